001500**     SHOW - DISPLAY THE SCHEDULE ON FILE FOR ONE TYPE.
001600**   ONLY AN ACTIVE SUPERVISOR MAY CHANGE THE SCHEDULE - A FEE
001700**   CHANGE TOUCHES EVERY ACCOUNT OF THE TYPE AT MONTH-END.
001710**   FOR THE SAME REASON A SET IS A DUAL-CONTROL CHANGE: IT IS
001720**   FILED ON THE PENDING MAINTENANCE FILE (PENDMNT) WITH THE
001730**   SCHEDULE BEFORE AND AFTER, AND TAKES EFFECT ONLY WHEN A
001740**   SECOND ACTIVE SUPERVISOR APPROVES IT THROUGH ApproveMaint.
001800**--------------------------------------------------------------
001900** MODIFICATION HISTORY.
002000**   2026-09-02  DK  INITIAL VERSION.
002010**   2026-09-25  DK  SET FILED FOR SECOND-SUPERVISOR APPROVAL ON
002020**                  PENDMNT INSTEAD OF APPLIED.
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. FeeSchedMaint.
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS OP-ID
004000         FILE STATUS IS WS-OPER-STATUS.
004010     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
004020         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS DYNAMIC
004040         RECORD KEY IS PM-CHANGE-NO
004050         FILE STATUS IS WS-PEND-STATUS.

004100 DATA DIVISION.
004200 FILE SECTION.
004600         LABEL RECORDS ARE STANDARD.
004610     COPY OPERATOR.

004620 FD  PENDING-MAINT-FILE
004630         LABEL RECORDS ARE STANDARD.
004640     COPY PENDMNT.

004700 WORKING-STORAGE SECTION.
004800*MAINTENANCE ACTION KEYED BY THE OPERATOR.
004900 01  WS-ACTION                PIC X(04).
006500         88  WS-OPER-OK           VALUE "00".
006600 01  WS-ON-FILE-SWITCH        PIC X(01)     VALUE "N".
006700         88  WS-ON-FILE           VALUE "Y".
006710 01  WS-PEND-STATUS           PIC X(02).
006720         88  WS-PEND-OK           VALUE "00".
006730 01  WS-PEND-EOF-SWITCH       PIC X(01)     VALUE "N".
006740         88  WS-PEND-EOF          VALUE "Y".
006750*NEXT CHANGE NUMBER - ONE PAST THE HIGHEST ON THE PENDING FILE.
006760 01  WS-NEXT-CHANGE-NO        PIC 9(08)     VALUE 1.

006800 PROCEDURE DIVISION.

008400 9999-TERMINATE.
008500         CLOSE FEE-SCHEDULE-FILE.
008600         CLOSE OPERATOR-FILE.
008610         CLOSE PENDING-MAINT-FILE.
008700         STOP RUN.

008800*----------------------------------------------------------------
009100*----------------------------------------------------------------
009200 1000-INITIALIZE.
009300         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
009400         OPEN INPUT FEE-SCHEDULE-FILE.
009500         IF NOT WS-FEE-OK
009600             DISPLAY "FEE SCHEDULE OPEN FAILED, STATUS: "
009700                 WS-FEE-STATUS
010800             DISPLAY "ENTER MINIMUM BALANCE TO WAIVE: "
010900             ACCEPT WS-MIN-BAL-IN FROM CONSOLE
011000         END-IF.
011010         OPEN I-O PENDING-MAINT-FILE.
011020         IF NOT WS-PEND-OK
011030             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
011040                 WS-PEND-STATUS
011050             MOVE 8 TO RETURN-CODE
011060             STOP RUN
011070         END-IF.
011080         PERFORM 1300-FIND-NEXT-CHANGE-NO THRU 1300-EXIT.
011100 1000-EXIT.
011200         EXIT.

014800 0500-EXIT.
014900         EXIT.

014910*----------------------------------------------------------------
014920*1300-FIND-NEXT-CHANGE-NO - BROWSE THE PENDING MAINTENANCE FILE
014930*TO ONE PAST THE HIGHEST CHANGE NUMBER.  AN EMPTY FILE STARTS THE
014940*SERIES AT 1.
014950*----------------------------------------------------------------
014960 1300-FIND-NEXT-CHANGE-NO.
014970         MOVE ZERO TO PM-CHANGE-NO.
014980         START PENDING-MAINT-FILE
014990             KEY NOT LESS THAN PM-CHANGE-NO
015000             INVALID KEY
015010                 GO TO 1300-EXIT
015020         END-START.
015030         PERFORM 1310-BROWSE-PENDING THRU 1310-EXIT
015040             UNTIL WS-PEND-EOF.
015050 1300-EXIT.
015060         EXIT.

015070 1310-BROWSE-PENDING.
015080         READ PENDING-MAINT-FILE NEXT RECORD
015090             AT END
015100                 SET WS-PEND-EOF TO TRUE
015110             NOT AT END
015120                 COMPUTE WS-NEXT-CHANGE-NO = PM-CHANGE-NO + 1
015130         END-READ.
015140 1310-EXIT.
015150         EXIT.

015000*----------------------------------------------------------------
015100*2000-SET-SCHEDULE - FILE THE CHARGE AND WAIVER MINIMUM FOR ONE
015200*ACCOUNT TYPE FOR APPROVAL, WITH THE SCHEDULE NOW ON FILE (IF
015210*ANY) AS THE BEFORE VALUE.  ApproveMaint CREATES OR REPLACES THE
015220*RECORD.
015300*----------------------------------------------------------------
015400 2000-SET-SCHEDULE.
015500         IF NOT WS-TYPE-VALID
016600             NOT INVALID KEY
016700                 SET WS-ON-FILE TO TRUE
016800         END-READ.
016900         MOVE SPACES TO PENDING-MAINT-RECORD.
017000         MOVE "FEESCHED"    TO PM-TARGET-FILE.
017100         MOVE "SET"         TO PM-ACTION.
017200         MOVE WS-TYPE-IN    TO PM-TK-ACCT-TYPE.
017300         MOVE ZERO          TO PM-TK-BAND-FLOOR.
017400         IF WS-ON-FILE
017500             MOVE "Y"               TO PM-BV-FEE-ON-FILE
017600             MOVE FS-MONTHLY-CHARGE TO PM-BV-CHARGE
017700             MOVE FS-MIN-BALANCE    TO PM-BV-MIN-BAL
017800         ELSE
017900             MOVE "N"               TO PM-BV-FEE-ON-FILE
018000             MOVE ZERO              TO PM-BV-CHARGE
018100                                       PM-BV-MIN-BAL
018200         END-IF.
018300         MOVE "Y"           TO PM-AV-FEE-ON-FILE.
018400         MOVE WS-CHARGE-IN  TO PM-AV-CHARGE.
018500         MOVE WS-MIN-BAL-IN TO PM-AV-MIN-BAL.
018600         MOVE WS-NEXT-CHANGE-NO TO PM-CHANGE-NO.
018700         MOVE WS-OPERATOR-ID    TO PM-REQUESTED-BY.
018800         ACCEPT PM-REQ-DATE FROM DATE YYYYMMDD.
018900         ACCEPT PM-REQ-TIME FROM TIME.
019000         MOVE "P" TO PM-STATUS.
019010         MOVE ZERO TO PM-DECIDED-DATE
019020                      PM-DECIDED-TIME.
019030         WRITE PENDING-MAINT-RECORD
019040             INVALID KEY
019050                 DISPLAY "PENDING MAINTENANCE WRITE FAILED, "
019060                     "STATUS: " WS-PEND-STATUS
019070                 MOVE "REJECTED-WRITE-FAILED" TO WS-RESULT
019080                 GO TO 2000-EXIT
019090         END-WRITE.
019100         MOVE "PENDING-APPROVAL" TO WS-RESULT.
019110         DISPLAY "SCHEDULE CHANGE FILED FOR TYPE " WS-TYPE-IN
019200             " CHARGE " WS-CHARGE-IN
019300             " MIN BALANCE " WS-MIN-BAL-IN.
019310         DISPLAY "CHANGE FILED FOR SECOND APPROVAL - CHANGE NO: "
019320             PM-CHANGE-NO.
019400 2000-EXIT.
019500         EXIT.

