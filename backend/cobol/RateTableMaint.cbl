001700**   CHANGE TOUCHES EVERY ACCOUNT OF THE TYPE AT MONTH-END,
001800**   AND FILING IT HERE IS WHAT ENDED THE MONTHLY RE-KEYING
001900**   (AND OCCASIONAL MIS-KEYING) OF THE RATE AT THE CONSOLE.
001910**   SET AND DELETE ARE DUAL-CONTROL CHANGES: THEY ARE FILED ON
001920**   THE PENDING MAINTENANCE FILE (PENDMNT) WITH THE BAND'S RATE
001930**   BEFORE AND AFTER, AND TAKE EFFECT ONLY WHEN A SECOND ACTIVE
001940**   SUPERVISOR APPROVES THEM THROUGH ApproveMaint.
002000**--------------------------------------------------------------
002100** MODIFICATION HISTORY.
002200**   2026-09-02  DK  INITIAL VERSION.
002210**   2026-09-25  DK  SET AND DELETE FILED FOR SECOND-SUPERVISOR
002220**                  APPROVAL ON PENDMNT INSTEAD OF APPLIED.
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. RateTableMaint.
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS OP-ID
004200         FILE STATUS IS WS-OPER-STATUS.
004210     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS PM-CHANGE-NO
004250         FILE STATUS IS WS-PEND-STATUS.

004300 DATA DIVISION.
004400 FILE SECTION.
004800         LABEL RECORDS ARE STANDARD.
004810     COPY OPERATOR.

004820 FD  PENDING-MAINT-FILE
004830         LABEL RECORDS ARE STANDARD.
004840     COPY PENDMNT.

004900 WORKING-STORAGE SECTION.
005000*MAINTENANCE ACTION KEYED BY THE OPERATOR.
005100 01  WS-ACTION                PIC X(06).
007200         88  WS-ON-FILE           VALUE "Y".
007300 01  WS-LIST-EOF-SWITCH       PIC X(01)     VALUE "N".
007400         88  WS-LIST-EOF          VALUE "Y".
007410 01  WS-PEND-STATUS           PIC X(02).
007420         88  WS-PEND-OK           VALUE "00".
007430 01  WS-PEND-EOF-SWITCH       PIC X(01)     VALUE "N".
007440         88  WS-PEND-EOF          VALUE "Y".
007450*NEXT CHANGE NUMBER - ONE PAST THE HIGHEST ON THE PENDING FILE.
007460 01  WS-NEXT-CHANGE-NO        PIC 9(08)     VALUE 1.

007500 PROCEDURE DIVISION.

009300 9999-TERMINATE.
009400         CLOSE RATE-TABLE-FILE.
009500         CLOSE OPERATOR-FILE.
009510         CLOSE PENDING-MAINT-FILE.
009600         STOP RUN.

009700*----------------------------------------------------------------
010000*----------------------------------------------------------------
010100 1000-INITIALIZE.
010200         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
010300         OPEN INPUT RATE-TABLE-FILE.
010400         IF NOT WS-RATE-OK
010500             DISPLAY "RATE TABLE OPEN FAILED, STATUS: "
010600                 WS-RATE-STATUS
010700             MOVE 8 TO RETURN-CODE
010800             STOP RUN
010900         END-IF.
010910         OPEN I-O PENDING-MAINT-FILE.
010920         IF NOT WS-PEND-OK
010930             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
010940                 WS-PEND-STATUS
010950             MOVE 8 TO RETURN-CODE
010960             STOP RUN
010970         END-IF.
010980         PERFORM 1300-FIND-NEXT-CHANGE-NO THRU 1300-EXIT.
011000         DISPLAY "ENTER ACTION (SET/DELETE/LIST): ".
011100         ACCEPT WS-ACTION FROM CONSOLE.
011200         DISPLAY "ENTER ACCOUNT TYPE (C/S): ".
015900 0500-EXIT.
016000         EXIT.

016010*----------------------------------------------------------------
016020*1300-FIND-NEXT-CHANGE-NO - BROWSE THE PENDING MAINTENANCE FILE
016030*TO ONE PAST THE HIGHEST CHANGE NUMBER.  AN EMPTY FILE STARTS THE
016040*SERIES AT 1.
016050*----------------------------------------------------------------
016060 1300-FIND-NEXT-CHANGE-NO.
016070         MOVE ZERO TO PM-CHANGE-NO.
016080         START PENDING-MAINT-FILE
016090             KEY NOT LESS THAN PM-CHANGE-NO
016100             INVALID KEY
016110                 GO TO 1300-EXIT
016120         END-START.
016130         PERFORM 1310-BROWSE-PENDING THRU 1310-EXIT
016140             UNTIL WS-PEND-EOF.
016150 1300-EXIT.
016160         EXIT.

016170 1310-BROWSE-PENDING.
016180         READ PENDING-MAINT-FILE NEXT RECORD
016190             AT END
016200                 SET WS-PEND-EOF TO TRUE
016210             NOT AT END
016220                 COMPUTE WS-NEXT-CHANGE-NO = PM-CHANGE-NO + 1
016230         END-READ.
016240 1310-EXIT.
016250         EXIT.

016100*----------------------------------------------------------------
016200*2000-SET-BAND - FILE ONE BAND FOR APPROVAL, WITH THE RATE NOW
016300*ON FILE (IF ANY) AS THE BEFORE VALUE.  ApproveMaint CREATES THE
016310*RECORD OR REPLACES ITS RATE.
016400*----------------------------------------------------------------
016500 2000-SET-BAND.
016600         IF NOT WS-TYPE-VALID
017800             NOT INVALID KEY
017900                 SET WS-ON-FILE TO TRUE
018000         END-READ.
018100         MOVE SPACES TO PENDING-MAINT-RECORD.
018200         MOVE "RATETBL"   TO PM-TARGET-FILE.
018300         MOVE "SET"       TO PM-ACTION.
018400         MOVE WS-TYPE-IN  TO PM-TK-ACCT-TYPE.
018500         MOVE WS-FLOOR-IN TO PM-TK-BAND-FLOOR.
018600         IF WS-ON-FILE
018700             MOVE "Y"     TO PM-BV-RATE-ON-FILE
018800             MOVE RT-RATE TO PM-BV-RATE
018900         ELSE
019000             MOVE "N"     TO PM-BV-RATE-ON-FILE
019100             MOVE ZERO    TO PM-BV-RATE
019200         END-IF.
019300         MOVE "Y"         TO PM-AV-RATE-ON-FILE.
019400         MOVE WS-RATE-IN  TO PM-AV-RATE.
019500         DISPLAY "BAND CHANGE: TYPE " WS-TYPE-IN
019600             " FLOOR " WS-FLOOR-IN " RATE " WS-RATE-IN.
019700         PERFORM 6000-WRITE-PENDING THRU 6000-EXIT.
020500 2000-EXIT.
020600         EXIT.

020700*----------------------------------------------------------------
020800*3000-DELETE-BAND - FILE THE REMOVAL OF ONE BAND FOR APPROVAL.
020810*ApproveMaint DELETES THE RECORD.
020900*----------------------------------------------------------------
021000 3000-DELETE-BAND.
021100         MOVE WS-TYPE-IN TO RT-ACCT-TYPE.
021700                 MOVE "REJECTED-UNKNOWN-BAND" TO WS-RESULT
021800                 GO TO 3000-EXIT
021900         END-READ.
022000         MOVE SPACES TO PENDING-MAINT-RECORD.
022100         MOVE "RATETBL"   TO PM-TARGET-FILE.
022200         MOVE "DELETE"    TO PM-ACTION.
022300         MOVE WS-TYPE-IN  TO PM-TK-ACCT-TYPE.
022400         MOVE WS-FLOOR-IN TO PM-TK-BAND-FLOOR.
022500         MOVE "Y"         TO PM-BV-RATE-ON-FILE.
022600         MOVE RT-RATE     TO PM-BV-RATE.
022610         MOVE "N"         TO PM-AV-RATE-ON-FILE.
022620         MOVE ZERO        TO PM-AV-RATE.
022800         DISPLAY "BAND REMOVAL: TYPE " WS-TYPE-IN
022900             " FLOOR " WS-FLOOR-IN.
022910         PERFORM 6000-WRITE-PENDING THRU 6000-EXIT.
023000 3000-EXIT.
023100         EXIT.

026800         ADD 1 TO WS-LIST-COUNT.
026900 4100-EXIT.
027000         EXIT.

027010*----------------------------------------------------------------
027020*6000-WRITE-PENDING - STAMP THE CHANGE WITH ITS NUMBER, THE
027030*REQUESTING OPERATOR AND THE DATE, AND FILE IT AS PENDING.  THE
027040*CALLER HAS ALREADY SET THE TARGET AND THE BEFORE/AFTER VALUES.
027050*----------------------------------------------------------------
027060 6000-WRITE-PENDING.
027070         MOVE WS-NEXT-CHANGE-NO TO PM-CHANGE-NO.
027080         MOVE WS-OPERATOR-ID    TO PM-REQUESTED-BY.
027090         ACCEPT PM-REQ-DATE FROM DATE YYYYMMDD.
027100         ACCEPT PM-REQ-TIME FROM TIME.
027110         MOVE "P" TO PM-STATUS.
027120         MOVE ZERO TO PM-DECIDED-DATE
027130                      PM-DECIDED-TIME.
027140         WRITE PENDING-MAINT-RECORD
027150             INVALID KEY
027160                 DISPLAY "PENDING MAINTENANCE WRITE FAILED, "
027170                     "STATUS: " WS-PEND-STATUS
027180                 MOVE "REJECTED-WRITE-FAILED" TO WS-RESULT
027190                 GO TO 6000-EXIT
027200         END-WRITE.
027210         MOVE "PENDING-APPROVAL" TO WS-RESULT.
027220         DISPLAY "CHANGE FILED FOR SECOND APPROVAL - CHANGE NO: "
027230             PM-CHANGE-NO.
027240 6000-EXIT.
027250         EXIT.
