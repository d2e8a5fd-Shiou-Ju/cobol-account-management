000100***************************************************************
000200** PROGRAM-ID : DailyLimitMaint
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-08
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   DAILY WITHDRAWAL LIMIT MAINTENANCE.  ONE OPERATOR-KEYED
001000**   ACTION PER RUN, THE SAME WAY FeeSchedMaint WORKS THE FEE
001100**   SCHEDULE:
001200**     SET  - FILE THE DAILY WITHDRAWAL LIMIT FOR ONE ACCOUNT
001300**            TYPE.  CREATES THE RECORD IF THE TYPE HAS NO LIMIT
001400**            YET, OTHERWISE REPLACES IT.  A ZERO LIMIT LIFTS
001500**            THE LIMIT FOR THE TYPE.
001600**     SHOW - DISPLAY THE LIMIT ON FILE FOR ONE TYPE.
001700**   ONLY AN ACTIVE SUPERVISOR MAY CHANGE THE TABLE, AND A SET
001800**   IS A DUAL-CONTROL CHANGE: IT IS FILED ON THE PENDING
001900**   MAINTENANCE FILE (PENDMNT) WITH THE LIMIT BEFORE AND AFTER,
002000**   AND TAKES EFFECT ONLY WHEN A SECOND ACTIVE SUPERVISOR
002100**   APPROVES IT THROUGH ApproveMaint.
002200**--------------------------------------------------------------
002300** MODIFICATION HISTORY.
002400**   2026-10-08  DK  INITIAL VERSION.
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. DailyLimitMaint.
002800 AUTHOR. D. KOWALSKI.
002900 INSTALLATION. MIDSTATE-SAVINGS-DP.
003000 DATE-WRITTEN. 2026-10-08.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DAILY-LIMIT-FILE ASSIGN TO "DAILYLIM"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS DL-ACCT-TYPE
003900         FILE STATUS IS WS-LIMIT-STATUS.
004000     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS OP-ID
004400         FILE STATUS IS WS-OPER-STATUS.
004500     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PM-CHANGE-NO
004900         FILE STATUS IS WS-PEND-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DAILY-LIMIT-FILE
005300         LABEL RECORDS ARE STANDARD.
005400     COPY DAILYLIM.

005500 FD  OPERATOR-FILE
005600         LABEL RECORDS ARE STANDARD.
005700     COPY OPERATOR.

005800 FD  PENDING-MAINT-FILE
005900         LABEL RECORDS ARE STANDARD.
006000     COPY PENDMNT.

006100 WORKING-STORAGE SECTION.
006200*MAINTENANCE ACTION KEYED BY THE OPERATOR.
006300 01  WS-ACTION                PIC X(04).
006400         88  WS-ACTION-SET        VALUE "SET".
006500         88  WS-ACTION-SHOW       VALUE "SHOW".
006600*LIMIT FIELDS AS KEYED, BEFORE THEY ARE TRUSTED.
006700 01  WS-TYPE-IN               PIC X(01).
006800         88  WS-TYPE-VALID        VALUE "C" "S" "T".
006900 01  WS-LIMIT-IN              PIC 9(10)V99.
007000*SIGNED-ON OPERATOR.
007100 01  WS-OPERATOR-ID           PIC X(08)     VALUE SPACES.
007200*RESULT OF THE RUN, FOR THE CONSOLE.
007300 01  WS-RESULT                PIC X(30).

007400*FILE STATUS AND SWITCHES.
007500 01  WS-LIMIT-STATUS          PIC X(02).
007600         88  WS-LIMIT-OK          VALUE "00".
007700 01  WS-OPER-STATUS           PIC X(02).
007800         88  WS-OPER-OK           VALUE "00".
007900 01  WS-ON-FILE-SWITCH        PIC X(01)     VALUE "N".
008000         88  WS-ON-FILE           VALUE "Y".
008100 01  WS-PEND-STATUS           PIC X(02).
008200         88  WS-PEND-OK           VALUE "00".
008300 01  WS-PEND-EOF-SWITCH       PIC X(01)     VALUE "N".
008400         88  WS-PEND-EOF          VALUE "Y".
008500*NEXT CHANGE NUMBER - ONE PAST THE HIGHEST ON THE PENDING FILE.
008600 01  WS-NEXT-CHANGE-NO        PIC 9(08)     VALUE 1.

008700 PROCEDURE DIVISION.

008800*----------------------------------------------------------------
008900*0000-MAIN-PROCESS.
009000*----------------------------------------------------------------
009100 0000-MAIN-PROCESS.
009200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009300         EVALUATE TRUE
009400           WHEN WS-ACTION-SET
009500             PERFORM 2000-SET-LIMIT THRU 2000-EXIT
009600           WHEN WS-ACTION-SHOW
009700             PERFORM 3000-SHOW-LIMIT THRU 3000-EXIT
009800           WHEN OTHER
009900             MOVE "REJECTED-INVALID-ACTION" TO WS-RESULT
010000             DISPLAY "ACTION REJECTED: INVALID ACTION " WS-ACTION
010100         END-EVALUATE.
010200         DISPLAY "LIMIT ACTION RESULT: " WS-RESULT.

010300 9999-TERMINATE.
010400         CLOSE DAILY-LIMIT-FILE.
010500         CLOSE OPERATOR-FILE.
010600         CLOSE PENDING-MAINT-FILE.
010700         STOP RUN.

010800*----------------------------------------------------------------
010900*1000-INITIALIZE - SUPERVISOR SIGN-ON, OPEN FILES, ACCEPT THE
011000*ACTION.
011100*----------------------------------------------------------------
011200 1000-INITIALIZE.
011300         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
011400         OPEN INPUT DAILY-LIMIT-FILE.
011500         IF NOT WS-LIMIT-OK
011600             DISPLAY "DAILY LIMIT FILE OPEN FAILED, STATUS: "
011700                 WS-LIMIT-STATUS
011800             MOVE 8 TO RETURN-CODE
011900             STOP RUN
012000         END-IF.
012100         DISPLAY "ENTER ACTION (SET/SHOW): ".
012200         ACCEPT WS-ACTION FROM CONSOLE.
012300         DISPLAY "ENTER ACCOUNT TYPE (C/S/T): ".
012400         ACCEPT WS-TYPE-IN FROM CONSOLE.
012500         IF WS-ACTION-SET
012600             DISPLAY "ENTER DAILY WITHDRAWAL LIMIT (0 FOR NONE): "
012700             ACCEPT WS-LIMIT-IN FROM CONSOLE
012800         END-IF.
012900         OPEN I-O PENDING-MAINT-FILE.
013000         IF NOT WS-PEND-OK
013100             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
013200                 WS-PEND-STATUS
013300             MOVE 8 TO RETURN-CODE
013400             STOP RUN
013500         END-IF.
013600         PERFORM 1300-FIND-NEXT-CHANGE-NO THRU 1300-EXIT.
013700 1000-EXIT.
013800         EXIT.

013900*----------------------------------------------------------------
014000*0500-SIGN-ON - ONLY AN ACTIVE SUPERVISOR MAY WORK THE DAILY
014100*LIMIT TABLE.
014200*----------------------------------------------------------------
014300 0500-SIGN-ON.
014400         OPEN INPUT OPERATOR-FILE.
014500         IF NOT WS-OPER-OK
014600             DISPLAY "OPERATOR FILE OPEN FAILED, STATUS: "
014700                 WS-OPER-STATUS
014800             MOVE 8 TO RETURN-CODE
014900             STOP RUN
015000         END-IF.
015100         DISPLAY "ENTER OPERATOR ID: ".
015200         ACCEPT WS-OPERATOR-ID FROM CONSOLE.
015300         MOVE WS-OPERATOR-ID TO OP-ID.
015400         READ OPERATOR-FILE
015500             INVALID KEY
015600                 DISPLAY "SIGN-ON REFUSED - UNKNOWN OPERATOR: "
015700                     WS-OPERATOR-ID
015800                 MOVE 8 TO RETURN-CODE
015900                 STOP RUN
016000         END-READ.
016100         IF NOT OP-STATUS-ACTIVE
016200             DISPLAY "SIGN-ON REFUSED - OPERATOR REVOKED: "
016300                 WS-OPERATOR-ID
016400             MOVE 8 TO RETURN-CODE
016500             STOP RUN
016600         END-IF.
016700         IF NOT OP-LEVEL-SUPERVISOR
016800             DISPLAY "SIGN-ON REFUSED - NOT SUPERVISOR LEVEL: "
016900                 WS-OPERATOR-ID
017000             MOVE 8 TO RETURN-CODE
017100             STOP RUN
017200         END-IF.
017300         DISPLAY "SIGNED ON: " OP-NAME.
017400 0500-EXIT.
017500         EXIT.

017600*----------------------------------------------------------------
017700*1300-FIND-NEXT-CHANGE-NO - BROWSE THE PENDING MAINTENANCE FILE
017800*TO ONE PAST THE HIGHEST CHANGE NUMBER.  AN EMPTY FILE STARTS THE
017900*SERIES AT 1.
018000*----------------------------------------------------------------
018100 1300-FIND-NEXT-CHANGE-NO.
018200         MOVE ZERO TO PM-CHANGE-NO.
018300         START PENDING-MAINT-FILE
018400             KEY NOT LESS THAN PM-CHANGE-NO
018500             INVALID KEY
018600                 GO TO 1300-EXIT
018700         END-START.
018800         PERFORM 1310-BROWSE-PENDING THRU 1310-EXIT
018900             UNTIL WS-PEND-EOF.
019000 1300-EXIT.
019100         EXIT.

019200 1310-BROWSE-PENDING.
019300         READ PENDING-MAINT-FILE NEXT RECORD
019400             AT END
019500                 SET WS-PEND-EOF TO TRUE
019600             NOT AT END
019700                 COMPUTE WS-NEXT-CHANGE-NO = PM-CHANGE-NO + 1
019800         END-READ.
019900 1310-EXIT.
020000         EXIT.

020100*----------------------------------------------------------------
020200*2000-SET-LIMIT - FILE THE DAILY WITHDRAWAL LIMIT FOR ONE ACCOUNT
020300*TYPE FOR APPROVAL, WITH THE LIMIT NOW ON FILE (IF ANY) AS THE
020400*BEFORE VALUE.  ApproveMaint CREATES OR REPLACES THE RECORD.
020500*----------------------------------------------------------------
020600 2000-SET-LIMIT.
020700         IF NOT WS-TYPE-VALID
020800             DISPLAY "ACTION REJECTED: INVALID ACCOUNT TYPE "
020900                 WS-TYPE-IN
021000             MOVE "REJECTED-INVALID-ACCT-TYPE" TO WS-RESULT
021100             GO TO 2000-EXIT
021200         END-IF.
021300         MOVE "N" TO WS-ON-FILE-SWITCH.
021400         MOVE WS-TYPE-IN TO DL-ACCT-TYPE.
021500         READ DAILY-LIMIT-FILE
021600             INVALID KEY
021700                 CONTINUE
021800             NOT INVALID KEY
021900                 SET WS-ON-FILE TO TRUE
022000         END-READ.
022100         MOVE SPACES TO PENDING-MAINT-RECORD.
022200         MOVE "DAILYLIM"    TO PM-TARGET-FILE.
022300         MOVE "SET"         TO PM-ACTION.
022400         MOVE WS-TYPE-IN    TO PM-TK-ACCT-TYPE.
022500         MOVE ZERO          TO PM-TK-BAND-FLOOR.
022600         IF WS-ON-FILE
022700             MOVE "Y"            TO PM-BV-DL-ON-FILE
022800             MOVE DL-DAILY-LIMIT TO PM-BV-DL-LIMIT
022900         ELSE
023000             MOVE "N"            TO PM-BV-DL-ON-FILE
023100             MOVE ZERO           TO PM-BV-DL-LIMIT
023200         END-IF.
023300         MOVE "Y"           TO PM-AV-DL-ON-FILE.
023400         MOVE WS-LIMIT-IN   TO PM-AV-DL-LIMIT.
023500         MOVE WS-NEXT-CHANGE-NO TO PM-CHANGE-NO.
023600         MOVE WS-OPERATOR-ID    TO PM-REQUESTED-BY.
023700         ACCEPT PM-REQ-DATE FROM DATE YYYYMMDD.
023800         ACCEPT PM-REQ-TIME FROM TIME.
023900         MOVE "P" TO PM-STATUS.
024000         MOVE ZERO TO PM-DECIDED-DATE
024100                      PM-DECIDED-TIME.
024200         WRITE PENDING-MAINT-RECORD
024300             INVALID KEY
024400                 DISPLAY "PENDING MAINTENANCE WRITE FAILED, "
024500                     "STATUS: " WS-PEND-STATUS
024600                 MOVE "REJECTED-WRITE-FAILED" TO WS-RESULT
024700                 GO TO 2000-EXIT
024800         END-WRITE.
024900         MOVE "PENDING-APPROVAL" TO WS-RESULT.
025000         DISPLAY "DAILY LIMIT CHANGE FILED FOR TYPE " WS-TYPE-IN
025100             " LIMIT " WS-LIMIT-IN.
025200         DISPLAY "CHANGE FILED FOR SECOND APPROVAL - CHANGE NO: "
025300             PM-CHANGE-NO.
025400 2000-EXIT.
025500         EXIT.

025600*----------------------------------------------------------------
025700*3000-SHOW-LIMIT - DISPLAY THE LIMIT ON FILE FOR ONE TYPE.
025800*----------------------------------------------------------------
025900 3000-SHOW-LIMIT.
026000         MOVE WS-TYPE-IN TO DL-ACCT-TYPE.
026100         READ DAILY-LIMIT-FILE
026200             INVALID KEY
026300                 DISPLAY "NO DAILY LIMIT ON FILE FOR TYPE "
026400                     WS-TYPE-IN
026500                 MOVE "REJECTED-UNKNOWN-TYPE" TO WS-RESULT
026600                 GO TO 3000-EXIT
026700         END-READ.
026800         DISPLAY "TYPE " DL-ACCT-TYPE
026900             " DAILY LIMIT " DL-DAILY-LIMIT.
027000         MOVE "LIMIT SHOWN" TO WS-RESULT.
027100 3000-EXIT.
027200         EXIT.
