000100***************************************************************
000200** PROGRAM-ID : ApproveMaint
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-25
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   SECOND-SIGNATURE APPROVAL OF PENDING MAINTENANCE.  THE
001000**   SUPERVISOR-LEVEL CHANGES - AcctMaint CLOSE AND FREEZE,
001100**   FeeSchedMaint SET, RateTableMaint SET AND DELETE, OperMaint
001200**   ADD, REVOKE AND LIMIT, DailyLimitMaint SET, HolidayMaint
001205**   ADD AND DELETE - ARE FILED ON THE PENDING MAINTENANCE FILE
001300**   (PENDMNT) INSTEAD OF APPLIED.  ONE OPERATOR-KEYED ACTION
001400**   PER RUN, THE SAME WAY THE MAINTENANCE PROGRAMS WORK:
001500**     LIST    - DISPLAY EVERY CHANGE STILL PENDING.
001600**     APPROVE - APPLY ONE PENDING CHANGE TO ITS TARGET FILE.
001700**     DECLINE - TURN ONE PENDING CHANGE DOWN.
001800**   ONLY AN ACTIVE SUPERVISOR MAY SIGN ON, AND NEVER TO DECIDE
001900**   A CHANGE FILED UNDER THE SAME ID.  BEFORE AN APPROVED
002000**   CHANGE IS APPLIED THE TARGET RECORD IS CHECKED AGAINST THE
002100**   BEFORE VALUE FILED WITH THE REQUEST (AND A CLOSE AGAINST A
002200**   ZERO BALANCE AGAIN) - IF THE RECORD HAS MOVED ON SINCE, THE
002300**   CHANGE IS MARKED FAILED WITH THE REASON AND NOTHING IS
002400**   TOUCHED; THE REQUESTER FILES IT AGAIN IF STILL WANTED.
002500**   THE DECISION, WHO MADE IT AND WHEN STAY ON THE PENDING
002600**   RECORD.  ACCOUNT CHANGES ARE LOGGED TO THE TRANSACTION LOG
002700**   UNDER THE APPROVER'S ID - POSTED ENTRIES ALSO TO THE
002800**   ACCOUNT HISTORY FILE - THE SAME WAY AcctMaint LOGS ITS OWN.
002900**--------------------------------------------------------------
003000** MODIFICATION HISTORY.
003100**   2026-09-25  DK  INITIAL VERSION.
003110**   2026-10-08  DK  APPLY AN OPERATOR POSTING LIMIT CHANGE AND
003120**                   CARRY THE LIMIT ON AN OPERATOR ADD; APPLY A
003130**                   DAILY WITHDRAWAL LIMIT SET (DAILYLIM).
003140**   2026-10-13  DK  APPLY A BANK HOLIDAY ADD OR DELETE TO THE
003150**                   HOLIDAY CALENDAR (HOLIDAY).
003200***************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. ApproveMaint.
003500 AUTHOR. D. KOWALSKI.
003600 INSTALLATION. MIDSTATE-SAVINGS-DP.
003700 DATE-WRITTEN. 2026-09-25.
003800 DATE-COMPILED.

003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PM-CHANGE-NO
004600         FILE STATUS IS WS-PEND-STATUS.
004700     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS OP-ID
005100         FILE STATUS IS WS-OPER-STATUS.
005200     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS AM-ACCOUNT-NO
005600         ALTERNATE RECORD KEY IS AM-USER
005700             WITH DUPLICATES
005800         FILE STATUS IS WS-ACCT-STATUS.
005900     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS FS-ACCT-TYPE
006300         FILE STATUS IS WS-FEE-STATUS.
006400     SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS RT-KEY
006800         FILE STATUS IS WS-RATE-STATUS.
006900     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS AH-KEY
007300         FILE STATUS IS WS-HIST-STATUS.
007310     SELECT DAILY-LIMIT-FILE ASSIGN TO "DAILYLIM"
007320         ORGANIZATION IS INDEXED
007330         ACCESS MODE IS DYNAMIC
007340         RECORD KEY IS DL-ACCT-TYPE
007350         FILE STATUS IS WS-LIMIT-STATUS.
007360     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
007370         ORGANIZATION IS INDEXED
007380         ACCESS MODE IS DYNAMIC
007390         RECORD KEY IS HC-DATE
007395         FILE STATUS IS WS-HOL-STATUS.
007400     SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-LOG-STATUS.

007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  PENDING-MAINT-FILE
008000         LABEL RECORDS ARE STANDARD.
008100     COPY PENDMNT.

008200 FD  OPERATOR-FILE
008300         LABEL RECORDS ARE STANDARD.
008400     COPY OPERATOR.

008500 FD  ACCOUNT-MASTER-FILE
008600         LABEL RECORDS ARE STANDARD.
008700     COPY ACCTMSTR.

008800 FD  FEE-SCHEDULE-FILE
008900         LABEL RECORDS ARE STANDARD.
009000     COPY FEESCHED.

009100 FD  RATE-TABLE-FILE
009200         LABEL RECORDS ARE STANDARD.
009300     COPY RATETBL.

009400 FD  ACCOUNT-HISTORY-FILE
009500         LABEL RECORDS ARE STANDARD.
009600     COPY ACCTHIST.

009610 FD  DAILY-LIMIT-FILE
009620         LABEL RECORDS ARE STANDARD.
009630     COPY DAILYLIM.

009640 FD  HOLIDAY-FILE
009650         LABEL RECORDS ARE STANDARD.
009660     COPY HOLIDAY.

009700 FD  TRANSACTION-LOG-FILE
009800         LABEL RECORDS ARE STANDARD.
009900     COPY TRANLOG.

010000 WORKING-STORAGE SECTION.
010100*APPROVAL ACTION KEYED BY THE SUPERVISOR.
010200 01  WS-ACTION                PIC X(07).
010300         88  WS-ACTION-LIST       VALUE "LIST".
010400         88  WS-ACTION-APPROVE    VALUE "APPROVE".
010500         88  WS-ACTION-DECLINE    VALUE "DECLINE".
010600 01  WS-CHANGE-NO-IN          PIC 9(08).
010700*SIGNED-ON SUPERVISOR - THE APPROVER OF RECORD.
010800 01  WS-OPERATOR-ID           PIC X(08)     VALUE SPACES.
010900*RESULT OF THE RUN, FOR THE CONSOLE.
011000 01  WS-RESULT                PIC X(30).
011100*PENDING CHANGES SHOWN BY A LIST.
011200 01  WS-LIST-COUNT            PIC 9(04)     VALUE ZERO.

011300*FILE STATUS AND SWITCHES.
011400 01  WS-PEND-STATUS           PIC X(02).
011500         88  WS-PEND-OK           VALUE "00".
011600 01  WS-OPER-STATUS           PIC X(02).
011700         88  WS-OPER-OK           VALUE "00".
011800 01  WS-ACCT-STATUS           PIC X(02).
011900         88  WS-ACCT-OK           VALUE "00".
012000 01  WS-FEE-STATUS            PIC X(02).
012100         88  WS-FEE-OK            VALUE "00".
012200 01  WS-RATE-STATUS           PIC X(02).
012300         88  WS-RATE-OK           VALUE "00".
012400 01  WS-HIST-STATUS           PIC X(02).
012500         88  WS-HIST-OK           VALUE "00".
012600 01  WS-LOG-STATUS            PIC X(02).
012700         88  WS-LOG-OK            VALUE "00".
012710 01  WS-LIMIT-STATUS          PIC X(02).
012720         88  WS-LIMIT-OK          VALUE "00".
012722 01  WS-HOL-STATUS            PIC X(02).
012724         88  WS-HOL-OK            VALUE "00".
012730*POSTING LIMIT ON FILE FOR THE OPERATOR - SPACES READ AS ZERO.
012740 01  WS-OPER-LIMIT            PIC 9(06)     VALUE ZERO.
012800*RETRIES WHEN A HISTORY WRITE HITS A DUPLICATE KEY.
012900 01  WS-HIST-TRIES            PIC 9(03)     VALUE ZERO.
013000 01  WS-LIST-EOF-SWITCH       PIC X(01)     VALUE "N".
013100         88  WS-LIST-EOF          VALUE "Y".
013200 01  WS-ON-FILE-SWITCH        PIC X(01)     VALUE "N".
013300         88  WS-ON-FILE           VALUE "Y".
013400*SET WHEN THE APPROVED CHANGE REACHED ITS TARGET FILE.
013500 01  WS-APPLIED-SWITCH        PIC X(01)     VALUE "N".
013600         88  WS-APPLIED           VALUE "Y".

013700 PROCEDURE DIVISION.

013800*----------------------------------------------------------------
013900*0000-MAIN-PROCESS.
014000*----------------------------------------------------------------
014100 0000-MAIN-PROCESS.
014200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014300         EVALUATE TRUE
014400           WHEN WS-ACTION-LIST
014500             PERFORM 2000-LIST-PENDING THRU 2000-EXIT
014600           WHEN WS-ACTION-APPROVE
014700             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
014800           WHEN WS-ACTION-DECLINE
014900             PERFORM 4000-DECLINE-CHANGE THRU 4000-EXIT
015000           WHEN OTHER
015100             MOVE "REJECTED-INVALID-ACTION" TO WS-RESULT
015200             DISPLAY "ACTION REJECTED: INVALID ACTION " WS-ACTION
015300         END-EVALUATE.
015400         DISPLAY "APPROVAL ACTION RESULT: " WS-RESULT.

015500 9999-TERMINATE.
015600         PERFORM 9500-CLOSE-FILES THRU 9500-EXIT.
015700         STOP RUN.

015800*----------------------------------------------------------------
015900*0500-SIGN-ON - ONLY AN ACTIVE SUPERVISOR MAY DECIDE PENDING
016000*MAINTENANCE.  THE OPERATOR FILE IS OPENED I-O BECAUSE AN
016100*APPROVED ADD OR REVOKE IS APPLIED TO IT.
016200*----------------------------------------------------------------
016300 0500-SIGN-ON.
016400         OPEN I-O OPERATOR-FILE.
016500         IF NOT WS-OPER-OK
016600             DISPLAY "OPERATOR FILE OPEN FAILED, STATUS: "
016700                 WS-OPER-STATUS
016800             MOVE 8 TO RETURN-CODE
016900             STOP RUN
017000         END-IF.
017100         DISPLAY "ENTER OPERATOR ID: ".
017200         ACCEPT WS-OPERATOR-ID FROM CONSOLE.
017300         MOVE WS-OPERATOR-ID TO OP-ID.
017400         READ OPERATOR-FILE
017500             INVALID KEY
017600                 DISPLAY "SIGN-ON REFUSED - UNKNOWN OPERATOR: "
017700                     WS-OPERATOR-ID
017800                 MOVE 8 TO RETURN-CODE
017900                 STOP RUN
018000         END-READ.
018100         IF NOT OP-STATUS-ACTIVE
018200             DISPLAY "SIGN-ON REFUSED - OPERATOR REVOKED: "
018300                 WS-OPERATOR-ID
018400             MOVE 8 TO RETURN-CODE
018500             STOP RUN
018600         END-IF.
018700         IF NOT OP-LEVEL-SUPERVISOR
018800             DISPLAY "SIGN-ON REFUSED - NOT SUPERVISOR LEVEL: "
018900                 WS-OPERATOR-ID
019000             MOVE 8 TO RETURN-CODE
019100             STOP RUN
019200         END-IF.
019300         DISPLAY "SIGNED ON: " OP-NAME.
019400 0500-EXIT.
019500         EXIT.

019600*----------------------------------------------------------------
019700*1000-INITIALIZE - SUPERVISOR SIGN-ON, OPEN FILES, ACCEPT THE
019800*ACTION.
019900*----------------------------------------------------------------
020000 1000-INITIALIZE.
020100         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
020200         OPEN I-O PENDING-MAINT-FILE.
020300         IF NOT WS-PEND-OK
020400             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
020500                 WS-PEND-STATUS
020600             MOVE 8 TO RETURN-CODE
020700             STOP RUN
020800         END-IF.
020900         OPEN I-O ACCOUNT-MASTER-FILE.
021000         IF NOT WS-ACCT-OK
021100             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
021200                 WS-ACCT-STATUS
021300             MOVE 8 TO RETURN-CODE
021400             STOP RUN
021500         END-IF.
021600         OPEN I-O FEE-SCHEDULE-FILE.
021700         IF NOT WS-FEE-OK
021800             DISPLAY "FEE SCHEDULE OPEN FAILED, STATUS: "
021900                 WS-FEE-STATUS
022000             MOVE 8 TO RETURN-CODE
022100             STOP RUN
022200         END-IF.
022300         OPEN I-O RATE-TABLE-FILE.
022400         IF NOT WS-RATE-OK
022500             DISPLAY "RATE TABLE OPEN FAILED, STATUS: "
022600                 WS-RATE-STATUS
022700             MOVE 8 TO RETURN-CODE
022800             STOP RUN
022900         END-IF.
023000         OPEN I-O ACCOUNT-HISTORY-FILE.
023100         IF NOT WS-HIST-OK
023200             DISPLAY "ACCOUNT HISTORY OPEN FAILED, STATUS: "
023300                 WS-HIST-STATUS
023400             MOVE 8 TO RETURN-CODE
023500             STOP RUN
023600         END-IF.
023610         OPEN I-O DAILY-LIMIT-FILE.
023620         IF NOT WS-LIMIT-OK
023630             DISPLAY "DAILY LIMIT FILE OPEN FAILED, STATUS: "
023640                 WS-LIMIT-STATUS
023650             MOVE 8 TO RETURN-CODE
023660             STOP RUN
023670         END-IF.
023680         OPEN I-O HOLIDAY-FILE.
023682         IF NOT WS-HOL-OK
023684             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
023686                 WS-HOL-STATUS
023688             MOVE 8 TO RETURN-CODE
023690             STOP RUN
023692         END-IF.
023700         OPEN EXTEND TRANSACTION-LOG-FILE.
023800         IF NOT WS-LOG-OK
023900             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
024000                 WS-LOG-STATUS
024100             MOVE 8 TO RETURN-CODE
024200             STOP RUN
024300         END-IF.
024400         DISPLAY "ENTER ACTION (LIST/APPROVE/DECLINE): ".
024500         ACCEPT WS-ACTION FROM CONSOLE.
024600         IF WS-ACTION-APPROVE OR WS-ACTION-DECLINE
024700             DISPLAY "ENTER CHANGE NUMBER: "
024800             ACCEPT WS-CHANGE-NO-IN FROM CONSOLE
024900         END-IF.
025000 1000-EXIT.
025100         EXIT.

025200*----------------------------------------------------------------
025300*2000-LIST-PENDING - DISPLAY EVERY CHANGE STILL AWAITING A
025400*DECISION, WITH ITS REQUESTER AND BEFORE/AFTER VALUES.
025500*----------------------------------------------------------------
025600 2000-LIST-PENDING.
025700         MOVE ZERO TO PM-CHANGE-NO.
025800         START PENDING-MAINT-FILE
025900             KEY NOT LESS THAN PM-CHANGE-NO
026000             INVALID KEY
026100                 SET WS-LIST-EOF TO TRUE
026200         END-START.
026300         PERFORM 2100-LIST-ONE THRU 2100-EXIT
026400             UNTIL WS-LIST-EOF.
026500         IF WS-LIST-COUNT = ZERO
026600             DISPLAY "NO CHANGES PENDING"
026700             MOVE "NO CHANGES PENDING" TO WS-RESULT
026800         ELSE
026900             MOVE "CHANGES LISTED" TO WS-RESULT
027000         END-IF.
027100 2000-EXIT.
027200         EXIT.

027300 2100-LIST-ONE.
027400         READ PENDING-MAINT-FILE NEXT RECORD
027500             AT END
027600                 SET WS-LIST-EOF TO TRUE
027700                 GO TO 2100-EXIT
027800         END-READ.
027900         IF NOT PM-PENDING
028000             GO TO 2100-EXIT
028100         END-IF.
028200         DISPLAY "CHANGE " PM-CHANGE-NO
028300             " " PM-TARGET-FILE " " PM-ACTION
028400             " KEY " PM-TARGET-KEY.
028500         DISPLAY "    REQUESTED BY " PM-REQUESTED-BY
028600             " ON " PM-REQ-DATE.
028700         DISPLAY "    BEFORE " PM-BEFORE-VALUE.
028800         DISPLAY "    AFTER  " PM-AFTER-VALUE.
028900         ADD 1 TO WS-LIST-COUNT.
029000 2100-EXIT.
029100         EXIT.

029200*----------------------------------------------------------------
029300*3000-APPROVE-CHANGE - THE SECOND SIGNATURE.  THE CHANGE MUST BE
029400*PENDING AND SOMEBODY ELSE'S; IT IS THEN APPLIED TO ITS TARGET
029500*FILE AND MARKED APPROVED, OR MARKED FAILED WITH THE REASON IF
029600*THE TARGET NO LONGER MATCHES WHAT THE REQUESTER SAW.
029700*----------------------------------------------------------------
029800 3000-APPROVE-CHANGE.
029900         PERFORM 3900-READ-CHANGE THRU 3900-EXIT.
030000         IF WS-RESULT NOT = SPACES
030100             GO TO 3000-EXIT
030200         END-IF.
030300         MOVE "N" TO WS-APPLIED-SWITCH.
030400         MOVE SPACES TO PM-RESULT.
030500         EVALUATE TRUE
030600           WHEN PM-FOR-ACCOUNT
030700             PERFORM 3100-APPLY-ACCOUNT THRU 3100-EXIT
030800           WHEN PM-FOR-FEE-SCHED
030900             PERFORM 3200-APPLY-FEE-SCHED THRU 3200-EXIT
031000           WHEN PM-FOR-RATE-TABLE
031100             PERFORM 3300-APPLY-RATE-TABLE THRU 3300-EXIT
031200           WHEN PM-FOR-OPERATOR
031300             PERFORM 3400-APPLY-OPERATOR THRU 3400-EXIT
031310           WHEN PM-FOR-DAILY-LIMIT
031320             PERFORM 3500-APPLY-DAILY-LIMIT THRU 3500-EXIT
031330           WHEN PM-FOR-HOLIDAY
031340             PERFORM 3600-APPLY-HOLIDAY THRU 3600-EXIT
031400           WHEN OTHER
031500             MOVE "UNKNOWN TARGET FILE" TO PM-RESULT
031600         END-EVALUATE.
031700         IF WS-APPLIED
031800             MOVE "A" TO PM-STATUS
031900             MOVE "APPLIED" TO PM-RESULT
032000             MOVE "CHANGE APPLIED" TO WS-RESULT
032100         ELSE
032200             MOVE "F" TO PM-STATUS
032300             MOVE "CHANGE NOT APPLIED" TO WS-RESULT
032400             DISPLAY "CHANGE NOT APPLIED: " PM-RESULT
032500         END-IF.
032600         PERFORM 3950-RECORD-DECISION THRU 3950-EXIT.
032700 3000-EXIT.
032800         EXIT.

032900*----------------------------------------------------------------
033000*3100-APPLY-ACCOUNT - A CLOSE OR FREEZE.  THE ACCOUNT MUST STILL
033100*CARRY THE STATUS IT HAD WHEN THE CHANGE WAS REQUESTED, AND A
033200*CLOSE STILL NEEDS A ZERO BALANCE - A CLOSE MUST NEVER WRITE OFF
033300*CUSTOMER MONEY.  THE OUTCOME IS LOGGED EITHER WAY.
033400*----------------------------------------------------------------
033500 3100-APPLY-ACCOUNT.
033600         MOVE SPACES TO TRANSACTION-LOG-RECORD.
033700         MOVE PM-TK-ACCOUNT TO TL-ACCOUNT.
033800         MOVE ZERO TO TL-TRANSACTION
033900                      TL-CURRENT-BALANCE
034000                      TL-RESULT.
034100         IF PM-ACTION = "CLOSE"
034200             MOVE "ACCT-CLOSE"  TO TL-TYPE
034300         ELSE
034400             MOVE "ACCT-FREEZE" TO TL-TYPE
034500         END-IF.
034600         MOVE PM-TK-ACCOUNT TO AM-ACCOUNT-NO.
034700         READ ACCOUNT-MASTER-FILE
034800             INVALID KEY
034900                 MOVE "ACCOUNT NOT ON MASTER" TO PM-RESULT
035000                 MOVE "REJECTED-UNKNOWN-ACCOUNT" TO TL-STATUS
035100                 PERFORM 5000-WRITE-LOG THRU 5000-EXIT
035200                 GO TO 3100-EXIT
035300         END-READ.
035400         MOVE AM-USER    TO TL-USER.
035500         MOVE AM-BALANCE TO TL-CURRENT-BALANCE.
035600         MOVE AM-BALANCE TO TL-RESULT.
035700         IF AM-STATUS NOT = PM-BV-ACCT-STATUS
035800             MOVE "STATUS CHANGED SINCE REQUEST" TO PM-RESULT
035900             MOVE "REJECTED-STATUS-CHANGED" TO TL-STATUS
036000             PERFORM 5000-WRITE-LOG THRU 5000-EXIT
036100             GO TO 3100-EXIT
036200         END-IF.
036300         IF PM-ACTION = "CLOSE"
036400         AND AM-BALANCE NOT = ZERO
036500             MOVE "BALANCE NOT ZERO" TO PM-RESULT
036600             MOVE "REJECTED-BALANCE-NOT-ZERO" TO TL-STATUS
036700             PERFORM 5000-WRITE-LOG THRU 5000-EXIT
036800             GO TO 3100-EXIT
036900         END-IF.
037000         MOVE PM-AV-ACCT-STATUS TO AM-STATUS.
037100         REWRITE ACCOUNT-MASTER-RECORD
037200             INVALID KEY
037300                 DISPLAY "REWRITE FAILED FOR ACCOUNT: "
037400                     AM-ACCOUNT-NO
037500                 MOVE "UPDATE FAILED" TO PM-RESULT
037600                 MOVE "REJECTED-UPDATE-FAILED" TO TL-STATUS
037700                 PERFORM 5000-WRITE-LOG THRU 5000-EXIT
037800                 GO TO 3100-EXIT
037900         END-REWRITE.
038000         IF PM-ACTION = "CLOSE"
038100             MOVE ZERO TO TL-RESULT
038200             DISPLAY "ACCOUNT CLOSED: " AM-ACCOUNT-NO
038300         ELSE
038400             DISPLAY "ACCOUNT FROZEN: " AM-ACCOUNT-NO
038500         END-IF.
038600         MOVE "POSTED" TO TL-STATUS.
038700         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
038800         SET WS-APPLIED TO TRUE.
038900 3100-EXIT.
039000         EXIT.

039100*----------------------------------------------------------------
039200*3200-APPLY-FEE-SCHED - A SCHEDULE SET.  THE SCHEDULE ON FILE
039300*MUST STILL BE WHAT THE REQUESTER REPLACED (OR STILL ABSENT).
039400*----------------------------------------------------------------
039500 3200-APPLY-FEE-SCHED.
039600         MOVE "N" TO WS-ON-FILE-SWITCH.
039700         MOVE PM-TK-ACCT-TYPE TO FS-ACCT-TYPE.
039800         READ FEE-SCHEDULE-FILE
039900             INVALID KEY
040000                 CONTINUE
040100             NOT INVALID KEY
040200                 SET WS-ON-FILE TO TRUE
040300         END-READ.
040400         IF WS-ON-FILE-SWITCH NOT = PM-BV-FEE-ON-FILE
040500             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
040600             GO TO 3200-EXIT
040700         END-IF.
040800         IF WS-ON-FILE
040900         AND (FS-MONTHLY-CHARGE NOT = PM-BV-CHARGE
041000          OR  FS-MIN-BALANCE NOT = PM-BV-MIN-BAL)
041100             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
041200             GO TO 3200-EXIT
041300         END-IF.
041400         MOVE SPACES TO FEE-SCHEDULE-RECORD.
041500         MOVE PM-TK-ACCT-TYPE TO FS-ACCT-TYPE.
041600         MOVE PM-AV-CHARGE    TO FS-MONTHLY-CHARGE.
041700         MOVE PM-AV-MIN-BAL   TO FS-MIN-BALANCE.
041800         IF WS-ON-FILE
041900             REWRITE FEE-SCHEDULE-RECORD
042000                 INVALID KEY
042100                     DISPLAY "SCHEDULE REWRITE FAILED, STATUS: "
042200                         WS-FEE-STATUS
042300                     MOVE "UPDATE FAILED" TO PM-RESULT
042400                     GO TO 3200-EXIT
042500             END-REWRITE
042600         ELSE
042700             WRITE FEE-SCHEDULE-RECORD
042800                 INVALID KEY
042900                     DISPLAY "SCHEDULE WRITE FAILED, STATUS: "
043000                         WS-FEE-STATUS
043100                     MOVE "UPDATE FAILED" TO PM-RESULT
043200                     GO TO 3200-EXIT
043300             END-WRITE
043400         END-IF.
043500         DISPLAY "SCHEDULE SET FOR TYPE " FS-ACCT-TYPE
043600             " CHARGE " FS-MONTHLY-CHARGE
043700             " MIN BALANCE " FS-MIN-BALANCE.
043800         SET WS-APPLIED TO TRUE.
043900 3200-EXIT.
044000         EXIT.

044100*----------------------------------------------------------------
044200*3300-APPLY-RATE-TABLE - A BAND SET OR DELETE.  THE BAND ON FILE
044300*MUST STILL CARRY THE RATE THE REQUESTER SAW (OR STILL BE ABSENT).
044400*----------------------------------------------------------------
044500 3300-APPLY-RATE-TABLE.
044600         MOVE "N" TO WS-ON-FILE-SWITCH.
044700         MOVE PM-TK-ACCT-TYPE  TO RT-ACCT-TYPE.
044800         MOVE PM-TK-BAND-FLOOR TO RT-BAND-FLOOR.
044900         READ RATE-TABLE-FILE
045000             INVALID KEY
045100                 CONTINUE
045200             NOT INVALID KEY
045300                 SET WS-ON-FILE TO TRUE
045400         END-READ.
045500         IF WS-ON-FILE-SWITCH NOT = PM-BV-RATE-ON-FILE
045600             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
045700             GO TO 3300-EXIT
045800         END-IF.
045900         IF WS-ON-FILE
046000         AND RT-RATE NOT = PM-BV-RATE
046100             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
046200             GO TO 3300-EXIT
046300         END-IF.
046400         IF PM-ACTION = "DELETE"
046500             DELETE RATE-TABLE-FILE
046600                 INVALID KEY
046700                     DISPLAY "BAND DELETE FAILED, STATUS: "
046800                         WS-RATE-STATUS
046900                     MOVE "UPDATE FAILED" TO PM-RESULT
047000                     GO TO 3300-EXIT
047100             END-DELETE
047200             DISPLAY "BAND DELETED: TYPE " PM-TK-ACCT-TYPE
047300                 " FLOOR " PM-TK-BAND-FLOOR
047400             SET WS-APPLIED TO TRUE
047500             GO TO 3300-EXIT
047600         END-IF.
047700         MOVE SPACES TO RATE-TABLE-RECORD.
047800         MOVE PM-TK-ACCT-TYPE  TO RT-ACCT-TYPE.
047900         MOVE PM-TK-BAND-FLOOR TO RT-BAND-FLOOR.
048000         MOVE PM-AV-RATE       TO RT-RATE.
048100         IF WS-ON-FILE
048200             REWRITE RATE-TABLE-RECORD
048300                 INVALID KEY
048400                     DISPLAY "BAND REWRITE FAILED, STATUS: "
048500                         WS-RATE-STATUS
048600                     MOVE "UPDATE FAILED" TO PM-RESULT
048700                     GO TO 3300-EXIT
048800             END-REWRITE
048900         ELSE
049000             WRITE RATE-TABLE-RECORD
049100                 INVALID KEY
049200                     DISPLAY "BAND WRITE FAILED, STATUS: "
049300                         WS-RATE-STATUS
049400                     MOVE "UPDATE FAILED" TO PM-RESULT
049500                     GO TO 3300-EXIT
049600             END-WRITE
049700         END-IF.
049800         DISPLAY "BAND SET: TYPE " RT-ACCT-TYPE
049900             " FLOOR " RT-BAND-FLOOR " RATE " RT-RATE.
050000         SET WS-APPLIED TO TRUE.
050100 3300-EXIT.
050200         EXIT.

050300*----------------------------------------------------------------
050400*3400-APPLY-OPERATOR - AN OPERATOR ADD, REVOKE OR LIMIT CHANGE.
050500*AN ADD NEEDS THE ID STILL FREE; A REVOKE NEEDS THE OPERATOR
050510*STILL ACTIVE; A LIMIT CHANGE NEEDS THE OPERATOR STILL ACTIVE
050520*AND STILL ON THE LIMIT THE REQUESTER SAW.
050600*----------------------------------------------------------------
050700 3400-APPLY-OPERATOR.
050800         MOVE "N" TO WS-ON-FILE-SWITCH.
050900         MOVE PM-TK-OPER-ID TO OP-ID.
051000         READ OPERATOR-FILE
051100             INVALID KEY
051200                 CONTINUE
051300             NOT INVALID KEY
051400                 SET WS-ON-FILE TO TRUE
051500         END-READ.
051600         IF WS-ON-FILE-SWITCH NOT = PM-BV-OPER-ON-FILE
051700             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
051800             GO TO 3400-EXIT
051900         END-IF.
052000         IF PM-ACTION = "REVOKE"
052100             IF OP-STATUS NOT = PM-BV-OPER-STATUS
052200                 MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
052300                 GO TO 3400-EXIT
052400             END-IF
052500             MOVE PM-AV-OPER-STATUS TO OP-STATUS
052600             REWRITE OPERATOR-RECORD
052700                 INVALID KEY
052800                     DISPLAY "REWRITE FAILED FOR OPERATOR: "
052900                         PM-TK-OPER-ID
053000                     MOVE "UPDATE FAILED" TO PM-RESULT
053100                     GO TO 3400-EXIT
053200             END-REWRITE
053300             DISPLAY "OPERATOR REVOKED: " PM-TK-OPER-ID
053400             SET WS-APPLIED TO TRUE
053500             GO TO 3400-EXIT
053600         END-IF.
053603         IF PM-ACTION = "LIMIT"
053606             IF OP-POST-LIMIT IS NUMERIC
053609                 MOVE OP-POST-LIMIT TO WS-OPER-LIMIT
053612             ELSE
053615                 MOVE ZERO          TO WS-OPER-LIMIT
053618             END-IF
053621             IF OP-STATUS NOT = PM-BV-OPER-STATUS
053624             OR WS-OPER-LIMIT NOT = PM-BV-OPER-LIMIT
053627                 MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
053630                 GO TO 3400-EXIT
053633             END-IF
053636             MOVE PM-AV-OPER-LIMIT TO OP-POST-LIMIT
053639             REWRITE OPERATOR-RECORD
053642                 INVALID KEY
053645                     DISPLAY "REWRITE FAILED FOR OPERATOR: "
053648                         PM-TK-OPER-ID
053651                     MOVE "UPDATE FAILED" TO PM-RESULT
053654                     GO TO 3400-EXIT
053657             END-REWRITE
053660             DISPLAY "POSTING LIMIT SET: " PM-TK-OPER-ID
053663                 " LIMIT " OP-POST-LIMIT
053666             SET WS-APPLIED TO TRUE
053669             GO TO 3400-EXIT
053672         END-IF.
053675         MOVE SPACES TO OPERATOR-RECORD.
053800         MOVE PM-TK-OPER-ID     TO OP-ID.
053900         MOVE PM-AV-OPER-NAME   TO OP-NAME.
054000         MOVE PM-AV-OPER-LEVEL  TO OP-LEVEL.
054100         MOVE PM-AV-OPER-STATUS TO OP-STATUS.
054110         IF PM-AV-OPER-LIMIT IS NUMERIC
054120             MOVE PM-AV-OPER-LIMIT TO OP-POST-LIMIT
054130         ELSE
054140             MOVE ZERO             TO OP-POST-LIMIT
054150         END-IF.
054200         WRITE OPERATOR-RECORD
054300             INVALID KEY
054400                 DISPLAY "WRITE FAILED FOR OPERATOR: "
054500                     PM-TK-OPER-ID
054600                 MOVE "UPDATE FAILED" TO PM-RESULT
054700                 GO TO 3400-EXIT
054800         END-WRITE.
054900         DISPLAY "OPERATOR ADDED: " OP-ID " LEVEL " OP-LEVEL.
055000         SET WS-APPLIED TO TRUE.
055100 3400-EXIT.
055200         EXIT.

055201*----------------------------------------------------------------
055202*3500-APPLY-DAILY-LIMIT - A DAILY WITHDRAWAL LIMIT SET.  THE
055203*LIMIT ON FILE MUST STILL BE WHAT THE REQUESTER REPLACED (OR
055204*STILL ABSENT).
055205*----------------------------------------------------------------
055206 3500-APPLY-DAILY-LIMIT.
055207         MOVE "N" TO WS-ON-FILE-SWITCH.
055208         MOVE PM-TK-ACCT-TYPE TO DL-ACCT-TYPE.
055209         READ DAILY-LIMIT-FILE
055210             INVALID KEY
055211                 CONTINUE
055212             NOT INVALID KEY
055213                 SET WS-ON-FILE TO TRUE
055214         END-READ.
055215         IF WS-ON-FILE-SWITCH NOT = PM-BV-DL-ON-FILE
055216             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
055217             GO TO 3500-EXIT
055218         END-IF.
055219         IF WS-ON-FILE
055220         AND DL-DAILY-LIMIT NOT = PM-BV-DL-LIMIT
055221             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
055222             GO TO 3500-EXIT
055223         END-IF.
055224         MOVE SPACES TO DAILY-LIMIT-RECORD.
055225         MOVE PM-TK-ACCT-TYPE TO DL-ACCT-TYPE.
055226         MOVE PM-AV-DL-LIMIT  TO DL-DAILY-LIMIT.
055227         IF WS-ON-FILE
055228             REWRITE DAILY-LIMIT-RECORD
055229                 INVALID KEY
055230                     DISPLAY "DAILY LIMIT REWRITE FAILED, "
055231                         "STATUS: " WS-LIMIT-STATUS
055232                     MOVE "UPDATE FAILED" TO PM-RESULT
055233                     GO TO 3500-EXIT
055234             END-REWRITE
055235         ELSE
055236             WRITE DAILY-LIMIT-RECORD
055237                 INVALID KEY
055238                     DISPLAY "DAILY LIMIT WRITE FAILED, STATUS: "
055239                         WS-LIMIT-STATUS
055240                     MOVE "UPDATE FAILED" TO PM-RESULT
055241                     GO TO 3500-EXIT
055242             END-WRITE
055243         END-IF.
055244         DISPLAY "DAILY LIMIT SET FOR TYPE " DL-ACCT-TYPE
055245             " LIMIT " DL-DAILY-LIMIT.
055246         SET WS-APPLIED TO TRUE.
055247 3500-EXIT.
055248         EXIT.

055249*----------------------------------------------------------------
055250*3600-APPLY-HOLIDAY - A BANK HOLIDAY ADD OR DELETE.  THE DATE
055251*MUST STILL BE ABSENT (ADD) OR STILL CARRY THE HOLIDAY THE
055252*REQUESTER MEANT TO REMOVE (DELETE).
055253*----------------------------------------------------------------
055254 3600-APPLY-HOLIDAY.
055255         MOVE "N" TO WS-ON-FILE-SWITCH.
055256         MOVE PM-TK-HOL-DATE TO HC-DATE.
055257         READ HOLIDAY-FILE
055258             INVALID KEY
055259                 CONTINUE
055260             NOT INVALID KEY
055261                 SET WS-ON-FILE TO TRUE
055262         END-READ.
055263         IF WS-ON-FILE-SWITCH NOT = PM-BV-HOL-ON-FILE
055264             MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
055265             GO TO 3600-EXIT
055266         END-IF.
055267         IF PM-ACTION = "DELETE"
055268             IF HC-NAME NOT = PM-BV-HOL-NAME
055269                 MOVE "RECORD CHANGED SINCE REQUEST" TO PM-RESULT
055270                 GO TO 3600-EXIT
055271             END-IF
055272             DELETE HOLIDAY-FILE
055273                 INVALID KEY
055274                     DISPLAY "HOLIDAY DELETE FAILED, STATUS: "
055275                         WS-HOL-STATUS
055276                     MOVE "UPDATE FAILED" TO PM-RESULT
055277                     GO TO 3600-EXIT
055278             END-DELETE
055279             DISPLAY "HOLIDAY DELETED: " PM-TK-HOL-DATE
055280             SET WS-APPLIED TO TRUE
055281             GO TO 3600-EXIT
055282         END-IF.
055283         MOVE SPACES TO HOLIDAY-RECORD.
055284         MOVE PM-TK-HOL-DATE TO HC-DATE.
055285         MOVE PM-AV-HOL-NAME TO HC-NAME.
055286         WRITE HOLIDAY-RECORD
055287             INVALID KEY
055288                 DISPLAY "HOLIDAY WRITE FAILED, STATUS: "
055289                     WS-HOL-STATUS
055290                 MOVE "UPDATE FAILED" TO PM-RESULT
055291                 GO TO 3600-EXIT
055292         END-WRITE.
055293         DISPLAY "HOLIDAY ADDED: " HC-DATE " " HC-NAME.
055294         SET WS-APPLIED TO TRUE.
055295 3600-EXIT.
055296         EXIT.

055300*----------------------------------------------------------------
055400*3900-READ-CHANGE - FETCH THE KEYED CHANGE AND REFUSE ONE THAT
055500*IS NOT ON FILE, NO LONGER PENDING, OR THE SIGNED-ON
055600*SUPERVISOR'S OWN REQUEST.  WS-RESULT STAYS SPACES WHEN THE
055700*CHANGE MAY BE DECIDED.
055800*----------------------------------------------------------------
055900 3900-READ-CHANGE.
056000         MOVE SPACES TO WS-RESULT.
056100         MOVE WS-CHANGE-NO-IN TO PM-CHANGE-NO.
056200         READ PENDING-MAINT-FILE
056300             INVALID KEY
056400                 DISPLAY "CHANGE NOT ON FILE: " WS-CHANGE-NO-IN
056500                 MOVE "REJECTED-UNKNOWN-CHANGE" TO WS-RESULT
056600                 GO TO 3900-EXIT
056700         END-READ.
056800         IF NOT PM-PENDING
056900             DISPLAY "CHANGE NOT PENDING: " WS-CHANGE-NO-IN
057000                 " STATUS " PM-STATUS
057100             MOVE "REJECTED-NOT-PENDING" TO WS-RESULT
057200             GO TO 3900-EXIT
057300         END-IF.
057400         IF PM-REQUESTED-BY = WS-OPERATOR-ID
057500             DISPLAY "ACTION REJECTED: OWN REQUEST "
057600                 WS-CHANGE-NO-IN
057700             MOVE "REJECTED-OWN-REQUEST" TO WS-RESULT
057800             GO TO 3900-EXIT
057900         END-IF.
058000         DISPLAY "CHANGE " PM-CHANGE-NO
058100             " " PM-TARGET-FILE " " PM-ACTION
058200             " REQUESTED BY " PM-REQUESTED-BY.
058300 3900-EXIT.
058400         EXIT.

058500*----------------------------------------------------------------
058600*3950-RECORD-DECISION - STAMP THE APPROVER AND THE TIME ON THE
058700*PENDING RECORD.  THE CALLER HAS SET THE STATUS AND RESULT.
058800*----------------------------------------------------------------
058900 3950-RECORD-DECISION.
059000         MOVE WS-OPERATOR-ID TO PM-DECIDED-BY.
059100         ACCEPT PM-DECIDED-DATE FROM DATE YYYYMMDD.
059200         ACCEPT PM-DECIDED-TIME FROM TIME.
059300         REWRITE PENDING-MAINT-RECORD
059400             INVALID KEY
059500                 DISPLAY "PENDING MAINTENANCE REWRITE FAILED, "
059600                     "STATUS: " WS-PEND-STATUS
059700         END-REWRITE.
059800 3950-EXIT.
059900         EXIT.

060000*----------------------------------------------------------------
060100*4000-DECLINE-CHANGE - TURN A PENDING CHANGE DOWN.  NOTHING IS
060200*APPLIED; AN ACCOUNT CHANGE IS LOGGED AS DECLINED SO THE LOG
060300*CLOSES OUT THE PENDING-APPROVAL ENTRY AcctMaint WROTE.
060400*----------------------------------------------------------------
060500 4000-DECLINE-CHANGE.
060600         PERFORM 3900-READ-CHANGE THRU 3900-EXIT.
060700         IF WS-RESULT NOT = SPACES
060800             GO TO 4000-EXIT
060900         END-IF.
061000         MOVE "D" TO PM-STATUS.
061100         MOVE "DECLINED" TO PM-RESULT.
061200         PERFORM 3950-RECORD-DECISION THRU 3950-EXIT.
061300         IF PM-FOR-ACCOUNT
061400             MOVE SPACES TO TRANSACTION-LOG-RECORD
061500             MOVE PM-TK-ACCOUNT TO TL-ACCOUNT
061600             MOVE ZERO TO TL-TRANSACTION
061700             MOVE PM-BV-BALANCE TO TL-CURRENT-BALANCE
061800                                   TL-RESULT
061900             IF PM-ACTION = "CLOSE"
062000                 MOVE "ACCT-CLOSE"  TO TL-TYPE
062100             ELSE
062200                 MOVE "ACCT-FREEZE" TO TL-TYPE
062300             END-IF
062400             MOVE PM-TK-ACCOUNT TO AM-ACCOUNT-NO
062500             READ ACCOUNT-MASTER-FILE
062600                 NOT INVALID KEY
062700                     MOVE AM-USER TO TL-USER
062800             END-READ
062900             MOVE "REJECTED-DECLINED" TO TL-STATUS
063000             PERFORM 5000-WRITE-LOG THRU 5000-EXIT
063100         END-IF.
063200         MOVE "CHANGE DECLINED" TO WS-RESULT.
063300         DISPLAY "CHANGE DECLINED: " PM-CHANGE-NO.
063400 4000-EXIT.
063500         EXIT.

063600*----------------------------------------------------------------
063700*5000-WRITE-LOG - APPEND THE AUDIT RECORD FOR AN ACCOUNT CHANGE
063800*UNDER THE APPROVER'S ID.  THE CALLER HAS SET THE ACCOUNT, NAME,
063900*TYPE, AMOUNTS AND STATUS.  A POSTED ENTRY IS MIRRORED ONTO THE
064000*ACCOUNT HISTORY FILE.
064100*----------------------------------------------------------------
064200 5000-WRITE-LOG.
064300         ACCEPT TL-DATE FROM DATE YYYYMMDD.
064400         ACCEPT TL-TIME FROM TIME.
064500         MOVE ZERO               TO TL-REF-DATE.
064600         MOVE ZERO               TO TL-REF-TIME.
064700         MOVE WS-OPERATOR-ID     TO TL-OPERATOR.
064710         MOVE SPACES             TO TL-LIMIT-CHECK.
064800         WRITE TRANSACTION-LOG-RECORD.
064900         IF NOT WS-LOG-OK
065000             DISPLAY "LOG WRITE FAILED FOR: " TL-ACCOUNT
065100         END-IF.
065200         IF TL-STATUS = "POSTED"
065300             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
065400         END-IF.
065500 5000-EXIT.
065600         EXIT.

065700*----------------------------------------------------------------
065800*5500-WRITE-HISTORY - MIRROR THE LOG ENTRY JUST WRITTEN ONTO
065900*THE KEYED ACCOUNT HISTORY FILE.  A DUPLICATE KEY BUMPS THE TIME
066000*AND RETRIES.
066100*----------------------------------------------------------------
066200 5500-WRITE-HISTORY.
066300         MOVE TL-ACCOUNT         TO AH-ACCOUNT.
066400         MOVE TL-DATE            TO AH-DATE.
066500         MOVE TL-TIME            TO AH-TIME.
066600         MOVE TL-USER            TO AH-USER.
066700         MOVE TL-TYPE            TO AH-TYPE.
066800         MOVE TL-TRANSACTION     TO AH-TRANSACTION.
066900         MOVE TL-CURRENT-BALANCE TO AH-CURRENT-BALANCE.
067000         MOVE TL-RESULT          TO AH-RESULT.
067100         MOVE TL-STATUS          TO AH-STATUS.
067200         MOVE TL-REF-DATE        TO AH-REF-DATE.
067300         MOVE TL-REF-TIME        TO AH-REF-TIME.
067400         MOVE TL-OPERATOR        TO AH-OPERATOR.
067500         MOVE ZERO               TO WS-HIST-TRIES.
067600 5510-WRITE-HISTORY-TRY.
067700         WRITE ACCOUNT-HISTORY-RECORD
067800             INVALID KEY
067900                 ADD 1 TO WS-HIST-TRIES
068000                 IF WS-HIST-TRIES < 100
068100                     ADD 1 TO AH-TIME
068200                     GO TO 5510-WRITE-HISTORY-TRY
068300                 ELSE
068400                     DISPLAY "HISTORY WRITE FAILED FOR: "
068500                         AH-ACCOUNT
068600                 END-IF
068700         END-WRITE.
068800 5500-EXIT.
068900         EXIT.

069000*----------------------------------------------------------------
069100*9500-CLOSE-FILES.
069200*----------------------------------------------------------------
069300 9500-CLOSE-FILES.
069400         CLOSE PENDING-MAINT-FILE.
069500         CLOSE OPERATOR-FILE.
069600         CLOSE ACCOUNT-MASTER-FILE.
069700         CLOSE FEE-SCHEDULE-FILE.
069800         CLOSE RATE-TABLE-FILE.
069810         CLOSE DAILY-LIMIT-FILE.
069820         CLOSE HOLIDAY-FILE.
069900         CLOSE ACCOUNT-HISTORY-FILE.
070000         CLOSE TRANSACTION-LOG-FILE.
070100 9500-EXIT.
070200         EXIT.
