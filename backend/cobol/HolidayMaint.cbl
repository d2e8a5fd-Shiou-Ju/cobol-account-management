000100***************************************************************
000200** PROGRAM-ID : HolidayMaint
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-13
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   BANK HOLIDAY CALENDAR MAINTENANCE.  ONE OPERATOR-KEYED
001000**   ACTION PER RUN, THE SAME WAY DailyLimitMaint WORKS THE
001100**   DAILY LIMIT TABLE:
001200**     ADD    - FILE A HOLIDAY (DATE AND NAME).  THE DATE MUST BE
001300**              A REAL CALENDAR DATE ON A WEEKDAY - SATURDAYS AND
001400**              SUNDAYS ARE NEVER BUSINESS DAYS AND ARE NOT
001500**              CARRIED - AND MUST NOT ALREADY BE A HOLIDAY.
001600**     DELETE - FILE THE REMOVAL OF A HOLIDAY ON FILE.
001700**     LIST   - DISPLAY EVERY HOLIDAY ON FILE FOR ONE YEAR, AND
001800**              WARN WHEN THE YEAR HAS NOT BEEN LOADED.
001900**   EACH YEAR'S HOLIDAYS ARE LOADED BEFORE THE YEAR BEGINS -
002000**   THE NIGHTLY RUN-CONTROL CHECKS REFUSE A BUSINESS DATE IN A
002100**   YEAR WITH NO HOLIDAYS ON FILE.  ONLY AN ACTIVE SUPERVISOR
002200**   MAY CHANGE THE CALENDAR, AND AN ADD OR DELETE IS A
002300**   DUAL-CONTROL CHANGE: IT IS FILED ON THE PENDING MAINTENANCE
002400**   FILE (PENDMNT) AND TAKES EFFECT ONLY WHEN A SECOND ACTIVE
002500**   SUPERVISOR APPROVES IT THROUGH ApproveMaint.
002600**--------------------------------------------------------------
002700** MODIFICATION HISTORY.
002800**   2026-10-13  DK  INITIAL VERSION.
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. HolidayMaint.
003200 AUTHOR. D. KOWALSKI.
003300 INSTALLATION. MIDSTATE-SAVINGS-DP.
003400 DATE-WRITTEN. 2026-10-13.
003500 DATE-COMPILED.

003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS HC-DATE
004300         FILE STATUS IS WS-HOL-STATUS.
004400     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS OP-ID
004800         FILE STATUS IS WS-OPER-STATUS.
004900     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS PM-CHANGE-NO
005300         FILE STATUS IS WS-PEND-STATUS.

005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  HOLIDAY-FILE
005700         LABEL RECORDS ARE STANDARD.
005800     COPY HOLIDAY.

005900 FD  OPERATOR-FILE
006000         LABEL RECORDS ARE STANDARD.
006100     COPY OPERATOR.

006200 FD  PENDING-MAINT-FILE
006300         LABEL RECORDS ARE STANDARD.
006400     COPY PENDMNT.

006500 WORKING-STORAGE SECTION.
006600*MAINTENANCE ACTION KEYED BY THE OPERATOR.
006700 01  WS-ACTION                PIC X(06).
006800         88  WS-ACTION-ADD        VALUE "ADD".
006900         88  WS-ACTION-DELETE     VALUE "DELETE".
007000         88  WS-ACTION-LIST       VALUE "LIST".
007100*HOLIDAY FIELDS AS KEYED, BEFORE THEY ARE TRUSTED.
007200 01  WS-DATE-IN               PIC 9(08)     VALUE ZERO.
007300 01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
007400         05  WS-IN-YEAR           PIC 9(04).
007500         05  WS-IN-MONTH          PIC 9(02).
007600         05  WS-IN-DAY            PIC 9(02).
007700 01  WS-NAME-IN               PIC X(30)     VALUE SPACES.
007800 01  WS-YEAR-IN               PIC 9(04)     VALUE ZERO.
007900*SIGNED-ON OPERATOR.
008000 01  WS-OPERATOR-ID           PIC X(08)     VALUE SPACES.
008100*RESULT OF THE RUN, FOR THE CONSOLE.
008200 01  WS-RESULT                PIC X(30).

008300*FILE STATUS AND SWITCHES.
008400 01  WS-HOL-STATUS            PIC X(02).
008500         88  WS-HOL-OK            VALUE "00".
008600 01  WS-OPER-STATUS           PIC X(02).
008700         88  WS-OPER-OK           VALUE "00".
008800 01  WS-ON-FILE-SWITCH        PIC X(01)     VALUE "N".
008900         88  WS-ON-FILE           VALUE "Y".
009000 01  WS-PEND-STATUS           PIC X(02).
009100         88  WS-PEND-OK           VALUE "00".
009200 01  WS-PEND-EOF-SWITCH       PIC X(01)     VALUE "N".
009300         88  WS-PEND-EOF          VALUE "Y".
009400 01  WS-LIST-EOF-SWITCH       PIC X(01)     VALUE "N".
009500         88  WS-LIST-EOF          VALUE "Y".
009600*NEXT CHANGE NUMBER - ONE PAST THE HIGHEST ON THE PENDING FILE.
009700 01  WS-NEXT-CHANGE-NO        PIC 9(08)     VALUE 1.
009800*HOLIDAYS LISTED FOR THE KEYED YEAR.
009900 01  WS-LIST-COUNT            PIC 9(03)     VALUE ZERO.
010000*LAST DAY OF THE KEYED MONTH - FEBRUARY GETS 29 IN A LEAP YEAR.
010100 01  WS-MONTH-END-DAY         PIC 9(02)     VALUE ZERO.
010200 01  WS-YEAR-QUOT             PIC 9(04)     VALUE ZERO.
010300 01  WS-YEAR-REM              PIC 9(04)     VALUE ZERO.
010400*DAY-OF-WEEK WORK FIELDS (ZELLER) - 0 = SATURDAY, 1 = SUNDAY.
010500 01  WS-DOW-YEAR              PIC 9(04)     VALUE ZERO.
010600 01  WS-DOW-MONTH             PIC 9(02)     VALUE ZERO.
010700 01  WS-DOW-CENT              PIC 9(02)     VALUE ZERO.
010800 01  WS-DOW-YY                PIC 9(02)     VALUE ZERO.
010900 01  WS-DOW-K4                PIC 9(02)     VALUE ZERO.
011000 01  WS-DOW-J4                PIC 9(02)     VALUE ZERO.
011100 01  WS-DOW-MWORK             PIC 9(04)     VALUE ZERO.
011200 01  WS-DOW-SUM               PIC 9(04)     VALUE ZERO.
011300 01  WS-DOW-QUOT              PIC 9(04)     VALUE ZERO.
011400 01  WS-DAY-OF-WEEK           PIC 9(01)     VALUE ZERO.
011500         88  WS-WEEKEND-DAY       VALUE 0 1.

011600 PROCEDURE DIVISION.

011700*----------------------------------------------------------------
011800*0000-MAIN-PROCESS.
011900*----------------------------------------------------------------
012000 0000-MAIN-PROCESS.
012100         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200         EVALUATE TRUE
012300           WHEN WS-ACTION-ADD
012400             PERFORM 2000-ADD-HOLIDAY THRU 2000-EXIT
012500           WHEN WS-ACTION-DELETE
012600             PERFORM 3000-DELETE-HOLIDAY THRU 3000-EXIT
012700           WHEN WS-ACTION-LIST
012800             PERFORM 4000-LIST-YEAR THRU 4000-EXIT
012900           WHEN OTHER
013000             MOVE "REJECTED-INVALID-ACTION" TO WS-RESULT
013100             DISPLAY "ACTION REJECTED: INVALID ACTION " WS-ACTION
013200         END-EVALUATE.
013300         DISPLAY "HOLIDAY ACTION RESULT: " WS-RESULT.

013400 9999-TERMINATE.
013500         CLOSE HOLIDAY-FILE.
013600         CLOSE OPERATOR-FILE.
013700         CLOSE PENDING-MAINT-FILE.
013800         STOP RUN.

013900*----------------------------------------------------------------
014000*1000-INITIALIZE - SUPERVISOR SIGN-ON, OPEN FILES, ACCEPT THE
014100*ACTION.
014200*----------------------------------------------------------------
014300 1000-INITIALIZE.
014400         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
014500         OPEN INPUT HOLIDAY-FILE.
014600         IF NOT WS-HOL-OK
014700             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
014800                 WS-HOL-STATUS
014900             MOVE 8 TO RETURN-CODE
015000             STOP RUN
015100         END-IF.
015200         DISPLAY "ENTER ACTION (ADD/DELETE/LIST): ".
015300         ACCEPT WS-ACTION FROM CONSOLE.
015400         IF WS-ACTION-LIST
015500             DISPLAY "ENTER YEAR (YYYY): "
015600             ACCEPT WS-YEAR-IN FROM CONSOLE
015700         ELSE
015800             DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD): "
015900             ACCEPT WS-DATE-IN FROM CONSOLE
016000         END-IF.
016100         IF WS-ACTION-ADD
016200             DISPLAY "ENTER HOLIDAY NAME: "
016300             ACCEPT WS-NAME-IN FROM CONSOLE
016400         END-IF.
016500         OPEN I-O PENDING-MAINT-FILE.
016600         IF NOT WS-PEND-OK
016700             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
016800                 WS-PEND-STATUS
016900             MOVE 8 TO RETURN-CODE
017000             STOP RUN
017100         END-IF.
017200         PERFORM 1300-FIND-NEXT-CHANGE-NO THRU 1300-EXIT.
017300 1000-EXIT.
017400         EXIT.

017500*----------------------------------------------------------------
017600*0500-SIGN-ON - ONLY AN ACTIVE SUPERVISOR MAY WORK THE HOLIDAY
017700*CALENDAR.
017800*----------------------------------------------------------------
017900 0500-SIGN-ON.
018000         OPEN INPUT OPERATOR-FILE.
018100         IF NOT WS-OPER-OK
018200             DISPLAY "OPERATOR FILE OPEN FAILED, STATUS: "
018300                 WS-OPER-STATUS
018400             MOVE 8 TO RETURN-CODE
018500             STOP RUN
018600         END-IF.
018700         DISPLAY "ENTER OPERATOR ID: ".
018800         ACCEPT WS-OPERATOR-ID FROM CONSOLE.
018900         MOVE WS-OPERATOR-ID TO OP-ID.
019000         READ OPERATOR-FILE
019100             INVALID KEY
019200                 DISPLAY "SIGN-ON REFUSED - UNKNOWN OPERATOR: "
019300                     WS-OPERATOR-ID
019400                 MOVE 8 TO RETURN-CODE
019500                 STOP RUN
019600         END-READ.
019700         IF NOT OP-STATUS-ACTIVE
019800             DISPLAY "SIGN-ON REFUSED - OPERATOR REVOKED: "
019900                 WS-OPERATOR-ID
020000             MOVE 8 TO RETURN-CODE
020100             STOP RUN
020200         END-IF.
020300         IF NOT OP-LEVEL-SUPERVISOR
020400             DISPLAY "SIGN-ON REFUSED - NOT SUPERVISOR LEVEL: "
020500                 WS-OPERATOR-ID
020600             MOVE 8 TO RETURN-CODE
020700             STOP RUN
020800         END-IF.
020900         DISPLAY "SIGNED ON: " OP-NAME.
021000 0500-EXIT.
021100         EXIT.

021200*----------------------------------------------------------------
021300*1300-FIND-NEXT-CHANGE-NO - BROWSE THE PENDING MAINTENANCE FILE
021400*TO ONE PAST THE HIGHEST CHANGE NUMBER.  AN EMPTY FILE STARTS THE
021500*SERIES AT 1.
021600*----------------------------------------------------------------
021700 1300-FIND-NEXT-CHANGE-NO.
021800         MOVE ZERO TO PM-CHANGE-NO.
021900         START PENDING-MAINT-FILE
022000             KEY NOT LESS THAN PM-CHANGE-NO
022100             INVALID KEY
022200                 GO TO 1300-EXIT
022300         END-START.
022400         PERFORM 1310-BROWSE-PENDING THRU 1310-EXIT
022500             UNTIL WS-PEND-EOF.
022600 1300-EXIT.
022700         EXIT.

022800 1310-BROWSE-PENDING.
022900         READ PENDING-MAINT-FILE NEXT RECORD
023000             AT END
023100                 SET WS-PEND-EOF TO TRUE
023200             NOT AT END
023300                 COMPUTE WS-NEXT-CHANGE-NO = PM-CHANGE-NO + 1
023400         END-READ.
023500 1310-EXIT.
023600         EXIT.

023700*----------------------------------------------------------------
023800*1400-SET-MONTH-END - LAST DAY OF THE KEYED MONTH.  FEBRUARY GETS
023900*29 IN A LEAP YEAR - DIVISIBLE BY 4, CENTURIES ONLY WHEN
024000*DIVISIBLE BY 400.
024100*----------------------------------------------------------------
024200 1400-SET-MONTH-END.
024300         EVALUATE WS-IN-MONTH
024400           WHEN 01 WHEN 03 WHEN 05 WHEN 07
024500           WHEN 08 WHEN 10 WHEN 12
024600             MOVE 31 TO WS-MONTH-END-DAY
024700           WHEN 04 WHEN 06 WHEN 09 WHEN 11
024800             MOVE 30 TO WS-MONTH-END-DAY
024900           WHEN 02
025000             MOVE 28 TO WS-MONTH-END-DAY
025100             DIVIDE WS-IN-YEAR BY 4 GIVING WS-YEAR-QUOT
025200                 REMAINDER WS-YEAR-REM
025300             IF WS-YEAR-REM = ZERO
025400                 MOVE 29 TO WS-MONTH-END-DAY
025500                 DIVIDE WS-IN-YEAR BY 100 GIVING WS-YEAR-QUOT
025600                     REMAINDER WS-YEAR-REM
025700                 IF WS-YEAR-REM = ZERO
025800                     MOVE 28 TO WS-MONTH-END-DAY
025900                     DIVIDE WS-IN-YEAR BY 400
026000                         GIVING WS-YEAR-QUOT
026100                         REMAINDER WS-YEAR-REM
026200                     IF WS-YEAR-REM = ZERO
026300                         MOVE 29 TO WS-MONTH-END-DAY
026400                     END-IF
026500                 END-IF
026600             END-IF
026700           WHEN OTHER
026800             MOVE ZERO TO WS-MONTH-END-DAY
026900         END-EVALUATE.
027000 1400-EXIT.
027100         EXIT.

027200*----------------------------------------------------------------
027300*1500-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE KEYED DATE.
027400*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
027500*----------------------------------------------------------------
027600 1500-DAY-OF-WEEK.
027700         MOVE WS-IN-YEAR TO WS-DOW-YEAR.
027800         MOVE WS-IN-MONTH TO WS-DOW-MONTH.
027900         IF WS-DOW-MONTH < 3
028000             ADD 12 TO WS-DOW-MONTH
028100             SUBTRACT 1 FROM WS-DOW-YEAR
028200         END-IF.
028300         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
028400             REMAINDER WS-DOW-YY.
028500         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
028600         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
028700         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
028800         COMPUTE WS-DOW-SUM = WS-IN-DAY + WS-DOW-MWORK
028900             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
029000             + (5 * WS-DOW-CENT).
029100         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
029200             REMAINDER WS-DAY-OF-WEEK.
029300 1500-EXIT.
029400         EXIT.

029500*----------------------------------------------------------------
029600*1600-READ-HOLIDAY - LOOK THE KEYED DATE UP ON THE CALENDAR.
029700*----------------------------------------------------------------
029800 1600-READ-HOLIDAY.
029900         MOVE "N" TO WS-ON-FILE-SWITCH.
030000         MOVE WS-DATE-IN TO HC-DATE.
030100         READ HOLIDAY-FILE
030200             INVALID KEY
030300                 CONTINUE
030400             NOT INVALID KEY
030500                 SET WS-ON-FILE TO TRUE
030600         END-READ.
030700 1600-EXIT.
030800         EXIT.

030900*----------------------------------------------------------------
031000*2000-ADD-HOLIDAY - FILE A NEW HOLIDAY FOR APPROVAL.  THE DATE
031100*MUST BE A REAL WEEKDAY NOT ALREADY ON THE CALENDAR, AND THE
031200*HOLIDAY MUST BE NAMED.  ApproveMaint WRITES THE RECORD.
031300*----------------------------------------------------------------
031400 2000-ADD-HOLIDAY.
031500         PERFORM 1400-SET-MONTH-END THRU 1400-EXIT.
031600         IF WS-MONTH-END-DAY = ZERO
031700         OR WS-IN-DAY < 1
031800         OR WS-IN-DAY > WS-MONTH-END-DAY
031900             DISPLAY "ACTION REJECTED: INVALID DATE " WS-DATE-IN
032000             MOVE "REJECTED-INVALID-DATE" TO WS-RESULT
032100             GO TO 2000-EXIT
032200         END-IF.
032300         PERFORM 1500-DAY-OF-WEEK THRU 1500-EXIT.
032400         IF WS-WEEKEND-DAY
032500             DISPLAY "ACTION REJECTED: DATE FALLS ON A WEEKEND "
032600                 WS-DATE-IN
032700             MOVE "REJECTED-WEEKEND-DATE" TO WS-RESULT
032800             GO TO 2000-EXIT
032900         END-IF.
033000         IF WS-NAME-IN = SPACES
033100             DISPLAY "ACTION REJECTED: HOLIDAY NAME REQUIRED"
033200             MOVE "REJECTED-NO-NAME" TO WS-RESULT
033300             GO TO 2000-EXIT
033400         END-IF.
033500         PERFORM 1600-READ-HOLIDAY THRU 1600-EXIT.
033600         IF WS-ON-FILE
033700             DISPLAY "ACTION REJECTED: ALREADY A HOLIDAY "
033800                 HC-DATE " " HC-NAME
033900             MOVE "REJECTED-ALREADY-ON-FILE" TO WS-RESULT
034000             GO TO 2000-EXIT
034100         END-IF.
034200         MOVE SPACES TO PENDING-MAINT-RECORD.
034300         MOVE "HOLIDAY"     TO PM-TARGET-FILE.
034400         MOVE "ADD"         TO PM-ACTION.
034500         MOVE WS-DATE-IN    TO PM-TK-HOL-DATE.
034600         MOVE "N"           TO PM-BV-HOL-ON-FILE.
034700         MOVE "Y"           TO PM-AV-HOL-ON-FILE.
034800         MOVE WS-NAME-IN    TO PM-AV-HOL-NAME.
034900         PERFORM 2900-FILE-CHANGE THRU 2900-EXIT.
035000         IF WS-RESULT NOT = SPACES
035100             GO TO 2000-EXIT
035200         END-IF.
035300         MOVE "PENDING-APPROVAL" TO WS-RESULT.
035400         DISPLAY "HOLIDAY ADD FILED FOR " WS-DATE-IN " "
035450             WS-NAME-IN.
035500         DISPLAY "CHANGE FILED FOR SECOND APPROVAL - CHANGE NO: "
035600             PM-CHANGE-NO.
035700 2000-EXIT.
035800         EXIT.

035900*----------------------------------------------------------------
036000*2900-FILE-CHANGE - STAMP AND WRITE THE PENDING CHANGE BUILT BY
036100*THE CALLER.  WS-RESULT STAYS SPACES WHEN IT IS FILED.
036200*----------------------------------------------------------------
036300 2900-FILE-CHANGE.
036400         MOVE SPACES TO WS-RESULT.
036500         MOVE WS-NEXT-CHANGE-NO TO PM-CHANGE-NO.
036600         MOVE WS-OPERATOR-ID    TO PM-REQUESTED-BY.
036700         ACCEPT PM-REQ-DATE FROM DATE YYYYMMDD.
036800         ACCEPT PM-REQ-TIME FROM TIME.
036900         MOVE "P" TO PM-STATUS.
037000         MOVE ZERO TO PM-DECIDED-DATE
037100                      PM-DECIDED-TIME.
037200         WRITE PENDING-MAINT-RECORD
037300             INVALID KEY
037400                 DISPLAY "PENDING MAINTENANCE WRITE FAILED, "
037500                     "STATUS: " WS-PEND-STATUS
037600                 MOVE "REJECTED-WRITE-FAILED" TO WS-RESULT
037700         END-WRITE.
037800 2900-EXIT.
037900         EXIT.

038000*----------------------------------------------------------------
038100*3000-DELETE-HOLIDAY - FILE THE REMOVAL OF A HOLIDAY ON FILE FOR
038200*APPROVAL, WITH ITS NAME AS THE BEFORE VALUE.  ApproveMaint
038300*DELETES THE RECORD.
038400*----------------------------------------------------------------
038500 3000-DELETE-HOLIDAY.
038600         PERFORM 1600-READ-HOLIDAY THRU 1600-EXIT.
038700         IF NOT WS-ON-FILE
038800             DISPLAY "ACTION REJECTED: NOT A HOLIDAY " WS-DATE-IN
038900             MOVE "REJECTED-NOT-ON-FILE" TO WS-RESULT
039000             GO TO 3000-EXIT
039100         END-IF.
039200         MOVE SPACES TO PENDING-MAINT-RECORD.
039300         MOVE "HOLIDAY"     TO PM-TARGET-FILE.
039400         MOVE "DELETE"      TO PM-ACTION.
039500         MOVE WS-DATE-IN    TO PM-TK-HOL-DATE.
039600         MOVE "Y"           TO PM-BV-HOL-ON-FILE.
039700         MOVE HC-NAME       TO PM-BV-HOL-NAME.
039800         MOVE "N"           TO PM-AV-HOL-ON-FILE.
039900         PERFORM 2900-FILE-CHANGE THRU 2900-EXIT.
040000         IF WS-RESULT NOT = SPACES
040100             GO TO 3000-EXIT
040200         END-IF.
040300         MOVE "PENDING-APPROVAL" TO WS-RESULT.
040400         DISPLAY "HOLIDAY DELETE FILED FOR " WS-DATE-IN " "
040450             HC-NAME.
040500         DISPLAY "CHANGE FILED FOR SECOND APPROVAL - CHANGE NO: "
040600             PM-CHANGE-NO.
040700 3000-EXIT.
040800         EXIT.

040900*----------------------------------------------------------------
041000*4000-LIST-YEAR - DISPLAY EVERY HOLIDAY ON FILE FOR THE KEYED
041100*YEAR.  A YEAR WITH NONE HAS NOT BEEN LOADED, AND THE NIGHTLY
041200*JOBS WILL REFUSE ITS BUSINESS DATES.
041300*----------------------------------------------------------------
041400 4000-LIST-YEAR.
041500         MOVE ZERO TO WS-LIST-COUNT.
041600         MOVE WS-YEAR-IN TO HC-YEAR.
041700         MOVE 01 TO HC-MONTH.
041800         MOVE 01 TO HC-DAY.
041900         START HOLIDAY-FILE
042000             KEY NOT LESS THAN HC-DATE
042100             INVALID KEY
042200                 SET WS-LIST-EOF TO TRUE
042300         END-START.
042400         PERFORM 4100-LIST-HOLIDAY THRU 4100-EXIT
042500             UNTIL WS-LIST-EOF.
042600         IF WS-LIST-COUNT = ZERO
042700             DISPLAY "NO HOLIDAYS ON FILE FOR " WS-YEAR-IN
042800                 " - LOAD THE YEAR BEFORE IT BEGINS"
042900             MOVE "YEAR NOT LOADED" TO WS-RESULT
043000             GO TO 4000-EXIT
043100         END-IF.
043200         DISPLAY "HOLIDAYS ON FILE FOR " WS-YEAR-IN ": "
043300             WS-LIST-COUNT.
043400         MOVE "HOLIDAYS LISTED" TO WS-RESULT.
043500 4000-EXIT.
043600         EXIT.

043700 4100-LIST-HOLIDAY.
043800         READ HOLIDAY-FILE NEXT RECORD
043900             AT END
044000                 SET WS-LIST-EOF TO TRUE
044100                 GO TO 4100-EXIT
044200         END-READ.
044300         IF HC-YEAR NOT = WS-YEAR-IN
044400             SET WS-LIST-EOF TO TRUE
044500             GO TO 4100-EXIT
044600         END-IF.
044700         ADD 1 TO WS-LIST-COUNT.
044800         DISPLAY HC-DATE "  " HC-NAME.
044900 4100-EXIT.
045000         EXIT.
