001900**   MACHINERY LIKE ANY OTHER TRANSACTION.
002000**   AN ORDER KEYED WITH DAY 29-31 FIRES ON THE LAST DAY OF A
002100**   SHORTER MONTH, SO A MONTH-END ORDER NEVER SKIPS FEBRUARY.
002110**   AN ORDER WHOSE DAY FALLS ON A WEEKEND OR A BANK HOLIDAY
002120**   (THE HOLIDAY CALENDAR) FIRES ON THE NEXT BUSINESS DAY: EACH
002130**   RUN COVERS ITS BUSINESS DATE AND EVERY NON-BUSINESS DAY
002140**   BACK TO THE PREVIOUS BUSINESS DAY.  A RUN FOR A DATE THAT IS
002150**   ITSELF NOT A BUSINESS DAY GENERATES NO ORDERS - THEY ARE
002160**   LEFT FOR THE NEXT BUSINESS DAY'S RUN.
002200**--------------------------------------------------------------
002300** MODIFICATION HISTORY.
002400**   2026-08-21  DK  INITIAL VERSION.
002475**                   THROUGH THE NORMAL EDIT AND CHECKPOINT
002476**                   MACHINERY AND IS MARKED RECYCLED ON THE
002477**                   SUSPENSE FILE.
002478**   2026-10-02  DK  WRITE THE STEP'S CONTROL TOTALS (DETAILS
002479**                   COPIED IN, DETAILS WRITTEN OUT AND THEIR
002480**                   AMOUNTS) TO THE CTLTOTS FILE, SO THE EDIT
002481**                   STEP CAN PROVE THE COMBINED FILE IT READS
002482**                   IS THE WHOLE OF WHAT WAS WRITTEN HERE.
002485**   2026-10-13  DK  AN ORDER DUE ON A WEEKEND OR BANK HOLIDAY
002488**                   (HOLIDAYS) MOVES TO THE NEXT BUSINESS DAY -
002491**                   THE RUN CHECKS EVERY DATE BACK TO THE PRIOR
002494**                   BUSINESS DAY, AND A NON-BUSINESS RUN DATE
002497**                   GENERATES NOTHING.
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. GenStandingOrders.
004530         ACCESS MODE IS DYNAMIC
004540         RECORD KEY IS SP-SUSP-ID
004550         FILE STATUS IS WS-SUSP-STATUS.
004560     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
004570         ORGANIZATION IS INDEXED
004580         ACCESS MODE IS DYNAMIC
004590         RECORD KEY IS CX-KEY
004595         FILE STATUS IS WS-CTL-STATUS.
004596     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
004597         ORGANIZATION IS INDEXED
004598         ACCESS MODE IS DYNAMIC
004599         RECORD KEY IS HC-DATE
004600         FILE STATUS IS WS-HOL-STATUS.

004600 DATA DIVISION.
004700 FILE SECTION.
005370         LABEL RECORDS ARE STANDARD.
005380     COPY SUSPENSE.

005390 FD  CONTROL-TOTALS-FILE
005392         LABEL RECORDS ARE STANDARD.
005394     COPY CTLTOTS.

005395 FD  HOLIDAY-FILE
005396         LABEL RECORDS ARE STANDARD.
005397     COPY HOLIDAY.

005400 WORKING-STORAGE SECTION.
005500*BUSINESS DATE THIS RUN IS GENERATING FOR.
005600 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
005800         05  WS-RUN-YEAR          PIC 9(04).
005900         05  WS-RUN-MONTH         PIC 9(02).
006000         05  WS-RUN-DAY           PIC 9(02).
006100*LAST DAY OF THE MONTH OF WS-CAL-DATE, FOR MONTH-END ORDER
006110*HANDLING.
006200 01  WS-MONTH-END-DAY             PIC 9(02)     VALUE ZERO.
006300 01  WS-YEAR-QUOT                 PIC 9(04)     VALUE ZERO.
006310 01  WS-YEAR-REM                  PIC 9(04)     VALUE ZERO.
006312*CALENDAR WORK DATE - STEPPED BACK A DAY AT A TIME FROM THE RUN
006314*DATE TO FIND THE DATES THIS RUN COVERS.
006316 01  WS-CAL-DATE                  PIC 9(08)     VALUE ZERO.
006318 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
006320         05  WS-CAL-YEAR          PIC 9(04).
006322         05  WS-CAL-MONTH         PIC 9(02).
006324         05  WS-CAL-DAY           PIC 9(02).
006326*DAY-OF-WEEK WORK FIELDS (ZELLER) - 0 = SATURDAY, 1 = SUNDAY.
006328 01  WS-DOW-YEAR                  PIC 9(04)     VALUE ZERO.
006330 01  WS-DOW-MONTH                 PIC 9(02)     VALUE ZERO.
006332 01  WS-DOW-CENT                  PIC 9(02)     VALUE ZERO.
006334 01  WS-DOW-YY                    PIC 9(02)     VALUE ZERO.
006336 01  WS-DOW-K4                    PIC 9(02)     VALUE ZERO.
006338 01  WS-DOW-J4                    PIC 9(02)     VALUE ZERO.
006340 01  WS-DOW-MWORK                 PIC 9(04)     VALUE ZERO.
006342 01  WS-DOW-SUM                   PIC 9(04)     VALUE ZERO.
006344 01  WS-DOW-QUOT                  PIC 9(04)     VALUE ZERO.
006346 01  WS-DAY-OF-WEEK               PIC 9(01)     VALUE ZERO.
006348         88  WS-WEEKEND-DAY           VALUE 0 1.
006350*THE DATES THIS RUN COVERS - THE RUN DATE FIRST, THEN EACH
006352*WEEKEND DAY OR HOLIDAY BEFORE IT BACK TO THE PRIOR BUSINESS
006354*DAY - WITH EACH DATE'S DAY AND ITS MONTH'S LAST DAY.
006356 01  WS-WINDOW-TABLE.
006358         05  WS-WINDOW-ENTRY OCCURS 10 TIMES
006360                         INDEXED BY WN-IDX.
006362             10  WN-DATE              PIC 9(08).
006364             10  WN-DAY               PIC 9(02).
006366             10  WN-MONTH-END         PIC 9(02).
006368 01  WS-WINDOW-COUNT              PIC 9(03)     VALUE ZERO COMP.
006370 01  WS-WINDOW-MAX                PIC 9(03)     VALUE 10 COMP.

006400*SEQUENCE NUMBERING - GENERATED ORDERS CONTINUE THE UPSTREAM
006500*FILE'S NUMBERING.
007300 01  WS-GEN-COUNT                 PIC 9(08)     VALUE ZERO.
007350 01  WS-RECYCLE-COUNT             PIC 9(08)     VALUE ZERO.
007400 01  WS-SKIP-COUNT                PIC 9(08)     VALUE ZERO.
007410*AMOUNT TOTALS FOR THE CONTROL TOTALS RECORD - NUMERIC AMOUNTS
007420*ONLY, THE SAME AS THE EDIT'S HASH TOTAL.
007430 01  WS-COPY-AMOUNT               PIC 9(12)V99  VALUE ZERO.
007440 01  WS-RECYCLE-AMOUNT            PIC 9(12)V99  VALUE ZERO.
007450 01  WS-GEN-AMOUNT                PIC 9(12)V99  VALUE ZERO.

007500*FILE STATUS AND SWITCHES.
007600 01  WS-ORD-STATUS                PIC X(02).
008100         88  WS-GEN-OK                VALUE "00".
008110 01  WS-SUSP-STATUS               PIC X(02).
008120         88  WS-SUSP-OK               VALUE "00".
008130 01  WS-CTL-STATUS                PIC X(02).
008140         88  WS-CTL-OK                VALUE "00".
008200 01  WS-IN-EOF-SWITCH             PIC X(01)     VALUE "N".
008300         88  WS-IN-EOF                VALUE "Y".
008310 01  WS-SUSP-EOF-SWITCH           PIC X(01)     VALUE "N".
008700         88  WS-TRAILER-SEEN          VALUE "Y".
008800 01  WS-FATAL-SWITCH              PIC X(01)     VALUE "N".
008900         88  WS-FATAL                 VALUE "Y".
008909 01  WS-HOL-STATUS                PIC X(02).
008918         88  WS-HOL-OK                VALUE "00".
008927 01  WS-BUSINESS-DAY-SWITCH       PIC X(01)     VALUE "N".
008936         88  WS-BUSINESS-DAY          VALUE "Y".
008945 01  WS-RUN-DAY-SWITCH            PIC X(01)     VALUE "Y".
008954         88  WS-RUN-ON-BUSINESS-DAY   VALUE "Y".
008963 01  WS-WINDOW-SWITCH             PIC X(01)     VALUE "N".
008972         88  WS-WINDOW-DONE           VALUE "Y".
008981 01  WS-DUE-SWITCH                PIC X(01)     VALUE "N".
008990         88  WS-ORDER-DUE             VALUE "Y".

009000 PROCEDURE DIVISION.

010200         STOP RUN.

010300*----------------------------------------------------------------
010400*1000-INITIALIZE - GET THE DATE, WORK OUT THE DATES THE RUN
010500*COVERS, OPEN FILES, PRIME THE READS.
010600*----------------------------------------------------------------
010700 1000-INITIALIZE.
010800         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
010900         ACCEPT WS-RUN-DATE FROM CONSOLE.
010910         OPEN INPUT HOLIDAY-FILE.
010920         IF NOT WS-HOL-OK
010930             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
010940                 WS-HOL-STATUS
010950             MOVE 8 TO RETURN-CODE
010960             STOP RUN
010970         END-IF.
010980         PERFORM 1400-BUILD-WINDOW THRU 1400-EXIT.
011100         OPEN INPUT STANDING-ORDER-FILE.
011200         IF NOT WS-ORD-OK
011300             DISPLAY "STANDING ORDER FILE OPEN FAILED, STATUS: "
013150             MOVE 8 TO RETURN-CODE
013160             STOP RUN
013170         END-IF.
013180         OPEN I-O CONTROL-TOTALS-FILE.
013182         IF NOT WS-CTL-OK
013184             DISPLAY "CONTROL TOTALS OPEN FAILED, STATUS: "
013186                 WS-CTL-STATUS
013188             MOVE 8 TO RETURN-CODE
013190             STOP RUN
013192         END-IF.
013200         PERFORM 1100-READ-INPUT THRU 1100-EXIT.
013300         PERFORM 1200-READ-ORDER THRU 1200-EXIT.
013400 1000-EXIT.
014900         EXIT.

015000*----------------------------------------------------------------
015100*1300-SET-MONTH-END - LAST DAY OF THE MONTH OF WS-CAL-DATE.
015120*FEBRUARY GETS 29 IN A LEAP YEAR - DIVISIBLE BY 4, CENTURIES
015140*ONLY WHEN DIVISIBLE BY 400.
015160*----------------------------------------------------------------
015180 1300-SET-MONTH-END.
015200         EVALUATE WS-CAL-MONTH
015220           WHEN 01 WHEN 03 WHEN 05 WHEN 07
015240           WHEN 08 WHEN 10 WHEN 12
015260             MOVE 31 TO WS-MONTH-END-DAY
015280           WHEN 04 WHEN 06 WHEN 09 WHEN 11
015300             MOVE 30 TO WS-MONTH-END-DAY
015320           WHEN 02
015340             MOVE 28 TO WS-MONTH-END-DAY
015360             DIVIDE WS-CAL-YEAR BY 4 GIVING WS-YEAR-QUOT
015380                 REMAINDER WS-YEAR-REM
015400             IF WS-YEAR-REM = ZERO
015420                 MOVE 29 TO WS-MONTH-END-DAY
015440                 DIVIDE WS-CAL-YEAR BY 100 GIVING WS-YEAR-QUOT
015460                     REMAINDER WS-YEAR-REM
015480                 IF WS-YEAR-REM = ZERO
015500                     MOVE 28 TO WS-MONTH-END-DAY
015520                     DIVIDE WS-CAL-YEAR BY 400
015540                         GIVING WS-YEAR-QUOT
015560                         REMAINDER WS-YEAR-REM
015580                     IF WS-YEAR-REM = ZERO
015600                         MOVE 29 TO WS-MONTH-END-DAY
015620                     END-IF
015640                 END-IF
015660             END-IF
015680           WHEN OTHER
015700             MOVE 31 TO WS-MONTH-END-DAY
015720         END-EVALUATE.
015740 1300-EXIT.
015760         EXIT.

015780*----------------------------------------------------------------
015800*1400-BUILD-WINDOW - THE DATES THIS RUN GENERATES FOR: THE RUN
015820*DATE, THEN EVERY WEEKEND DAY OR HOLIDAY BEFORE IT UNTIL THE
015840*PRIOR BUSINESS DAY, WHOSE OWN RUN COVERED ITS ORDERS.  A RUN
015860*DATE THAT IS NOT ITSELF A BUSINESS DAY COVERS NOTHING - ITS
015880*ORDERS FIRE WITH THE NEXT BUSINESS DAY'S RUN.
015900*----------------------------------------------------------------
015920 1400-BUILD-WINDOW.
015940         MOVE ZERO TO WS-WINDOW-COUNT.
015960         MOVE WS-RUN-DATE TO WS-CAL-DATE.
015980         PERFORM 1500-CHECK-BUSINESS-DAY THRU 1500-EXIT.
016000         IF NOT WS-BUSINESS-DAY
016020             MOVE "N" TO WS-RUN-DAY-SWITCH
016040             DISPLAY "BUSINESS DATE " WS-RUN-DATE
016060                 " IS A WEEKEND OR HOLIDAY"
016080             DISPLAY "NO STANDING ORDERS GENERATED - THEY FIRE "
016100                 "ON THE NEXT BUSINESS DAY"
016120             GO TO 1400-EXIT
016140         END-IF.
016160         PERFORM 1410-ADD-WINDOW-DATE THRU 1410-EXIT.
016180         MOVE "N" TO WS-WINDOW-SWITCH.
016200         PERFORM 1420-STEP-BACK THRU 1420-EXIT
016220             UNTIL WS-WINDOW-DONE.
016240 1400-EXIT.
016260         EXIT.

016280 1410-ADD-WINDOW-DATE.
016300         PERFORM 1300-SET-MONTH-END THRU 1300-EXIT.
016320         ADD 1 TO WS-WINDOW-COUNT.
016340         SET WN-IDX TO WS-WINDOW-COUNT.
016360         MOVE WS-CAL-DATE      TO WN-DATE (WN-IDX).
016380         MOVE WS-CAL-DAY       TO WN-DAY (WN-IDX).
016400         MOVE WS-MONTH-END-DAY TO WN-MONTH-END (WN-IDX).
016420 1410-EXIT.
016440         EXIT.

016460 1420-STEP-BACK.
016480         PERFORM 1430-SUBTRACT-ONE-DAY THRU 1430-EXIT.
016500         PERFORM 1500-CHECK-BUSINESS-DAY THRU 1500-EXIT.
016520         IF WS-BUSINESS-DAY
016540         OR WS-WINDOW-COUNT NOT < WS-WINDOW-MAX
016560             SET WS-WINDOW-DONE TO TRUE
016580             GO TO 1420-EXIT
016600         END-IF.
016620         PERFORM 1410-ADD-WINDOW-DATE THRU 1410-EXIT.
016640 1420-EXIT.
016660         EXIT.

016680*----------------------------------------------------------------
016700*1430-SUBTRACT-ONE-DAY - ROLL WS-CAL-DATE BACK ONE CALENDAR DAY.
016720*----------------------------------------------------------------
016740 1430-SUBTRACT-ONE-DAY.
016760         IF WS-CAL-DAY > 1
016780             SUBTRACT 1 FROM WS-CAL-DAY
016800             GO TO 1430-EXIT
016820         END-IF.
016840         IF WS-CAL-MONTH > 1
016860             SUBTRACT 1 FROM WS-CAL-MONTH
016880         ELSE
016900             MOVE 12 TO WS-CAL-MONTH
016920             SUBTRACT 1 FROM WS-CAL-YEAR
016940         END-IF.
016960         PERFORM 1300-SET-MONTH-END THRU 1300-EXIT.
016980         MOVE WS-MONTH-END-DAY TO WS-CAL-DAY.
017000 1430-EXIT.
017020         EXIT.

017040*----------------------------------------------------------------
017060*1500-CHECK-BUSINESS-DAY - WS-CAL-DATE IS A BUSINESS DAY WHEN IT
017080*IS A WEEKDAY AND NOT ON THE BANK HOLIDAY CALENDAR.
017100*----------------------------------------------------------------
017120 1500-CHECK-BUSINESS-DAY.
017140         MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
017160         PERFORM 1510-DAY-OF-WEEK THRU 1510-EXIT.
017180         IF WS-WEEKEND-DAY
017200             GO TO 1500-EXIT
017220         END-IF.
017240         MOVE WS-CAL-DATE TO HC-DATE.
017260         READ HOLIDAY-FILE
017280             INVALID KEY
017300                 SET WS-BUSINESS-DAY TO TRUE
017320             NOT INVALID KEY
017340                 CONTINUE
017360         END-READ.
017380 1500-EXIT.
017400         EXIT.

017420*----------------------------------------------------------------
017440*1510-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-CAL-DATE.
017460*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
017480*----------------------------------------------------------------
017500 1510-DAY-OF-WEEK.
017520         MOVE WS-CAL-YEAR TO WS-DOW-YEAR.
017540         MOVE WS-CAL-MONTH TO WS-DOW-MONTH.
017560         IF WS-DOW-MONTH < 3
017580             ADD 12 TO WS-DOW-MONTH
017600             SUBTRACT 1 FROM WS-DOW-YEAR
017620         END-IF.
017640         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
017660             REMAINDER WS-DOW-YY.
017680         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
017700         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
017720         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
017740         COMPUTE WS-DOW-SUM = WS-CAL-DAY + WS-DOW-MWORK
017760             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
017780             + (5 * WS-DOW-CENT).
017800         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
017820             REMAINDER WS-DAY-OF-WEEK.
017840 1510-EXIT.
017860         EXIT.


018500*----------------------------------------------------------------
018600*2000-COPY-INPUT - PASS ONE UPSTREAM RECORD THROUGH.  THE
020300                 SET WS-FATAL TO TRUE
020400             ELSE
020500                 ADD 1 TO WS-COPY-COUNT
020510                 IF TI-AMOUNT-X NUMERIC
020520                     ADD TI-AMOUNT TO WS-COPY-AMOUNT
020530                 END-IF
020600             END-IF
020700             IF TI-SEQ-NUM-X NUMERIC
020800                     AND TI-SEQ-NUM NOT < WS-NEXT-SEQ
021454         ADD 1 TO WS-TRAILER-COUNT.
021455         IF SP-AMOUNT-X NUMERIC
021456             ADD SP-AMOUNT TO WS-TRAILER-HASH
021456             ADD SP-AMOUNT TO WS-RECYCLE-AMOUNT
021457         END-IF.
021458         MOVE "R" TO SP-STATUS.
021459         REWRITE SUSPENSE-RECORD

021500*----------------------------------------------------------------
021600*3000-GENERATE-ORDER - WRITE ONE TRANSACTION FOR AN ACTIVE
021700*ORDER DUE ON ANY DATE THIS RUN COVERS.  NOTHING IS DUE WHEN
021800*THE RUN DATE IS NOT A BUSINESS DAY.
021900*----------------------------------------------------------------
022000 3000-GENERATE-ORDER.
022100         MOVE "N" TO WS-DUE-SWITCH.
022200         IF SO-ACTIVE
022300         AND WS-RUN-ON-BUSINESS-DAY
022400             PERFORM 3050-CHECK-DUE-DATE THRU 3050-EXIT
022500                 VARYING WN-IDX FROM 1 BY 1
022600                 UNTIL WN-IDX > WS-WINDOW-COUNT
022650                    OR WS-ORDER-DUE
022660         END-IF.
022670         IF WS-ORDER-DUE
022700             PERFORM 3100-WRITE-ORDER THRU 3100-EXIT
022800         ELSE
022900             ADD 1 TO WS-SKIP-COUNT
023200 3000-EXIT.
023300         EXIT.

023305*----------------------------------------------------------------
023310*3050-CHECK-DUE-DATE - IS THE ORDER DUE ON ONE COVERED DATE: THE
023315*DATE IS INSIDE THE ORDER'S START AND END, AND ITS DAY MATCHES OR
023320*ITS DAY IS PAST THE END OF A SHORTER MONTH AND THE DATE IS THAT
023325*MONTH-END.
023330*----------------------------------------------------------------
023335 3050-CHECK-DUE-DATE.
023340         IF WN-DATE (WN-IDX) NOT < SO-START-DATE
023345                     AND WN-DATE (WN-IDX) NOT > SO-END-DATE
023350                     AND (SO-DAY-OF-MONTH = WN-DAY (WN-IDX)
023355                       OR (WN-DAY (WN-IDX) = WN-MONTH-END (WN-IDX)
023360                          AND SO-DAY-OF-MONTH >
023362                              WN-MONTH-END (WN-IDX)))
023365             SET WS-ORDER-DUE TO TRUE
023370         END-IF.
023375 3050-EXIT.
023380         EXIT.

023400 3100-WRITE-ORDER.
023500         MOVE SPACES TO COMBINED-RECORD.
023600         MOVE WS-NEXT-SEQ TO CB-SEQ-NUM.
024900         ADD 1 TO WS-NEXT-SEQ.
025000         ADD 1 TO WS-TRAILER-COUNT.
025100         ADD SO-AMOUNT TO WS-TRAILER-HASH.
025110         ADD SO-AMOUNT TO WS-GEN-AMOUNT.
025200 3100-EXIT.
025300         EXIT.

027700 4000-EXIT.
027800         EXIT.

027810*----------------------------------------------------------------
027820*8000-WRITE-CONTROL-TOTALS - WHAT CAME IN FROM UPSTREAM AND WHAT
027830*WENT OUT ON THE COMBINED FILE, FOR THE EDIT STEP TO PROVE
027840*AGAINST.  A RERUN REPLACES THE DATE'S RECORD.
027850*----------------------------------------------------------------
027860 8000-WRITE-CONTROL-TOTALS.
027862         MOVE SPACES TO CONTROL-TOTALS-RECORD.
027864         MOVE ZERO TO CX-COUNT-IN CX-AMOUNT-IN CX-COUNT-OUT
027866             CX-AMOUNT-OUT CX-COUNT-SUSPENDED CX-COUNT-REJECTED
027868             CX-COUNT-IN-DOUBT CX-CREDITS CX-DEBITS
027870             CX-HOLDS-ADDED CX-HOLDS-RELEASED CX-MASTER-BALANCE
027872             CX-MASTER-HELD CX-MASTER-COUNT.
027874         MOVE WS-RUN-DATE TO CX-RUN-DATE.
027876         MOVE "GENSTORD" TO CX-STEP-ID.
027878         IF WS-FATAL
027880             MOVE "O" TO CX-STATUS
027882         ELSE
027884             MOVE "B" TO CX-STATUS
027886         END-IF.
027888         MOVE WS-COPY-COUNT TO CX-COUNT-IN.
027890         MOVE WS-COPY-AMOUNT TO CX-AMOUNT-IN.
027892         COMPUTE CX-COUNT-OUT = WS-COPY-COUNT + WS-RECYCLE-COUNT
027894             + WS-GEN-COUNT.
027896         COMPUTE CX-AMOUNT-OUT = WS-COPY-AMOUNT
027898             + WS-RECYCLE-AMOUNT + WS-GEN-AMOUNT.
027900         ACCEPT CX-WRITE-TIME FROM TIME.
027902         WRITE CONTROL-TOTALS-RECORD
027904             INVALID KEY
027906                 REWRITE CONTROL-TOTALS-RECORD
027908                     INVALID KEY
027910                         DISPLAY "CONTROL TOTALS WRITE FAILED, "
027912                             "STATUS: " WS-CTL-STATUS
027914                         SET WS-FATAL TO TRUE
027916                 END-REWRITE
027918         END-WRITE.
027920 8000-EXIT.
027922         EXIT.

027900*----------------------------------------------------------------
028000*9000-TERMINATE - REPORT COUNTS AND CLOSE UP.
028100*----------------------------------------------------------------
028350         DISPLAY "SUSPENSE ITEMS RECYCLED : " WS-RECYCLE-COUNT.
028400         DISPLAY "STANDING ORDERS WRITTEN : " WS-GEN-COUNT.
028500         DISPLAY "STANDING ORDERS NOT DUE : " WS-SKIP-COUNT.
028510         PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
028600         IF WS-FATAL
028700             MOVE 8 TO RETURN-CODE
028800         END-IF.
029000         CLOSE TRANSACTION-INPUT-FILE.
029100         CLOSE COMBINED-FILE.
029150         CLOSE SUSPENSE-FILE.
029160         CLOSE CONTROL-TOTALS-FILE.
029170         CLOSE HOLIDAY-FILE.
029200 9000-EXIT.
029300         EXIT.
