000900**   DAILY LARGE CASH TRANSACTION COMPLIANCE REPORT.  RUNS
001000**   AFTER BatchTransaction.  PASSES THE TRANSACTION LOG ONCE,
001100**   AGGREGATING THE BUSINESS DATE'S POSTED DEPOSITS AND
001200**   WITHDRAWALS PER ACCOUNT (AND THE PRIOR BUSINESS DAY'S,
001300**   FOR THE STRUCTURING CHECK), THEN FLAGS EVERY ACCOUNT
001400**   WHOSE SINGLE TRANSACTION OR SAME-DAY TOTAL IN EITHER
001500**   DIRECTION MEETS THE OPERATOR-KEYED REGULATORY THRESHOLD.
002000**   AND THE PRIOR DAY IS FLAGGED AS POSSIBLE STRUCTURING.
002100**   ENDS RC 4 WHEN ANYTHING IS FLAGGED SO THE PRINTOUT GETS
002200**   LOOKED AT.  THE TRANLOG DD MUST COVER BOTH DAYS.
002210**   THE PRIOR BUSINESS DAY SKIPS WEEKENDS AND BANK HOLIDAYS
002220**   (THE HOLIDAY CALENDAR); ANYTHING DATED BETWEEN IT AND THE
002230**   BUSINESS DATE COUNTS WITH THE PRIOR DAY.
002300**--------------------------------------------------------------
002400** MODIFICATION HISTORY.
002500**   2026-09-02  DK  INITIAL VERSION.
002510**   2026-10-13  DK  STRUCTURING CHECK LOOKS BACK TO THE PRIOR
002520**                   BUSINESS DAY, SKIPPING WEEKENDS AND HOLIDAYS
002530**                   FROM THE CALENDAR (HOLIDAYS).
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. ReportLargeCash.
003900     SELECT REPORT-FILE ASSIGN TO "CASHRPT"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RPT-STATUS.
004110     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS DYNAMIC
004140         RECORD KEY IS HC-DATE
004150         FILE STATUS IS WS-HOL-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.
004500         LABEL RECORDS ARE STANDARD.
004510     COPY TRANLOG.

004520 FD  HOLIDAY-FILE
004530         LABEL RECORDS ARE STANDARD.
004540     COPY HOLIDAY.

004600 FD  REPORT-FILE
004700         LABEL RECORDS ARE STANDARD
004800         RECORD CONTAINS 133 CHARACTERS.
006700 01  WS-TABLE-FULL-SWITCH         PIC X(01)     VALUE "N".
006800         88  WS-TABLE-FULL            VALUE "Y".

006900*BUSINESS DATE, THE PRIOR BUSINESS DAY AND ITS PIECES, AND THE
007000*KEYED REGULATORY THRESHOLD WITH ITS NEAR-THRESHOLD FLOOR.
007100 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
007200 01  WS-PRIOR-DATE                PIC 9(08)     VALUE ZERO.
007900 01  WS-MONTH-END-DAY             PIC 9(02)     VALUE ZERO.
008000 01  WS-YEAR-QUOT                 PIC 9(04)     VALUE ZERO.
008100 01  WS-YEAR-REM                  PIC 9(04)     VALUE ZERO.
008107*DAY-OF-WEEK WORK FIELDS (ZELLER) - 0 = SATURDAY, 1 = SUNDAY.
008114 01  WS-DOW-YEAR                  PIC 9(04)     VALUE ZERO.
008121 01  WS-DOW-MONTH                 PIC 9(02)     VALUE ZERO.
008128 01  WS-DOW-CENT                  PIC 9(02)     VALUE ZERO.
008135 01  WS-DOW-YY                    PIC 9(02)     VALUE ZERO.
008142 01  WS-DOW-K4                    PIC 9(02)     VALUE ZERO.
008149 01  WS-DOW-J4                    PIC 9(02)     VALUE ZERO.
008156 01  WS-DOW-MWORK                 PIC 9(04)     VALUE ZERO.
008163 01  WS-DOW-SUM                   PIC 9(04)     VALUE ZERO.
008170 01  WS-DOW-QUOT                  PIC 9(04)     VALUE ZERO.
008177 01  WS-DAY-OF-WEEK               PIC 9(01)     VALUE ZERO.
008184         88  WS-WEEKEND-DAY           VALUE 0 1.

008200*RUN COUNTS.
008300 01  WS-FLAGGED-COUNT             PIC 9(07)     VALUE ZERO COMP.
009400 01  WS-FOUND-SWITCH              PIC X(01)     VALUE "N".
009500         88  WS-FOUND                 VALUE "Y".
009600         88  WS-NOT-FOUND             VALUE "N".
009610 01  WS-HOL-STATUS                PIC X(02).
009620         88  WS-HOL-OK                VALUE "00".
009630 01  WS-BUSINESS-DAY-SWITCH       PIC X(01)     VALUE "N".
009640         88  WS-BUSINESS-DAY          VALUE "Y".

009700*REPORT LINE LAYOUTS.
009800 01  RPT-HEADING-1.
016100         DISPLAY "ENTER REPORTING THRESHOLD: ".
016200         ACCEPT WS-THRESHOLD FROM CONSOLE.
016300         COMPUTE WS-NEAR-FLOOR ROUNDED = WS-THRESHOLD * 0.80.
016310         OPEN INPUT HOLIDAY-FILE.
016320         IF NOT WS-HOL-OK
016330             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
016340                 WS-HOL-STATUS
016350             MOVE 8 TO RETURN-CODE
016360             STOP RUN
016370         END-IF.
016400         PERFORM 1200-SET-PRIOR-DATE THRU 1200-EXIT.
016410         CLOSE HOLIDAY-FILE.
016500         OPEN INPUT TRANSACTION-LOG-FILE.
016600         IF NOT WS-LOG-OK
016700             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
019400         EXIT.

019500*----------------------------------------------------------------
019600*1200-SET-PRIOR-DATE - THE BUSINESS DAY BEFORE THE BUSINESS
019700*DATE: STEP BACK A CALENDAR DAY AT A TIME PAST WEEKENDS AND
019800*BANK HOLIDAYS.
019900*----------------------------------------------------------------
020000 1200-SET-PRIOR-DATE.
020100         MOVE WS-RUN-DATE TO WS-PRIOR-DATE.
020105         MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
020110         PERFORM 1210-STEP-BACK THRU 1210-EXIT
020115             UNTIL WS-BUSINESS-DAY.
020120 1200-EXIT.
020125         EXIT.

020130 1210-STEP-BACK.
020135         PERFORM 1220-SUBTRACT-ONE-DAY THRU 1220-EXIT.
020140         PERFORM 1230-CHECK-BUSINESS-DAY THRU 1230-EXIT.
020145 1210-EXIT.
020150         EXIT.

020155*----------------------------------------------------------------
020160*1220-SUBTRACT-ONE-DAY - ROLL WS-PRIOR-DATE BACK ONE CALENDAR
020165*DAY.  FEBRUARY GETS 29 IN A LEAP YEAR - DIVISIBLE BY 4,
020170*CENTURIES ONLY WHEN DIVISIBLE BY 400.
020175*----------------------------------------------------------------
020180 1220-SUBTRACT-ONE-DAY.
020200         IF WS-PRIOR-DAY > 1
020300             SUBTRACT 1 FROM WS-PRIOR-DAY
020400             GO TO 1220-EXIT
020500         END-IF.
020600         IF WS-PRIOR-MONTH > 1
020700             SUBTRACT 1 FROM WS-PRIOR-MONTH
023700             MOVE 31 TO WS-MONTH-END-DAY
023800         END-EVALUATE.
023900         MOVE WS-MONTH-END-DAY TO WS-PRIOR-DAY.
024000 1220-EXIT.
024100         EXIT.

024102*----------------------------------------------------------------
024104*1230-CHECK-BUSINESS-DAY - WS-PRIOR-DATE IS A BUSINESS DAY WHEN
024106*IT IS A WEEKDAY AND NOT ON THE BANK HOLIDAY CALENDAR.
024108*----------------------------------------------------------------
024110 1230-CHECK-BUSINESS-DAY.
024112         MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
024114         PERFORM 1240-DAY-OF-WEEK THRU 1240-EXIT.
024116         IF WS-WEEKEND-DAY
024118             GO TO 1230-EXIT
024120         END-IF.
024122         MOVE WS-PRIOR-DATE TO HC-DATE.
024124         READ HOLIDAY-FILE
024126             INVALID KEY
024128                 SET WS-BUSINESS-DAY TO TRUE
024130             NOT INVALID KEY
024132                 CONTINUE
024134         END-READ.
024136 1230-EXIT.
024138         EXIT.

024140*----------------------------------------------------------------
024142*1240-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-PRIOR-DATE.
024144*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
024146*----------------------------------------------------------------
024148 1240-DAY-OF-WEEK.
024150         MOVE WS-PRIOR-YEAR TO WS-DOW-YEAR.
024152         MOVE WS-PRIOR-MONTH TO WS-DOW-MONTH.
024154         IF WS-DOW-MONTH < 3
024156             ADD 12 TO WS-DOW-MONTH
024158             SUBTRACT 1 FROM WS-DOW-YEAR
024160         END-IF.
024162         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
024164             REMAINDER WS-DOW-YY.
024166         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
024168         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
024170         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
024172         COMPUTE WS-DOW-SUM = WS-PRIOR-DAY + WS-DOW-MWORK
024174             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
024176             + (5 * WS-DOW-CENT).
024178         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
024180             REMAINDER WS-DAY-OF-WEEK.
024182 1240-EXIT.
024184         EXIT.


024200*----------------------------------------------------------------
024300*2000-SCAN-LOG - FOLD ONE LOG RECORD INTO THE TABLE.  ONLY
024400*POSTED CASH MOVEMENTS - DEPOSITS AND WITHDRAWALS - ON THE
024500*BUSINESS DATE OR SINCE THE PRIOR BUSINESS DAY COUNT.
024600*----------------------------------------------------------------
024700 2000-SCAN-LOG.
024800         IF TL-STATUS = "POSTED"
024900                     AND (TL-TYPE = "DEPOSIT"
025000                       OR TL-TYPE = "WITHDRAW")
025100                     AND (TL-DATE = WS-RUN-DATE
025200                       OR (TL-DATE NOT < WS-PRIOR-DATE
025210                         AND TL-DATE < WS-RUN-DATE))
025300             PERFORM 2100-NOTE-CASH THRU 2100-EXIT
025400         END-IF.
025500         PERFORM 1100-READ-LOG THRU 1100-EXIT.
