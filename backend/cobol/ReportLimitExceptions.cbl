000100***************************************************************
000200** PROGRAM-ID : ReportLimitExceptions
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-08
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   DAILY LIMIT EXCEPTIONS REPORT.  RUNS AFTER BatchTransaction.
001000**   PASSES THE TRANSACTION LOG ONCE AND LISTS EVERY ENTRY LOGGED
001100**   ON THE BUSINESS DATE THAT WENT OVER A LIMIT - THE KEYING
001200**   OPERATOR'S POSTING LIMIT, THE ACCOUNT'S DAILY WITHDRAWAL
001300**   LIMIT, OR BOTH - WITH WHAT BECAME OF IT: OVERRIDDEN (POSTED
001400**   ON A SUPERVISOR'S OVERRIDE, WITH THAT SUPERVISOR'S ID),
001500**   REFUSED (NO OVERRIDE AT THE CONSOLE) OR SUSPENDED (THE
001600**   NIGHTLY BATCH, WHICH HAS NO ONE TO OVERRIDE IT).  COUNTS AND
001700**   AMOUNT TOTALS CLOSE THE REPORT.  ENDS RC 4 WHEN ANYTHING WAS
001800**   REFUSED OR SUSPENDED SO THE BRANCHES GET THE PRINTOUT.
001900**--------------------------------------------------------------
002000** MODIFICATION HISTORY.
002100**   2026-10-08  DK  INITIAL VERSION.
002200***************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ReportLimitExceptions.
002500 AUTHOR. D. KOWALSKI.
002600 INSTALLATION. MIDSTATE-SAVINGS-DP.
002700 DATE-WRITTEN. 2026-10-08.
002800 DATE-COMPILED.

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-LOG-STATUS.
003500     SELECT REPORT-FILE ASSIGN TO "LIMITRPT"
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-RPT-STATUS.

003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  TRANSACTION-LOG-FILE
004100         LABEL RECORDS ARE STANDARD.
004200     COPY TRANLOG.

004300 FD  REPORT-FILE
004400         LABEL RECORDS ARE STANDARD
004500         RECORD CONTAINS 133 CHARACTERS.
004600 01  REPORT-RECORD               PIC X(133).

004700 WORKING-STORAGE SECTION.
004800*BUSINESS DATE THIS REPORT COVERS.
004900 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.

005000*RUN COUNTS AND AMOUNT TOTALS FOR THE CONTROL FIGURES.
005100 01  WS-EXCEPTION-COUNT           PIC 9(07)     VALUE ZERO COMP.
005200 01  WS-OVERRIDE-COUNT            PIC 9(07)     VALUE ZERO COMP.
005300 01  WS-REFUSED-COUNT             PIC 9(07)     VALUE ZERO COMP.
005400 01  WS-SUSPENDED-COUNT           PIC 9(07)     VALUE ZERO COMP.
005500 01  WS-OTHER-COUNT               PIC 9(07)     VALUE ZERO COMP.
005600 01  WS-OVERRIDE-AMOUNT           PIC 9(12)V99  VALUE ZERO.
005700 01  WS-REFUSED-AMOUNT            PIC 9(12)V99  VALUE ZERO.
005800 01  WS-SUSPENDED-AMOUNT          PIC 9(12)V99  VALUE ZERO.

005900*FILE STATUS AND SWITCHES.
006000 01  WS-LOG-STATUS                PIC X(02).
006100         88  WS-LOG-OK                VALUE "00".
006200 01  WS-RPT-STATUS                PIC X(02).
006300         88  WS-RPT-OK                VALUE "00".
006400 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
006500         88  WS-EOF                   VALUE "Y".

006600*REPORT LINE LAYOUTS.
006700 01  RPT-HEADING-1.
006800         05  FILLER  PIC X(30) VALUE
006900             "LIMIT EXCEPTIONS".
007000         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
007100         05  RPT-HEAD-DATE        PIC 9(08).
007200 01  RPT-HEADING-2.
007300         05  FILLER  PIC X(10) VALUE "TIME".
007400         05  FILLER  PIC X(12) VALUE "ACCOUNT NO".
007500         05  FILLER  PIC X(14) VALUE "TYPE".
007600         05  FILLER  PIC X(18) VALUE "AMOUNT".
007700         05  FILLER  PIC X(10) VALUE "KEYED BY".
007800         05  FILLER  PIC X(08) VALUE "LIMIT".
007900         05  FILLER  PIC X(12) VALUE "OUTCOME".
008000         05  FILLER  PIC X(10) VALUE "APPROVED".
008100         05  FILLER  PIC X(28) VALUE "NOTE".
008200 01  RPT-DETAIL-LINE.
008300         05  RPT-TIME             PIC 9(08).
008400         05  FILLER               PIC X(02) VALUE SPACES.
008500         05  RPT-ACCOUNT          PIC 9(10).
008600         05  FILLER               PIC X(02) VALUE SPACES.
008700         05  RPT-TYPE             PIC X(12).
008800         05  FILLER               PIC X(02) VALUE SPACES.
008900         05  RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
009000         05  FILLER               PIC X(02) VALUE SPACES.
009100         05  RPT-OPERATOR         PIC X(08).
009200         05  FILLER               PIC X(02) VALUE SPACES.
009300         05  RPT-LIMIT            PIC X(06).
009400         05  FILLER               PIC X(02) VALUE SPACES.
009500         05  RPT-OUTCOME          PIC X(10).
009600         05  FILLER               PIC X(02) VALUE SPACES.
009700         05  RPT-APPROVED-BY      PIC X(08).
009800         05  FILLER               PIC X(02) VALUE SPACES.
009900         05  RPT-NOTE             PIC X(28).
010000 01  RPT-COUNT-LINE.
010100         05  RPT-COUNT-LABEL      PIC X(30).
010200         05  RPT-COUNT-VALUE      PIC ZZZ,ZZ9.
010300 01  RPT-AMOUNT-LINE.
010400         05  RPT-AMOUNT-LABEL     PIC X(30).
010500         05  RPT-AMOUNT-VALUE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

010600 PROCEDURE DIVISION.

010700*----------------------------------------------------------------
010800*0000-MAIN-PROCESS.
010900*----------------------------------------------------------------
011000 0000-MAIN-PROCESS.
011100         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011200         PERFORM 2000-SCAN-LOG THRU 2000-EXIT
011300             UNTIL WS-EOF.
011400         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
011500         PERFORM 9000-TERMINATE THRU 9000-EXIT.
011600         STOP RUN.

011700*----------------------------------------------------------------
011800*1000-INITIALIZE - GET THE BUSINESS DATE, OPEN FILES, PRINT
011900*HEADINGS, PRIME THE READ.
012000*----------------------------------------------------------------
012100 1000-INITIALIZE.
012200         DISPLAY "ENTER BUSINESS DATE (YYYYMMDD): ".
012300         ACCEPT WS-RUN-DATE FROM CONSOLE.
012400         OPEN INPUT TRANSACTION-LOG-FILE.
012500         IF NOT WS-LOG-OK
012600             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
012700                 WS-LOG-STATUS
012800             MOVE 8 TO RETURN-CODE
012900             STOP RUN
013000         END-IF.
013100         OPEN OUTPUT REPORT-FILE.
013200         IF NOT WS-RPT-OK
013300             DISPLAY "REPORT FILE OPEN FAILED, STATUS: "
013400                 WS-RPT-STATUS
013500             MOVE 8 TO RETURN-CODE
013600             STOP RUN
013700         END-IF.
013800         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
013900         WRITE REPORT-RECORD FROM RPT-HEADING-1.
014000         IF NOT WS-RPT-OK
014100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
014200         END-IF.
014300         WRITE REPORT-RECORD FROM RPT-HEADING-2.
014400         IF NOT WS-RPT-OK
014500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
014600         END-IF.
014700         PERFORM 1100-READ-LOG THRU 1100-EXIT.
014800 1000-EXIT.
014900         EXIT.

015000 1100-READ-LOG.
015100         READ TRANSACTION-LOG-FILE
015200             AT END
015300                 SET WS-EOF TO TRUE
015400         END-READ.
015500 1100-EXIT.
015600         EXIT.

015700*----------------------------------------------------------------
015800*2000-SCAN-LOG - ONE LOG RECORD.  ONLY ENTRIES ON THE BUSINESS
015900*DATE CARRYING A LIMIT FLAG ARE REPORTED.  THE BATCH SUSPENDS
016000*EVERY ITEM IT FLAGS; A CONSOLE ITEM THAT POSTED WAS OVERRIDDEN,
016100*ONE REJECTED AS OVER A LIMIT WAS REFUSED.  A CONSOLE ITEM THAT
016200*WAS OVERRIDDEN BUT THEN FAILED TO POST IS LISTED WITH ITS
016300*STATUS SO THE BRANCH CAN SEE WHY.
016400*----------------------------------------------------------------
016500 2000-SCAN-LOG.
016600         IF TL-DATE NOT = WS-RUN-DATE
016700                 OR NOT TL-LIMIT-EXCEPTION
016800             GO TO 2000-NEXT
016900         END-IF.
017000         ADD 1 TO WS-EXCEPTION-COUNT.
017100         MOVE SPACES TO RPT-NOTE.
017200         EVALUATE TRUE
017300           WHEN TL-OVER-TELLER-LIMIT
017400             MOVE "TELLER" TO RPT-LIMIT
017500           WHEN TL-OVER-DAILY-LIMIT
017600             MOVE "DAILY" TO RPT-LIMIT
017700           WHEN OTHER
017800             MOVE "BOTH" TO RPT-LIMIT
017900         END-EVALUATE.
018000         EVALUATE TRUE
018100           WHEN TL-OPERATOR = "BATCHTRN"
018200             MOVE "SUSPENDED" TO RPT-OUTCOME
018300             MOVE "FILED TO SUSPENSE" TO RPT-NOTE
018400             ADD 1 TO WS-SUSPENDED-COUNT
018500             ADD TL-TRANSACTION TO WS-SUSPENDED-AMOUNT
018600           WHEN TL-STATUS = "POSTED"
018700             MOVE "OVERRIDDEN" TO RPT-OUTCOME
018800             ADD 1 TO WS-OVERRIDE-COUNT
018900             ADD TL-TRANSACTION TO WS-OVERRIDE-AMOUNT
019000           WHEN TL-STATUS = "REJECTED-OVER-TELLER-LIMIT"
019100                 OR TL-STATUS = "REJECTED-OVER-DAILY-LIMIT"
019200             MOVE "REFUSED" TO RPT-OUTCOME
019300             MOVE "NO SUPERVISOR OVERRIDE" TO RPT-NOTE
019400             ADD 1 TO WS-REFUSED-COUNT
019500             ADD TL-TRANSACTION TO WS-REFUSED-AMOUNT
019600           WHEN OTHER
019700             MOVE "NOT POSTED" TO RPT-OUTCOME
019800             MOVE TL-STATUS TO RPT-NOTE
019900             ADD 1 TO WS-OTHER-COUNT
020000         END-EVALUATE.
020100         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
020200 2000-NEXT.
020300         PERFORM 1100-READ-LOG THRU 1100-EXIT.
020400 2000-EXIT.
020500         EXIT.

020600*----------------------------------------------------------------
020700*3000-PRINT-DETAIL - ONE REPORT LINE FOR THE LOG ENTRY IN THE
020800*RECORD AREA, UNDER WHATEVER LIMIT AND OUTCOME THE CALLER SET.
020900*----------------------------------------------------------------
021000 3000-PRINT-DETAIL.
021100         MOVE TL-TIME         TO RPT-TIME.
021200         MOVE TL-ACCOUNT      TO RPT-ACCOUNT.
021300         MOVE TL-TYPE         TO RPT-TYPE.
021400         MOVE TL-TRANSACTION  TO RPT-AMOUNT.
021500         MOVE TL-OPERATOR     TO RPT-OPERATOR.
021600         MOVE TL-APPROVED-BY  TO RPT-APPROVED-BY.
021700         WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
021800         IF NOT WS-RPT-OK
021900             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
022000         END-IF.
022100 3000-EXIT.
022200         EXIT.

022300*----------------------------------------------------------------
022400*4000-PRINT-SUMMARY - COUNTS AND AMOUNT TOTALS.
022500*----------------------------------------------------------------
022600 4000-PRINT-SUMMARY.
022700         MOVE "LIMIT EXCEPTIONS LOGGED" TO RPT-COUNT-LABEL.
022800         MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-VALUE.
022900         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
023000         IF NOT WS-RPT-OK
023100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
023200         END-IF.
023300         MOVE "OVERRIDDEN BY A SUPERVISOR" TO RPT-COUNT-LABEL.
023400         MOVE WS-OVERRIDE-COUNT TO RPT-COUNT-VALUE.
023500         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
023600         IF NOT WS-RPT-OK
023700             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
023800         END-IF.
023900         MOVE "AMOUNT OVERRIDDEN" TO RPT-AMOUNT-LABEL.
024000         MOVE WS-OVERRIDE-AMOUNT TO RPT-AMOUNT-VALUE.
024100         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
024200         IF NOT WS-RPT-OK
024300             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
024400         END-IF.
024500         MOVE "REFUSED AT THE CONSOLE" TO RPT-COUNT-LABEL.
024600         MOVE WS-REFUSED-COUNT TO RPT-COUNT-VALUE.
024700         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
024800         IF NOT WS-RPT-OK
024900             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
025000         END-IF.
025100         MOVE "AMOUNT REFUSED" TO RPT-AMOUNT-LABEL.
025200         MOVE WS-REFUSED-AMOUNT TO RPT-AMOUNT-VALUE.
025300         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
025400         IF NOT WS-RPT-OK
025500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
025600         END-IF.
025700         MOVE "SUSPENDED BY THE BATCH" TO RPT-COUNT-LABEL.
025800         MOVE WS-SUSPENDED-COUNT TO RPT-COUNT-VALUE.
025900         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
026000         IF NOT WS-RPT-OK
026100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
026200         END-IF.
026300         MOVE "AMOUNT SUSPENDED" TO RPT-AMOUNT-LABEL.
026400         MOVE WS-SUSPENDED-AMOUNT TO RPT-AMOUNT-VALUE.
026500         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
026600         IF NOT WS-RPT-OK
026700             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
026800         END-IF.
026900         MOVE "OVERRIDDEN BUT NOT POSTED" TO RPT-COUNT-LABEL.
027000         MOVE WS-OTHER-COUNT TO RPT-COUNT-VALUE.
027100         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
027200         IF NOT WS-RPT-OK
027300             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
027400         END-IF.
027500         DISPLAY "LIMIT EXCEPTIONS: " WS-EXCEPTION-COUNT.
027600         DISPLAY "OVERRIDDEN      : " WS-OVERRIDE-COUNT.
027700         DISPLAY "REFUSED         : " WS-REFUSED-COUNT.
027800         DISPLAY "SUSPENDED       : " WS-SUSPENDED-COUNT.
027900         IF WS-REFUSED-COUNT > ZERO OR WS-SUSPENDED-COUNT > ZERO
028000             MOVE 4 TO RETURN-CODE
028100         END-IF.
028200 4000-EXIT.
028300         EXIT.

028400*----------------------------------------------------------------
028500*9000-TERMINATE - CLOSE UP.
028600*----------------------------------------------------------------
028700 9000-TERMINATE.
028800         CLOSE TRANSACTION-LOG-FILE.
028900         CLOSE REPORT-FILE.
029000 9000-EXIT.
029100         EXIT.
