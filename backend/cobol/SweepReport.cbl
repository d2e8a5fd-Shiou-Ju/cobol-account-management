000100***************************************************************
000200** PROGRAM-ID : SweepReport
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-14
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   DAILY OVERDRAFT PROTECTION SWEEP REPORT.  RUNS AFTER
001000**   BatchTransaction.  PASSES THE TRANSACTION LOG ONCE AND
001100**   LISTS EVERY SWEEP LEG LOGGED ON THE BUSINESS DATE, ONLINE
001200**   OR BATCH: THE SAVINGS SIDE (SWEPT OUT), THE SWEEP FEE, THE
001300**   CHECKING SIDE (SWEPT IN), EVERY SWEEP THE LINKED SAVINGS
001400**   COULD NOT COVER (SHORT), AND EVERY SWEEP THAT WAS BACKED
001500**   OUT WITH A FAILED DEBIT.  COUNTS AND AMOUNT TOTALS CLOSE
001600**   THE REPORT.  ENDS RC 4 WHEN ANY SWEEP WAS SHORT OR FAILED
001700**   SO THE BRANCHES GET THE PRINTOUT.
001800**--------------------------------------------------------------
001900** MODIFICATION HISTORY.
002000**   2026-09-14  DK  INITIAL VERSION.
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. SweepReport.
002400 AUTHOR. D. KOWALSKI.
002500 INSTALLATION. MIDSTATE-SAVINGS-DP.
002600 DATE-WRITTEN. 2026-09-14.
002700 DATE-COMPILED.

002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-LOG-STATUS.
003400     SELECT REPORT-FILE ASSIGN TO "SWEEPRPT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RPT-STATUS.

003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  TRANSACTION-LOG-FILE
004000         LABEL RECORDS ARE STANDARD.
004100     COPY TRANLOG.

004200 FD  REPORT-FILE
004300         LABEL RECORDS ARE STANDARD
004400         RECORD CONTAINS 133 CHARACTERS.
004500 01  REPORT-RECORD               PIC X(133).

004600 WORKING-STORAGE SECTION.
004700*BUSINESS DATE THIS REPORT COVERS.
004800 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.

004900*RUN COUNTS AND AMOUNT TOTALS FOR THE CONTROL FIGURES.
005000 01  WS-SWEEP-COUNT               PIC 9(07)     VALUE ZERO COMP.
005100 01  WS-FEE-COUNT                 PIC 9(07)     VALUE ZERO COMP.
005200 01  WS-SHORT-COUNT               PIC 9(07)     VALUE ZERO COMP.
005300 01  WS-FAILED-COUNT              PIC 9(07)     VALUE ZERO COMP.
005400 01  WS-SWEEP-AMOUNT              PIC 9(12)V99  VALUE ZERO.
005500 01  WS-FEE-AMOUNT                PIC 9(12)V99  VALUE ZERO.
005600 01  WS-SHORT-AMOUNT              PIC 9(12)V99  VALUE ZERO.

005700*FILE STATUS AND SWITCHES.
005800 01  WS-LOG-STATUS                PIC X(02).
005900         88  WS-LOG-OK                VALUE "00".
006000 01  WS-RPT-STATUS                PIC X(02).
006100         88  WS-RPT-OK                VALUE "00".
006200 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
006300         88  WS-EOF                   VALUE "Y".

006400*REPORT LINE LAYOUTS.
006500 01  RPT-HEADING-1.
006600         05  FILLER  PIC X(30) VALUE
006700             "OVERDRAFT SWEEP ACTIVITY".
006800         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
006900         05  RPT-HEAD-DATE        PIC 9(08).
007000 01  RPT-HEADING-2.
007100         05  FILLER  PIC X(12) VALUE "ACTION".
007200         05  FILLER  PIC X(12) VALUE "ACCOUNT NO".
007300         05  FILLER  PIC X(22) VALUE "NAME".
007400         05  FILLER  PIC X(18) VALUE "AMOUNT".
007500         05  FILLER  PIC X(18) VALUE "BALANCE AFTER".
007600         05  FILLER  PIC X(10) VALUE "OPERATOR".
007700         05  FILLER  PIC X(28) VALUE "NOTE".
007800 01  RPT-DETAIL-LINE.
007900         05  RPT-ACTION           PIC X(12).
008000         05  RPT-ACCOUNT          PIC 9(10).
008100         05  FILLER               PIC X(02) VALUE SPACES.
008200         05  RPT-NAME             PIC X(20).
008300         05  FILLER               PIC X(02) VALUE SPACES.
008400         05  RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
008500         05  FILLER               PIC X(02) VALUE SPACES.
008600         05  RPT-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99.
008700         05  FILLER               PIC X(02) VALUE SPACES.
008800         05  RPT-OPERATOR         PIC X(08).
008900         05  FILLER               PIC X(02) VALUE SPACES.
009000         05  RPT-NOTE             PIC X(28).
009100 01  RPT-COUNT-LINE.
009200         05  RPT-COUNT-LABEL      PIC X(30).
009300         05  RPT-COUNT-VALUE      PIC ZZZ,ZZ9.
009400 01  RPT-AMOUNT-LINE.
009500         05  RPT-AMOUNT-LABEL     PIC X(30).
009600         05  RPT-AMOUNT-VALUE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

009700 PROCEDURE DIVISION.

009800*----------------------------------------------------------------
009900*0000-MAIN-PROCESS.
010000*----------------------------------------------------------------
010100 0000-MAIN-PROCESS.
010200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300         PERFORM 2000-SCAN-LOG THRU 2000-EXIT
010400             UNTIL WS-EOF.
010500         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
010600         PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700         STOP RUN.

010800*----------------------------------------------------------------
010900*1000-INITIALIZE - GET THE BUSINESS DATE, OPEN FILES, PRINT
011000*HEADINGS, PRIME THE READ.
011100*----------------------------------------------------------------
011200 1000-INITIALIZE.
011300         DISPLAY "ENTER BUSINESS DATE (YYYYMMDD): ".
011400         ACCEPT WS-RUN-DATE FROM CONSOLE.
011500         OPEN INPUT TRANSACTION-LOG-FILE.
011600         IF NOT WS-LOG-OK
011700             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
011800                 WS-LOG-STATUS
011900             MOVE 8 TO RETURN-CODE
012000             STOP RUN
012100         END-IF.
012200         OPEN OUTPUT REPORT-FILE.
012300         IF NOT WS-RPT-OK
012400             DISPLAY "REPORT FILE OPEN FAILED, STATUS: "
012500                 WS-RPT-STATUS
012600             MOVE 8 TO RETURN-CODE
012700             STOP RUN
012800         END-IF.
012900         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
013000         WRITE REPORT-RECORD FROM RPT-HEADING-1.
013100         IF NOT WS-RPT-OK
013200             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
013300         END-IF.
013400         WRITE REPORT-RECORD FROM RPT-HEADING-2.
013500         IF NOT WS-RPT-OK
013600             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
013700         END-IF.
013800         PERFORM 1100-READ-LOG THRU 1100-EXIT.
013900 1000-EXIT.
014000         EXIT.

014100 1100-READ-LOG.
014200         READ TRANSACTION-LOG-FILE
014300             AT END
014400                 SET WS-EOF TO TRUE
014500         END-READ.
014600 1100-EXIT.
014700         EXIT.

014800*----------------------------------------------------------------
014900*2000-SCAN-LOG - ONE LOG RECORD.  ONLY SWEEP LEGS ON THE
015000*BUSINESS DATE ARE REPORTED.  A POSTED SWEEP COUNTS ONCE, ON
015100*ITS SWEEP-OUT LEG; A SHORT SWEEP IS ITS ONE REJECTED SWEEP-IN
015200*LEG; A FAILED SWEEP COUNTS ONCE, ON ITS CHECKING SIDE.
015300*----------------------------------------------------------------
015400 2000-SCAN-LOG.
015500         IF TL-DATE NOT = WS-RUN-DATE
015600                 OR (TL-TYPE NOT = "SWEEP-OUT"
015700                 AND TL-TYPE NOT = "SWEEP-FEE"
015800                 AND TL-TYPE NOT = "SWEEP-IN")
015900             GO TO 2000-NEXT
016000         END-IF.
016100         MOVE SPACES TO RPT-NOTE.
016200         EVALUATE TRUE
016300           WHEN TL-STATUS = "POSTED" AND TL-TYPE = "SWEEP-OUT"
016400             MOVE "SWEPT OUT" TO RPT-ACTION
016500             ADD 1 TO WS-SWEEP-COUNT
016600             ADD TL-TRANSACTION TO WS-SWEEP-AMOUNT
016700           WHEN TL-STATUS = "POSTED" AND TL-TYPE = "SWEEP-FEE"
016800             MOVE "SWEEP FEE" TO RPT-ACTION
016900             ADD 1 TO WS-FEE-COUNT
017000             ADD TL-TRANSACTION TO WS-FEE-AMOUNT
017100           WHEN TL-STATUS = "POSTED"
017200             MOVE "SWEPT IN" TO RPT-ACTION
017300           WHEN TL-STATUS = "REJECTED-SWEEP-SHORT"
017400             MOVE "SHORT" TO RPT-ACTION
017500             MOVE "SAVINGS COULD NOT COVER" TO RPT-NOTE
017600             ADD 1 TO WS-SHORT-COUNT
017700             ADD TL-TRANSACTION TO WS-SHORT-AMOUNT
017800           WHEN OTHER
017900             MOVE "FAILED" TO RPT-ACTION
018000             MOVE TL-STATUS TO RPT-NOTE
018100             IF TL-TYPE = "SWEEP-IN"
018200                 ADD 1 TO WS-FAILED-COUNT
018300             END-IF
018400         END-EVALUATE.
018500         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
018600 2000-NEXT.
018700         PERFORM 1100-READ-LOG THRU 1100-EXIT.
018800 2000-EXIT.
018900         EXIT.

019000*----------------------------------------------------------------
019100*3000-PRINT-DETAIL - ONE REPORT LINE FOR THE LOG ENTRY IN THE
019200*RECORD AREA, UNDER WHATEVER ACTION TAG THE CALLER SET.
019300*----------------------------------------------------------------
019400 3000-PRINT-DETAIL.
019500         MOVE TL-ACCOUNT      TO RPT-ACCOUNT.
019600         MOVE TL-USER         TO RPT-NAME.
019700         MOVE TL-TRANSACTION  TO RPT-AMOUNT.
019800         MOVE TL-RESULT       TO RPT-BALANCE.
019900         MOVE TL-OPERATOR     TO RPT-OPERATOR.
020000         WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
020100         IF NOT WS-RPT-OK
020200             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
020300         END-IF.
020400 3000-EXIT.
020500         EXIT.

020600*----------------------------------------------------------------
020700*4000-PRINT-SUMMARY - COUNTS AND AMOUNT TOTALS.
020800*----------------------------------------------------------------
020900 4000-PRINT-SUMMARY.
021000         MOVE "SWEEPS POSTED" TO RPT-COUNT-LABEL.
021100         MOVE WS-SWEEP-COUNT TO RPT-COUNT-VALUE.
021200         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
021300         IF NOT WS-RPT-OK
021400             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
021500         END-IF.
021600         MOVE "AMOUNT SWEPT" TO RPT-AMOUNT-LABEL.
021700         MOVE WS-SWEEP-AMOUNT TO RPT-AMOUNT-VALUE.
021800         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
021900         IF NOT WS-RPT-OK
022000             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
022100         END-IF.
022200         MOVE "SWEEP FEES CHARGED" TO RPT-COUNT-LABEL.
022300         MOVE WS-FEE-COUNT TO RPT-COUNT-VALUE.
022400         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
022500         IF NOT WS-RPT-OK
022600             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
022700         END-IF.
022800         MOVE "AMOUNT OF SWEEP FEES" TO RPT-AMOUNT-LABEL.
022900         MOVE WS-FEE-AMOUNT TO RPT-AMOUNT-VALUE.
023000         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
023100         IF NOT WS-RPT-OK
023200             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
023300         END-IF.
023400         MOVE "SWEEPS SHORT" TO RPT-COUNT-LABEL.
023500         MOVE WS-SHORT-COUNT TO RPT-COUNT-VALUE.
023600         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
023700         IF NOT WS-RPT-OK
023800             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
023900         END-IF.
024000         MOVE "AMOUNT SHORT" TO RPT-AMOUNT-LABEL.
024100         MOVE WS-SHORT-AMOUNT TO RPT-AMOUNT-VALUE.
024200         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
024300         IF NOT WS-RPT-OK
024400             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
024500         END-IF.
024600         MOVE "SWEEPS FAILED OR BACKED OUT" TO RPT-COUNT-LABEL.
024700         MOVE WS-FAILED-COUNT TO RPT-COUNT-VALUE.
024800         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
024900         IF NOT WS-RPT-OK
025000             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
025100         END-IF.
025200         DISPLAY "SWEEPS POSTED: " WS-SWEEP-COUNT.
025300         DISPLAY "SWEEPS SHORT : " WS-SHORT-COUNT.
025400         DISPLAY "SWEEPS FAILED: " WS-FAILED-COUNT.
025500         IF WS-SHORT-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
025600             MOVE 4 TO RETURN-CODE
025700         END-IF.
025800 4000-EXIT.
025900         EXIT.

026000*----------------------------------------------------------------
026100*9000-TERMINATE - CLOSE UP.
026200*----------------------------------------------------------------
026300 9000-TERMINATE.
026400         CLOSE TRANSACTION-LOG-FILE.
026500         CLOSE REPORT-FILE.
026600 9000-EXIT.
026700         EXIT.
