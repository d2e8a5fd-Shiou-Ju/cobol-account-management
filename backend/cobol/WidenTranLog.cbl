000100***************************************************************
000200** PROGRAM-ID : WidenTranLog
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-08
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   ONE-TIME TRANSACTION LOG CONVERSION FOR THE LIMIT CHECK
001000**   FIELDS, IN THE SPIRIT OF ExpandTranLog.  THE 146-BYTE
001100**   RECORD CARRIES NO LIMIT FLAG OR APPROVER, SO EVERY READER'S
001200**   NEW 155-BYTE LAYOUT WOULD REFUSE THE OLD FILE OUTRIGHT -
001300**   AND THE POSTING PROGRAMS MUST NEVER OPEN EXTEND AGAINST AN
001400**   OLD-WIDTH LIVE LOG.  THIS PROGRAM COPIES A 146-BYTE LOG TO
001500**   THE NEW LAYOUT WITH THE LIMIT CHECK FIELDS BLANK (NO LIMIT
001600**   WAS CHECKED BEFORE THE FIELDS EXISTED).  RECORDS IN =
001700**   RECORDS OUT OR THE RUN ENDS RC 8 AND THE OUTPUT MUST NOT
001800**   BE PUT INTO SERVICE.  RUN ONCE FOR THE LIVE LOG AT
001900**   CUTOVER, AND ONCE PER 146-BYTE ARCHIVE GENERATION BEFORE
002000**   THAT GENERATION FEEDS A NEW-LAYOUT READER.  A GENERATION
002100**   STILL AT 138 BYTES GOES THROUGH ExpandTranLog INSTEAD,
002200**   WHICH NOW WRITES THE CURRENT LAYOUT.
002300**--------------------------------------------------------------
002400** MODIFICATION HISTORY.
002500**   2026-10-08  DK  INITIAL VERSION.
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. WidenTranLog.
002900 AUTHOR. D. KOWALSKI.
003000 INSTALLATION. MIDSTATE-SAVINGS-DP.
003100 DATE-WRITTEN. 2026-10-08.
003200 DATE-COMPILED.

003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OLD-LOG-FILE ASSIGN TO "OLDLOG"
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-OLD-STATUS.
003900     SELECT NEW-LOG-FILE ASSIGN TO "NEWLOG"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-NEW-STATUS.
004200     SELECT REPORT-FILE ASSIGN TO "CONVRPT"
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-RPT-STATUS.

004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  OLD-LOG-FILE
004800         LABEL RECORDS ARE STANDARD.
004900*THE LOG RECORD AS IT EXISTS IN PRODUCTION TODAY - NO LIMIT
005000*CHECK FIELDS.
005100 01  OLD-LOG-RECORD.
005200         05  OL-DATE              PIC 9(08).
005300         05  OL-TIME              PIC 9(08).
005400         05  OL-ACCOUNT           PIC 9(10).
005500         05  OL-USER              PIC X(20).
005600         05  OL-TYPE              PIC X(12).
005700         05  OL-TRANSACTION       PIC 9(10)V99.
005800         05  OL-CURRENT-BALANCE   PIC 9(10)V99.
005900         05  OL-RESULT            PIC 9(10)V99.
006000         05  OL-STATUS            PIC X(28).
006100         05  OL-REF-DATE          PIC 9(08).
006200         05  OL-REF-TIME          PIC 9(08).
006300         05  OL-OPERATOR          PIC X(08).

006400 FD  NEW-LOG-FILE
006500         LABEL RECORDS ARE STANDARD.
006600     COPY TRANLOG.

006700 FD  REPORT-FILE
006800         LABEL RECORDS ARE STANDARD
006900         RECORD CONTAINS 133 CHARACTERS.
007000 01  REPORT-RECORD               PIC X(133).

007100 WORKING-STORAGE SECTION.
007200*RUN COUNTS FOR THE CONTROL REPORT.
007300 01  WS-READ-COUNT                PIC 9(09)     VALUE ZERO.
007400 01  WS-WRITE-COUNT               PIC 9(09)     VALUE ZERO.

007500*FILE STATUS AND SWITCHES.
007600 01  WS-OLD-STATUS                PIC X(02).
007700         88  WS-OLD-OK                VALUE "00".
007800 01  WS-NEW-STATUS                PIC X(02).
007900         88  WS-NEW-OK                VALUE "00".
008000 01  WS-RPT-STATUS                PIC X(02).
008100         88  WS-RPT-OK                VALUE "00".
008200 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
008300         88  WS-EOF                   VALUE "Y".

008400*REPORT LINE LAYOUTS.
008500 01  RPT-HEADING-1.
008600         05  FILLER  PIC X(40) VALUE
008700             "TRANSACTION LOG WIDENING CONTROL".
008800 01  RPT-COUNT-LINE.
008900         05  RPT-COUNT-LABEL      PIC X(30).
009000         05  RPT-COUNT-VALUE      PIC ZZZ,ZZZ,ZZ9.
009100 01  RPT-VERDICT-LINE.
009200         05  RPT-VERDICT          PIC X(55).

009300 PROCEDURE DIVISION.

009400*----------------------------------------------------------------
009500*0000-MAIN-PROCESS.
009600*----------------------------------------------------------------
009700 0000-MAIN-PROCESS.
009800         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009900         PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
010000             UNTIL WS-EOF.
010100         PERFORM 3000-PRINT-CONTROL-REPORT THRU 3000-EXIT.
010200         PERFORM 9000-TERMINATE THRU 9000-EXIT.
010300         STOP RUN.

010400*----------------------------------------------------------------
010500*1000-INITIALIZE - OPEN FILES AND PRIME THE READ.
010600*----------------------------------------------------------------
010700 1000-INITIALIZE.
010800         OPEN INPUT OLD-LOG-FILE.
010900         IF NOT WS-OLD-OK
011000             DISPLAY "OLD LOG OPEN FAILED, STATUS: "
011100                 WS-OLD-STATUS
011200             MOVE 8 TO RETURN-CODE
011300             STOP RUN
011400         END-IF.
011500         OPEN OUTPUT NEW-LOG-FILE.
011600         IF NOT WS-NEW-OK
011700             DISPLAY "NEW LOG OPEN FAILED, STATUS: "
011800                 WS-NEW-STATUS
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
012900         PERFORM 1100-READ-OLD-LOG THRU 1100-EXIT.
013000 1000-EXIT.
013100         EXIT.

013200 1100-READ-OLD-LOG.
013300         READ OLD-LOG-FILE
013400             AT END
013500                 SET WS-EOF TO TRUE
013600             NOT AT END
013700                 ADD 1 TO WS-READ-COUNT
013800         END-READ.
013900 1100-EXIT.
014000         EXIT.

014100*----------------------------------------------------------------
014200*2000-CONVERT-RECORD - OLD LAYOUT TO NEW: SAME FIELDS, LIMIT
014300*CHECK BLANK.
014400*----------------------------------------------------------------
014500 2000-CONVERT-RECORD.
014600         MOVE OL-DATE            TO TL-DATE.
014700         MOVE OL-TIME            TO TL-TIME.
014800         MOVE OL-ACCOUNT         TO TL-ACCOUNT.
014900         MOVE OL-USER            TO TL-USER.
015000         MOVE OL-TYPE            TO TL-TYPE.
015100         MOVE OL-TRANSACTION     TO TL-TRANSACTION.
015200         MOVE OL-CURRENT-BALANCE TO TL-CURRENT-BALANCE.
015300         MOVE OL-RESULT          TO TL-RESULT.
015400         MOVE OL-STATUS          TO TL-STATUS.
015500         MOVE OL-REF-DATE        TO TL-REF-DATE.
015600         MOVE OL-REF-TIME        TO TL-REF-TIME.
015700         MOVE OL-OPERATOR        TO TL-OPERATOR.
015800         MOVE SPACES             TO TL-LIMIT-CHECK.
015900         WRITE TRANSACTION-LOG-RECORD.
016000         IF NOT WS-NEW-OK
016100             DISPLAY "NEW LOG WRITE FAILED, STATUS: "
016200                 WS-NEW-STATUS
016300             MOVE 8 TO RETURN-CODE
016400         ELSE
016500             ADD 1 TO WS-WRITE-COUNT
016600         END-IF.
016700         PERFORM 1100-READ-OLD-LOG THRU 1100-EXIT.
016800 2000-EXIT.
016900         EXIT.

017000*----------------------------------------------------------------
017100*3000-PRINT-CONTROL-REPORT - RECORDS IN MUST EQUAL RECORDS OUT
017200*OR THE OUTPUT MUST NOT BE PUT INTO SERVICE.
017300*----------------------------------------------------------------
017400 3000-PRINT-CONTROL-REPORT.
017500         WRITE REPORT-RECORD FROM RPT-HEADING-1.
017600         IF NOT WS-RPT-OK
017700             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
017800         END-IF.
017900         MOVE "LOG RECORDS READ" TO RPT-COUNT-LABEL.
018000         MOVE WS-READ-COUNT TO RPT-COUNT-VALUE.
018100         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
018200         IF NOT WS-RPT-OK
018300             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
018400         END-IF.
018500         MOVE "LOG RECORDS WRITTEN" TO RPT-COUNT-LABEL.
018600         MOVE WS-WRITE-COUNT TO RPT-COUNT-VALUE.
018700         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
018800         IF NOT WS-RPT-OK
018900             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
019000         END-IF.
019100         IF WS-WRITE-COUNT = WS-READ-COUNT
019200             MOVE "CONVERSION IN BALANCE - OUTPUT MAY BE USED"
019300                 TO RPT-VERDICT
019400         ELSE
019500             MOVE "CONVERSION OUT OF BALANCE - DO NOT USE OUTPUT"
019600                 TO RPT-VERDICT
019700             MOVE 8 TO RETURN-CODE
019800         END-IF.
019900         WRITE REPORT-RECORD FROM RPT-VERDICT-LINE.
020000         IF NOT WS-RPT-OK
020100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
020200         END-IF.
020300         DISPLAY "LOG RECORDS READ   : " WS-READ-COUNT.
020400         DISPLAY "LOG RECORDS WRITTEN: " WS-WRITE-COUNT.
020500 3000-EXIT.
020600         EXIT.

020700*----------------------------------------------------------------
020800*9000-TERMINATE - CLOSE UP.
020900*----------------------------------------------------------------
021000 9000-TERMINATE.
021100         CLOSE OLD-LOG-FILE.
021200         CLOSE NEW-LOG-FILE.
021300         CLOSE REPORT-FILE.
021400 9000-EXIT.
021500         EXIT.
