000100***************************************************************
000200** PROGRAM-ID : ReportPendingMaint
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-25
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   NIGHTLY PENDING MAINTENANCE REPORT.  BROWSES THE PENDING
001000**   MAINTENANCE FILE (PENDMNT) AND PRINTS EVERY DUAL-CONTROL
001100**   CHANGE STILL AWAITING A SECOND SUPERVISOR, WITH ITS
001200**   REQUESTER, BEFORE AND AFTER VALUES AND THE CALENDAR DAYS
001300**   IT HAS WAITED, AND EVERY CHANGE APPROVED, DECLINED OR
001400**   FAILED ON THE BUSINESS DATE WITH WHO DECIDED IT.  A CHANGE
001500**   STILL PENDING PAST THE OPERATOR-KEYED EXPIRY LIMIT IS
001600**   MARKED EXPIRED - IT CAN NO LONGER BE APPROVED, AND THE
001700**   REQUESTER FILES IT AGAIN IF IT IS STILL WANTED.  ENDS RC 4
001800**   WHEN ANYTHING EXPIRED SO THE OVERNIGHT PRINTOUT GETS
001900**   LOOKED AT.
002000**--------------------------------------------------------------
002100** MODIFICATION HISTORY.
002200**   2026-09-25  DK  INITIAL VERSION.
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ReportPendingMaint.
002600 AUTHOR. D. KOWALSKI.
002700 INSTALLATION. MIDSTATE-SAVINGS-DP.
002800 DATE-WRITTEN. 2026-09-25.
002900 DATE-COMPILED.

003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS PM-CHANGE-NO
003700         FILE STATUS IS WS-PEND-STATUS.
003800     SELECT REPORT-FILE ASSIGN TO "PENDRPT"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RPT-STATUS.

004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PENDING-MAINT-FILE
004400         LABEL RECORDS ARE STANDARD.
004500     COPY PENDMNT.

004600 FD  REPORT-FILE
004700         LABEL RECORDS ARE STANDARD
004800         RECORD CONTAINS 133 CHARACTERS.
004900 01  REPORT-RECORD               PIC X(133).

005000 WORKING-STORAGE SECTION.
005100*BUSINESS DATE AND THE EXPIRY LIMIT KEYED BY THE OPERATOR.
005200 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
005300 01  WS-EXPIRY-LIMIT              PIC 9(03)     VALUE ZERO.

005400*DAYS-PENDING WORK - THE REQUEST DATE IS ROLLED FORWARD ONE
005500*CALENDAR DAY AT A TIME UNTIL IT MEETS THE BUSINESS DATE,
005600*BOUNDED AT 999 DAYS.
005700 01  WS-AGE-DAYS                  PIC 9(03)     VALUE ZERO.
005800 01  WS-AGE-DATE                  PIC 9(08)     VALUE ZERO.
005900 01  WS-AGE-DATE-PARTS REDEFINES WS-AGE-DATE.
006000         05  WS-AGE-YEAR          PIC 9(04).
006100         05  WS-AGE-MONTH         PIC 9(02).
006200         05  WS-AGE-DAY           PIC 9(02).
006300 01  WS-MONTH-END-DAY             PIC 9(02)     VALUE ZERO.
006400 01  WS-YEAR-QUOT                 PIC 9(04)     VALUE ZERO.
006500 01  WS-YEAR-REM                  PIC 9(04)     VALUE ZERO.

006600*RUN COUNTS.
006700 01  WS-PENDING-COUNT             PIC 9(07)     VALUE ZERO COMP.
006800 01  WS-APPROVED-COUNT            PIC 9(07)     VALUE ZERO COMP.
006900 01  WS-DECLINED-COUNT            PIC 9(07)     VALUE ZERO COMP.
007000 01  WS-FAILED-COUNT              PIC 9(07)     VALUE ZERO COMP.
007100 01  WS-EXPIRED-COUNT             PIC 9(07)     VALUE ZERO COMP.

007200*FILE STATUS AND SWITCHES.
007300 01  WS-PEND-STATUS               PIC X(02).
007400         88  WS-PEND-OK               VALUE "00".
007500 01  WS-RPT-STATUS                PIC X(02).
007600         88  WS-RPT-OK                VALUE "00".
007700 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
007800         88  WS-EOF                   VALUE "Y".

007900*REPORT LINE LAYOUTS.
008000 01  RPT-HEADING-1.
008100         05  FILLER  PIC X(32) VALUE
008200             "PENDING MAINTENANCE REPORT".
008300         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
008400         05  RPT-HEAD-DATE        PIC 9(08).
008500         05  FILLER  PIC X(15) VALUE "  EXPIRY LIMIT:".
008600         05  RPT-HEAD-LIMIT       PIC ZZ9.
008700 01  RPT-HEADING-2.
008800         05  FILLER  PIC X(10) VALUE "CHANGE".
008900         05  FILLER  PIC X(10) VALUE "FILE".
009000         05  FILLER  PIC X(10) VALUE "ACTION".
009100         05  FILLER  PIC X(22) VALUE "KEY".
009200         05  FILLER  PIC X(10) VALUE "REQ BY".
009300         05  FILLER  PIC X(10) VALUE "REQ DATE".
009400         05  FILLER  PIC X(05) VALUE "DAYS".
009500         05  FILLER  PIC X(10) VALUE "STATUS".
009600         05  FILLER  PIC X(10) VALUE "DECIDED".
009700         05  FILLER  PIC X(28) VALUE "RESULT".
009800 01  RPT-DETAIL-LINE.
009900         05  RPT-CHANGE-NO        PIC 9(08).
010000         05  FILLER               PIC X(02) VALUE SPACES.
010100         05  RPT-TARGET-FILE      PIC X(08).
010200         05  FILLER               PIC X(02) VALUE SPACES.
010300         05  RPT-ACTION           PIC X(08).
010400         05  FILLER               PIC X(02) VALUE SPACES.
010500         05  RPT-TARGET-KEY       PIC X(20).
010600         05  FILLER               PIC X(02) VALUE SPACES.
010700         05  RPT-REQUESTED-BY     PIC X(08).
010800         05  FILLER               PIC X(02) VALUE SPACES.
010900         05  RPT-REQ-DATE         PIC 9(08).
011000         05  FILLER               PIC X(02) VALUE SPACES.
011100         05  RPT-DAYS             PIC ZZ9.
011200         05  FILLER               PIC X(02) VALUE SPACES.
011300         05  RPT-STATUS           PIC X(08).
011400         05  FILLER               PIC X(02) VALUE SPACES.
011500         05  RPT-DECIDED-BY       PIC X(08).
011600         05  FILLER               PIC X(02) VALUE SPACES.
011700         05  RPT-RESULT           PIC X(28).
011800 01  RPT-VALUE-LINE.
011900         05  FILLER               PIC X(10) VALUE SPACES.
012000         05  FILLER               PIC X(08) VALUE "BEFORE: ".
012100         05  RPT-BEFORE-VALUE     PIC X(40).
012200         05  FILLER               PIC X(10) VALUE "  AFTER: ".
012300         05  RPT-AFTER-VALUE      PIC X(40).
012400 01  RPT-COUNT-LINE.
012500         05  RPT-COUNT-LABEL      PIC X(30).
012600         05  RPT-COUNT-VALUE      PIC ZZZ,ZZ9.

012700 PROCEDURE DIVISION.

012800*----------------------------------------------------------------
012900*0000-MAIN-PROCESS.
013000*----------------------------------------------------------------
013100 0000-MAIN-PROCESS.
013200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013300         PERFORM 2000-REVIEW-CHANGE THRU 2000-EXIT
013400             UNTIL WS-EOF.
013500         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
013600         PERFORM 9000-TERMINATE THRU 9000-EXIT.
013700         STOP RUN.

013800*----------------------------------------------------------------
013900*1000-INITIALIZE - GET THE BUSINESS DATE AND EXPIRY LIMIT, OPEN
014000*FILES, PRINT HEADINGS, PRIME THE BROWSE.
014100*----------------------------------------------------------------
014200 1000-INITIALIZE.
014300         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
014400         ACCEPT WS-RUN-DATE FROM CONSOLE.
014500         DISPLAY "ENTER EXPIRY LIMIT IN DAYS: ".
014600         ACCEPT WS-EXPIRY-LIMIT FROM CONSOLE.
014700         OPEN I-O PENDING-MAINT-FILE.
014800         IF NOT WS-PEND-OK
014900             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
015000                 WS-PEND-STATUS
015100             MOVE 8 TO RETURN-CODE
015200             STOP RUN
015300         END-IF.
015400         OPEN OUTPUT REPORT-FILE.
015500         IF NOT WS-RPT-OK
015600             DISPLAY "REPORT FILE OPEN FAILED, STATUS: "
015700                 WS-RPT-STATUS
015800             MOVE 8 TO RETURN-CODE
015900             STOP RUN
016000         END-IF.
016100         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
016200         MOVE WS-EXPIRY-LIMIT TO RPT-HEAD-LIMIT.
016300         WRITE REPORT-RECORD FROM RPT-HEADING-1.
016400         IF NOT WS-RPT-OK
016500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
016600         END-IF.
016700         WRITE REPORT-RECORD FROM RPT-HEADING-2.
016800         IF NOT WS-RPT-OK
016900             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
017000         END-IF.
017100         PERFORM 1100-READ-PENDING THRU 1100-EXIT.
017200 1000-EXIT.
017300         EXIT.

017400 1100-READ-PENDING.
017500         READ PENDING-MAINT-FILE NEXT RECORD
017600             AT END
017700                 SET WS-EOF TO TRUE
017800         END-READ.
017900 1100-EXIT.
018000         EXIT.

018100*----------------------------------------------------------------
018200*2000-REVIEW-CHANGE - ONE PENDING MAINTENANCE RECORD.  A CHANGE
018300*STILL PENDING IS AGED AND, PAST THE LIMIT, EXPIRED; A CHANGE
018400*DECIDED ON THE BUSINESS DATE IS REPORTED WITH ITS OUTCOME.
018500*OLDER DECISIONS ARE HISTORY AND ARE LEFT OFF.
018600*----------------------------------------------------------------
018700 2000-REVIEW-CHANGE.
018800         MOVE ZERO TO WS-AGE-DAYS.
018900         IF PM-PENDING
019000             PERFORM 2100-COUNT-DAYS THRU 2100-EXIT
019100             IF WS-AGE-DAYS > WS-EXPIRY-LIMIT
019200                 PERFORM 2300-EXPIRE-CHANGE THRU 2300-EXIT
019300             ELSE
019400                 ADD 1 TO WS-PENDING-COUNT
019500             END-IF
019600             PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
019700         ELSE
019800             IF PM-DECIDED-DATE = WS-RUN-DATE
019900                 EVALUATE TRUE
020000                   WHEN PM-APPROVED
020100                     ADD 1 TO WS-APPROVED-COUNT
020200                   WHEN PM-DECLINED
020300                     ADD 1 TO WS-DECLINED-COUNT
020400                   WHEN PM-APPLY-FAILED
020500                     ADD 1 TO WS-FAILED-COUNT
020600                   WHEN PM-EXPIRED
020700                     ADD 1 TO WS-EXPIRED-COUNT
020800                 END-EVALUATE
020900                 PERFORM 2200-PRINT-DETAIL THRU 2200-EXIT
021000             END-IF
021100         END-IF.
021200         PERFORM 1100-READ-PENDING THRU 1100-EXIT.
021300 2000-EXIT.
021400         EXIT.

021500*----------------------------------------------------------------
021600*2100-COUNT-DAYS - CALENDAR DAYS FROM THE REQUEST DATE TO THE
021700*BUSINESS DATE, BOUNDED AT 999.
021800*----------------------------------------------------------------
021900 2100-COUNT-DAYS.
022000         MOVE ZERO TO WS-AGE-DAYS.
022100         MOVE PM-REQ-DATE TO WS-AGE-DATE.
022200         PERFORM 2110-ADD-ONE-DAY THRU 2110-EXIT
022300             UNTIL WS-AGE-DATE NOT < WS-RUN-DATE
022400                OR WS-AGE-DAYS = 999.
022500 2100-EXIT.
022600         EXIT.

022700*----------------------------------------------------------------
022800*2110-ADD-ONE-DAY - ROLL WS-AGE-DATE FORWARD ONE CALENDAR DAY.
022900*FEBRUARY GETS 29 IN A LEAP YEAR - DIVISIBLE BY 4, CENTURIES
023000*ONLY WHEN DIVISIBLE BY 400.
023100*----------------------------------------------------------------
023200 2110-ADD-ONE-DAY.
023300         EVALUATE WS-AGE-MONTH
023400           WHEN 01 WHEN 03 WHEN 05 WHEN 07
023500           WHEN 08 WHEN 10 WHEN 12
023600             MOVE 31 TO WS-MONTH-END-DAY
023700           WHEN 04 WHEN 06 WHEN 09 WHEN 11
023800             MOVE 30 TO WS-MONTH-END-DAY
023900           WHEN 02
024000             MOVE 28 TO WS-MONTH-END-DAY
024100             DIVIDE WS-AGE-YEAR BY 4 GIVING WS-YEAR-QUOT
024200                 REMAINDER WS-YEAR-REM
024300             IF WS-YEAR-REM = ZERO
024400                 MOVE 29 TO WS-MONTH-END-DAY
024500                 DIVIDE WS-AGE-YEAR BY 100 GIVING WS-YEAR-QUOT
024600                     REMAINDER WS-YEAR-REM
024700                 IF WS-YEAR-REM = ZERO
024800                     MOVE 28 TO WS-MONTH-END-DAY
024900                     DIVIDE WS-AGE-YEAR BY 400
025000                         GIVING WS-YEAR-QUOT
025100                         REMAINDER WS-YEAR-REM
025200                     IF WS-YEAR-REM = ZERO
025300                         MOVE 29 TO WS-MONTH-END-DAY
025400                     END-IF
025500                 END-IF
025600             END-IF
025700           WHEN OTHER
025800             MOVE 31 TO WS-MONTH-END-DAY
025900         END-EVALUATE.
026000         IF WS-AGE-DAY < WS-MONTH-END-DAY
026100             ADD 1 TO WS-AGE-DAY
026200         ELSE
026300             MOVE 1 TO WS-AGE-DAY
026400             IF WS-AGE-MONTH < 12
026500                 ADD 1 TO WS-AGE-MONTH
026600             ELSE
026700                 MOVE 1 TO WS-AGE-MONTH
026800                 ADD 1 TO WS-AGE-YEAR
026900             END-IF
027000         END-IF.
027100         ADD 1 TO WS-AGE-DAYS.
027200 2110-EXIT.
027300         EXIT.

027400*----------------------------------------------------------------
027500*2200-PRINT-DETAIL - THE CHANGE LINE AND ITS BEFORE/AFTER LINE.
027600*----------------------------------------------------------------
027700 2200-PRINT-DETAIL.
027800         MOVE PM-CHANGE-NO    TO RPT-CHANGE-NO.
027900         MOVE PM-TARGET-FILE  TO RPT-TARGET-FILE.
028000         MOVE PM-ACTION       TO RPT-ACTION.
028100         MOVE PM-TARGET-KEY   TO RPT-TARGET-KEY.
028200         MOVE PM-REQUESTED-BY TO RPT-REQUESTED-BY.
028300         MOVE PM-REQ-DATE     TO RPT-REQ-DATE.
028400         MOVE WS-AGE-DAYS     TO RPT-DAYS.
028500         EVALUATE TRUE
028600           WHEN PM-PENDING
028700             MOVE "PENDING"  TO RPT-STATUS
028800           WHEN PM-APPROVED
028900             MOVE "APPROVED" TO RPT-STATUS
029000           WHEN PM-DECLINED
029100             MOVE "DECLINED" TO RPT-STATUS
029200           WHEN PM-APPLY-FAILED
029300             MOVE "FAILED"   TO RPT-STATUS
029400           WHEN PM-EXPIRED
029500             MOVE "EXPIRED"  TO RPT-STATUS
029600           WHEN OTHER
029700             MOVE PM-STATUS  TO RPT-STATUS
029800         END-EVALUATE.
029900         MOVE PM-DECIDED-BY   TO RPT-DECIDED-BY.
030000         MOVE PM-RESULT       TO RPT-RESULT.
030100         WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
030200         IF NOT WS-RPT-OK
030300             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
030400         END-IF.
030500         MOVE PM-BEFORE-VALUE TO RPT-BEFORE-VALUE.
030600         MOVE PM-AFTER-VALUE  TO RPT-AFTER-VALUE.
030700         WRITE REPORT-RECORD FROM RPT-VALUE-LINE.
030800         IF NOT WS-RPT-OK
030900             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
031000         END-IF.
031100 2200-EXIT.
031200         EXIT.

031300*----------------------------------------------------------------
031400*2300-EXPIRE-CHANGE - A CHANGE NOBODY DECIDED WITHIN THE LIMIT
031500*IS CLOSED OUT AS EXPIRED ON THE BUSINESS DATE.
031600*----------------------------------------------------------------
031700 2300-EXPIRE-CHANGE.
031800         MOVE "E" TO PM-STATUS.
031900         MOVE "EXPIRY"  TO PM-DECIDED-BY.
032000         MOVE WS-RUN-DATE TO PM-DECIDED-DATE.
032100         ACCEPT PM-DECIDED-TIME FROM TIME.
032200         MOVE "EXPIRED - NOT DECIDED" TO PM-RESULT.
032300         REWRITE PENDING-MAINT-RECORD
032400             INVALID KEY
032500                 DISPLAY "PENDING MAINTENANCE REWRITE FAILED, "
032600                     "STATUS: " WS-PEND-STATUS
032700         END-REWRITE.
032800         ADD 1 TO WS-EXPIRED-COUNT.
032900 2300-EXIT.
033000         EXIT.

033100*----------------------------------------------------------------
033200*4000-PRINT-SUMMARY - COUNTS, AND RC 4 WHEN ANYTHING EXPIRED.
033300*----------------------------------------------------------------
033400 4000-PRINT-SUMMARY.
033500         MOVE "CHANGES STILL PENDING" TO RPT-COUNT-LABEL.
033600         MOVE WS-PENDING-COUNT TO RPT-COUNT-VALUE.
033700         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
033800         IF NOT WS-RPT-OK
033900             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
034000         END-IF.
034100         MOVE "CHANGES APPROVED" TO RPT-COUNT-LABEL.
034200         MOVE WS-APPROVED-COUNT TO RPT-COUNT-VALUE.
034300         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
034400         IF NOT WS-RPT-OK
034500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
034600         END-IF.
034700         MOVE "CHANGES DECLINED" TO RPT-COUNT-LABEL.
034800         MOVE WS-DECLINED-COUNT TO RPT-COUNT-VALUE.
034900         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
035000         IF NOT WS-RPT-OK
035100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
035200         END-IF.
035300         MOVE "CHANGES FAILED ON APPLY" TO RPT-COUNT-LABEL.
035400         MOVE WS-FAILED-COUNT TO RPT-COUNT-VALUE.
035500         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
035600         IF NOT WS-RPT-OK
035700             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
035800         END-IF.
035900         MOVE "CHANGES EXPIRED" TO RPT-COUNT-LABEL.
036000         MOVE WS-EXPIRED-COUNT TO RPT-COUNT-VALUE.
036100         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
036200         IF NOT WS-RPT-OK
036300             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
036400         END-IF.
036500         DISPLAY "CHANGES STILL PENDING  : " WS-PENDING-COUNT.
036600         DISPLAY "CHANGES APPROVED       : " WS-APPROVED-COUNT.
036700         DISPLAY "CHANGES DECLINED       : " WS-DECLINED-COUNT.
036800         DISPLAY "CHANGES FAILED ON APPLY: " WS-FAILED-COUNT.
036900         DISPLAY "CHANGES EXPIRED        : " WS-EXPIRED-COUNT.
037000         IF WS-EXPIRED-COUNT > ZERO
037100             MOVE 4 TO RETURN-CODE
037200         END-IF.
037300 4000-EXIT.
037400         EXIT.

037500*----------------------------------------------------------------
037600*9000-TERMINATE - CLOSE UP.
037700*----------------------------------------------------------------
037800 9000-TERMINATE.
037900         CLOSE PENDING-MAINT-FILE.
038000         CLOSE REPORT-FILE.
038100 9000-EXIT.
038200         EXIT.
