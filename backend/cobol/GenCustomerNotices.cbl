000100***************************************************************
000200** PROGRAM-ID : GenCustomerNotices
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-15
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   NIGHTLY CUSTOMER NOTICE RUN.  RUNS AFTER BatchTransaction
001000**   AND BUILDS THE NOTICE FILE THE PRINT/MAIL VENDOR PICKS UP,
001100**   SO A CUSTOMER HEARS ABOUT A RETURNED ITEM, A DEPOSIT HOLD,
001200**   A SERVICE CHARGE OR AN UPCOMING DORMANCY FLAG BY MAIL
001300**   RATHER THAN BY CALLING IN.  IT PICKS UP:
001400**     - WITHDRAWALS AND TRANSFERS LOGGED REJECTED-INSUFFICIENT-
001500**       FUNDS OR REJECTED-FUNDS-ON-HOLD;
001600**     - DEPOSIT HOLDS PLACED, WITH THE AMOUNT AND THE RELEASE
001700**       DATE THE HOLD-DISCLOSURE RULES REQUIRE;
001800**     - SERVICE CHARGES TAKEN BY AssessFees;
001900**     - ON THE FIRST BUSINESS DAY OF A MONTH, OPEN ACCOUNTS WITH
002000**       NO CUSTOMER ACTIVITY SINCE THE MONTH FlagDormant'S
002100**       TWELVE-MONTH CUTOFF WILL REACH NEXT MONTH - ONE MONTH'S
002200**       WARNING, COUNTED THE WAY THE DORMANCY REVIEW COUNTS.
002300**   LOG ENTRIES AND HOLDS ARE TAKEN FROM THE DAY AFTER THE PRIOR
002400**   BUSINESS DAY (THE HOLIDAY CALENDAR) THROUGH THE BUSINESS
002500**   DATE, SO A WEEKEND'S ITEMS AND A BATCH ITEM LOGGED AFTER
002600**   MIDNIGHT ARE PICKED UP BY THE NEXT RUN.  SERVICE CHARGES ARE
002700**   TAKEN FROM THE PRIOR BUSINESS DAY UP TO THE BUSINESS DATE,
002800**   BECAUSE AssessFees RUNS AFTER THE NIGHTLY STREAM.  THE
002900**   OWNER'S NAME AND MAILING ADDRESS COME FROM THE CUSTOMER
003000**   MASTER, AND EVERY NOTICE FOR ONE CUSTOMER GOES IN ONE
003100**   MAILING - A HEADER WITH THE ADDRESS, THEN ITS NOTICES.  A
003200**   NOTICE FOR AN ACCOUNT NOT ON THE MASTER, WITH NO CUSTOMER
003300**   LINK, WHOSE OWNER IS NOT ON THE CUSTOMER MASTER, OR WHOSE
003400**   OWNER HAS NO USABLE NAME AND ADDRESS IS NOT MAILED - IT
003500**   GOES ON THE EXCEPTIONS REPORT AND THE STEP ENDS RC 4.
003600**--------------------------------------------------------------
003700** MODIFICATION HISTORY.
003800**   2026-10-15  DK  INITIAL VERSION.
003900***************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. GenCustomerNotices.
004200 AUTHOR. D. KOWALSKI.
004300 INSTALLATION. MIDSTATE-SAVINGS-DP.
004400 DATE-WRITTEN. 2026-10-15.
004500 DATE-COMPILED.

004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-LOG-STATUS.
005200     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS HD-KEY
005600         FILE STATUS IS WS-HOLD-STATUS.
005700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS AM-ACCOUNT-NO
006100         ALTERNATE RECORD KEY IS AM-USER
006200             WITH DUPLICATES
006300         FILE STATUS IS WS-ACCT-STATUS.
006400     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CM-CUSTOMER-NO
006800         ALTERNATE RECORD KEY IS CM-NAME
006900             WITH DUPLICATES
007000         FILE STATUS IS WS-CUST-STATUS.
007100     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS AH-KEY
007500         FILE STATUS IS WS-HIST-STATUS.
007600     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS HC-DATE
008000         FILE STATUS IS WS-HOL-STATUS.
008100     SELECT NOTICE-FILE ASSIGN TO "NOTICES"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-NTC-STATUS.
008400     SELECT REPORT-FILE ASSIGN TO "NOTCEXC"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-RPT-STATUS.

008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  TRANSACTION-LOG-FILE
009000         LABEL RECORDS ARE STANDARD.
009100     COPY TRANLOG.

009200 FD  ACCOUNT-HOLD-FILE
009300         LABEL RECORDS ARE STANDARD.
009400     COPY ACCTHOLD.

009500 FD  ACCOUNT-MASTER-FILE
009600         LABEL RECORDS ARE STANDARD.
009700     COPY ACCTMSTR.

009800 FD  CUSTOMER-MASTER-FILE
009900         LABEL RECORDS ARE STANDARD.
010000     COPY CUSTMSTR.

010100 FD  ACCOUNT-HISTORY-FILE
010200         LABEL RECORDS ARE STANDARD.
010300     COPY ACCTHIST.

010400 FD  HOLIDAY-FILE
010500         LABEL RECORDS ARE STANDARD.
010600     COPY HOLIDAY.

010700 FD  NOTICE-FILE
010800         LABEL RECORDS ARE STANDARD.
010900     COPY NOTICE.

011000 FD  REPORT-FILE
011100         LABEL RECORDS ARE STANDARD
011200         RECORD CONTAINS 133 CHARACTERS.
011300 01  REPORT-RECORD               PIC X(133).

011400 WORKING-STORAGE SECTION.
011500*THE NOTICE IN HAND - BUILT BY EACH SOURCE, THEN QUEUED OR PUT
011600*ON THE EXCEPTIONS REPORT.  THE SAME 68 BYTES ARE CARRIED IN THE
011700*NOTICE TABLE.
011800 01  WS-NOTICE-AREA.
011900         05  WS-NTC-TYPE          PIC X(04).
012000         05  WS-NTC-ACCOUNT       PIC 9(10).
012100         05  WS-NTC-DATE          PIC 9(08).
012200         05  WS-NTC-ITEM-TYPE     PIC X(12).
012300         05  WS-NTC-AMOUNT        PIC 9(10)V99.
012400         05  WS-NTC-RELEASE-DATE  PIC 9(08).
012500         05  WS-NTC-LAST-ACTIVITY PIC 9(08).
012600         05  WS-NTC-DORMANT-MONTH PIC 9(06).
012700*WHY THE NOTICE IN HAND CANNOT BE MAILED - SPACES IF IT CAN.
012800 01  WS-EXCEPTION-REASON          PIC X(30)     VALUE SPACES.

012900*ONE ROW PER CUSTOMER WITH A NOTICE THIS RUN, IN THE ORDER FIRST
013000*SEEN, CARRYING THE MAILING NAME AND ADDRESS - EACH ROW BECOMES
013100*ONE MAILING.
013200 01  WS-CUSTOMER-TABLE.
013300         05  WS-CUSTOMER-ENTRY OCCURS 2000 TIMES
013400                         INDEXED BY CU-IDX.
013500             10  CU-CUSTOMER-NO       PIC 9(06).
013600             10  CU-NOTICE-COUNT      PIC 9(03) COMP.
013700             10  CU-NAME              PIC X(20).
013800             10  CU-ADDR-LINE-1       PIC X(30).
013900             10  CU-ADDR-LINE-2       PIC X(30).
014000             10  CU-CITY              PIC X(20).
014100             10  CU-STATE             PIC X(02).
014200             10  CU-ZIP               PIC X(10).
014300 01  WS-CUSTOMER-COUNT            PIC 9(04)     VALUE ZERO COMP.
014400 01  WS-CUSTOMER-MAX              PIC 9(04)     VALUE 2000 COMP.
014500 01  WS-MAILING-NOTICE-MAX        PIC 9(03)     VALUE 999 COMP.

014600*EVERY NOTICE QUEUED THIS RUN, TAGGED WITH ITS CUSTOMER.
014700 01  WS-NOTICE-TABLE.
014800         05  WS-NOTICE-ENTRY OCCURS 5000 TIMES
014900                         INDEXED BY NE-IDX.
015000             10  NE-CUSTOMER-NO       PIC 9(06).
015100             10  NE-NOTICE-DATA       PIC X(68).
015200 01  WS-NOTICE-COUNT              PIC 9(04)     VALUE ZERO COMP.
015300 01  WS-NOTICE-MAX                PIC 9(04)     VALUE 5000 COMP.

015400*BUSINESS DATE AND THE PRIOR BUSINESS DAY, WITH THEIR PIECES.
015500 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
015600 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
015700         05  WS-RUN-YEAR          PIC 9(04).
015800         05  WS-RUN-MONTH         PIC 9(02).
015900         05  WS-RUN-DAY           PIC 9(02).
016000 01  WS-PRIOR-DATE                PIC 9(08)     VALUE ZERO.
016100 01  WS-PRIOR-DATE-PARTS REDEFINES WS-PRIOR-DATE.
016200         05  WS-PRIOR-YEAR        PIC 9(04).
016300         05  WS-PRIOR-MONTH       PIC 9(02).
016400         05  WS-PRIOR-DAY         PIC 9(02).
016500 01  WS-MONTH-END-DAY             PIC 9(02)     VALUE ZERO.
016600 01  WS-YEAR-QUOT                 PIC 9(04)     VALUE ZERO.
016700 01  WS-YEAR-REM                  PIC 9(04)     VALUE ZERO.

016800*DAY-OF-WEEK WORK FIELDS (ZELLER) - 0 = SATURDAY, 1 = SUNDAY.
016900 01  WS-DOW-YEAR                  PIC 9(04)     VALUE ZERO.
017000 01  WS-DOW-MONTH                 PIC 9(02)     VALUE ZERO.
017100 01  WS-DOW-CENT                  PIC 9(02)     VALUE ZERO.
017200 01  WS-DOW-YY                    PIC 9(02)     VALUE ZERO.
017300 01  WS-DOW-K4                    PIC 9(02)     VALUE ZERO.
017400 01  WS-DOW-J4                    PIC 9(02)     VALUE ZERO.
017500 01  WS-DOW-MWORK                 PIC 9(04)     VALUE ZERO.
017600 01  WS-DOW-SUM                   PIC 9(04)     VALUE ZERO.
017700 01  WS-DOW-QUOT                  PIC 9(04)     VALUE ZERO.
017800 01  WS-DAY-OF-WEEK               PIC 9(01)     VALUE ZERO.
017900         88  WS-WEEKEND-DAY           VALUE 0 1.

018000*DORMANCY WARNING MONTHS (YYYYMM): AN ACCOUNT WHOSE LAST
018100*CUSTOMER ACTIVITY FELL IN THE WARNING MONTH IS FLAGGED BY THE
018200*DORMANCY REVIEW FROM THE DORMANT MONTH ON - NEXT MONTH.
018300 01  WS-WARN-MONTH                PIC 9(06)     VALUE ZERO.
018400 01  WS-DORMANT-MONTH             PIC 9(06)     VALUE ZERO.
018500*LAST CUSTOMER ACTIVITY FOUND FOR THE ACCOUNT IN HAND.
018600 01  WS-LAST-DATE                 PIC 9(08)     VALUE ZERO.
018700 01  WS-ACTIVITY-SWITCH           PIC X(01)     VALUE "N".
018800         88  WS-ACTIVITY-FOUND        VALUE "Y".

018900*RUN COUNTS.
019000 01  WS-RETURN-COUNT              PIC 9(07)     VALUE ZERO COMP.
019100 01  WS-HOLD-COUNT                PIC 9(07)     VALUE ZERO COMP.
019200 01  WS-FEE-COUNT                 PIC 9(07)     VALUE ZERO COMP.
019300 01  WS-DORMANCY-COUNT            PIC 9(07)     VALUE ZERO COMP.
019400 01  WS-EXCEPTION-COUNT           PIC 9(07)     VALUE ZERO COMP.
019500 01  WS-MAILING-COUNT             PIC 9(07)     VALUE ZERO COMP.
019600 01  WS-WRITTEN-COUNT             PIC 9(07)     VALUE ZERO COMP.

019700*FILE STATUS AND SWITCHES.
019800 01  WS-LOG-STATUS                PIC X(02).
019900         88  WS-LOG-OK                VALUE "00".
020000 01  WS-HOLD-STATUS               PIC X(02).
020100         88  WS-HOLD-OK               VALUE "00".
020200 01  WS-ACCT-STATUS               PIC X(02).
020300         88  WS-ACCT-OK               VALUE "00".
020400 01  WS-CUST-STATUS               PIC X(02).
020500         88  WS-CUST-OK               VALUE "00".
020600 01  WS-HIST-STATUS               PIC X(02).
020700         88  WS-HIST-OK               VALUE "00".
020800 01  WS-HOL-STATUS                PIC X(02).
020900         88  WS-HOL-OK                VALUE "00".
021000 01  WS-NTC-STATUS                PIC X(02).
021100         88  WS-NTC-OK                VALUE "00".
021200 01  WS-RPT-STATUS                PIC X(02).
021300         88  WS-RPT-OK                VALUE "00".
021400 01  WS-LOG-EOF-SWITCH            PIC X(01)     VALUE "N".
021500         88  WS-LOG-EOF               VALUE "Y".
021600 01  WS-HOLD-EOF-SWITCH           PIC X(01)     VALUE "N".
021700         88  WS-HOLD-EOF              VALUE "Y".
021800 01  WS-ACCT-EOF-SWITCH           PIC X(01)     VALUE "N".
021900         88  WS-ACCT-EOF              VALUE "Y".
022000 01  WS-HIST-EOF-SWITCH           PIC X(01)     VALUE "N".
022100         88  WS-HIST-EOF              VALUE "Y".
022200 01  WS-ACCT-FOUND-SWITCH         PIC X(01)     VALUE "N".
022300         88  WS-ACCT-FOUND            VALUE "Y".
022400 01  WS-BUSINESS-DAY-SWITCH       PIC X(01)     VALUE "N".
022500         88  WS-BUSINESS-DAY          VALUE "Y".
022600 01  WS-DORMANCY-SWITCH           PIC X(01)     VALUE "N".
022700         88  WS-DORMANCY-RUN          VALUE "Y".
022800 01  WS-TABLE-FULL-SWITCH         PIC X(01)     VALUE "N".
022900         88  WS-TABLE-FULL            VALUE "Y".

023000*REPORT LINE LAYOUTS.
023100 01  RPT-HEADING-1.
023200         05  FILLER  PIC X(36) VALUE
023300             "CUSTOMER NOTICES - EXCEPTIONS".
023400         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
023500         05  RPT-HEAD-DATE        PIC 9(08).
023600         05  FILLER  PIC X(04) VALUE SPACES.
023700         05  FILLER  PIC X(20) VALUE "PRIOR BUSINESS DAY:".
023800         05  RPT-HEAD-PRIOR       PIC 9(08).
023900 01  RPT-HEADING-2.
024000         05  FILLER  PIC X(14) VALUE "ACCOUNT NO".
024100         05  FILLER  PIC X(09) VALUE "CUST NO".
024200         05  FILLER  PIC X(20) VALUE "NOTICE".
024300         05  FILLER  PIC X(10) VALUE "DATE".
024400         05  FILLER  PIC X(18) VALUE "AMOUNT".
024500         05  FILLER  PIC X(30) VALUE "NOT MAILED - REASON".
024600 01  RPT-DETAIL-LINE.
024700         05  RPT-ACCOUNT          PIC 9(10).
024800         05  FILLER               PIC X(04) VALUE SPACES.
024900         05  RPT-CUSTOMER         PIC 9(06).
025000         05  FILLER               PIC X(03) VALUE SPACES.
025100         05  RPT-NOTICE           PIC X(18).
025200         05  FILLER               PIC X(02) VALUE SPACES.
025300         05  RPT-DATE             PIC 9(08).
025400         05  FILLER               PIC X(02) VALUE SPACES.
025500         05  RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
025600         05  FILLER               PIC X(02) VALUE SPACES.
025700         05  RPT-REASON           PIC X(30).
025800 01  RPT-COUNT-LINE.
025900         05  RPT-COUNT-LABEL      PIC X(30).
026000         05  RPT-COUNT-VALUE      PIC ZZZ,ZZ9.

026100 PROCEDURE DIVISION.

026200*----------------------------------------------------------------
026300*0000-MAIN-PROCESS.
026400*----------------------------------------------------------------
026500 0000-MAIN-PROCESS.
026600         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700         PERFORM 2000-SCAN-LOG THRU 2000-EXIT
026800             UNTIL WS-LOG-EOF.
026900         PERFORM 2500-SCAN-HOLDS THRU 2500-EXIT
027000             UNTIL WS-HOLD-EOF.
027100         IF WS-DORMANCY-RUN
027200             PERFORM 3000-START-DORMANCY THRU 3000-EXIT
027300             PERFORM 3100-REVIEW-ACCOUNT THRU 3100-EXIT
027400                 UNTIL WS-ACCT-EOF
027500         END-IF.
027600         PERFORM 6000-WRITE-MAILINGS THRU 6000-EXIT.
027700         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
027800         PERFORM 9000-TERMINATE THRU 9000-EXIT.
027900         STOP RUN.

028000*----------------------------------------------------------------
028100*1000-INITIALIZE - GET THE BUSINESS DATE, FIND THE PRIOR
028200*BUSINESS DAY AND WHETHER DORMANCY WARNINGS ARE DUE, OPEN FILES,
028300*PRINT HEADINGS, PRIME THE LOG AND HOLD READS.
028400*----------------------------------------------------------------
028500 1000-INITIALIZE.
028600         DISPLAY "ENTER BUSINESS DATE (YYYYMMDD): ".
028700         ACCEPT WS-RUN-DATE FROM CONSOLE.
028800         OPEN INPUT HOLIDAY-FILE.
028900         IF NOT WS-HOL-OK
029000             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
029100                 WS-HOL-STATUS
029200             MOVE 8 TO RETURN-CODE
029300             STOP RUN
029400         END-IF.
029500         PERFORM 1400-SET-PRIOR-DATE THRU 1400-EXIT.
029600         CLOSE HOLIDAY-FILE.
029700         PERFORM 1500-SET-DORMANCY THRU 1500-EXIT.
029800         OPEN INPUT TRANSACTION-LOG-FILE.
029900         IF NOT WS-LOG-OK
030000             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
030100                 WS-LOG-STATUS
030200             MOVE 8 TO RETURN-CODE
030300             STOP RUN
030400         END-IF.
030500         OPEN INPUT ACCOUNT-HOLD-FILE.
030600         IF NOT WS-HOLD-OK
030700             DISPLAY "HOLD FILE OPEN FAILED, STATUS: "
030800                 WS-HOLD-STATUS
030900             MOVE 8 TO RETURN-CODE
031000             STOP RUN
031100         END-IF.
031200         OPEN INPUT ACCOUNT-MASTER-FILE.
031300         IF NOT WS-ACCT-OK
031400             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
031500                 WS-ACCT-STATUS
031600             MOVE 8 TO RETURN-CODE
031700             STOP RUN
031800         END-IF.
031900         OPEN INPUT CUSTOMER-MASTER-FILE.
032000         IF NOT WS-CUST-OK
032100             DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS: "
032200                 WS-CUST-STATUS
032300             MOVE 8 TO RETURN-CODE
032400             STOP RUN
032500         END-IF.
032600         OPEN INPUT ACCOUNT-HISTORY-FILE.
032700         IF NOT WS-HIST-OK
032800             DISPLAY "ACCOUNT HISTORY OPEN FAILED, STATUS: "
032900                 WS-HIST-STATUS
033000             MOVE 8 TO RETURN-CODE
033100             STOP RUN
033200         END-IF.
033300         OPEN OUTPUT NOTICE-FILE.
033400         IF NOT WS-NTC-OK
033500             DISPLAY "NOTICE FILE OPEN FAILED, STATUS: "
033600                 WS-NTC-STATUS
033700             MOVE 8 TO RETURN-CODE
033800             STOP RUN
033900         END-IF.
034000         OPEN OUTPUT REPORT-FILE.
034100         IF NOT WS-RPT-OK
034200             DISPLAY "REPORT FILE OPEN FAILED, STATUS: "
034300                 WS-RPT-STATUS
034400             MOVE 8 TO RETURN-CODE
034500             STOP RUN
034600         END-IF.
034700         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
034800         MOVE WS-PRIOR-DATE TO RPT-HEAD-PRIOR.
034900         WRITE REPORT-RECORD FROM RPT-HEADING-1.
035000         IF NOT WS-RPT-OK
035100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
035200         END-IF.
035300         WRITE REPORT-RECORD FROM RPT-HEADING-2.
035400         IF NOT WS-RPT-OK
035500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
035600         END-IF.
035700         PERFORM 1100-READ-LOG THRU 1100-EXIT.
035800         PERFORM 1200-READ-HOLD THRU 1200-EXIT.
035900 1000-EXIT.
036000         EXIT.

036100 1100-READ-LOG.
036200         READ TRANSACTION-LOG-FILE
036300             AT END
036400                 SET WS-LOG-EOF TO TRUE
036500         END-READ.
036600 1100-EXIT.
036700         EXIT.

036800 1200-READ-HOLD.
036900         READ ACCOUNT-HOLD-FILE NEXT RECORD
037000             AT END
037100                 SET WS-HOLD-EOF TO TRUE
037200         END-READ.
037300 1200-EXIT.
037400         EXIT.

037500 1300-READ-ACCOUNT.
037600         READ ACCOUNT-MASTER-FILE NEXT RECORD
037700             AT END
037800                 SET WS-ACCT-EOF TO TRUE
037900         END-READ.
038000 1300-EXIT.
038100         EXIT.

038200*----------------------------------------------------------------
038300*1400-SET-PRIOR-DATE - THE BUSINESS DAY BEFORE THE BUSINESS
038400*DATE: STEP BACK A CALENDAR DAY AT A TIME PAST WEEKENDS AND
038500*BANK HOLIDAYS.
038600*----------------------------------------------------------------
038700 1400-SET-PRIOR-DATE.
038800         MOVE WS-RUN-DATE TO WS-PRIOR-DATE.
038900         MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
039000         PERFORM 1410-STEP-BACK THRU 1410-EXIT
039100             UNTIL WS-BUSINESS-DAY.
039200 1400-EXIT.
039300         EXIT.

039400 1410-STEP-BACK.
039500         PERFORM 1420-SUBTRACT-ONE-DAY THRU 1420-EXIT.
039600         PERFORM 1430-CHECK-BUSINESS-DAY THRU 1430-EXIT.
039700 1410-EXIT.
039800         EXIT.

039900*----------------------------------------------------------------
040000*1420-SUBTRACT-ONE-DAY - ROLL WS-PRIOR-DATE BACK ONE CALENDAR
040100*DAY.  FEBRUARY GETS 29 IN A LEAP YEAR - DIVISIBLE BY 4,
040200*CENTURIES ONLY WHEN DIVISIBLE BY 400.
040300*----------------------------------------------------------------
040400 1420-SUBTRACT-ONE-DAY.
040500         IF WS-PRIOR-DAY > 1
040600             SUBTRACT 1 FROM WS-PRIOR-DAY
040700             GO TO 1420-EXIT
040800         END-IF.
040900         IF WS-PRIOR-MONTH > 1
041000             SUBTRACT 1 FROM WS-PRIOR-MONTH
041100         ELSE
041200             MOVE 12 TO WS-PRIOR-MONTH
041300             SUBTRACT 1 FROM WS-PRIOR-YEAR
041400         END-IF.
041500         EVALUATE WS-PRIOR-MONTH
041600           WHEN 01 WHEN 03 WHEN 05 WHEN 07
041700           WHEN 08 WHEN 10 WHEN 12
041800             MOVE 31 TO WS-MONTH-END-DAY
041900           WHEN 04 WHEN 06 WHEN 09 WHEN 11
042000             MOVE 30 TO WS-MONTH-END-DAY
042100           WHEN 02
042200             MOVE 28 TO WS-MONTH-END-DAY
042300             DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-YEAR-QUOT
042400                 REMAINDER WS-YEAR-REM
042500             IF WS-YEAR-REM = ZERO
042600                 MOVE 29 TO WS-MONTH-END-DAY
042700                 DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-YEAR-QUOT
042800                     REMAINDER WS-YEAR-REM
042900                 IF WS-YEAR-REM = ZERO
043000                     MOVE 28 TO WS-MONTH-END-DAY
043100                     DIVIDE WS-PRIOR-YEAR BY 400
043200                         GIVING WS-YEAR-QUOT
043300                         REMAINDER WS-YEAR-REM
043400                     IF WS-YEAR-REM = ZERO
043500                         MOVE 29 TO WS-MONTH-END-DAY
043600                     END-IF
043700                 END-IF
043800             END-IF
043900           WHEN OTHER
044000             MOVE 31 TO WS-MONTH-END-DAY
044100         END-EVALUATE.
044200         MOVE WS-MONTH-END-DAY TO WS-PRIOR-DAY.
044300 1420-EXIT.
044400         EXIT.

044500*----------------------------------------------------------------
044600*1430-CHECK-BUSINESS-DAY - WS-PRIOR-DATE IS A BUSINESS DAY WHEN
044700*IT IS A WEEKDAY AND NOT ON THE BANK HOLIDAY CALENDAR.
044800*----------------------------------------------------------------
044900 1430-CHECK-BUSINESS-DAY.
045000         MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
045100         PERFORM 1440-DAY-OF-WEEK THRU 1440-EXIT.
045200         IF WS-WEEKEND-DAY
045300             GO TO 1430-EXIT
045400         END-IF.
045500         MOVE WS-PRIOR-DATE TO HC-DATE.
045600         READ HOLIDAY-FILE
045700             INVALID KEY
045800                 SET WS-BUSINESS-DAY TO TRUE
045900             NOT INVALID KEY
046000                 CONTINUE
046100         END-READ.
046200 1430-EXIT.
046300         EXIT.

046400*----------------------------------------------------------------
046500*1440-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-PRIOR-DATE.
046600*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
046700*----------------------------------------------------------------
046800 1440-DAY-OF-WEEK.
046900         MOVE WS-PRIOR-YEAR TO WS-DOW-YEAR.
047000         MOVE WS-PRIOR-MONTH TO WS-DOW-MONTH.
047100         IF WS-DOW-MONTH < 3
047200             ADD 12 TO WS-DOW-MONTH
047300             SUBTRACT 1 FROM WS-DOW-YEAR
047400         END-IF.
047500         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
047600             REMAINDER WS-DOW-YY.
047700         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
047800         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
047900         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
048000         COMPUTE WS-DOW-SUM = WS-PRIOR-DAY + WS-DOW-MWORK
048100             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
048200             + (5 * WS-DOW-CENT).
048300         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
048400             REMAINDER WS-DAY-OF-WEEK.
048500 1440-EXIT.
048600         EXIT.

048700*----------------------------------------------------------------
048800*1500-SET-DORMANCY - DORMANCY WARNINGS GO OUT ONCE A MONTH, ON
048900*ITS FIRST BUSINESS DAY (THE PRIOR BUSINESS DAY FELL IN ANOTHER
049000*MONTH).  THE DORMANCY REVIEW FLAGS AN ACCOUNT WHOSE LAST
049100*ACTIVITY MONTH IS TWELVE OR MORE MONTHS BEFORE THE REVIEW
049200*MONTH, SO THE ACCOUNTS IT WILL NEWLY REACH NEXT MONTH ARE THOSE
049300*LAST ACTIVE ELEVEN MONTHS BEFORE THIS ONE.
049400*----------------------------------------------------------------
049500 1500-SET-DORMANCY.
049600         IF WS-PRIOR-YEAR = WS-RUN-YEAR
049700                 AND WS-PRIOR-MONTH = WS-RUN-MONTH
049800             GO TO 1500-EXIT
049900         END-IF.
050000         SET WS-DORMANCY-RUN TO TRUE.
050100         IF WS-RUN-MONTH = 12
050200             COMPUTE WS-WARN-MONTH = WS-RUN-YEAR * 100 + 1
050300             COMPUTE WS-DORMANT-MONTH =
050400                 (WS-RUN-YEAR + 1) * 100 + 1
050500         ELSE
050600             COMPUTE WS-WARN-MONTH =
050700                 (WS-RUN-YEAR - 1) * 100 + WS-RUN-MONTH + 1
050800             COMPUTE WS-DORMANT-MONTH =
050900                 WS-RUN-YEAR * 100 + WS-RUN-MONTH + 1
051000         END-IF.
051100 1500-EXIT.
051200         EXIT.

051300*----------------------------------------------------------------
051400*2000-SCAN-LOG - ONE LOG ENTRY.  A WITHDRAWAL OR TRANSFER
051500*RETURNED FOR FUNDS, LOGGED SINCE THE PRIOR BUSINESS DAY, IS A
051600*RETURNED-ITEM NOTICE; A SERVICE CHARGE AssessFees TOOK SINCE
051700*THE PRIOR BUSINESS DAY'S RUN IS A FEE NOTICE.  A MONTHLY CHARGE
051800*AssessFees COULD NOT TAKE IS ITS OWN BUSINESS, NOT A RETURNED
051900*CUSTOMER ITEM, AND IS NOT NOTICED.
052000*----------------------------------------------------------------
052100 2000-SCAN-LOG.
052200         PERFORM 5300-CLEAR-NOTICE THRU 5300-EXIT.
052300         EVALUATE TRUE
052400           WHEN TL-DATE > WS-PRIOR-DATE
052500                     AND TL-DATE NOT > WS-RUN-DATE
052600                     AND TL-TYPE NOT = "FEE"
052700                     AND TL-STATUS = "REJECTED-INSUFFICIENT-FUNDS"
052800             MOVE "RNSF" TO WS-NTC-TYPE
052900           WHEN TL-DATE > WS-PRIOR-DATE
053000                     AND TL-DATE NOT > WS-RUN-DATE
053100                     AND TL-TYPE NOT = "FEE"
053200                     AND TL-STATUS = "REJECTED-FUNDS-ON-HOLD"
053300             MOVE "RHLD" TO WS-NTC-TYPE
053400           WHEN TL-DATE NOT < WS-PRIOR-DATE
053500                     AND TL-DATE < WS-RUN-DATE
053600                     AND TL-TYPE = "FEE"
053700                     AND TL-STATUS = "POSTED"
053800                     AND TL-OPERATOR = "ASSESFEE"
053900             MOVE "FEE " TO WS-NTC-TYPE
054000           WHEN OTHER
054100             GO TO 2000-NEXT
054200         END-EVALUATE.
054300         MOVE TL-ACCOUNT     TO WS-NTC-ACCOUNT.
054400         MOVE TL-DATE        TO WS-NTC-DATE.
054500         MOVE TL-TYPE        TO WS-NTC-ITEM-TYPE.
054600         MOVE TL-TRANSACTION TO WS-NTC-AMOUNT.
054700         PERFORM 5050-READ-ACCOUNT THRU 5050-EXIT.
054800         PERFORM 5000-QUEUE-NOTICE THRU 5000-EXIT.
054900 2000-NEXT.
055000         PERFORM 1100-READ-LOG THRU 1100-EXIT.
055100 2000-EXIT.
055200         EXIT.

055300*----------------------------------------------------------------
055400*2500-SCAN-HOLDS - ONE HOLD RECORD.  A HOLD PLACED SINCE THE
055500*PRIOR BUSINESS DAY IS A HOLD NOTICE, WITH THE AMOUNT HELD AND
055600*THE DATE THE FUNDS BECOME AVAILABLE.
055700*----------------------------------------------------------------
055800 2500-SCAN-HOLDS.
055900         IF HD-DATE NOT > WS-PRIOR-DATE
056000                 OR HD-DATE > WS-RUN-DATE
056100             GO TO 2500-NEXT
056200         END-IF.
056300         PERFORM 5300-CLEAR-NOTICE THRU 5300-EXIT.
056400         MOVE "HOLD"          TO WS-NTC-TYPE.
056500         MOVE HD-ACCOUNT      TO WS-NTC-ACCOUNT.
056600         MOVE HD-DATE         TO WS-NTC-DATE.
056700         MOVE "DEPOSIT"       TO WS-NTC-ITEM-TYPE.
056800         MOVE HD-AMOUNT       TO WS-NTC-AMOUNT.
056900         MOVE HD-RELEASE-DATE TO WS-NTC-RELEASE-DATE.
057000         PERFORM 5050-READ-ACCOUNT THRU 5050-EXIT.
057100         PERFORM 5000-QUEUE-NOTICE THRU 5000-EXIT.
057200 2500-NEXT.
057300         PERFORM 1200-READ-HOLD THRU 1200-EXIT.
057400 2500-EXIT.
057500         EXIT.

057600*----------------------------------------------------------------
057700*3000-START-DORMANCY - POSITION AT THE FRONT OF THE MASTER FOR
057800*THE DORMANCY BROWSE (THE NOTICE LOOKUPS HAVE MOVED IT).
057900*----------------------------------------------------------------
058000 3000-START-DORMANCY.
058100         MOVE ZERO TO AM-ACCOUNT-NO.
058200         START ACCOUNT-MASTER-FILE
058300             KEY NOT LESS THAN AM-ACCOUNT-NO
058400             INVALID KEY
058500                 SET WS-ACCT-EOF TO TRUE
058600                 GO TO 3000-EXIT
058700         END-START.
058800         PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT.
058900 3000-EXIT.
059000         EXIT.

059100*----------------------------------------------------------------
059200*3100-REVIEW-ACCOUNT - ONE MASTER RECORD.  AN OPEN ACCOUNT THE
059300*DORMANCY REVIEW WOULD LOOK AT (NOT A TIME DEPOSIT) WHOSE LAST
059400*CUSTOMER ACTIVITY FELL IN THE WARNING MONTH GETS ITS WARNING.
059500*----------------------------------------------------------------
059600 3100-REVIEW-ACCOUNT.
059700         IF NOT AM-STATUS-OPEN
059800             GO TO 3100-NEXT
059900         END-IF.
060000         IF AM-TYPE-TIME-DEPOSIT
060100             GO TO 3100-NEXT
060200         END-IF.
060300         PERFORM 3200-FIND-LAST-ACTIVITY THRU 3200-EXIT.
060400         IF NOT WS-ACTIVITY-FOUND
060500             GO TO 3100-NEXT
060600         END-IF.
060700         IF WS-LAST-DATE (1:6) NOT = WS-WARN-MONTH
060800             GO TO 3100-NEXT
060900         END-IF.
061000         PERFORM 5300-CLEAR-NOTICE THRU 5300-EXIT.
061100         MOVE "DORM"           TO WS-NTC-TYPE.
061200         MOVE AM-ACCOUNT-NO    TO WS-NTC-ACCOUNT.
061300         MOVE WS-RUN-DATE      TO WS-NTC-DATE.
061400         MOVE AM-BALANCE       TO WS-NTC-AMOUNT.
061500         MOVE WS-LAST-DATE     TO WS-NTC-LAST-ACTIVITY.
061600         MOVE WS-DORMANT-MONTH TO WS-NTC-DORMANT-MONTH.
061700         MOVE "Y" TO WS-ACCT-FOUND-SWITCH.
061800         PERFORM 5000-QUEUE-NOTICE THRU 5000-EXIT.
061900 3100-NEXT.
062000         PERFORM 1300-READ-ACCOUNT THRU 1300-EXIT.
062100 3100-EXIT.
062200         EXIT.

062300*----------------------------------------------------------------
062400*3200-FIND-LAST-ACTIVITY - BROWSE THE ACCOUNT'S OWN HISTORY
062500*ENTRIES FOR ITS LATEST CUSTOMER-INITIATED ACTIVITY, COUNTING
062600*THE SAME TYPES THE DORMANCY REVIEW COUNTS.
062700*----------------------------------------------------------------
062800 3200-FIND-LAST-ACTIVITY.
062900         MOVE ZERO TO WS-LAST-DATE.
063000         MOVE "N" TO WS-ACTIVITY-SWITCH.
063100         MOVE "N" TO WS-HIST-EOF-SWITCH.
063200         MOVE AM-ACCOUNT-NO TO AH-ACCOUNT.
063300         MOVE ZERO TO AH-DATE.
063400         MOVE ZERO TO AH-TIME.
063500         START ACCOUNT-HISTORY-FILE
063600             KEY NOT LESS THAN AH-KEY
063700             INVALID KEY
063800                 GO TO 3200-EXIT
063900         END-START.
064000         PERFORM 3210-NOTE-ENTRY THRU 3210-EXIT
064100             UNTIL WS-HIST-EOF.
064200 3200-EXIT.
064300         EXIT.

064400 3210-NOTE-ENTRY.
064500         READ ACCOUNT-HISTORY-FILE NEXT RECORD
064600             AT END
064700                 SET WS-HIST-EOF TO TRUE
064800                 GO TO 3210-EXIT
064900         END-READ.
065000         IF AH-ACCOUNT NOT = AM-ACCOUNT-NO
065100             SET WS-HIST-EOF TO TRUE
065200             GO TO 3210-EXIT
065300         END-IF.
065400         IF AH-TYPE = "DEPOSIT"
065500                 OR AH-TYPE = "WITHDRAW"
065600                 OR AH-TYPE = "TRANSFER-OUT"
065700                 OR AH-TYPE = "TRANSFER-IN"
065800                 OR AH-TYPE = "ACCT-OPEN"
065900             IF AH-DATE > WS-LAST-DATE
066000                 MOVE AH-DATE TO WS-LAST-DATE
066100             END-IF
066200             SET WS-ACTIVITY-FOUND TO TRUE
066300         END-IF.
066400 3210-EXIT.
066500         EXIT.

066600*----------------------------------------------------------------
066700*4000-PRINT-SUMMARY - COUNTS FOR THE CONTROL TOTALS.  RC 4 WHEN
066800*ANY NOTICE COULD NOT BE MAILED, RC 8 WHEN A TABLE FILLED AND
066900*NOTICES WERE LEFT OUT.
067000*----------------------------------------------------------------
067100 4000-PRINT-SUMMARY.
067200         MOVE "RETURNED ITEM NOTICES" TO RPT-COUNT-LABEL.
067300         MOVE WS-RETURN-COUNT TO RPT-COUNT-VALUE.
067400         PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
067500         MOVE "DEPOSIT HOLD NOTICES" TO RPT-COUNT-LABEL.
067600         MOVE WS-HOLD-COUNT TO RPT-COUNT-VALUE.
067700         PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
067800         MOVE "SERVICE CHARGE NOTICES" TO RPT-COUNT-LABEL.
067900         MOVE WS-FEE-COUNT TO RPT-COUNT-VALUE.
068000         PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
068100         MOVE "DORMANCY WARNINGS" TO RPT-COUNT-LABEL.
068200         MOVE WS-DORMANCY-COUNT TO RPT-COUNT-VALUE.
068300         PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
068400         MOVE "NOTICES WRITTEN" TO RPT-COUNT-LABEL.
068500         MOVE WS-WRITTEN-COUNT TO RPT-COUNT-VALUE.
068600         PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
068700         MOVE "MAILINGS WRITTEN" TO RPT-COUNT-LABEL.
068800         MOVE WS-MAILING-COUNT TO RPT-COUNT-VALUE.
068900         PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
069000         MOVE "NOTICES NOT MAILED" TO RPT-COUNT-LABEL.
069100         MOVE WS-EXCEPTION-COUNT TO RPT-COUNT-VALUE.
069200         PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
069300         IF NOT WS-DORMANCY-RUN
069400             DISPLAY "DORMANCY WARNINGS NOT DUE - FIRST BUSINESS "
069500                 "DAY OF THE MONTH ONLY"
069600         END-IF.
069700         DISPLAY "RETURNED ITEM NOTICES : " WS-RETURN-COUNT.
069800         DISPLAY "DEPOSIT HOLD NOTICES  : " WS-HOLD-COUNT.
069900         DISPLAY "SERVICE CHARGE NOTICES: " WS-FEE-COUNT.
070000         DISPLAY "DORMANCY WARNINGS     : " WS-DORMANCY-COUNT.
070100         DISPLAY "NOTICES WRITTEN       : " WS-WRITTEN-COUNT.
070200         DISPLAY "MAILINGS WRITTEN      : " WS-MAILING-COUNT.
070300         DISPLAY "NOTICES NOT MAILED    : " WS-EXCEPTION-COUNT.
070400         IF WS-TABLE-FULL
070500             MOVE 8 TO RETURN-CODE
070600         END-IF.
070700         IF WS-EXCEPTION-COUNT > ZERO
070800                 AND RETURN-CODE = ZERO
070900             MOVE 4 TO RETURN-CODE
071000         END-IF.
071100 4000-EXIT.
071200         EXIT.

071300 4100-PRINT-COUNT.
071400         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
071500         IF NOT WS-RPT-OK
071600             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
071700         END-IF.
071800 4100-EXIT.
071900         EXIT.

072000*----------------------------------------------------------------
072100*5000-QUEUE-NOTICE - TAKE THE NOTICE IN HAND INTO ITS OWNER'S
072200*MAILING, OR PUT IT ON THE EXCEPTIONS REPORT WHEN IT CANNOT BE
072300*MAILED.  THE ACCOUNT'S MASTER RECORD IS IN THE FILE AREA
072400*(WS-ACCT-FOUND) WHEN THIS IS PERFORMED.
072500*----------------------------------------------------------------
072600 5000-QUEUE-NOTICE.
072700         MOVE SPACES TO WS-EXCEPTION-REASON.
072800         IF NOT WS-ACCT-FOUND
072900             MOVE "ACCOUNT NOT ON MASTER" TO WS-EXCEPTION-REASON
073000             GO TO 5000-REJECT
073100         END-IF.
073200         IF AM-CUSTOMER-NO = ZERO
073300             MOVE "NO CUSTOMER LINK" TO WS-EXCEPTION-REASON
073400             GO TO 5000-REJECT
073500         END-IF.
073600         MOVE AM-CUSTOMER-NO TO CM-CUSTOMER-NO.
073700         READ CUSTOMER-MASTER-FILE
073800             INVALID KEY
073900                 MOVE "CUSTOMER NOT ON FILE"
073950                     TO WS-EXCEPTION-REASON
074000                 GO TO 5000-REJECT
074100         END-READ.
074200         IF CM-NAME = SPACES
074300                 OR CM-ADDR-LINE-1 = SPACES
074400                 OR CM-CITY = SPACES
074500                 OR CM-STATE = SPACES
074600                 OR CM-ZIP = SPACES
074700             MOVE "NO USABLE ADDRESS" TO WS-EXCEPTION-REASON
074800             GO TO 5000-REJECT
074900         END-IF.
075000         IF WS-NOTICE-COUNT NOT < WS-NOTICE-MAX
075100             MOVE "NOTICE TABLE FULL" TO WS-EXCEPTION-REASON
075200             SET WS-TABLE-FULL TO TRUE
075300             GO TO 5000-REJECT
075400         END-IF.
075500         SET CU-IDX TO 1.
075600         SEARCH WS-CUSTOMER-ENTRY
075700             AT END
075800                 PERFORM 5100-ADD-CUSTOMER THRU 5100-EXIT
075900             WHEN CU-IDX > WS-CUSTOMER-COUNT
076000                 PERFORM 5100-ADD-CUSTOMER THRU 5100-EXIT
076100             WHEN CU-CUSTOMER-NO (CU-IDX) = CM-CUSTOMER-NO
076200                 CONTINUE
076300         END-SEARCH.
076400         IF WS-EXCEPTION-REASON NOT = SPACES
076500             GO TO 5000-REJECT
076600         END-IF.
076700         IF CU-NOTICE-COUNT (CU-IDX) NOT < WS-MAILING-NOTICE-MAX
076800             MOVE "MAILING FULL" TO WS-EXCEPTION-REASON
076900             GO TO 5000-REJECT
077000         END-IF.
077100         ADD 1 TO WS-NOTICE-COUNT.
077200         SET NE-IDX TO WS-NOTICE-COUNT.
077300         MOVE CM-CUSTOMER-NO TO NE-CUSTOMER-NO (NE-IDX).
077400         MOVE WS-NOTICE-AREA TO NE-NOTICE-DATA (NE-IDX).
077500         ADD 1 TO CU-NOTICE-COUNT (CU-IDX).
077600         EVALUATE WS-NTC-TYPE
077700           WHEN "RNSF"
077800           WHEN "RHLD"
077900             ADD 1 TO WS-RETURN-COUNT
078000           WHEN "HOLD"
078100             ADD 1 TO WS-HOLD-COUNT
078200           WHEN "FEE "
078300             ADD 1 TO WS-FEE-COUNT
078400           WHEN OTHER
078500             ADD 1 TO WS-DORMANCY-COUNT
078600         END-EVALUATE.
078700         GO TO 5000-EXIT.
078800 5000-REJECT.
078900         PERFORM 5200-PRINT-EXCEPTION THRU 5200-EXIT.
079000 5000-EXIT.
079100         EXIT.

079200*----------------------------------------------------------------
079300*5050-READ-ACCOUNT - THE MASTER RECORD FOR THE NOTICE IN HAND.
079400*----------------------------------------------------------------
079500 5050-READ-ACCOUNT.
079600         MOVE "Y" TO WS-ACCT-FOUND-SWITCH.
079700         MOVE WS-NTC-ACCOUNT TO AM-ACCOUNT-NO.
079800         READ ACCOUNT-MASTER-FILE
079900             INVALID KEY
080000                 MOVE "N" TO WS-ACCT-FOUND-SWITCH
080100                 MOVE ZERO TO AM-CUSTOMER-NO
080200         END-READ.
080300 5050-EXIT.
080400         EXIT.

080500*----------------------------------------------------------------
080600*5100-ADD-CUSTOMER - FIRST NOTICE FOR A CUSTOMER: OPEN ITS
080700*MAILING ROW WITH THE NAME AND ADDRESS.  A FULL TABLE HOLDS THE
080800*NOTICE BACK RATHER THAN MAIL IT UNGROUPED.
080900*----------------------------------------------------------------
081000 5100-ADD-CUSTOMER.
081100         IF WS-CUSTOMER-COUNT NOT < WS-CUSTOMER-MAX
081200             MOVE "CUSTOMER TABLE FULL" TO WS-EXCEPTION-REASON
081300             SET WS-TABLE-FULL TO TRUE
081400             GO TO 5100-EXIT
081500         END-IF.
081600         ADD 1 TO WS-CUSTOMER-COUNT.
081700         SET CU-IDX TO WS-CUSTOMER-COUNT.
081800         MOVE CM-CUSTOMER-NO TO CU-CUSTOMER-NO (CU-IDX).
081900         MOVE ZERO           TO CU-NOTICE-COUNT (CU-IDX).
082000         MOVE CM-NAME        TO CU-NAME (CU-IDX).
082100         MOVE CM-ADDR-LINE-1 TO CU-ADDR-LINE-1 (CU-IDX).
082200         MOVE CM-ADDR-LINE-2 TO CU-ADDR-LINE-2 (CU-IDX).
082300         MOVE CM-CITY        TO CU-CITY (CU-IDX).
082400         MOVE CM-STATE       TO CU-STATE (CU-IDX).
082500         MOVE CM-ZIP         TO CU-ZIP (CU-IDX).
082600 5100-EXIT.
082700         EXIT.

082800*----------------------------------------------------------------
082900*5200-PRINT-EXCEPTION - ONE EXCEPTIONS LINE FOR A NOTICE THAT IS
083000*NOT BEING MAILED, WITH THE REASON.
083100*----------------------------------------------------------------
083200 5200-PRINT-EXCEPTION.
083300         MOVE WS-NTC-ACCOUNT TO RPT-ACCOUNT.
083400         MOVE AM-CUSTOMER-NO TO RPT-CUSTOMER.
083500         EVALUATE WS-NTC-TYPE
083600           WHEN "RNSF"
083700             MOVE "RETURNED - NSF" TO RPT-NOTICE
083800           WHEN "RHLD"
083900             MOVE "RETURNED - HOLD" TO RPT-NOTICE
084000           WHEN "HOLD"
084100             MOVE "DEPOSIT HOLD" TO RPT-NOTICE
084200           WHEN "FEE "
084300             MOVE "SERVICE CHARGE" TO RPT-NOTICE
084400           WHEN OTHER
084500             MOVE "DORMANCY WARNING" TO RPT-NOTICE
084600         END-EVALUATE.
084700         MOVE WS-NTC-DATE TO RPT-DATE.
084800         MOVE WS-NTC-AMOUNT TO RPT-AMOUNT.
084900         MOVE WS-EXCEPTION-REASON TO RPT-REASON.
085000         WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
085100         IF NOT WS-RPT-OK
085200             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
085300         END-IF.
085400         ADD 1 TO WS-EXCEPTION-COUNT.
085500 5200-EXIT.
085600         EXIT.

085700 5300-CLEAR-NOTICE.
085800         MOVE SPACES TO WS-NTC-TYPE.
085900         MOVE ZERO   TO WS-NTC-ACCOUNT.
086000         MOVE ZERO   TO WS-NTC-DATE.
086100         MOVE SPACES TO WS-NTC-ITEM-TYPE.
086200         MOVE ZERO   TO WS-NTC-AMOUNT.
086300         MOVE ZERO   TO WS-NTC-RELEASE-DATE.
086400         MOVE ZERO   TO WS-NTC-LAST-ACTIVITY.
086500         MOVE ZERO   TO WS-NTC-DORMANT-MONTH.
086600 5300-EXIT.
086700         EXIT.

086800*----------------------------------------------------------------
086900*6000-WRITE-MAILINGS - ONE MAILING PER CUSTOMER ROW: A HEADER
087000*WITH THE NAME AND ADDRESS, THEN EVERY NOTICE QUEUED FOR THAT
087100*CUSTOMER.  A TRAILER WITH THE MAILING AND NOTICE COUNTS CLOSES
087200*THE FILE.
087300*----------------------------------------------------------------
087400 6000-WRITE-MAILINGS.
087500         PERFORM 6100-WRITE-MAILING THRU 6100-EXIT
087600             VARYING CU-IDX FROM 1 BY 1
087700             UNTIL CU-IDX > WS-CUSTOMER-COUNT.
087800         MOVE SPACES TO NOTICE-RECORD.
087900         MOVE "T" TO NT-REC-TYPE.
088000         MOVE WS-RUN-DATE TO NT-RUN-DATE.
088100         MOVE ZERO TO NT-MAILING-NO.
088200         MOVE ZERO TO NT-CUSTOMER-NO.
088300         MOVE WS-MAILING-COUNT TO NT-MAILING-COUNT.
088400         MOVE WS-WRITTEN-COUNT TO NT-TOTAL-NOTICES.
088500         PERFORM 6400-WRITE-NOTICE-REC THRU 6400-EXIT.
088600 6000-EXIT.
088700         EXIT.

088800 6100-WRITE-MAILING.
088900         IF CU-NOTICE-COUNT (CU-IDX) = ZERO
089000             GO TO 6100-EXIT
089100         END-IF.
089200         ADD 1 TO WS-MAILING-COUNT.
089300         MOVE SPACES TO NOTICE-RECORD.
089400         MOVE "H" TO NT-REC-TYPE.
089500         MOVE WS-RUN-DATE TO NT-RUN-DATE.
089600         MOVE WS-MAILING-COUNT TO NT-MAILING-NO.
089700         MOVE CU-CUSTOMER-NO (CU-IDX)  TO NT-CUSTOMER-NO.
089800         MOVE CU-NAME (CU-IDX)         TO NT-OWNER-NAME.
089900         MOVE CU-ADDR-LINE-1 (CU-IDX)  TO NT-ADDR-LINE-1.
090000         MOVE CU-ADDR-LINE-2 (CU-IDX)  TO NT-ADDR-LINE-2.
090100         MOVE CU-CITY (CU-IDX)         TO NT-CITY.
090200         MOVE CU-STATE (CU-IDX)        TO NT-STATE.
090300         MOVE CU-ZIP (CU-IDX)          TO NT-ZIP.
090400         MOVE CU-NOTICE-COUNT (CU-IDX) TO NT-NOTICE-COUNT.
090500         PERFORM 6400-WRITE-NOTICE-REC THRU 6400-EXIT.
090600         PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT
090700             VARYING NE-IDX FROM 1 BY 1
090800             UNTIL NE-IDX > WS-NOTICE-COUNT.
090900 6100-EXIT.
091000         EXIT.

091100 6200-WRITE-DETAIL.
091200         IF NE-CUSTOMER-NO (NE-IDX) NOT = CU-CUSTOMER-NO (CU-IDX)
091300             GO TO 6200-EXIT
091400         END-IF.
091500         MOVE NE-NOTICE-DATA (NE-IDX) TO WS-NOTICE-AREA.
091600         MOVE SPACES TO NOTICE-RECORD.
091700         MOVE "D" TO NT-REC-TYPE.
091800         MOVE WS-RUN-DATE TO NT-RUN-DATE.
091900         MOVE WS-MAILING-COUNT TO NT-MAILING-NO.
092000         MOVE CU-CUSTOMER-NO (CU-IDX) TO NT-CUSTOMER-NO.
092100         MOVE WS-NTC-TYPE          TO NT-NOTICE-TYPE.
092200         MOVE WS-NTC-ACCOUNT       TO NT-ACCOUNT-NO.
092300         MOVE WS-NTC-DATE          TO NT-ITEM-DATE.
092400         MOVE WS-NTC-ITEM-TYPE     TO NT-ITEM-TYPE.
092500         MOVE WS-NTC-AMOUNT        TO NT-AMOUNT.
092600         MOVE WS-NTC-RELEASE-DATE  TO NT-RELEASE-DATE.
092700         MOVE WS-NTC-LAST-ACTIVITY TO NT-LAST-ACTIVITY.
092800         MOVE WS-NTC-DORMANT-MONTH TO NT-DORMANT-MONTH.
092900         PERFORM 6400-WRITE-NOTICE-REC THRU 6400-EXIT.
093000         ADD 1 TO WS-WRITTEN-COUNT.
093100 6200-EXIT.
093200         EXIT.

093300 6400-WRITE-NOTICE-REC.
093400         WRITE NOTICE-RECORD.
093500         IF NOT WS-NTC-OK
093600             DISPLAY "NOTICE FILE WRITE FAILED, STATUS: "
093700                 WS-NTC-STATUS
093800             MOVE 8 TO RETURN-CODE
093900         END-IF.
094000 6400-EXIT.
094100         EXIT.

094200*----------------------------------------------------------------
094300*9000-TERMINATE - CLOSE UP.
094400*----------------------------------------------------------------
094500 9000-TERMINATE.
094600         CLOSE TRANSACTION-LOG-FILE.
094700         CLOSE ACCOUNT-HOLD-FILE.
094800         CLOSE ACCOUNT-MASTER-FILE.
094900         CLOSE CUSTOMER-MASTER-FILE.
095000         CLOSE ACCOUNT-HISTORY-FILE.
095100         CLOSE NOTICE-FILE.
095200         CLOSE REPORT-FILE.
095300 9000-EXIT.
095400         EXIT.
