000100***************************************************************
000200** PROGRAM-ID : MatureDeposits
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-29
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   NIGHTLY TIME DEPOSIT MATURITY RUN.  BROWSES THE TDTERMS
001000**   FILE AND TAKES EVERY ACTIVE CERTIFICATE WHOSE MATURITY DATE
001100**   HAS COME BY THE BUSINESS DATE KEYED AT STEP START, AND
001200**   CARRIES OUT THE MATURITY INSTRUCTION FILED WHEN IT WAS
001300**   OPENED:
001400**     RENEW   - A NEW TERM OF THE SAME LENGTH AT THE SAME RATE
001500**               STARTS ON THE OLD MATURITY DATE.  NO MONEY MOVES;
001600**               THE RENEWAL IS LOGGED AS A CD-RENEW ENTRY.
001700**     PAY OUT - THE WHOLE BALANCE GOES TO THE NAMED ACCOUNT OF
001800**               THE SAME CUSTOMER AS A MATURE-OUT / MATURE-IN
001900**               PAIR, THE CERTIFICATE IS CLOSED AND THE CLOSURE
002000**               LOGGED, AND THE TERMS ARE MARKED MATURED.
002100**   EVERY ENTRY GOES TO THE TRANSACTION LOG AND THE ACCOUNT
002200**   HISTORY, THE SAME AS A POSTING PROGRAM'S.  A CERTIFICATE
002300**   ALREADY CLOSED HAS ITS TERMS RETIRED.  ONE THAT CANNOT BE
002400**   PAID OUT SAFELY - FROZEN, DEPOSIT HOLDS OPEN, OR A PAYOUT
002500**   ACCOUNT THAT IS MISSING, NOT OPEN, ANOTHER CERTIFICATE OR
002600**   ANOTHER CUSTOMER'S - IS LEFT UNTOUCHED, LISTED AS AN
002700**   EXCEPTION ON THE MATURITY REGISTER, AND PICKED UP AGAIN THE
002800**   NEXT NIGHT; THE STEP ENDS RC 4.  A SECOND LIST SHOWS EVERY
002900**   ACTIVE CERTIFICATE MATURING IN THE 30 DAYS AFTER THE
003000**   BUSINESS DATE, FOR THE BRANCHES TO CONTACT THE CUSTOMER.
003100**   THE RUN REGISTERS ON THE SHARED RUN-CONTROL FILE BY
003200**   BUSINESS DATE, SO A DATE ALREADY RUN IS REFUSED UNLESS THE
003300**   OPERATOR KEYS THE RERUN OVERRIDE.
003400**--------------------------------------------------------------
003500** MODIFICATION HISTORY.
003600**   2026-09-29  DK  INITIAL VERSION.
003601**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON EVERY LOG
003602**                   ENTRY WRITTEN - NO LIMIT APPLIES HERE.
003612**   2026-10-13  DK  REFUSE A BUSINESS DATE THAT IS A WEEKEND,
003622**                   A BANK HOLIDAY (HOLIDAYS) OR IN A YEAR NOT
003632**                   YET LOADED ON THE HOLIDAY CALENDAR UNLESS THE
003642**                   OPERATOR KEYS "FORCE".
003700***************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. MatureDeposits.
004000 AUTHOR. D. KOWALSKI.
004100 INSTALLATION. MIDSTATE-SAVINGS-DP.
004200 DATE-WRITTEN. 2026-09-29.
004300 DATE-COMPILED.

004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS AM-ACCOUNT-NO
005100         ALTERNATE RECORD KEY IS AM-USER
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-ACCT-STATUS.
005400     SELECT TIME-DEPOSIT-FILE ASSIGN TO "TDTERMS"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS TD-ACCOUNT-NO
005800         FILE STATUS IS WS-TERM-STATUS.
005900     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS AH-KEY
006300         FILE STATUS IS WS-HIST-STATUS.
006400     SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-LOG-STATUS.
006700     SELECT REPORT-FILE ASSIGN TO "MATRRPT"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-RPT-STATUS.
007000     SELECT UPCOMING-FILE ASSIGN TO "MATUPCM"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-UPCM-STATUS.
007300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS RC-KEY
007700         FILE STATUS IS WS-RUN-STATUS.
007710     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
007720         ORGANIZATION IS INDEXED
007730         ACCESS MODE IS DYNAMIC
007740         RECORD KEY IS HC-DATE
007750         FILE STATUS IS WS-HOL-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  ACCOUNT-MASTER-FILE
008100         LABEL RECORDS ARE STANDARD.
008200     COPY ACCTMSTR.

008300 FD  TIME-DEPOSIT-FILE
008400         LABEL RECORDS ARE STANDARD.
008500     COPY TIMEDEP.

008600 FD  ACCOUNT-HISTORY-FILE
008700         LABEL RECORDS ARE STANDARD.
008800     COPY ACCTHIST.

008900 FD  TRANSACTION-LOG-FILE
009000         LABEL RECORDS ARE STANDARD.
009100     COPY TRANLOG.

009200 FD  REPORT-FILE
009300         LABEL RECORDS ARE STANDARD
009400         RECORD CONTAINS 133 CHARACTERS.
009500 01  REPORT-RECORD               PIC X(133).

009600 FD  UPCOMING-FILE
009700         LABEL RECORDS ARE STANDARD
009800         RECORD CONTAINS 133 CHARACTERS.
009900 01  UPCOMING-RECORD             PIC X(133).

010000 FD  RUN-CONTROL-FILE
010100         LABEL RECORDS ARE STANDARD.
010200     COPY RUNCTL.

010210 FD  HOLIDAY-FILE
010220         LABEL RECORDS ARE STANDARD.
010230     COPY HOLIDAY.

010300 WORKING-STORAGE SECTION.
010400*TRANSACTION WORK AREA - ONE LOG ENTRY AT A TIME.
010500     COPY TRANDATA.

010600*THE CERTIFICATE IN HAND, AS FOUND ON THE MASTER BEFORE ANY
010700*MONEY MOVES, AND THE PAYOUT ACCOUNT'S BALANCE BEFORE THE CREDIT.
010800 01  WS-CD-BALANCE                PIC 9(10)V99  VALUE ZERO.
010900 01  WS-CD-CUSTOMER               PIC 9(06)     VALUE ZERO.
011000 01  WS-CD-STATUS                 PIC X(01)     VALUE SPACE.
011100 01  WS-PAY-BALANCE               PIC 9(10)V99  VALUE ZERO.
011200*WHY THE CERTIFICATE IN HAND IS LEFT FOR TOMORROW - SPACES IF IT
011300*IS NOT.
011400 01  WS-EXCEPT-REASON             PIC X(30)     VALUE SPACES.

011500*BUSINESS DATE, AND THE LAST DATE THE UPCOMING LIST COVERS.
011600 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
011700 01  WS-REL-DATE                  PIC 9(08)     VALUE ZERO.
011800 01  WS-REL-DATE-PARTS REDEFINES WS-REL-DATE.
011900         05  WS-REL-YEAR          PIC 9(04).
012000         05  WS-REL-MONTH         PIC 9(02).
012100         05  WS-REL-DAY           PIC 9(02).
012200 01  WS-HORIZON-DATE              PIC 9(08)     VALUE ZERO.
012300 01  WS-UPCOMING-DAYS             PIC 9(03)     VALUE 30.
012400*NEXT MATURITY DATE FOR A RENEWAL - THE OLD ONE PLUS THE TERM.
012500 01  WS-MAT-DATE                  PIC 9(08)     VALUE ZERO.
012600 01  WS-MAT-DATE-PARTS REDEFINES WS-MAT-DATE.
012700         05  WS-MAT-YEAR          PIC 9(04).
012800         05  WS-MAT-MONTH         PIC 9(02).
012900         05  WS-MAT-DAY           PIC 9(02).
013000 01  WS-MONTH-WORK                PIC 9(04)     VALUE ZERO.
013100 01  WS-YEAR-ADD                  PIC 9(04)     VALUE ZERO.
013200 01  WS-MONTH-REM                 PIC 9(02)     VALUE ZERO.
013300 01  WS-MONTH-END-DAY             PIC 9(02)     VALUE ZERO.
013400 01  WS-YEAR-QUOT                 PIC 9(04)     VALUE ZERO.
013500 01  WS-YEAR-REM                  PIC 9(04)     VALUE ZERO.

013600*RUN TOTALS.
013700 01  WS-TERMS-COUNT               PIC 9(07)     VALUE ZERO COMP.
013800 01  WS-RENEW-COUNT               PIC 9(07)     VALUE ZERO COMP.
013900 01  WS-PAYOUT-COUNT              PIC 9(07)     VALUE ZERO COMP.
014000 01  WS-RETIRED-COUNT             PIC 9(07)     VALUE ZERO COMP.
014100 01  WS-EXCEPT-COUNT              PIC 9(07)     VALUE ZERO COMP.
014200 01  WS-FAIL-COUNT                PIC 9(07)     VALUE ZERO COMP.
014300 01  WS-UPCOMING-COUNT            PIC 9(07)     VALUE ZERO COMP.
014400 01  WS-TOTAL-RENEWED             PIC 9(12)V99  VALUE ZERO.
014500 01  WS-TOTAL-PAID-OUT            PIC 9(12)V99  VALUE ZERO.
014600 01  WS-TOTAL-UPCOMING            PIC 9(12)V99  VALUE ZERO.

014700*FILE STATUS AND SWITCHES.
014800 01  WS-ACCT-STATUS               PIC X(02).
014900         88  WS-ACCT-OK               VALUE "00".
015000 01  WS-TERM-STATUS               PIC X(02).
015100         88  WS-TERM-OK               VALUE "00".
015200 01  WS-HIST-STATUS               PIC X(02).
015300         88  WS-HIST-OK               VALUE "00".
015400 01  WS-LOG-STATUS                PIC X(02).
015500         88  WS-LOG-OK                VALUE "00".
015600 01  WS-RPT-STATUS                PIC X(02).
015700         88  WS-RPT-OK                VALUE "00".
015800 01  WS-UPCM-STATUS               PIC X(02).
015900         88  WS-UPCM-OK               VALUE "00".
016000 01  WS-RUN-STATUS                PIC X(02).
016100         88  WS-RUN-OK                VALUE "00".
016200*RETRIES WHEN A HISTORY WRITE HITS A DUPLICATE KEY.
016300 01  WS-HIST-TRIES                PIC 9(03)     VALUE ZERO.
016400*OPERATOR REPLY WHEN THE DATE WAS ALREADY RUN.
016500 01  WS-RERUN-IN                  PIC X(05).
016503*BUSINESS DATE CHECK - THE BANK HOLIDAY CALENDAR, THE DATE TESTED
016506*AND ITS DAY OF THE WEEK (ZELLER: 0 = SATURDAY, 1 = SUNDAY), WHY
016509*THE DATE WAS QUESTIONED, AND THE OPERATOR'S REPLY.
016512 01  WS-HOL-STATUS                PIC X(02).
016515         88  WS-HOL-OK                VALUE "00".
016518 01  WS-HOLIDAY-SWITCH            PIC X(01)     VALUE "N".
016521         88  WS-HOLIDAY-DAY           VALUE "Y".
016524 01  WS-CAL-DATE                  PIC 9(08)     VALUE ZERO.
016527 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
016530         05  WS-CAL-YEAR          PIC 9(04).
016533         05  WS-CAL-MONTH         PIC 9(02).
016536         05  WS-CAL-DAY           PIC 9(02).
016539 01  WS-DOW-YEAR                  PIC 9(04)     VALUE ZERO.
016542 01  WS-DOW-MONTH                 PIC 9(02)     VALUE ZERO.
016545 01  WS-DOW-CENT                  PIC 9(02)     VALUE ZERO.
016548 01  WS-DOW-YY                    PIC 9(02)     VALUE ZERO.
016551 01  WS-DOW-K4                    PIC 9(02)     VALUE ZERO.
016554 01  WS-DOW-J4                    PIC 9(02)     VALUE ZERO.
016557 01  WS-DOW-MWORK                 PIC 9(04)     VALUE ZERO.
016560 01  WS-DOW-SUM                   PIC 9(04)     VALUE ZERO.
016563 01  WS-DOW-QUOT                  PIC 9(04)     VALUE ZERO.
016566 01  WS-DAY-OF-WEEK               PIC 9(01)     VALUE ZERO.
016569         88  WS-WEEKEND-DAY           VALUE 0 1.
016572 01  WS-DATE-REFUSAL              PIC X(30)     VALUE SPACES.
016575 01  WS-FORCE-IN                  PIC X(05).
016600 01  WS-TERM-EOF-SWITCH           PIC X(01)     VALUE "N".
016700         88  WS-TERM-EOF              VALUE "Y".
016800 01  WS-POST-SWITCH               PIC X(01)     VALUE "N".
016900         88  WS-POST-OK               VALUE "Y".

017000*REPORT LINE LAYOUTS.
017100 01  RPT-HEADING-1.
017200         05  FILLER  PIC X(34) VALUE
017300             "CERTIFICATE MATURITY REGISTER".
017400         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
017500         05  RPT-HEAD-DATE        PIC 9(08).
017600 01  RPT-HEADING-2.
017700         05  FILLER  PIC X(14) VALUE "ACCOUNT NO".
017800         05  FILLER  PIC X(09) VALUE "CUST NO".
017900         05  FILLER  PIC X(06) VALUE "TERM".
018000         05  FILLER  PIC X(10) VALUE "MATURED".
018100         05  FILLER  PIC X(18) VALUE "BALANCE".
018200         05  FILLER  PIC X(12) VALUE "NEXT/PAID".
018300         05  FILLER  PIC X(30) VALUE "DISPOSITION".
018400 01  RPT-DETAIL-LINE.
018500         05  RPT-ACCOUNT          PIC 9(10).
018600         05  FILLER               PIC X(04) VALUE SPACES.
018700         05  RPT-CUSTOMER         PIC 9(06).
018800         05  FILLER               PIC X(03) VALUE SPACES.
018900         05  RPT-TERM             PIC ZZ9.
019000         05  FILLER               PIC X(03) VALUE SPACES.
019100         05  RPT-MATURITY         PIC 9(08).
019200         05  FILLER               PIC X(02) VALUE SPACES.
019300         05  RPT-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99.
019400         05  FILLER               PIC X(02) VALUE SPACES.
019500         05  RPT-NEXT             PIC X(10).
019600         05  FILLER               PIC X(02) VALUE SPACES.
019700         05  RPT-DISPOSITION      PIC X(30).
019800 01  UPCM-HEADING-1.
019900         05  FILLER  PIC X(34) VALUE
020000             "CERTIFICATES MATURING".
020100         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
020200         05  UPCM-HEAD-DATE       PIC 9(08).
020300         05  FILLER  PIC X(10) VALUE " THROUGH ".
020400         05  UPCM-HEAD-HORIZON    PIC 9(08).
020500 01  UPCM-HEADING-2.
020600         05  FILLER  PIC X(14) VALUE "ACCOUNT NO".
020700         05  FILLER  PIC X(09) VALUE "CUST NO".
020800         05  FILLER  PIC X(06) VALUE "TERM".
020900         05  FILLER  PIC X(10) VALUE "MATURES".
021000         05  FILLER  PIC X(18) VALUE "BALANCE".
021100         05  FILLER  PIC X(08) VALUE "RATE".
021200         05  FILLER  PIC X(30) VALUE "INSTRUCTION".
021300 01  UPCM-DETAIL-LINE.
021400         05  UPCM-ACCOUNT         PIC 9(10).
021500         05  FILLER               PIC X(04) VALUE SPACES.
021600         05  UPCM-CUSTOMER        PIC 9(06).
021700         05  FILLER               PIC X(03) VALUE SPACES.
021800         05  UPCM-TERM            PIC ZZ9.
021900         05  FILLER               PIC X(03) VALUE SPACES.
022000         05  UPCM-MATURITY        PIC 9(08).
022100         05  FILLER               PIC X(02) VALUE SPACES.
022200         05  UPCM-BALANCE         PIC Z,ZZZ,ZZZ,ZZ9.99.
022300         05  FILLER               PIC X(02) VALUE SPACES.
022400         05  UPCM-RATE            PIC 9.9999.
022500         05  FILLER               PIC X(02) VALUE SPACES.
022600         05  UPCM-INSTRUCTION     PIC X(12).
022700         05  UPCM-PAYOUT          PIC X(10).
022800 01  RPT-COUNT-LINE.
022900         05  RPT-COUNT-LABEL      PIC X(30).
023000         05  RPT-COUNT-VALUE      PIC ZZZ,ZZ9.
023100 01  RPT-AMOUNT-LINE.
023200         05  RPT-AMOUNT-LABEL     PIC X(30).
023300         05  RPT-AMOUNT-VALUE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

023400 PROCEDURE DIVISION.

023500*----------------------------------------------------------------
023600*0000-MAIN-PROCESS.
023700*----------------------------------------------------------------
023800 0000-MAIN-PROCESS.
023900         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000         PERFORM 2000-PROCESS-TERMS THRU 2000-EXIT
024100             UNTIL WS-TERM-EOF.
024200         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
024300         PERFORM 9000-TERMINATE THRU 9000-EXIT.
024400         STOP RUN.

024500*----------------------------------------------------------------
024600*1000-INITIALIZE - GET THE BUSINESS DATE, WORK OUT THE END OF THE
024700*UPCOMING WINDOW, REGISTER THE RUN, OPEN FILES, PRINT HEADINGS,
024800*PRIME THE TERMS BROWSE.
024900*----------------------------------------------------------------
025000 1000-INITIALIZE.
025100         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
025200         ACCEPT WS-RUN-DATE FROM CONSOLE.
025300         MOVE WS-RUN-DATE TO WS-REL-DATE.
025400         PERFORM 4620-ADD-ONE-DAY THRU 4620-EXIT
025500             WS-UPCOMING-DAYS TIMES.
025600         MOVE WS-REL-DATE TO WS-HORIZON-DATE.
025610         OPEN INPUT HOLIDAY-FILE.
025620         IF NOT WS-HOL-OK
025630             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
025640                 WS-HOL-STATUS
025650             MOVE 8 TO RETURN-CODE
025660             STOP RUN
025670         END-IF.
025700         OPEN I-O RUN-CONTROL-FILE.
025800         IF NOT WS-RUN-OK
025900             DISPLAY "RUN CONTROL OPEN FAILED, STATUS: "
026000                 WS-RUN-STATUS
026100             MOVE 8 TO RETURN-CODE
026200             STOP RUN
026300         END-IF.
026400         PERFORM 7000-CHECK-RUN-CONTROL THRU 7000-EXIT.
026500         OPEN I-O ACCOUNT-MASTER-FILE.
026600         IF NOT WS-ACCT-OK
026700             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
026800                 WS-ACCT-STATUS
026900             MOVE 8 TO RETURN-CODE
027000             STOP RUN
027100         END-IF.
027200         OPEN I-O TIME-DEPOSIT-FILE.
027300         IF NOT WS-TERM-OK
027400             DISPLAY "TIME DEPOSIT TERMS OPEN FAILED, STATUS: "
027500                 WS-TERM-STATUS
027600             MOVE 8 TO RETURN-CODE
027700             STOP RUN
027800         END-IF.
027900         OPEN I-O ACCOUNT-HISTORY-FILE.
028000         IF NOT WS-HIST-OK
028100             DISPLAY "ACCOUNT HISTORY OPEN FAILED, STATUS: "
028200                 WS-HIST-STATUS
028300             MOVE 8 TO RETURN-CODE
028400             STOP RUN
028500         END-IF.
028600         OPEN EXTEND TRANSACTION-LOG-FILE.
028700         IF NOT WS-LOG-OK
028800             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
028900                 WS-LOG-STATUS
029000             MOVE 8 TO RETURN-CODE
029100             STOP RUN
029200         END-IF.
029300         OPEN OUTPUT REPORT-FILE.
029400         IF NOT WS-RPT-OK
029500             DISPLAY "REPORT FILE OPEN FAILED, STATUS: "
029600                 WS-RPT-STATUS
029700             MOVE 8 TO RETURN-CODE
029800             STOP RUN
029900         END-IF.
030000         OPEN OUTPUT UPCOMING-FILE.
030100         IF NOT WS-UPCM-OK
030200             DISPLAY "UPCOMING REPORT OPEN FAILED, STATUS: "
030300                 WS-UPCM-STATUS
030400             MOVE 8 TO RETURN-CODE
030500             STOP RUN
030600         END-IF.
030700         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
030800         WRITE REPORT-RECORD FROM RPT-HEADING-1.
030900         IF NOT WS-RPT-OK
031000             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
031100         END-IF.
031200         WRITE REPORT-RECORD FROM RPT-HEADING-2.
031300         IF NOT WS-RPT-OK
031400             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
031500         END-IF.
031600         MOVE WS-RUN-DATE TO UPCM-HEAD-DATE.
031700         MOVE WS-HORIZON-DATE TO UPCM-HEAD-HORIZON.
031800         WRITE UPCOMING-RECORD FROM UPCM-HEADING-1.
031900         IF NOT WS-UPCM-OK
032000             DISPLAY "UPCOMING WRITE FAILED, STATUS: "
032100                 WS-UPCM-STATUS
032200         END-IF.
032300         WRITE UPCOMING-RECORD FROM UPCM-HEADING-2.
032400         IF NOT WS-UPCM-OK
032500             DISPLAY "UPCOMING WRITE FAILED, STATUS: "
032600                 WS-UPCM-STATUS
032700         END-IF.
032800         MOVE ZERO TO TD-ACCOUNT-NO.
032900         START TIME-DEPOSIT-FILE
033000             KEY NOT LESS THAN TD-ACCOUNT-NO
033100             INVALID KEY
033200                 SET WS-TERM-EOF TO TRUE
033300                 GO TO 1000-EXIT
033400         END-START.
033500         PERFORM 1200-READ-TERMS THRU 1200-EXIT.
033600 1000-EXIT.
033700         EXIT.

033800 1200-READ-TERMS.
033900         READ TIME-DEPOSIT-FILE NEXT RECORD
034000             AT END
034100                 SET WS-TERM-EOF TO TRUE
034200         END-READ.
034300 1200-EXIT.
034400         EXIT.

034500*----------------------------------------------------------------
034600*2000-PROCESS-TERMS - ONE TERMS RECORD.  ONLY AN ACTIVE
034700*CERTIFICATE IS LOOKED AT.  ONE NOT YET DUE GOES ON THE UPCOMING
034800*LIST IF IT FALLS INSIDE THE WINDOW; ONE DUE TODAY OR OVERDUE
034900*(LEFT BY AN EARLIER EXCEPTION) IS RENEWED OR PAID OUT.
035000*----------------------------------------------------------------
035100 2000-PROCESS-TERMS.
035200         ADD 1 TO WS-TERMS-COUNT.
035300         IF NOT TD-ACTIVE
035400             GO TO 2000-NEXT
035500         END-IF.
035600         IF TD-MATURITY-DATE > WS-RUN-DATE
035700             IF TD-MATURITY-DATE NOT > WS-HORIZON-DATE
035800                 PERFORM 3300-PRINT-UPCOMING THRU 3300-EXIT
035900             END-IF
036000             GO TO 2000-NEXT
036100         END-IF.
036200         MOVE SPACES TO WS-EXCEPT-REASON.
036300         MOVE TD-ACCOUNT-NO TO AM-ACCOUNT-NO.
036400         READ ACCOUNT-MASTER-FILE
036500             INVALID KEY
036600                 MOVE ZERO TO WS-CD-CUSTOMER
036700                 MOVE ZERO TO WS-CD-BALANCE
036800                 MOVE "EXCEPTION - NOT ON MASTER"
036900                     TO WS-EXCEPT-REASON
037000                 PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
037100                 GO TO 2000-NEXT
037200         END-READ.
037300         MOVE AM-BALANCE TO WS-CD-BALANCE.
037400         MOVE AM-CUSTOMER-NO TO WS-CD-CUSTOMER.
037500         MOVE AM-STATUS TO WS-CD-STATUS.
037600         IF AM-STATUS-CLOSED
037700             PERFORM 2300-RETIRE-TERMS THRU 2300-EXIT
037800             GO TO 2000-NEXT
037900         END-IF.
038000         IF TD-RENEW
038100             PERFORM 2100-RENEW THRU 2100-EXIT
038200         ELSE
038300             PERFORM 2200-PAY-OUT THRU 2200-EXIT
038400         END-IF.
038500 2000-NEXT.
038600         PERFORM 1200-READ-TERMS THRU 1200-EXIT.
038700 2000-EXIT.
038800         EXIT.

038900*----------------------------------------------------------------
039000*2100-RENEW - ROLL THE CERTIFICATE INTO A NEW TERM OF THE SAME
039100*LENGTH STARTING ON THE OLD MATURITY DATE, AT THE SAME RATE.  THE
039200*BALANCE STAYS WHERE IT IS; THE ROLL IS LOGGED AT ZERO AMOUNT SO
039300*THE HISTORY SHOWS WHEN EACH TERM BEGAN.
039400*----------------------------------------------------------------
039500 2100-RENEW.
039600         PERFORM 2500-SET-MATURITY THRU 2500-EXIT.
039700         MOVE TD-MATURITY-DATE TO RPT-MATURITY.
039800         MOVE TD-MATURITY-DATE TO TD-OPEN-DATE.
039900         MOVE WS-MAT-DATE TO TD-MATURITY-DATE.
040000         MOVE AM-ACCOUNT-NO TO T-Account.
040100         MOVE AM-USER TO T-User.
040200         MOVE "CD-RENEW" TO T-Type.
040300         MOVE ZERO TO T-Transaction.
040400         MOVE AM-BALANCE TO T-CurrentBalance.
040500         MOVE AM-BALANCE TO T-Result.
040600         REWRITE TIME-DEPOSIT-RECORD
040700             INVALID KEY
040800                 DISPLAY "TERMS REWRITE FAILED FOR: "
040900                     TD-ACCOUNT-NO
041000                 MOVE "REJECTED-UPDATE-FAILED" TO T-Status
041100                 PERFORM 5000-WRITE-LOG THRU 5000-EXIT
041200                 MOVE SPACES TO RPT-NEXT
041300                 MOVE "NOT RENEWED - UPDATE FAILED"
041400                     TO RPT-DISPOSITION
041500                 PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
041600                 ADD 1 TO WS-FAIL-COUNT
041700                 GO TO 2100-EXIT
041800         END-REWRITE.
041900         MOVE "POSTED" TO T-Status.
042000         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
042100         MOVE TD-MATURITY-DATE TO RPT-NEXT.
042200         MOVE "RENEWED - NEW MATURITY SHOWN" TO RPT-DISPOSITION.
042300         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
042400         ADD 1 TO WS-RENEW-COUNT.
042500         ADD AM-BALANCE TO WS-TOTAL-RENEWED.
042600 2100-EXIT.
042700         EXIT.

042800*----------------------------------------------------------------
042900*2200-PAY-OUT - MOVE THE WHOLE BALANCE TO THE PAYOUT ACCOUNT AND
043000*CLOSE THE CERTIFICATE.  EVERYTHING THE PAY-OUT NEEDS IS TESTED
043100*BEFORE ANY MONEY MOVES.  THE CERTIFICATE IS DEBITED AND CLOSED
043200*IN ONE REWRITE, THEN THE PAYOUT ACCOUNT CREDITED; A FAILED
043300*CREDIT PUTS THE CERTIFICATE BACK AS IT WAS, THE WAY A TRANSFER
043400*IS BACKED OUT.
043500*----------------------------------------------------------------
043600 2200-PAY-OUT.
043700         MOVE "N" TO WS-POST-SWITCH.
043800         PERFORM 2210-CHECK-PAYOUT THRU 2210-EXIT.
043900         IF WS-EXCEPT-REASON NOT = SPACES
044000             PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
044100             GO TO 2200-EXIT
044200         END-IF.
044300         MOVE TD-ACCOUNT-NO TO AM-ACCOUNT-NO.
044400         READ ACCOUNT-MASTER-FILE
044500             INVALID KEY
044600                 MOVE "EXCEPTION - NOT ON MASTER"
044700                     TO WS-EXCEPT-REASON
044800                 PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
044900                 GO TO 2200-EXIT
045000         END-READ.
045100         MOVE AM-ACCOUNT-NO TO T-Account.
045200         MOVE AM-USER TO T-User.
045300         MOVE "MATURE-OUT" TO T-Type.
045400         MOVE WS-CD-BALANCE TO T-Transaction.
045500         MOVE WS-CD-BALANCE TO T-CurrentBalance.
045600         MOVE ZERO TO AM-BALANCE.
045700         MOVE "C" TO AM-STATUS.
045800         REWRITE ACCOUNT-MASTER-RECORD
045900             INVALID KEY
046000                 DISPLAY "REWRITE FAILED FOR ACCOUNT: " T-Account
046100                 MOVE WS-CD-BALANCE TO AM-BALANCE
046200                 MOVE WS-CD-BALANCE TO T-Result
046300                 MOVE "REJECTED-UPDATE-FAILED" TO T-Status
046400                 PERFORM 5000-WRITE-LOG THRU 5000-EXIT
046500                 PERFORM 2290-NOT-PAID THRU 2290-EXIT
046600                 GO TO 2200-EXIT
046700         END-REWRITE.
046800         PERFORM 2220-CREDIT-PAYOUT THRU 2220-EXIT.
046900         IF NOT WS-POST-OK
047000             PERFORM 2230-BACK-OUT THRU 2230-EXIT
047100             PERFORM 2290-NOT-PAID THRU 2290-EXIT
047200             GO TO 2200-EXIT
047300         END-IF.
047400         MOVE TD-ACCOUNT-NO TO T-Account.
047500         MOVE "MATURE-OUT" TO T-Type.
047600         MOVE WS-CD-BALANCE TO T-Transaction.
047700         MOVE WS-CD-BALANCE TO T-CurrentBalance.
047800         MOVE ZERO TO T-Result.
047900         MOVE "POSTED" TO T-Status.
048000         IF WS-CD-BALANCE > ZERO
048100             PERFORM 5000-WRITE-LOG THRU 5000-EXIT
048200             PERFORM 5100-WRITE-TO-LOG THRU 5100-EXIT
048300         END-IF.
048400         MOVE "ACCT-CLOSE" TO T-Type.
048500         MOVE ZERO TO T-Transaction.
048600         MOVE ZERO TO T-CurrentBalance.
048700         MOVE ZERO TO T-Result.
048800         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
048900         MOVE "M" TO TD-STATUS.
049000         REWRITE TIME-DEPOSIT-RECORD
049100             INVALID KEY
049200                 DISPLAY "TERMS REWRITE FAILED FOR: "
049300                     TD-ACCOUNT-NO
049400         END-REWRITE.
049500         MOVE TD-MATURITY-DATE TO RPT-MATURITY.
049600         MOVE TD-PAYOUT-ACCT TO RPT-NEXT.
049700         MOVE "PAID OUT - CERTIFICATE CLOSED" TO RPT-DISPOSITION.
049800         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
049900         ADD 1 TO WS-PAYOUT-COUNT.
050000         ADD WS-CD-BALANCE TO WS-TOTAL-PAID-OUT.
050100 2200-EXIT.
050200         EXIT.

050300*----------------------------------------------------------------
050400*2210-CHECK-PAYOUT - EVERYTHING THE PAY-OUT NEEDS, TESTED UP
050500*FRONT: THE CERTIFICATE NOT FROZEN AND CLEAR OF DEPOSIT HOLDS,
050600*AND THE PAYOUT ACCOUNT ON FILE, OPEN OR DORMANT, NOT ITSELF A
050700*CERTIFICATE, AND BELONGING TO THE SAME CUSTOMER.  LEAVES THE
050800*REASON IN WS-EXCEPT-REASON WHEN THE PAY-OUT CANNOT GO.
050900*----------------------------------------------------------------
051000 2210-CHECK-PAYOUT.
051100         IF AM-STATUS-FROZEN
051200             MOVE "EXCEPTION - CERTIFICATE FROZEN"
051300                 TO WS-EXCEPT-REASON
051400             GO TO 2210-EXIT
051500         END-IF.
051600         IF AM-HOLD-AMOUNT > ZERO
051700             MOVE "EXCEPTION - DEPOSIT HOLDS OPEN"
051800                 TO WS-EXCEPT-REASON
051900             GO TO 2210-EXIT
052000         END-IF.
052100         IF TD-PAYOUT-ACCT = ZERO
052200                 OR TD-PAYOUT-ACCT = TD-ACCOUNT-NO
052300             MOVE "EXCEPTION - NO PAYOUT ACCOUNT"
052400                 TO WS-EXCEPT-REASON
052500             GO TO 2210-EXIT
052600         END-IF.
052700         MOVE TD-PAYOUT-ACCT TO AM-ACCOUNT-NO.
052800         READ ACCOUNT-MASTER-FILE
052900             INVALID KEY
053000                 MOVE "EXCEPTION - PAYOUT ACCT NOT FOUND"
053100                     TO WS-EXCEPT-REASON
053200                 GO TO 2210-EXIT
053300         END-READ.
053400         IF NOT AM-STATUS-OPEN AND NOT AM-STATUS-DORMANT
053500             MOVE "EXCEPTION - PAYOUT ACCT NOT OPEN"
053600                 TO WS-EXCEPT-REASON
053700             GO TO 2210-EXIT
053800         END-IF.
053900         IF AM-TYPE-TIME-DEPOSIT
054000             MOVE "EXCEPTION - PAYOUT ACCT IS A CD"
054100                 TO WS-EXCEPT-REASON
054200             GO TO 2210-EXIT
054300         END-IF.
054400         IF AM-CUSTOMER-NO NOT = WS-CD-CUSTOMER
054500                 OR WS-CD-CUSTOMER = ZERO
054600             MOVE "EXCEPTION - PAYOUT ACCT CUSTOMER"
054700                 TO WS-EXCEPT-REASON
054800             GO TO 2210-EXIT
054900         END-IF.
055000 2210-EXIT.
055100         EXIT.

055200*----------------------------------------------------------------
055300*2220-CREDIT-PAYOUT - CREDIT THE PROCEEDS TO THE PAYOUT ACCOUNT.
055400*A DORMANT PAYOUT ACCOUNT IS LEFT DORMANT - THE MATURITY IS NOT
055500*CUSTOMER ACTIVITY.
055600*----------------------------------------------------------------
055700 2220-CREDIT-PAYOUT.
055800         MOVE TD-PAYOUT-ACCT TO AM-ACCOUNT-NO.
055900         READ ACCOUNT-MASTER-FILE
056000             INVALID KEY
056100                 DISPLAY "PAYOUT ACCOUNT READ FAILED: "
056200                     TD-PAYOUT-ACCT
056300                 GO TO 2220-EXIT
056400         END-READ.
056500         MOVE AM-ACCOUNT-NO TO T-ToAccount.
056600         MOVE AM-USER TO T-ToUser.
056700         MOVE AM-BALANCE TO T-ToBalance.
056800         ADD WS-CD-BALANCE TO AM-BALANCE.
056900         MOVE AM-BALANCE TO T-ToResult.
057000         REWRITE ACCOUNT-MASTER-RECORD
057100             INVALID KEY
057200                 DISPLAY "REWRITE FAILED FOR ACCOUNT: "
057300                     T-ToAccount
057400                 GO TO 2220-EXIT
057500         END-REWRITE.
057600         SET WS-POST-OK TO TRUE.
057700 2220-EXIT.
057800         EXIT.

057900*----------------------------------------------------------------
058000*2230-BACK-OUT - THE CREDIT FAILED: PUT THE CERTIFICATE'S
058100*BALANCE AND STATUS BACK AND LOG THE DEBIT AS BACKED OUT.
058200*----------------------------------------------------------------
058300 2230-BACK-OUT.
058400         MOVE TD-ACCOUNT-NO TO AM-ACCOUNT-NO.
058500         READ ACCOUNT-MASTER-FILE
058600             INVALID KEY
058700                 DISPLAY "BACK-OUT READ FAILED FOR ACCOUNT: "
058800                     TD-ACCOUNT-NO
058900                 GO TO 2230-EXIT
059000         END-READ.
059100         MOVE WS-CD-BALANCE TO AM-BALANCE.
059200         MOVE WS-CD-STATUS TO AM-STATUS.
059300         REWRITE ACCOUNT-MASTER-RECORD
059400             INVALID KEY
059500                 DISPLAY "BACK-OUT REWRITE FAILED FOR ACCOUNT: "
059600                     TD-ACCOUNT-NO
059700         END-REWRITE.
059800         MOVE TD-ACCOUNT-NO TO T-Account.
059900         MOVE AM-USER TO T-User.
060000         MOVE "MATURE-OUT" TO T-Type.
060100         MOVE WS-CD-BALANCE TO T-Transaction.
060200         MOVE WS-CD-BALANCE TO T-CurrentBalance.
060300         MOVE WS-CD-BALANCE TO T-Result.
060400         MOVE "REJECTED-TRANSFER-BACKED-OUT" TO T-Status.
060500         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
060600 2230-EXIT.
060700         EXIT.

060800*----------------------------------------------------------------
060900*2290-NOT-PAID - REGISTER LINE FOR A PAY-OUT THAT FAILED ON
061000*UPDATE.  THE TERMS STAY ACTIVE SO THE NEXT RUN TRIES AGAIN.
061100*----------------------------------------------------------------
061200 2290-NOT-PAID.
061300         MOVE TD-MATURITY-DATE TO RPT-MATURITY.
061400         MOVE TD-PAYOUT-ACCT TO RPT-NEXT.
061500         MOVE "NOT PAID - UPDATE FAILED" TO RPT-DISPOSITION.
061600         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
061700         ADD 1 TO WS-FAIL-COUNT.
061800 2290-EXIT.
061900         EXIT.

062000*----------------------------------------------------------------
062100*2300-RETIRE-TERMS - THE CERTIFICATE WAS CLOSED BEFORE IT
062200*MATURED (EMPTIED BY EARLY WITHDRAWAL AND CLOSED AT THE COUNTER).
062300*NOTHING IS LEFT TO RENEW OR PAY, SO THE TERMS ARE MARKED MATURED
062400*AND DROP OFF THE RUN.
062500*----------------------------------------------------------------
062600 2300-RETIRE-TERMS.
062700         MOVE "M" TO TD-STATUS.
062800         REWRITE TIME-DEPOSIT-RECORD
062900             INVALID KEY
063000                 DISPLAY "TERMS REWRITE FAILED FOR: "
063100                     TD-ACCOUNT-NO
063200         END-REWRITE.
063300         MOVE TD-MATURITY-DATE TO RPT-MATURITY.
063400         MOVE SPACES TO RPT-NEXT.
063500         MOVE "ALREADY CLOSED - TERMS RETIRED" TO RPT-DISPOSITION.
063600         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
063700         ADD 1 TO WS-RETIRED-COUNT.
063800 2300-EXIT.
063900         EXIT.

064000*----------------------------------------------------------------
064100*2500-SET-MATURITY - THE CURRENT MATURITY DATE PLUS THE TERM IN
064200*MONTHS, INTO WS-MAT-DATE.  A DAY PAST THE END OF THE NEW MONTH
064300*FALLS BACK TO THAT MONTH'S LAST DAY, AS WHEN THE CERTIFICATE WAS
064400*OPENED.
064500*----------------------------------------------------------------
064600 2500-SET-MATURITY.
064700         MOVE TD-MATURITY-DATE TO WS-MAT-DATE.
064800         COMPUTE WS-MONTH-WORK =
064900             WS-MAT-MONTH + TD-TERM-MONTHS - 1.
065000         DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-ADD
065100             REMAINDER WS-MONTH-REM.
065200         ADD WS-YEAR-ADD TO WS-MAT-YEAR.
065300         COMPUTE WS-MAT-MONTH = WS-MONTH-REM + 1.
065400         EVALUATE WS-MAT-MONTH
065500           WHEN 04 WHEN 06 WHEN 09 WHEN 11
065600             MOVE 30 TO WS-MONTH-END-DAY
065700           WHEN 02
065800             MOVE 28 TO WS-MONTH-END-DAY
065900             DIVIDE WS-MAT-YEAR BY 4 GIVING WS-YEAR-QUOT
066000                 REMAINDER WS-YEAR-REM
066100             IF WS-YEAR-REM = ZERO
066200                 MOVE 29 TO WS-MONTH-END-DAY
066300                 DIVIDE WS-MAT-YEAR BY 100 GIVING WS-YEAR-QUOT
066400                     REMAINDER WS-YEAR-REM
066500                 IF WS-YEAR-REM = ZERO
066600                     MOVE 28 TO WS-MONTH-END-DAY
066700                     DIVIDE WS-MAT-YEAR BY 400
066800                         GIVING WS-YEAR-QUOT
066900                         REMAINDER WS-YEAR-REM
067000                     IF WS-YEAR-REM = ZERO
067100                         MOVE 29 TO WS-MONTH-END-DAY
067200                     END-IF
067300                 END-IF
067400             END-IF
067500           WHEN OTHER
067600             MOVE 31 TO WS-MONTH-END-DAY
067700         END-EVALUATE.
067800         IF WS-MAT-DAY > WS-MONTH-END-DAY
067900             MOVE WS-MONTH-END-DAY TO WS-MAT-DAY
068000         END-IF.
068100 2500-EXIT.
068200         EXIT.

068300*----------------------------------------------------------------
068400*3000-PRINT-DETAIL - ONE REGISTER LINE FOR THE CERTIFICATE IN
068500*HAND.  THE CALLER SETS THE MATURITY, NEXT/PAID AND DISPOSITION
068600*COLUMNS FIRST.
068700*----------------------------------------------------------------
068800 3000-PRINT-DETAIL.
068900         MOVE TD-ACCOUNT-NO TO RPT-ACCOUNT.
069000         MOVE WS-CD-CUSTOMER TO RPT-CUSTOMER.
069100         MOVE TD-TERM-MONTHS TO RPT-TERM.
069200         MOVE WS-CD-BALANCE TO RPT-BALANCE.
069300         WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
069400         IF NOT WS-RPT-OK
069500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
069600         END-IF.
069700 3000-EXIT.
069800         EXIT.

069900*----------------------------------------------------------------
070000*3100-PRINT-EXCEPTION - A CERTIFICATE DUE BUT LEFT UNTOUCHED.
070100*THE TERMS STAY ACTIVE, SO IT COMES UP AGAIN EVERY NIGHT UNTIL
070200*THE CAUSE IS CLEARED.
070300*----------------------------------------------------------------
070400 3100-PRINT-EXCEPTION.
070500         MOVE TD-MATURITY-DATE TO RPT-MATURITY.
070600         IF TD-PAY-OUT
070700             MOVE TD-PAYOUT-ACCT TO RPT-NEXT
070800         ELSE
070900             MOVE SPACES TO RPT-NEXT
071000         END-IF.
071100         MOVE WS-EXCEPT-REASON TO RPT-DISPOSITION.
071200         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
071300         ADD 1 TO WS-EXCEPT-COUNT.
071400 3100-EXIT.
071500         EXIT.

071600*----------------------------------------------------------------
071700*3300-PRINT-UPCOMING - ONE LINE ON THE UPCOMING MATURITIES LIST.
071800*THE BALANCE AND CUSTOMER COME FROM THE MASTER AS IT STANDS.
071900*----------------------------------------------------------------
072000 3300-PRINT-UPCOMING.
072100         MOVE TD-ACCOUNT-NO TO AM-ACCOUNT-NO.
072200         READ ACCOUNT-MASTER-FILE
072300             INVALID KEY
072400                 MOVE ZERO TO AM-CUSTOMER-NO
072500                 MOVE ZERO TO AM-BALANCE
072600         END-READ.
072700         MOVE TD-ACCOUNT-NO TO UPCM-ACCOUNT.
072800         MOVE AM-CUSTOMER-NO TO UPCM-CUSTOMER.
072900         MOVE TD-TERM-MONTHS TO UPCM-TERM.
073000         MOVE TD-MATURITY-DATE TO UPCM-MATURITY.
073100         MOVE AM-BALANCE TO UPCM-BALANCE.
073200         MOVE TD-RATE TO UPCM-RATE.
073300         IF TD-RENEW
073400             MOVE "RENEW" TO UPCM-INSTRUCTION
073500             MOVE SPACES TO UPCM-PAYOUT
073600         ELSE
073700             MOVE "PAY OUT TO" TO UPCM-INSTRUCTION
073800             MOVE TD-PAYOUT-ACCT TO UPCM-PAYOUT
073900         END-IF.
074000         WRITE UPCOMING-RECORD FROM UPCM-DETAIL-LINE.
074100         IF NOT WS-UPCM-OK
074200             DISPLAY "UPCOMING WRITE FAILED, STATUS: "
074300                 WS-UPCM-STATUS
074400         END-IF.
074500         ADD 1 TO WS-UPCOMING-COUNT.
074600         ADD AM-BALANCE TO WS-TOTAL-UPCOMING.
074700 3300-EXIT.
074800         EXIT.

074900*----------------------------------------------------------------
075000*4620-ADD-ONE-DAY - ROLL WS-REL-DATE FORWARD ONE CALENDAR DAY.
075100*----------------------------------------------------------------
075200 4620-ADD-ONE-DAY.
075300         EVALUATE WS-REL-MONTH
075400           WHEN 01 WHEN 03 WHEN 05 WHEN 07
075500           WHEN 08 WHEN 10 WHEN 12
075600             MOVE 31 TO WS-MONTH-END-DAY
075700           WHEN 04 WHEN 06 WHEN 09 WHEN 11
075800             MOVE 30 TO WS-MONTH-END-DAY
075900           WHEN 02
076000             MOVE 28 TO WS-MONTH-END-DAY
076100             DIVIDE WS-REL-YEAR BY 4 GIVING WS-YEAR-QUOT
076200                 REMAINDER WS-YEAR-REM
076300             IF WS-YEAR-REM = ZERO
076400                 MOVE 29 TO WS-MONTH-END-DAY
076500                 DIVIDE WS-REL-YEAR BY 100 GIVING WS-YEAR-QUOT
076600                     REMAINDER WS-YEAR-REM
076700                 IF WS-YEAR-REM = ZERO
076800                     MOVE 28 TO WS-MONTH-END-DAY
076900                     DIVIDE WS-REL-YEAR BY 400
077000                         GIVING WS-YEAR-QUOT
077100                         REMAINDER WS-YEAR-REM
077200                     IF WS-YEAR-REM = ZERO
077300                         MOVE 29 TO WS-MONTH-END-DAY
077400                     END-IF
077500                 END-IF
077600             END-IF
077700           WHEN OTHER
077800             MOVE 31 TO WS-MONTH-END-DAY
077900         END-EVALUATE.
078000         IF WS-REL-DAY < WS-MONTH-END-DAY
078100             ADD 1 TO WS-REL-DAY
078200         ELSE
078300             MOVE 1 TO WS-REL-DAY
078400             IF WS-REL-MONTH < 12
078500                 ADD 1 TO WS-REL-MONTH
078600             ELSE
078700                 MOVE 1 TO WS-REL-MONTH
078800                 ADD 1 TO WS-REL-YEAR
078900             END-IF
079000         END-IF.
079100 4620-EXIT.
079200         EXIT.

079300*----------------------------------------------------------------
079400*5000-WRITE-LOG - APPEND ONE ENTRY TO THE AUDIT LOG, POSTED OR
079500*REJECTED.
079600*----------------------------------------------------------------
079700 5000-WRITE-LOG.
079800         ACCEPT TL-DATE FROM DATE YYYYMMDD.
079900         ACCEPT TL-TIME FROM TIME.
080000         MOVE T-Account          TO TL-ACCOUNT.
080100         MOVE T-User             TO TL-USER.
080200         MOVE T-Type             TO TL-TYPE.
080300         MOVE T-Transaction      TO TL-TRANSACTION.
080400         MOVE T-CurrentBalance   TO TL-CURRENT-BALANCE.
080500         MOVE T-Result           TO TL-RESULT.
080600         MOVE T-Status           TO TL-STATUS.
080700         MOVE ZERO               TO TL-REF-DATE.
080800         MOVE ZERO               TO TL-REF-TIME.
080900         MOVE "CDMATURE"         TO TL-OPERATOR.
080950         MOVE SPACES             TO TL-LIMIT-CHECK.
081000         WRITE TRANSACTION-LOG-RECORD.
081100         IF NOT WS-LOG-OK
081200             DISPLAY "LOG WRITE FAILED FOR: " T-Account
081300         END-IF.
081400         IF TL-STATUS = "POSTED"
081500             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
081600         END-IF.
081700 5000-EXIT.
081800         EXIT.

081900*----------------------------------------------------------------
082000*5100-WRITE-TO-LOG - APPEND THE CREDIT LEG OF A POSTED PAY-OUT
082100*AGAINST THE PAYOUT ACCOUNT.
082200*----------------------------------------------------------------
082300 5100-WRITE-TO-LOG.
082400         ACCEPT TL-DATE FROM DATE YYYYMMDD.
082500         ACCEPT TL-TIME FROM TIME.
082600         MOVE T-ToAccount        TO TL-ACCOUNT.
082700         MOVE T-ToUser           TO TL-USER.
082800         MOVE "MATURE-IN"        TO TL-TYPE.
082900         MOVE T-Transaction      TO TL-TRANSACTION.
083000         MOVE T-ToBalance        TO TL-CURRENT-BALANCE.
083100         MOVE T-ToResult         TO TL-RESULT.
083200         MOVE T-Status           TO TL-STATUS.
083300         MOVE ZERO               TO TL-REF-DATE.
083400         MOVE ZERO               TO TL-REF-TIME.
083500         MOVE "CDMATURE"         TO TL-OPERATOR.
083550         MOVE SPACES             TO TL-LIMIT-CHECK.
083600         WRITE TRANSACTION-LOG-RECORD.
083700         IF NOT WS-LOG-OK
083800             DISPLAY "LOG WRITE FAILED FOR: " T-ToAccount
083900         END-IF.
084000         IF TL-STATUS = "POSTED"
084100             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
084200         END-IF.
084300 5100-EXIT.
084400         EXIT.

084500*----------------------------------------------------------------
084600*5500-WRITE-HISTORY - MIRROR THE LOG ENTRY JUST WRITTEN ONTO
084700*THE KEYED ACCOUNT HISTORY FILE.  A DUPLICATE KEY (TWO ENTRIES
084800*IN THE SAME HUNDREDTH OF A SECOND) BUMPS THE TIME AND RETRIES.
084900*----------------------------------------------------------------
085000 5500-WRITE-HISTORY.
085100         MOVE TL-ACCOUNT         TO AH-ACCOUNT.
085200         MOVE TL-DATE            TO AH-DATE.
085300         MOVE TL-TIME            TO AH-TIME.
085400         MOVE TL-USER            TO AH-USER.
085500         MOVE TL-TYPE            TO AH-TYPE.
085600         MOVE TL-TRANSACTION     TO AH-TRANSACTION.
085700         MOVE TL-CURRENT-BALANCE TO AH-CURRENT-BALANCE.
085800         MOVE TL-RESULT          TO AH-RESULT.
085900         MOVE TL-STATUS          TO AH-STATUS.
086000         MOVE TL-REF-DATE        TO AH-REF-DATE.
086100         MOVE TL-REF-TIME        TO AH-REF-TIME.
086200         MOVE TL-OPERATOR        TO AH-OPERATOR.
086300         MOVE ZERO               TO WS-HIST-TRIES.
086400 5510-WRITE-HISTORY-TRY.
086500         WRITE ACCOUNT-HISTORY-RECORD
086600             INVALID KEY
086700                 ADD 1 TO WS-HIST-TRIES
086800                 IF WS-HIST-TRIES < 100
086900                     ADD 1 TO AH-TIME
087000                     GO TO 5510-WRITE-HISTORY-TRY
087100                 ELSE
087200                     DISPLAY "HISTORY WRITE FAILED FOR: "
087300                         AH-ACCOUNT
087400                 END-IF
087500         END-WRITE.
087600 5500-EXIT.
087700         EXIT.

087800*----------------------------------------------------------------
087900*4000-PRINT-SUMMARY - REGISTER AND UPCOMING LIST TOTALS.  ANY
088000*EXCEPTION OR FAILED UPDATE ENDS THE STEP RC 4.
088100*----------------------------------------------------------------
088200 4000-PRINT-SUMMARY.
088300         MOVE "TERMS RECORDS READ" TO RPT-COUNT-LABEL.
088400         MOVE WS-TERMS-COUNT TO RPT-COUNT-VALUE.
088500         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
088600         MOVE "CERTIFICATES RENEWED" TO RPT-COUNT-LABEL.
088700         MOVE WS-RENEW-COUNT TO RPT-COUNT-VALUE.
088800         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
088900         MOVE "CERTIFICATES PAID OUT" TO RPT-COUNT-LABEL.
089000         MOVE WS-PAYOUT-COUNT TO RPT-COUNT-VALUE.
089100         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
089200         MOVE "TERMS RETIRED - ALREADY CLOSED" TO RPT-COUNT-LABEL.
089300         MOVE WS-RETIRED-COUNT TO RPT-COUNT-VALUE.
089400         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
089500         MOVE "EXCEPTIONS - LEFT FOR REVIEW" TO RPT-COUNT-LABEL.
089600         MOVE WS-EXCEPT-COUNT TO RPT-COUNT-VALUE.
089700         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
089800         MOVE "NOT TAKEN - UPDATE FAILED" TO RPT-COUNT-LABEL.
089900         MOVE WS-FAIL-COUNT TO RPT-COUNT-VALUE.
090000         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
090100         MOVE "TOTAL RENEWED" TO RPT-AMOUNT-LABEL.
090200         MOVE WS-TOTAL-RENEWED TO RPT-AMOUNT-VALUE.
090300         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
090400         IF NOT WS-RPT-OK
090500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
090600         END-IF.
090700         MOVE "TOTAL PAID OUT" TO RPT-AMOUNT-LABEL.
090800         MOVE WS-TOTAL-PAID-OUT TO RPT-AMOUNT-VALUE.
090900         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
091000         IF NOT WS-RPT-OK
091100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
091200         END-IF.
091300         MOVE "CERTIFICATES MATURING" TO RPT-COUNT-LABEL.
091400         MOVE WS-UPCOMING-COUNT TO RPT-COUNT-VALUE.
091500         WRITE UPCOMING-RECORD FROM RPT-COUNT-LINE.
091600         IF NOT WS-UPCM-OK
091700             DISPLAY "UPCOMING WRITE FAILED, STATUS: "
091800                 WS-UPCM-STATUS
091900         END-IF.
092000         MOVE "TOTAL MATURING" TO RPT-AMOUNT-LABEL.
092100         MOVE WS-TOTAL-UPCOMING TO RPT-AMOUNT-VALUE.
092200         WRITE UPCOMING-RECORD FROM RPT-AMOUNT-LINE.
092300         IF NOT WS-UPCM-OK
092400             DISPLAY "UPCOMING WRITE FAILED, STATUS: "
092500                 WS-UPCM-STATUS
092600         END-IF.
092700         DISPLAY "CERTIFICATES RENEWED : " WS-RENEW-COUNT.
092800         DISPLAY "CERTIFICATES PAID OUT: " WS-PAYOUT-COUNT.
092900         DISPLAY "EXCEPTIONS           : " WS-EXCEPT-COUNT.
093000         DISPLAY "NOT TAKEN            : " WS-FAIL-COUNT.
093100         DISPLAY "MATURING IN 30 DAYS  : " WS-UPCOMING-COUNT.
093200         IF (WS-EXCEPT-COUNT > ZERO OR WS-FAIL-COUNT > ZERO)
093300                 AND RETURN-CODE < 4
093400             MOVE 4 TO RETURN-CODE
093500         END-IF.
093600 4000-EXIT.
093700         EXIT.

093800 4100-WRITE-COUNT.
093900         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
094000         IF NOT WS-RPT-OK
094100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
094200         END-IF.
094300 4100-EXIT.
094400         EXIT.

094500*----------------------------------------------------------------
094600*7000-CHECK-RUN-CONTROL - ONE MATURITY RUN PER BUSINESS DATE.  A
094700*DATE ALREADY RUN IS REFUSED UNLESS THE OPERATOR KEYS "RERUN".
094800*----------------------------------------------------------------
094900 7000-CHECK-RUN-CONTROL.
094910         PERFORM 7050-CHECK-BUSINESS-DATE THRU 7050-EXIT.
095000         MOVE "CDMATURE" TO RC-JOB-ID.
095100         MOVE WS-RUN-DATE TO RC-RUN-DATE.
095200         READ RUN-CONTROL-FILE
095300             INVALID KEY
095400                 MOVE SPACES TO RUN-CONTROL-RECORD
095500                 MOVE "CDMATURE" TO RC-JOB-ID
095600                 MOVE WS-RUN-DATE TO RC-RUN-DATE
095700                 MOVE "S" TO RC-STATUS
095800                 ACCEPT RC-START-TIME FROM TIME
095900                 MOVE ZERO TO RC-END-TIME
096000                 WRITE RUN-CONTROL-RECORD
096100                     INVALID KEY
096200                         DISPLAY "RUN CONTROL WRITE FAILED"
096300                 END-WRITE
096400                 GO TO 7000-EXIT
096500         END-READ.
096600         IF RC-COMPLETED
096700             DISPLAY "MATURITY RUN ALREADY DONE FOR " WS-RUN-DATE
096800             DISPLAY "ENTER RERUN TO OVERRIDE: "
096900             ACCEPT WS-RERUN-IN FROM CONSOLE
097000             IF WS-RERUN-IN NOT = "RERUN"
097100                 DISPLAY "RUN REFUSED - DATE ALREADY RUN"
097200                 MOVE 8 TO RETURN-CODE
097300                 STOP RUN
097400             END-IF
097500         END-IF.
097600         MOVE "S" TO RC-STATUS.
097700         ACCEPT RC-START-TIME FROM TIME.
097800         MOVE ZERO TO RC-END-TIME.
097900         REWRITE RUN-CONTROL-RECORD
098000             INVALID KEY
098100                 DISPLAY "RUN CONTROL REWRITE FAILED"
098200         END-REWRITE.
098300 7000-EXIT.
098400         EXIT.

098401*----------------------------------------------------------------
098402*7050-CHECK-BUSINESS-DATE - THE BUSINESS DATE MUST BE A WEEKDAY,
098403*NOT A BANK HOLIDAY, AND IN A YEAR WHOSE HOLIDAYS HAVE BEEN
098404*LOADED - OTHERWISE NOTHING SAYS IT IS A BUSINESS DAY.  A DATE
098405*THAT FAILS IS REFUSED UNLESS THE OPERATOR KEYS "FORCE".
098406*----------------------------------------------------------------
098407 7050-CHECK-BUSINESS-DATE.
098408         MOVE SPACES TO WS-DATE-REFUSAL.
098409         MOVE WS-RUN-DATE TO WS-CAL-DATE.
098410         PERFORM 7070-DAY-OF-WEEK THRU 7070-EXIT.
098411         IF WS-WEEKEND-DAY
098412             MOVE "FALLS ON A WEEKEND" TO WS-DATE-REFUSAL
098413         ELSE
098414             MOVE "N" TO WS-HOLIDAY-SWITCH
098415             MOVE WS-CAL-DATE TO HC-DATE
098416             READ HOLIDAY-FILE
098417                 INVALID KEY
098418                     CONTINUE
098419                 NOT INVALID KEY
098420                     SET WS-HOLIDAY-DAY TO TRUE
098421             END-READ
098422             IF WS-HOLIDAY-DAY
098423                 MOVE "IS A BANK HOLIDAY" TO WS-DATE-REFUSAL
098424             END-IF
098425         END-IF.
098426         IF WS-DATE-REFUSAL = SPACES
098427             PERFORM 7060-CHECK-YEAR-LOADED THRU 7060-EXIT
098428         END-IF.
098429         IF WS-DATE-REFUSAL = SPACES
098430             GO TO 7050-EXIT
098431         END-IF.
098432         DISPLAY "BUSINESS DATE " WS-RUN-DATE " " WS-DATE-REFUSAL.
098433         DISPLAY "ENTER FORCE TO RUN FOR THIS DATE: ".
098434         ACCEPT WS-FORCE-IN FROM CONSOLE.
098435         IF WS-FORCE-IN NOT = "FORCE"
098436             DISPLAY "RUN REFUSED - NOT A BUSINESS DATE"
098437             MOVE 8 TO RETURN-CODE
098438             STOP RUN
098439         END-IF.
098440         DISPLAY "BUSINESS DATE FORCED BY OPERATOR: " WS-RUN-DATE.
098441 7050-EXIT.
098442         EXIT.

098443*----------------------------------------------------------------
098444*7060-CHECK-YEAR-LOADED - THE FIRST HOLIDAY ON FILE AT OR AFTER
098445*JANUARY 1 OF THE BUSINESS DATE'S YEAR MUST FALL IN THAT YEAR.
098446*----------------------------------------------------------------
098447 7060-CHECK-YEAR-LOADED.
098448         MOVE WS-CAL-YEAR TO HC-YEAR.
098449         MOVE 01 TO HC-MONTH.
098450         MOVE 01 TO HC-DAY.
098451         START HOLIDAY-FILE
098452             KEY NOT LESS THAN HC-DATE
098453             INVALID KEY
098454                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
098455                     TO WS-DATE-REFUSAL
098456                 GO TO 7060-EXIT
098457         END-START.
098458         READ HOLIDAY-FILE NEXT RECORD
098459             AT END
098460                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
098461                     TO WS-DATE-REFUSAL
098462                 GO TO 7060-EXIT
098463         END-READ.
098464         IF HC-YEAR NOT = WS-CAL-YEAR
098465             MOVE "YEAR NOT ON HOLIDAY CALENDAR"
098466                 TO WS-DATE-REFUSAL
098467         END-IF.
098468 7060-EXIT.
098469         EXIT.

098470*----------------------------------------------------------------
098471*7070-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-CAL-DATE.
098472*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
098473*----------------------------------------------------------------
098474 7070-DAY-OF-WEEK.
098475         MOVE WS-CAL-YEAR TO WS-DOW-YEAR.
098476         MOVE WS-CAL-MONTH TO WS-DOW-MONTH.
098477         IF WS-DOW-MONTH < 3
098478             ADD 12 TO WS-DOW-MONTH
098479             SUBTRACT 1 FROM WS-DOW-YEAR
098480         END-IF.
098481         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
098482             REMAINDER WS-DOW-YY.
098483         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
098484         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
098485         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
098486         COMPUTE WS-DOW-SUM = WS-CAL-DAY + WS-DOW-MWORK
098487             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
098488             + (5 * WS-DOW-CENT).
098489         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
098490             REMAINDER WS-DAY-OF-WEEK.
098491 7070-EXIT.
098492         EXIT.

098500*----------------------------------------------------------------
098600*7100-MARK-RUN-COMPLETE - STAMP THE DATE RUN.
098700*----------------------------------------------------------------
098800 7100-MARK-RUN-COMPLETE.
098900         MOVE "CDMATURE" TO RC-JOB-ID.
099000         MOVE WS-RUN-DATE TO RC-RUN-DATE.
099100         READ RUN-CONTROL-FILE
099200             INVALID KEY
099300                 DISPLAY "RUN CONTROL RECORD MISSING AT END"
099400                 GO TO 7100-EXIT
099500         END-READ.
099600         MOVE "C" TO RC-STATUS.
099700         ACCEPT RC-END-TIME FROM TIME.
099800         REWRITE RUN-CONTROL-RECORD
099900             INVALID KEY
100000                 DISPLAY "RUN CONTROL REWRITE FAILED"
100100         END-REWRITE.
100200 7100-EXIT.
100300         EXIT.

100400*----------------------------------------------------------------
100500*9000-TERMINATE - CLOSE UP.
100600*----------------------------------------------------------------
100700 9000-TERMINATE.
100800         PERFORM 7100-MARK-RUN-COMPLETE THRU 7100-EXIT.
100900         CLOSE ACCOUNT-MASTER-FILE.
101000         CLOSE TIME-DEPOSIT-FILE.
101100         CLOSE ACCOUNT-HISTORY-FILE.
101200         CLOSE TRANSACTION-LOG-FILE.
101300         CLOSE REPORT-FILE.
101400         CLOSE UPCOMING-FILE.
101500         CLOSE RUN-CONTROL-FILE.
101510         CLOSE HOLIDAY-FILE.
101600 9000-EXIT.
101700         EXIT.
