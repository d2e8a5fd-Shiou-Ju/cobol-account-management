001800**--------------------------------------------------------------
001900** MODIFICATION HISTORY.
002000**   2026-09-02  DK  INITIAL VERSION.
002010**   2026-10-02  DK  WRITE THE RUN'S CONTROL TOTALS TO THE
002020**                   CTLTOTS FILE - HOLDS RELEASED AND THE
002030**                   AMOUNT ACTUALLY TAKEN OFF AM-HOLD-AMOUNT -
002040**                   FOR THE MASTER BALANCE PROOF.
002050**   2026-10-13  DK  REFUSE A BUSINESS DATE THAT IS A WEEKEND,
002060**                   A BANK HOLIDAY (HOLIDAYS) OR IN A YEAR NOT
002070**                   YET LOADED ON THE HOLIDAY CALENDAR UNLESS THE
002080**                   OPERATOR KEYS "FORCE".
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. ReleaseHolds.
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS RC-KEY
005000         FILE STATUS IS WS-RUN-STATUS.
005010     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS CX-KEY
005050         FILE STATUS IS WS-CTL-STATUS.
005058     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
005066         ORGANIZATION IS INDEXED
005074         ACCESS MODE IS DYNAMIC
005082         RECORD KEY IS HC-DATE
005090         FILE STATUS IS WS-HOL-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
006200         LABEL RECORDS ARE STANDARD.
006210     COPY RUNCTL.

006220 FD  CONTROL-TOTALS-FILE
006230         LABEL RECORDS ARE STANDARD.
006240     COPY CTLTOTS.

006250 FD  HOLIDAY-FILE
006260         LABEL RECORDS ARE STANDARD.
006270     COPY HOLIDAY.

006300 WORKING-STORAGE SECTION.
006400*BUSINESS DATE THIS RUN IS RELEASING FOR.
006500 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
006900 01  WS-ERROR-COUNT               PIC 9(07)     VALUE ZERO COMP.
007000 01  WS-PLACED-AMOUNT             PIC 9(12)V99  VALUE ZERO.
007100 01  WS-RELEASED-AMOUNT           PIC 9(12)V99  VALUE ZERO.
007110*WHAT ACTUALLY CAME OFF AM-HOLD-AMOUNT - LESS THAN THE AMOUNT
007120*RELEASED WHEN A MASTER'S HOLD TOTAL WAS ALREADY SHORT.
007130 01  WS-HELD-REDUCED              PIC 9(12)V99  VALUE ZERO.
007140 01  WS-HOLD-TAKEN                PIC 9(10)V99  VALUE ZERO.

007200*FILE STATUS AND SWITCHES.
007300 01  WS-HOLD-STATUS               PIC X(02).
007800         88  WS-RPT-OK                VALUE "00".
007900 01  WS-RUN-STATUS                PIC X(02).
008000         88  WS-RUN-OK                VALUE "00".
008010 01  WS-CTL-STATUS                PIC X(02).
008020         88  WS-CTL-OK                VALUE "00".
008100*OPERATOR REPLY WHEN THE RUN DATE WAS ALREADY COMPLETED.
008200 01  WS-RERUN-IN                  PIC X(05).
008203*BUSINESS DATE CHECK - THE BANK HOLIDAY CALENDAR, THE DATE TESTED
008206*AND ITS DAY OF THE WEEK (ZELLER: 0 = SATURDAY, 1 = SUNDAY), WHY
008209*THE DATE WAS QUESTIONED, AND THE OPERATOR'S REPLY.
008212 01  WS-HOL-STATUS                PIC X(02).
008215         88  WS-HOL-OK                VALUE "00".
008218 01  WS-HOLIDAY-SWITCH            PIC X(01)     VALUE "N".
008221         88  WS-HOLIDAY-DAY           VALUE "Y".
008224 01  WS-CAL-DATE                  PIC 9(08)     VALUE ZERO.
008227 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
008230         05  WS-CAL-YEAR          PIC 9(04).
008233         05  WS-CAL-MONTH         PIC 9(02).
008236         05  WS-CAL-DAY           PIC 9(02).
008239 01  WS-DOW-YEAR                  PIC 9(04)     VALUE ZERO.
008242 01  WS-DOW-MONTH                 PIC 9(02)     VALUE ZERO.
008245 01  WS-DOW-CENT                  PIC 9(02)     VALUE ZERO.
008248 01  WS-DOW-YY                    PIC 9(02)     VALUE ZERO.
008251 01  WS-DOW-K4                    PIC 9(02)     VALUE ZERO.
008254 01  WS-DOW-J4                    PIC 9(02)     VALUE ZERO.
008257 01  WS-DOW-MWORK                 PIC 9(04)     VALUE ZERO.
008260 01  WS-DOW-SUM                   PIC 9(04)     VALUE ZERO.
008263 01  WS-DOW-QUOT                  PIC 9(04)     VALUE ZERO.
008266 01  WS-DAY-OF-WEEK               PIC 9(01)     VALUE ZERO.
008269         88  WS-WEEKEND-DAY           VALUE 0 1.
008272 01  WS-DATE-REFUSAL              PIC X(30)     VALUE SPACES.
008275 01  WS-FORCE-IN                  PIC X(05).
008300 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
008400         88  WS-EOF                   VALUE "Y".
008500         88  WS-NOT-EOF               VALUE "N".
013000 1000-INITIALIZE.
013100         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
013200         ACCEPT WS-RUN-DATE FROM CONSOLE.
013210         OPEN INPUT HOLIDAY-FILE.
013220         IF NOT WS-HOL-OK
013230             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
013240                 WS-HOL-STATUS
013250             MOVE 8 TO RETURN-CODE
013260             STOP RUN
013270         END-IF.
013300         OPEN I-O RUN-CONTROL-FILE.
013400         IF NOT WS-RUN-OK
013500             DISPLAY "RUN CONTROL OPEN FAILED, STATUS: "
013800             STOP RUN
013900         END-IF.
014000         PERFORM 7000-CHECK-RUN-CONTROL THRU 7000-EXIT.
014010         OPEN I-O CONTROL-TOTALS-FILE.
014020         IF NOT WS-CTL-OK
014030             DISPLAY "CONTROL TOTALS OPEN FAILED, STATUS: "
014040                 WS-CTL-STATUS
014050             MOVE 8 TO RETURN-CODE
014060             STOP RUN
014070         END-IF.
014100         OPEN I-O ACCOUNT-HOLD-FILE.
014200         IF NOT WS-HOLD-OK
014300             DISPLAY "ACCOUNT HOLD FILE OPEN FAILED, STATUS: "
021100                 GO TO 2100-EXIT
021200         END-READ.
021300         IF HD-AMOUNT > AM-HOLD-AMOUNT
021310             MOVE AM-HOLD-AMOUNT TO WS-HOLD-TAKEN
021400             MOVE ZERO TO AM-HOLD-AMOUNT
021500         ELSE
021510             MOVE HD-AMOUNT TO WS-HOLD-TAKEN
021600             SUBTRACT HD-AMOUNT FROM AM-HOLD-AMOUNT
021700         END-IF.
021800         REWRITE ACCOUNT-MASTER-RECORD
023400         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
023500         ADD 1 TO WS-RELEASED-COUNT.
023600         ADD HD-AMOUNT TO WS-RELEASED-AMOUNT.
023610         ADD WS-HOLD-TAKEN TO WS-HELD-REDUCED.
023700 2100-EXIT.
023800         EXIT.

029800*ALREADY COMPLETED IS REFUSED UNLESS THE OPERATOR KEYS "RERUN".
029900*----------------------------------------------------------------
030000 7000-CHECK-RUN-CONTROL.
030010         PERFORM 7050-CHECK-BUSINESS-DATE THRU 7050-EXIT.
030100         MOVE "RELHOLDS" TO RC-JOB-ID.
030200         MOVE WS-RUN-DATE TO RC-RUN-DATE.
030300         READ RUN-CONTROL-FILE
033500 7000-EXIT.
033600         EXIT.

033601*----------------------------------------------------------------
033602*7050-CHECK-BUSINESS-DATE - THE BUSINESS DATE MUST BE A WEEKDAY,
033603*NOT A BANK HOLIDAY, AND IN A YEAR WHOSE HOLIDAYS HAVE BEEN
033604*LOADED - OTHERWISE NOTHING SAYS IT IS A BUSINESS DAY.  A DATE
033605*THAT FAILS IS REFUSED UNLESS THE OPERATOR KEYS "FORCE".
033606*----------------------------------------------------------------
033607 7050-CHECK-BUSINESS-DATE.
033608         MOVE SPACES TO WS-DATE-REFUSAL.
033609         MOVE WS-RUN-DATE TO WS-CAL-DATE.
033610         PERFORM 7070-DAY-OF-WEEK THRU 7070-EXIT.
033611         IF WS-WEEKEND-DAY
033612             MOVE "FALLS ON A WEEKEND" TO WS-DATE-REFUSAL
033613         ELSE
033614             MOVE "N" TO WS-HOLIDAY-SWITCH
033615             MOVE WS-CAL-DATE TO HC-DATE
033616             READ HOLIDAY-FILE
033617                 INVALID KEY
033618                     CONTINUE
033619                 NOT INVALID KEY
033620                     SET WS-HOLIDAY-DAY TO TRUE
033621             END-READ
033622             IF WS-HOLIDAY-DAY
033623                 MOVE "IS A BANK HOLIDAY" TO WS-DATE-REFUSAL
033624             END-IF
033625         END-IF.
033626         IF WS-DATE-REFUSAL = SPACES
033627             PERFORM 7060-CHECK-YEAR-LOADED THRU 7060-EXIT
033628         END-IF.
033629         IF WS-DATE-REFUSAL = SPACES
033630             GO TO 7050-EXIT
033631         END-IF.
033632         DISPLAY "BUSINESS DATE " WS-RUN-DATE " " WS-DATE-REFUSAL.
033633         DISPLAY "ENTER FORCE TO RUN FOR THIS DATE: ".
033634         ACCEPT WS-FORCE-IN FROM CONSOLE.
033635         IF WS-FORCE-IN NOT = "FORCE"
033636             DISPLAY "RUN REFUSED - NOT A BUSINESS DATE"
033637             MOVE 8 TO RETURN-CODE
033638             STOP RUN
033639         END-IF.
033640         DISPLAY "BUSINESS DATE FORCED BY OPERATOR: " WS-RUN-DATE.
033641 7050-EXIT.
033642         EXIT.

033643*----------------------------------------------------------------
033644*7060-CHECK-YEAR-LOADED - THE FIRST HOLIDAY ON FILE AT OR AFTER
033645*JANUARY 1 OF THE BUSINESS DATE'S YEAR MUST FALL IN THAT YEAR.
033646*----------------------------------------------------------------
033647 7060-CHECK-YEAR-LOADED.
033648         MOVE WS-CAL-YEAR TO HC-YEAR.
033649         MOVE 01 TO HC-MONTH.
033650         MOVE 01 TO HC-DAY.
033651         START HOLIDAY-FILE
033652             KEY NOT LESS THAN HC-DATE
033653             INVALID KEY
033654                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
033655                     TO WS-DATE-REFUSAL
033656                 GO TO 7060-EXIT
033657         END-START.
033658         READ HOLIDAY-FILE NEXT RECORD
033659             AT END
033660                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
033661                     TO WS-DATE-REFUSAL
033662                 GO TO 7060-EXIT
033663         END-READ.
033664         IF HC-YEAR NOT = WS-CAL-YEAR
033665             MOVE "YEAR NOT ON HOLIDAY CALENDAR"
033666                 TO WS-DATE-REFUSAL
033667         END-IF.
033668 7060-EXIT.
033669         EXIT.

033670*----------------------------------------------------------------
033671*7070-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-CAL-DATE.
033672*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
033673*----------------------------------------------------------------
033674 7070-DAY-OF-WEEK.
033675         MOVE WS-CAL-YEAR TO WS-DOW-YEAR.
033676         MOVE WS-CAL-MONTH TO WS-DOW-MONTH.
033677         IF WS-DOW-MONTH < 3
033678             ADD 12 TO WS-DOW-MONTH
033679             SUBTRACT 1 FROM WS-DOW-YEAR
033680         END-IF.
033681         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
033682             REMAINDER WS-DOW-YY.
033683         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
033684         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
033685         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
033686         COMPUTE WS-DOW-SUM = WS-CAL-DAY + WS-DOW-MWORK
033687             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
033688             + (5 * WS-DOW-CENT).
033689         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
033690             REMAINDER WS-DAY-OF-WEEK.
033691 7070-EXIT.
033692         EXIT.

033700*----------------------------------------------------------------
033800*7100-MARK-RUN-COMPLETE - STAMP THE RUN COMPLETED.
033900*----------------------------------------------------------------
035400 7100-EXIT.
035500         EXIT.

035510*----------------------------------------------------------------
035520*8000-WRITE-CONTROL-TOTALS - HOLDS PLACED ON THE DATE (FOR THE
035530*RECORD), HOLDS RELEASED, AND WHAT CAME OFF THE MASTER'S HOLD
035540*TOTALS, FOR THE MASTER BALANCE PROOF.  A RERUN REPLACES THE
035550*DATE'S RECORD.
035560*----------------------------------------------------------------
035570 8000-WRITE-CONTROL-TOTALS.
035572         MOVE SPACES TO CONTROL-TOTALS-RECORD.
035574         MOVE ZERO TO CX-COUNT-IN CX-AMOUNT-IN CX-COUNT-OUT
035576             CX-AMOUNT-OUT CX-COUNT-SUSPENDED CX-COUNT-REJECTED
035578             CX-COUNT-IN-DOUBT CX-CREDITS CX-DEBITS
035580             CX-HOLDS-ADDED CX-HOLDS-RELEASED CX-MASTER-BALANCE
035582             CX-MASTER-HELD CX-MASTER-COUNT.
035584         MOVE WS-RUN-DATE TO CX-RUN-DATE.
035586         MOVE "RELHOLDS" TO CX-STEP-ID.
035588         MOVE "B" TO CX-STATUS.
035590         MOVE WS-PLACED-COUNT TO CX-COUNT-IN.
035592         MOVE WS-PLACED-AMOUNT TO CX-AMOUNT-IN.
035594         MOVE WS-RELEASED-COUNT TO CX-COUNT-OUT.
035596         MOVE WS-RELEASED-AMOUNT TO CX-AMOUNT-OUT.
035598         MOVE WS-ERROR-COUNT TO CX-COUNT-REJECTED.
035600         MOVE WS-HELD-REDUCED TO CX-HOLDS-RELEASED.
035602         ACCEPT CX-WRITE-TIME FROM TIME.
035604         WRITE CONTROL-TOTALS-RECORD
035606             INVALID KEY
035608                 REWRITE CONTROL-TOTALS-RECORD
035610                     INVALID KEY
035612                         DISPLAY "CONTROL TOTALS WRITE FAILED, "
035614                             "STATUS: " WS-CTL-STATUS
035616                         MOVE 8 TO RETURN-CODE
035618                 END-REWRITE
035620         END-WRITE.
035622 8000-EXIT.
035624         EXIT.

035630*----------------------------------------------------------------
035700*9000-TERMINATE - CLOSE UP.
035800*----------------------------------------------------------------
035900 9000-TERMINATE.
036000         PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
036000         PERFORM 7100-MARK-RUN-COMPLETE THRU 7100-EXIT.
036100         CLOSE ACCOUNT-HOLD-FILE.
036200         CLOSE ACCOUNT-MASTER-FILE.
036300         CLOSE REPORT-FILE.
036400         CLOSE RUN-CONTROL-FILE.
036410         CLOSE CONTROL-TOTALS-FILE.
036420         CLOSE HOLIDAY-FILE.
036500 9000-EXIT.
036600         EXIT.
