001803**                   NUMBER NOW THAT THE MASTER AND THE LOG
001804**                   CARRY IT - TWO CUSTOMERS WITH THE SAME
001805**                   NAME NO LONGER FOLD INTO ONE LINE.
001806**   2026-10-13  DK  REFUSE A BUSINESS DATE THAT IS A WEEKEND,
001807**                   A BANK HOLIDAY (HOLIDAYS) OR IN A YEAR NOT
001808**                   YET LOADED ON THE HOLIDAY CALENDAR UNLESS THE
001809**                   OPERATOR KEYS "FORCE".
001800***************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. ReconcileAccounts.
003830         ACCESS MODE IS DYNAMIC
003840         RECORD KEY IS RC-KEY
003850         FILE STATUS IS WS-RUN-STATUS.
003858     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
003866         ORGANIZATION IS INDEXED
003874         ACCESS MODE IS DYNAMIC
003882         RECORD KEY IS HC-DATE
003890         FILE STATUS IS WS-HOL-STATUS.

003900 DATA DIVISION.
004000 FILE SECTION.
006020         LABEL RECORDS ARE STANDARD.
006030     COPY RUNCTL.

006040 FD  HOLIDAY-FILE
006050         LABEL RECORDS ARE STANDARD.
006060     COPY HOLIDAY.

006100 WORKING-STORAGE SECTION.
006200*PER-ACCOUNT RECONCILIATION TABLE - ONE ENTRY PER ACCOUNT SEEN.
006300 01  RECON-TABLE.
008520         88  WS-RUN-OK                VALUE "00".
008530*OPERATOR REPLY WHEN THE RUN DATE WAS ALREADY COMPLETED.
008540 01  WS-RERUN-IN                  PIC X(05).
008542*BUSINESS DATE CHECK - THE BANK HOLIDAY CALENDAR, THE DATE TESTED
008544*AND ITS DAY OF THE WEEK (ZELLER: 0 = SATURDAY, 1 = SUNDAY), WHY
008546*THE DATE WAS QUESTIONED, AND THE OPERATOR'S REPLY.
008548 01  WS-HOL-STATUS                PIC X(02).
008550         88  WS-HOL-OK                VALUE "00".
008552 01  WS-HOLIDAY-SWITCH            PIC X(01)     VALUE "N".
008554         88  WS-HOLIDAY-DAY           VALUE "Y".
008556 01  WS-CAL-DATE                  PIC 9(08)     VALUE ZERO.
008558 01  WS-CAL-DATE-PARTS REDEFINES WS-CAL-DATE.
008560         05  WS-CAL-YEAR          PIC 9(04).
008562         05  WS-CAL-MONTH         PIC 9(02).
008564         05  WS-CAL-DAY           PIC 9(02).
008566 01  WS-DOW-YEAR                  PIC 9(04)     VALUE ZERO.
008568 01  WS-DOW-MONTH                 PIC 9(02)     VALUE ZERO.
008570 01  WS-DOW-CENT                  PIC 9(02)     VALUE ZERO.
008572 01  WS-DOW-YY                    PIC 9(02)     VALUE ZERO.
008574 01  WS-DOW-K4                    PIC 9(02)     VALUE ZERO.
008576 01  WS-DOW-J4                    PIC 9(02)     VALUE ZERO.
008578 01  WS-DOW-MWORK                 PIC 9(04)     VALUE ZERO.
008580 01  WS-DOW-SUM                   PIC 9(04)     VALUE ZERO.
008582 01  WS-DOW-QUOT                  PIC 9(04)     VALUE ZERO.
008584 01  WS-DAY-OF-WEEK               PIC 9(01)     VALUE ZERO.
008586         88  WS-WEEKEND-DAY           VALUE 0 1.
008588 01  WS-DATE-REFUSAL              PIC X(30)     VALUE SPACES.
008590 01  WS-FORCE-IN                  PIC X(05).
008600 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
008700         88  WS-EOF                   VALUE "Y".
008800         88  WS-NOT-EOF               VALUE "N".
014200 1000-INITIALIZE.
014210         DISPLAY "ENTER BUSINESS DATE TO RECONCILE (YYYYMMDD): ".
014220         ACCEPT WS-RUN-DATE FROM CONSOLE.
014221         OPEN INPUT HOLIDAY-FILE.
014222         IF NOT WS-HOL-OK
014223             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
014224                 WS-HOL-STATUS
014225             MOVE 8 TO RETURN-CODE
014226             STOP RUN
014227         END-IF.
014230         OPEN I-O RUN-CONTROL-FILE.
014240         IF NOT WS-RUN-OK
014250             DISPLAY "RUN CONTROL OPEN FAILED, STATUS: "
024650*THE RUN IS THEN REGISTERED AS STARTED.
024660*----------------------------------------------------------------
024670 7000-CHECK-RUN-CONTROL.
024671         PERFORM 7050-CHECK-BUSINESS-DATE THRU 7050-EXIT.
024671         MOVE "BATCHTRN" TO RC-JOB-ID.
024672         MOVE WS-RUN-DATE TO RC-RUN-DATE.
024673         READ RUN-CONTROL-FILE
024720 7000-EXIT.
024721         EXIT.

024722*----------------------------------------------------------------
024723*7050-CHECK-BUSINESS-DATE - THE BUSINESS DATE MUST BE A WEEKDAY,
024724*NOT A BANK HOLIDAY, AND IN A YEAR WHOSE HOLIDAYS HAVE BEEN
024725*LOADED - OTHERWISE NOTHING SAYS IT IS A BUSINESS DAY.  A DATE
024726*THAT FAILS IS REFUSED UNLESS THE OPERATOR KEYS "FORCE".
024727*----------------------------------------------------------------
024728 7050-CHECK-BUSINESS-DATE.
024729         MOVE SPACES TO WS-DATE-REFUSAL.
024730         MOVE WS-RUN-DATE TO WS-CAL-DATE.
024731         PERFORM 7070-DAY-OF-WEEK THRU 7070-EXIT.
024732         IF WS-WEEKEND-DAY
024733             MOVE "FALLS ON A WEEKEND" TO WS-DATE-REFUSAL
024734         ELSE
024735             MOVE "N" TO WS-HOLIDAY-SWITCH
024736             MOVE WS-CAL-DATE TO HC-DATE
024737             READ HOLIDAY-FILE
024738                 INVALID KEY
024739                     CONTINUE
024740                 NOT INVALID KEY
024741                     SET WS-HOLIDAY-DAY TO TRUE
024742             END-READ
024743             IF WS-HOLIDAY-DAY
024744                 MOVE "IS A BANK HOLIDAY" TO WS-DATE-REFUSAL
024745             END-IF
024746         END-IF.
024747         IF WS-DATE-REFUSAL = SPACES
024748             PERFORM 7060-CHECK-YEAR-LOADED THRU 7060-EXIT
024749         END-IF.
024750         IF WS-DATE-REFUSAL = SPACES
024751             GO TO 7050-EXIT
024752         END-IF.
024753         DISPLAY "BUSINESS DATE " WS-RUN-DATE " " WS-DATE-REFUSAL.
024754         DISPLAY "ENTER FORCE TO RUN FOR THIS DATE: ".
024755         ACCEPT WS-FORCE-IN FROM CONSOLE.
024756         IF WS-FORCE-IN NOT = "FORCE"
024757             DISPLAY "RUN REFUSED - NOT A BUSINESS DATE"
024758             MOVE 8 TO RETURN-CODE
024759             STOP RUN
024760         END-IF.
024761         DISPLAY "BUSINESS DATE FORCED BY OPERATOR: " WS-RUN-DATE.
024762 7050-EXIT.
024763         EXIT.

024764*----------------------------------------------------------------
024765*7060-CHECK-YEAR-LOADED - THE FIRST HOLIDAY ON FILE AT OR AFTER
024766*JANUARY 1 OF THE BUSINESS DATE'S YEAR MUST FALL IN THAT YEAR.
024767*----------------------------------------------------------------
024768 7060-CHECK-YEAR-LOADED.
024769         MOVE WS-CAL-YEAR TO HC-YEAR.
024770         MOVE 01 TO HC-MONTH.
024771         MOVE 01 TO HC-DAY.
024772         START HOLIDAY-FILE
024773             KEY NOT LESS THAN HC-DATE
024774             INVALID KEY
024775                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
024776                     TO WS-DATE-REFUSAL
024777                 GO TO 7060-EXIT
024778         END-START.
024779         READ HOLIDAY-FILE NEXT RECORD
024780             AT END
024781                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
024782                     TO WS-DATE-REFUSAL
024783                 GO TO 7060-EXIT
024784         END-READ.
024785         IF HC-YEAR NOT = WS-CAL-YEAR
024786             MOVE "YEAR NOT ON HOLIDAY CALENDAR"
024787                 TO WS-DATE-REFUSAL
024788         END-IF.
024789 7060-EXIT.
024790         EXIT.

024791*----------------------------------------------------------------
024792*7070-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-CAL-DATE.
024793*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
024794*----------------------------------------------------------------
024795 7070-DAY-OF-WEEK.
024796         MOVE WS-CAL-YEAR TO WS-DOW-YEAR.
024797         MOVE WS-CAL-MONTH TO WS-DOW-MONTH.
024798         IF WS-DOW-MONTH < 3
024799             ADD 12 TO WS-DOW-MONTH
024800             SUBTRACT 1 FROM WS-DOW-YEAR
024801         END-IF.
024802         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
024803             REMAINDER WS-DOW-YY.
024804         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
024805         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
024806         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
024807         COMPUTE WS-DOW-SUM = WS-CAL-DAY + WS-DOW-MWORK
024808             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
024809             + (5 * WS-DOW-CENT).
024810         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
024811             REMAINDER WS-DAY-OF-WEEK.
024812 7070-EXIT.
024813         EXIT.

024722*----------------------------------------------------------------
024723*7100-MARK-RUN-COMPLETE - STAMP THE RUN COMPLETED.
024724*----------------------------------------------------------------
025200         CLOSE TRANSACTION-LOG-FILE.
025300         CLOSE REPORT-FILE.
025350         CLOSE RUN-CONTROL-FILE.
025360         CLOSE HOLIDAY-FILE.
025400 9000-EXIT.
025500         EXIT.
