000900**   DAILY SUSPENSE AGING REPORT.  BROWSES THE SUSPENSE FILE
001000**   AND PRINTS EVERY ITEM STILL OPEN (SUSPENDED OR AMENDED
001100**   BUT NOT YET RECYCLED) WITH ITS REJECT REASON AND THE
001200**   NUMBER OF BUSINESS DAYS IT HAS SAT, FLAGGING ANYTHING
001300**   OLDER THAN THE OPERATOR-KEYED AGE LIMIT.  ENDS RC 4 WHEN
001400**   ANYTHING IS OVER THE LIMIT SO THE OVERNIGHT PRINTOUT GETS
001500**   LOOKED AT.
001510**   WEEKENDS AND BANK HOLIDAYS (THE HOLIDAY CALENDAR) ARE NOT
001520**   COUNTED - AN ITEM SUSPENDED BEFORE A LONG WEEKEND IS NOT
001530**   OVERDUE FOR IT.
001600**--------------------------------------------------------------
001700** MODIFICATION HISTORY.
001800**   2026-09-02  DK  INITIAL VERSION.
001810**   2026-10-13  DK  DAYS IN SUSPENSE ARE BUSINESS DAYS - SKIP
001820**                   WEEKENDS AND HOLIDAYS FROM THE CALENDAR
001830**                   (HOLIDAYS).
001900***************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. SuspenseAging.
003400     SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-RPT-STATUS.
003610     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS DYNAMIC
003640         RECORD KEY IS HC-DATE
003650         FILE STATUS IS WS-HOL-STATUS.

003700 DATA DIVISION.
003800 FILE SECTION.
004000         LABEL RECORDS ARE STANDARD.
004010     COPY SUSPENSE.

004020 FD  HOLIDAY-FILE
004030         LABEL RECORDS ARE STANDARD.
004040     COPY HOLIDAY.

004100 FD  REPORT-FILE
004200         LABEL RECORDS ARE STANDARD
004300         RECORD CONTAINS 133 CHARACTERS.

004900*DAYS-IN-SUSPENSE WORK - THE SUSPENDED DATE IS ROLLED FORWARD
005000*ONE CALENDAR DAY AT A TIME UNTIL IT MEETS THE REVIEW DATE,
005100*COUNTING ONLY BUSINESS DAYS, BOUNDED AT 999 DAYS.
005200 01  WS-AGE-DAYS                  PIC 9(03)     VALUE ZERO.
005300 01  WS-AGE-DATE                  PIC 9(08)     VALUE ZERO.
005400 01  WS-AGE-DATE-PARTS REDEFINES WS-AGE-DATE.
005800 01  WS-MONTH-END-DAY             PIC 9(02)     VALUE ZERO.
005900 01  WS-YEAR-QUOT                 PIC 9(04)     VALUE ZERO.
006000 01  WS-YEAR-REM                  PIC 9(04)     VALUE ZERO.
006007*DAY-OF-WEEK WORK FIELDS (ZELLER) - 0 = SATURDAY, 1 = SUNDAY.
006014 01  WS-DOW-YEAR                  PIC 9(04)     VALUE ZERO.
006021 01  WS-DOW-MONTH                 PIC 9(02)     VALUE ZERO.
006028 01  WS-DOW-CENT                  PIC 9(02)     VALUE ZERO.
006035 01  WS-DOW-YY                    PIC 9(02)     VALUE ZERO.
006042 01  WS-DOW-K4                    PIC 9(02)     VALUE ZERO.
006049 01  WS-DOW-J4                    PIC 9(02)     VALUE ZERO.
006056 01  WS-DOW-MWORK                 PIC 9(04)     VALUE ZERO.
006063 01  WS-DOW-SUM                   PIC 9(04)     VALUE ZERO.
006070 01  WS-DOW-QUOT                  PIC 9(04)     VALUE ZERO.
006077 01  WS-DAY-OF-WEEK               PIC 9(01)     VALUE ZERO.
006084         88  WS-WEEKEND-DAY           VALUE 0 1.

006100*RUN COUNTS.
006200 01  WS-OPEN-COUNT                PIC 9(07)     VALUE ZERO COMP.
006800         88  WS-RPT-OK                VALUE "00".
006900 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
007000         88  WS-EOF                   VALUE "Y".
007010 01  WS-HOL-STATUS                PIC X(02).
007020         88  WS-HOL-OK                VALUE "00".
007030 01  WS-BUSINESS-DAY-SWITCH       PIC X(01)     VALUE "N".
007040         88  WS-BUSINESS-DAY          VALUE "Y".

007100*REPORT LINE LAYOUTS.
007200 01  RPT-HEADING-1.
012100 1000-INITIALIZE.
012200         DISPLAY "ENTER REVIEW DATE (YYYYMMDD): ".
012300         ACCEPT WS-RUN-DATE FROM CONSOLE.
012400         DISPLAY "ENTER AGE LIMIT IN BUSINESS DAYS: ".
012500         ACCEPT WS-AGE-LIMIT FROM CONSOLE.
012600         OPEN INPUT SUSPENSE-FILE.
012700         IF NOT WS-SUSP-OK
013700             MOVE 8 TO RETURN-CODE
013800             STOP RUN
013900         END-IF.
013910         OPEN INPUT HOLIDAY-FILE.
013920         IF NOT WS-HOL-OK
013930             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
013940                 WS-HOL-STATUS
013950             MOVE 8 TO RETURN-CODE
013960             STOP RUN
013970         END-IF.
014000         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
014100         MOVE WS-AGE-LIMIT TO RPT-HEAD-LIMIT.
014200         WRITE REPORT-RECORD FROM RPT-HEADING-1.
017200         EXIT.

017300*----------------------------------------------------------------
017400*2100-COUNT-DAYS - BUSINESS DAYS FROM THE SUSPENDED DATE TO THE
017500*REVIEW DATE, BOUNDED AT 999.
017600*----------------------------------------------------------------
017700 2100-COUNT-DAYS.
018400         EXIT.

018500*----------------------------------------------------------------
018600*2110-ADD-ONE-DAY - ROLL WS-AGE-DATE FORWARD ONE CALENDAR DAY,
018700*COUNTING IT ONLY WHEN IT IS A BUSINESS DAY.  FEBRUARY GETS 29
018800*IN A LEAP YEAR - DIVISIBLE BY 4, CENTURIES ONLY WHEN
018810*DIVISIBLE BY 400.
018900*----------------------------------------------------------------
019000 2110-ADD-ONE-DAY.
019100         EVALUATE WS-AGE-MONTH
022600                 ADD 1 TO WS-AGE-YEAR
022700             END-IF
022800         END-IF.
022900         PERFORM 2120-CHECK-BUSINESS-DAY THRU 2120-EXIT.
022910         IF WS-BUSINESS-DAY
022920             ADD 1 TO WS-AGE-DAYS
022930         END-IF.
023000 2110-EXIT.
023100         EXIT.

023102*----------------------------------------------------------------
023104*2120-CHECK-BUSINESS-DAY - WS-AGE-DATE IS A BUSINESS DAY WHEN IT
023106*IS A WEEKDAY AND NOT ON THE BANK HOLIDAY CALENDAR.
023108*----------------------------------------------------------------
023110 2120-CHECK-BUSINESS-DAY.
023112         MOVE "N" TO WS-BUSINESS-DAY-SWITCH.
023114         PERFORM 2130-DAY-OF-WEEK THRU 2130-EXIT.
023116         IF WS-WEEKEND-DAY
023118             GO TO 2120-EXIT
023120         END-IF.
023122         MOVE WS-AGE-DATE TO HC-DATE.
023124         READ HOLIDAY-FILE
023126             INVALID KEY
023128                 SET WS-BUSINESS-DAY TO TRUE
023130             NOT INVALID KEY
023132                 CONTINUE
023134         END-READ.
023136 2120-EXIT.
023138         EXIT.

023140*----------------------------------------------------------------
023142*2130-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-AGE-DATE.
023144*RESULT: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY.
023146*----------------------------------------------------------------
023148 2130-DAY-OF-WEEK.
023150         MOVE WS-AGE-YEAR TO WS-DOW-YEAR.
023152         MOVE WS-AGE-MONTH TO WS-DOW-MONTH.
023154         IF WS-DOW-MONTH < 3
023156             ADD 12 TO WS-DOW-MONTH
023158             SUBTRACT 1 FROM WS-DOW-YEAR
023160         END-IF.
023162         DIVIDE WS-DOW-YEAR BY 100 GIVING WS-DOW-CENT
023164             REMAINDER WS-DOW-YY.
023166         COMPUTE WS-DOW-MWORK = (13 * (WS-DOW-MONTH + 1)) / 5.
023168         DIVIDE WS-DOW-YY BY 4 GIVING WS-DOW-K4.
023170         DIVIDE WS-DOW-CENT BY 4 GIVING WS-DOW-J4.
023172         COMPUTE WS-DOW-SUM = WS-AGE-DAY + WS-DOW-MWORK
023174             + WS-DOW-YY + WS-DOW-K4 + WS-DOW-J4
023176             + (5 * WS-DOW-CENT).
023178         DIVIDE WS-DOW-SUM BY 7 GIVING WS-DOW-QUOT
023180             REMAINDER WS-DAY-OF-WEEK.
023182 2130-EXIT.
023184         EXIT.


023200*----------------------------------------------------------------
023300*2200-PRINT-DETAIL - ONE REPORT LINE, FLAGGED WHEN THE ITEM HAS
023400*SAT PAST THE AGE LIMIT.
028400 9000-TERMINATE.
028500         CLOSE SUSPENSE-FILE.
028600         CLOSE REPORT-FILE.
028610         CLOSE HOLIDAY-FILE.
028700 9000-EXIT.
028800         EXIT.
