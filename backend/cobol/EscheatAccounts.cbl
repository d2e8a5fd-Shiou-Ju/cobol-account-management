000100***************************************************************
000200** PROGRAM-ID : EscheatAccounts
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-22
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   PERIODIC ESCHEATMENT (UNCLAIMED PROPERTY) RUN, BUILT ON
001000**   WHAT FlagDormant LEAVES BEHIND.  BROWSES THE ACCOUNT
001100**   MASTER FOR ACCOUNTS FLAGGED DORMANT THAT STILL CARRY A
001200**   BALANCE, AND READS EACH ONE'S OWN ACCOUNT HISTORY FOR ITS
001300**   LAST CUSTOMER-INITIATED ACTIVITY, THE SAME WAY THE
001400**   DORMANCY REVIEW DOES.  AN ACCOUNT WHOSE LAST ACTIVITY IS
001500**   OLDER THAN THE STATE HOLDING PERIOD KEYED AT STEP START
001600**   IS ESCHEATED: THE WHOLE BALANCE IS DEBITED UNDER THE
001700**   ESCHEAT LOG TYPE (WHICH ExtractLedger CARRIES TO THE GL
001800**   FOR THE UNCLAIMED PROPERTY LIABILITY), THE ACCOUNT IS
001900**   CLOSED AND THE CLOSURE LOGGED, AND THE OWNER'S NAME,
002000**   ADDRESS AND TAX ID ARE TAKEN FROM THE CUSTOMER MASTER
002100**   ONTO THE FILING EXTRACT.  THE EXTRACT IS WRITTEN GROUPED
002200**   BY THE OWNER'S STATE - ONE FILING PER STATE, EACH WITH A
002300**   HEADER AND A TRAILER OF COUNT AND TOTAL - FROM A WORK
002400**   FILE OF THE RUN'S DETAIL, SO NO STATE EVER NEEDS SORTING.
002500**   AN ACCOUNT THAT CANNOT BE FILED PROPERLY IS NOT ESCHEATED
002600**   BLIND - NO CUSTOMER LINK, AN OWNER NOT ON THE CUSTOMER
002700**   MASTER OR WITH NO STATE, NO ACTIVITY DATE ON FILE TO
002800**   PROVE THE HOLDING PERIOD, OR DEPOSIT HOLDS STILL OPEN -
002900**   IT IS LEFT UNTOUCHED AND LISTED ON THE RESEARCH REPORT,
003000**   AND THE STEP ENDS RC 4.  THE ESCHEATMENT REGISTER LISTS
003100**   EVERY ACCOUNT ESCHEATED WITH THE PER-STATE FILING TOTALS.
003200**   THE RUN REGISTERS ON THE SHARED RUN-CONTROL FILE BY
003300**   BUSINESS DATE, SO A DATE ALREADY RUN IS REFUSED UNLESS
003400**   THE OPERATOR KEYS THE RERUN OVERRIDE.
003500**--------------------------------------------------------------
003600** MODIFICATION HISTORY.
003700**   2026-09-22  DK  INITIAL VERSION.
003701**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON EVERY LOG
003702**                   ENTRY WRITTEN - NO LIMIT APPLIES HERE.
003800***************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. EscheatAccounts.
004100 AUTHOR. D. KOWALSKI.
004200 INSTALLATION. MIDSTATE-SAVINGS-DP.
004300 DATE-WRITTEN. 2026-09-22.
004400 DATE-COMPILED.

004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS AM-ACCOUNT-NO
005200         ALTERNATE RECORD KEY IS AM-USER
005300             WITH DUPLICATES
005400         FILE STATUS IS WS-ACCT-STATUS.
005500     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CM-CUSTOMER-NO
005900         ALTERNATE RECORD KEY IS CM-NAME
006000             WITH DUPLICATES
006100         FILE STATUS IS WS-CUST-STATUS.
006200     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS AH-KEY
006600         FILE STATUS IS WS-HIST-STATUS.
006700     SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-LOG-STATUS.
007000     SELECT ESCHEAT-WORK-FILE ASSIGN TO "ESCHWORK"
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-WORK-STATUS.
007300     SELECT ESCHEAT-EXTRACT-FILE ASSIGN TO "ESCHEXT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-EXT-STATUS.
007600     SELECT REPORT-FILE ASSIGN TO "ESCHRPT"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-RPT-STATUS.
007900     SELECT RESEARCH-FILE ASSIGN TO "ESCHRSCH"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-RSCH-STATUS.
008200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS RC-KEY
008600         FILE STATUS IS WS-RUN-STATUS.

008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  ACCOUNT-MASTER-FILE
009000         LABEL RECORDS ARE STANDARD.
009100     COPY ACCTMSTR.

009200 FD  CUSTOMER-MASTER-FILE
009300         LABEL RECORDS ARE STANDARD.
009400     COPY CUSTMSTR.

009500 FD  ACCOUNT-HISTORY-FILE
009600         LABEL RECORDS ARE STANDARD.
009700     COPY ACCTHIST.

009800 FD  TRANSACTION-LOG-FILE
009900         LABEL RECORDS ARE STANDARD.
010000     COPY TRANLOG.

010100 FD  ESCHEAT-WORK-FILE
010200         LABEL RECORDS ARE STANDARD.
010300     COPY ESCHEXT REPLACING ==ESCHEAT-EXTRACT-RECORD==
010400                         BY ==ESCHEAT-WORK-RECORD==
010500                         LEADING ==EX== BY ==EW==.

010600 FD  ESCHEAT-EXTRACT-FILE
010700         LABEL RECORDS ARE STANDARD.
010800     COPY ESCHEXT.

010900 FD  REPORT-FILE
011000         LABEL RECORDS ARE STANDARD
011100         RECORD CONTAINS 133 CHARACTERS.
011200 01  REPORT-RECORD               PIC X(133).

011300 FD  RESEARCH-FILE
011400         LABEL RECORDS ARE STANDARD
011500         RECORD CONTAINS 133 CHARACTERS.
011600 01  RESEARCH-RECORD             PIC X(133).

011700 FD  RUN-CONTROL-FILE
011800         LABEL RECORDS ARE STANDARD.
011900     COPY RUNCTL.

012000 WORKING-STORAGE SECTION.
012100*TRANSACTION WORK AREA - ONE LOG ENTRY AT A TIME.
012200     COPY TRANDATA.

012300*LAST CUSTOMER ACTIVITY FOUND FOR THE ACCOUNT IN HAND.
012400 01  WS-LAST-DATE                 PIC 9(08)     VALUE ZERO.
012500 01  WS-ACTIVITY-SWITCH           PIC X(01)     VALUE "N".
012600         88  WS-ACTIVITY-FOUND        VALUE "Y".
012700*BALANCE BEING ESCHEATED FROM THE ACCOUNT IN HAND.
012800 01  WS-ESCHEAT-AMOUNT            PIC 9(10)V99  VALUE ZERO.
012900*WHY THE ACCOUNT IN HAND IS HELD BACK - SPACES IF IT IS NOT.
013000 01  WS-HOLD-REASON               PIC X(30)     VALUE SPACES.

013100*BUSINESS DATE, THE HOLDING PERIOD KEYED WITH IT, AND THE
013200*CUTOFF DATE DERIVED FROM THE TWO - LAST ACTIVITY ON OR
013300*BEFORE THE CUTOFF HAS RUN THE FULL HOLDING PERIOD.
013400 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
013500 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
013600         05  WS-RUN-YEAR          PIC 9(04).
013700         05  WS-RUN-MONTH-DAY     PIC 9(04).
013800 01  WS-HOLD-YEARS                PIC 9(02)     VALUE ZERO.
013900 01  WS-CUTOFF-DATE               PIC 9(08)     VALUE ZERO.

014000*ONE ROW PER OWNER STATE SEEN THIS RUN, IN THE ORDER FIRST
014100*SEEN - THE EXTRACT IS WRITTEN ONE STATE'S FILING AT A TIME BY
014200*WALKING THIS TABLE AND PASSING THE WORK FILE FOR EACH ROW.
014300 01  WS-STATE-TABLE.
014400         05  WS-STATE-ENTRY OCCURS 60 TIMES
014500                         INDEXED BY ST-IDX.
014600             10  ST-CODE              PIC X(02).
014700             10  ST-COUNT             PIC 9(07) COMP.
014800             10  ST-TOTAL             PIC 9(12)V99.
014900 01  WS-STATE-COUNT               PIC 9(03)     VALUE ZERO COMP.
015000 01  WS-STATE-MAX                 PIC 9(03)     VALUE 60 COMP.

015100*RUN TOTALS.
015200 01  WS-ACCOUNT-COUNT             PIC 9(07)     VALUE ZERO COMP.
015300 01  WS-ESCHEAT-COUNT             PIC 9(07)     VALUE ZERO COMP.
015400 01  WS-RESEARCH-COUNT            PIC 9(07)     VALUE ZERO COMP.
015500 01  WS-NOT-DUE-COUNT             PIC 9(07)     VALUE ZERO COMP.
015600 01  WS-FAIL-COUNT                PIC 9(07)     VALUE ZERO COMP.
015700 01  WS-TOTAL-ESCHEATED           PIC 9(12)V99  VALUE ZERO.
015800 01  WS-TOTAL-RESEARCH            PIC 9(12)V99  VALUE ZERO.

015900*FILE STATUS AND SWITCHES.
016000 01  WS-ACCT-STATUS               PIC X(02).
016100         88  WS-ACCT-OK               VALUE "00".
016200 01  WS-CUST-STATUS               PIC X(02).
016300         88  WS-CUST-OK               VALUE "00".
016400 01  WS-HIST-STATUS               PIC X(02).
016500         88  WS-HIST-OK               VALUE "00".
016600 01  WS-LOG-STATUS                PIC X(02).
016700         88  WS-LOG-OK                VALUE "00".
016800 01  WS-WORK-STATUS               PIC X(02).
016900         88  WS-WORK-OK               VALUE "00".
017000 01  WS-EXT-STATUS                PIC X(02).
017100         88  WS-EXT-OK                VALUE "00".
017200 01  WS-RPT-STATUS                PIC X(02).
017300         88  WS-RPT-OK                VALUE "00".
017400 01  WS-RSCH-STATUS               PIC X(02).
017500         88  WS-RSCH-OK               VALUE "00".
017600 01  WS-RUN-STATUS                PIC X(02).
017700         88  WS-RUN-OK                VALUE "00".
017800*RETRIES WHEN A HISTORY WRITE HITS A DUPLICATE KEY.
017900 01  WS-HIST-TRIES                PIC 9(03)     VALUE ZERO.
018000*OPERATOR REPLY WHEN THE DATE WAS ALREADY RUN.
018100 01  WS-RERUN-IN                  PIC X(05).
018200 01  WS-ACCT-EOF-SWITCH           PIC X(01)     VALUE "N".
018300         88  WS-ACCT-EOF              VALUE "Y".
018400 01  WS-HIST-EOF-SWITCH           PIC X(01)     VALUE "N".
018500         88  WS-HIST-EOF              VALUE "Y".
018600 01  WS-WORK-EOF-SWITCH           PIC X(01)     VALUE "N".
018700         88  WS-WORK-EOF              VALUE "Y".
018800 01  WS-POST-SWITCH               PIC X(01)     VALUE "N".
018900         88  WS-POST-OK               VALUE "Y".

019000*REPORT LINE LAYOUTS - THE REGISTER AND THE RESEARCH LIST
019100*SHARE THE DETAIL LINE.
019200 01  RPT-HEADING-1.
019300         05  FILLER  PIC X(24) VALUE
019400             "ESCHEATMENT REGISTER".
019500         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
019600         05  RPT-HEAD-DATE        PIC 9(08).
019700         05  FILLER  PIC X(04) VALUE SPACES.
019800         05  FILLER  PIC X(16) VALUE "HOLDING PERIOD:".
019900         05  RPT-HEAD-YEARS       PIC Z9.
020000         05  FILLER  PIC X(06) VALUE " YEARS".
020100 01  RSCH-HEADING-1.
020200         05  FILLER  PIC X(34) VALUE
020300             "ESCHEATMENT - HELD FOR RESEARCH".
020400         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
020500         05  RSCH-HEAD-DATE       PIC 9(08).
020600 01  RPT-HEADING-2.
020700         05  FILLER  PIC X(14) VALUE "ACCOUNT NO".
020800         05  FILLER  PIC X(09) VALUE "CUST NO".
020900         05  FILLER  PIC X(22) VALUE "OWNER NAME".
021000         05  FILLER  PIC X(04) VALUE "ST".
021100         05  FILLER  PIC X(18) VALUE "AMOUNT".
021200         05  FILLER  PIC X(12) VALUE "LAST ACTIV".
021300         05  FILLER  PIC X(30) VALUE "DISPOSITION".
021400 01  RPT-DETAIL-LINE.
021500         05  RPT-ACCOUNT          PIC 9(10).
021600         05  FILLER               PIC X(04) VALUE SPACES.
021700         05  RPT-CUSTOMER         PIC 9(06).
021800         05  FILLER               PIC X(03) VALUE SPACES.
021900         05  RPT-NAME             PIC X(20).
022000         05  FILLER               PIC X(02) VALUE SPACES.
022100         05  RPT-STATE            PIC X(02).
022200         05  FILLER               PIC X(02) VALUE SPACES.
022300         05  RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
022400         05  FILLER               PIC X(02) VALUE SPACES.
022500         05  RPT-LAST-DATE        PIC X(12).
022600         05  RPT-DISPOSITION      PIC X(30).
022700 01  RPT-STATE-LINE.
022800         05  FILLER               PIC X(14) VALUE
022900             "STATE FILING".
023000         05  RPT-ST-CODE          PIC X(02).
023100         05  FILLER               PIC X(04) VALUE SPACES.
023200         05  RPT-ST-COUNT         PIC ZZZ,ZZ9.
023300         05  FILLER               PIC X(08) VALUE " ITEMS  ".
023400         05  RPT-ST-TOTAL         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
023500 01  RPT-COUNT-LINE.
023600         05  RPT-COUNT-LABEL      PIC X(30).
023700         05  RPT-COUNT-VALUE      PIC ZZZ,ZZ9.
023800 01  RPT-AMOUNT-LINE.
023900         05  RPT-AMOUNT-LABEL     PIC X(30).
024000         05  RPT-AMOUNT-VALUE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

024100 PROCEDURE DIVISION.

024200*----------------------------------------------------------------
024300*0000-MAIN-PROCESS.
024400*----------------------------------------------------------------
024500 0000-MAIN-PROCESS.
024600         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
024800             UNTIL WS-ACCT-EOF.
024900         PERFORM 6000-WRITE-EXTRACT THRU 6000-EXIT.
025000         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
025100         PERFORM 9000-TERMINATE THRU 9000-EXIT.
025200         STOP RUN.

025300*----------------------------------------------------------------
025400*1000-INITIALIZE - GET THE BUSINESS DATE AND HOLDING PERIOD,
025500*DERIVE THE CUTOFF, REGISTER THE RUN, OPEN FILES, PRINT
025600*HEADINGS, PRIME THE MASTER BROWSE.
025700*----------------------------------------------------------------
025800 1000-INITIALIZE.
025900         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
026000         ACCEPT WS-RUN-DATE FROM CONSOLE.
026100         DISPLAY "ENTER STATE HOLDING PERIOD IN YEARS: ".
026200         ACCEPT WS-HOLD-YEARS FROM CONSOLE.
026300         IF WS-HOLD-YEARS = ZERO
026310                 OR WS-HOLD-YEARS NOT < WS-RUN-YEAR
026400             DISPLAY "RUN REFUSED - HOLDING PERIOD NOT VALID: "
026500                 WS-HOLD-YEARS
026600             MOVE 8 TO RETURN-CODE
026700             STOP RUN
026800         END-IF.
026900         COMPUTE WS-CUTOFF-DATE =
027000             (WS-RUN-YEAR - WS-HOLD-YEARS) * 10000
027100                 + WS-RUN-MONTH-DAY.
027200         OPEN I-O RUN-CONTROL-FILE.
027300         IF NOT WS-RUN-OK
027400             DISPLAY "RUN CONTROL OPEN FAILED, STATUS: "
027500                 WS-RUN-STATUS
027600             MOVE 8 TO RETURN-CODE
027700             STOP RUN
027800         END-IF.
027900         PERFORM 7000-CHECK-RUN-CONTROL THRU 7000-EXIT.
028000         OPEN I-O ACCOUNT-MASTER-FILE.
028100         IF NOT WS-ACCT-OK
028200             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
028300                 WS-ACCT-STATUS
028400             MOVE 8 TO RETURN-CODE
028500             STOP RUN
028600         END-IF.
028700         OPEN INPUT CUSTOMER-MASTER-FILE.
028800         IF NOT WS-CUST-OK
028900             DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS: "
029000                 WS-CUST-STATUS
029100             MOVE 8 TO RETURN-CODE
029200             STOP RUN
029300         END-IF.
029400         OPEN I-O ACCOUNT-HISTORY-FILE.
029500         IF NOT WS-HIST-OK
029600             DISPLAY "ACCOUNT HISTORY OPEN FAILED, STATUS: "
029700                 WS-HIST-STATUS
029800             MOVE 8 TO RETURN-CODE
029900             STOP RUN
030000         END-IF.
030100         OPEN EXTEND TRANSACTION-LOG-FILE.
030200         IF NOT WS-LOG-OK
030300             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
030400                 WS-LOG-STATUS
030500             MOVE 8 TO RETURN-CODE
030600             STOP RUN
030700         END-IF.
030800         OPEN OUTPUT ESCHEAT-WORK-FILE.
030900         IF NOT WS-WORK-OK
031000             DISPLAY "ESCHEAT WORK FILE OPEN FAILED, STATUS: "
031100                 WS-WORK-STATUS
031200             MOVE 8 TO RETURN-CODE
031300             STOP RUN
031400         END-IF.
031500         OPEN OUTPUT ESCHEAT-EXTRACT-FILE.
031600         IF NOT WS-EXT-OK
031700             DISPLAY "ESCHEAT EXTRACT OPEN FAILED, STATUS: "
031800                 WS-EXT-STATUS
031900             MOVE 8 TO RETURN-CODE
032000             STOP RUN
032100         END-IF.
032200         OPEN OUTPUT REPORT-FILE.
032300         IF NOT WS-RPT-OK
032400             DISPLAY "REPORT FILE OPEN FAILED, STATUS: "
032500                 WS-RPT-STATUS
032600             MOVE 8 TO RETURN-CODE
032700             STOP RUN
032800         END-IF.
032900         OPEN OUTPUT RESEARCH-FILE.
033000         IF NOT WS-RSCH-OK
033100             DISPLAY "RESEARCH REPORT OPEN FAILED, STATUS: "
033200                 WS-RSCH-STATUS
033300             MOVE 8 TO RETURN-CODE
033400             STOP RUN
033500         END-IF.
033600         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
033700         MOVE WS-HOLD-YEARS TO RPT-HEAD-YEARS.
033800         WRITE REPORT-RECORD FROM RPT-HEADING-1.
033900         IF NOT WS-RPT-OK
034000             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
034100         END-IF.
034200         WRITE REPORT-RECORD FROM RPT-HEADING-2.
034300         IF NOT WS-RPT-OK
034400             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
034500         END-IF.
034600         MOVE WS-RUN-DATE TO RSCH-HEAD-DATE.
034700         WRITE RESEARCH-RECORD FROM RSCH-HEADING-1.
034800         IF NOT WS-RSCH-OK
034900             DISPLAY "RESEARCH WRITE FAILED, STATUS: "
035000                 WS-RSCH-STATUS
035100         END-IF.
035200         WRITE RESEARCH-RECORD FROM RPT-HEADING-2.
035300         IF NOT WS-RSCH-OK
035400             DISPLAY "RESEARCH WRITE FAILED, STATUS: "
035500                 WS-RSCH-STATUS
035600         END-IF.
035700         PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.
035800 1000-EXIT.
035900         EXIT.

036000 1200-READ-ACCOUNT.
036100         READ ACCOUNT-MASTER-FILE NEXT RECORD
036200             AT END
036300                 SET WS-ACCT-EOF TO TRUE
036400         END-READ.
036500 1200-EXIT.
036600         EXIT.

036700*----------------------------------------------------------------
036800*1300-FIND-LAST-ACTIVITY - BROWSE THE ACCOUNT'S OWN HISTORY
036900*ENTRIES FOR ITS LATEST CUSTOMER-INITIATED ACTIVITY, COUNTING
037000*THE SAME TYPES THE DORMANCY REVIEW COUNTS.
037100*----------------------------------------------------------------
037200 1300-FIND-LAST-ACTIVITY.
037300         MOVE ZERO TO WS-LAST-DATE.
037400         MOVE "N" TO WS-ACTIVITY-SWITCH.
037500         MOVE "N" TO WS-HIST-EOF-SWITCH.
037600         MOVE AM-ACCOUNT-NO TO AH-ACCOUNT.
037700         MOVE ZERO TO AH-DATE.
037800         MOVE ZERO TO AH-TIME.
037900         START ACCOUNT-HISTORY-FILE
038000             KEY NOT LESS THAN AH-KEY
038100             INVALID KEY
038200                 GO TO 1300-EXIT
038300         END-START.
038400         PERFORM 1310-NOTE-ENTRY THRU 1310-EXIT
038500             UNTIL WS-HIST-EOF.
038600 1300-EXIT.
038700         EXIT.

038800 1310-NOTE-ENTRY.
038900         READ ACCOUNT-HISTORY-FILE NEXT RECORD
039000             AT END
039100                 SET WS-HIST-EOF TO TRUE
039200                 GO TO 1310-EXIT
039300         END-READ.
039400         IF AH-ACCOUNT NOT = AM-ACCOUNT-NO
039500             SET WS-HIST-EOF TO TRUE
039600             GO TO 1310-EXIT
039700         END-IF.
039800         IF AH-TYPE = "DEPOSIT"
039900                 OR AH-TYPE = "WITHDRAW"
040000                 OR AH-TYPE = "TRANSFER-OUT"
040100                 OR AH-TYPE = "TRANSFER-IN"
040200                 OR AH-TYPE = "ACCT-OPEN"
040300             IF AH-DATE > WS-LAST-DATE
040400                 MOVE AH-DATE TO WS-LAST-DATE
040500             END-IF
040600             SET WS-ACTIVITY-FOUND TO TRUE
040700         END-IF.
040800 1310-EXIT.
040900         EXIT.

041000*----------------------------------------------------------------
041100*2000-PROCESS-ACCOUNT - ONE MASTER RECORD.  ONLY A DORMANT
041200*ACCOUNT WITH A BALANCE IS A CANDIDATE; ONE WHOSE LAST
041300*ACTIVITY IS INSIDE THE HOLDING PERIOD IS NOT YET DUE.  A DUE
041400*ACCOUNT IS CHECKED FOR EVERYTHING THE FILING NEEDS BEFORE ANY
041500*MONEY MOVES - ANYTHING MISSING HOLDS IT BACK FOR RESEARCH.
041600*----------------------------------------------------------------
041700 2000-PROCESS-ACCOUNT.
041800         ADD 1 TO WS-ACCOUNT-COUNT.
041900         IF NOT AM-STATUS-DORMANT OR AM-BALANCE = ZERO
042000             GO TO 2000-NEXT
042100         END-IF.
042200         MOVE AM-BALANCE TO WS-ESCHEAT-AMOUNT.
042210         PERFORM 1300-FIND-LAST-ACTIVITY THRU 1300-EXIT.
042300         IF WS-ACTIVITY-FOUND AND WS-LAST-DATE > WS-CUTOFF-DATE
042400             ADD 1 TO WS-NOT-DUE-COUNT
042500             GO TO 2000-NEXT
042600         END-IF.
042700         PERFORM 2100-CHECK-FILING THRU 2100-EXIT.
042800         IF WS-HOLD-REASON NOT = SPACES
042900             PERFORM 3100-PRINT-RESEARCH THRU 3100-EXIT
043000             GO TO 2000-NEXT
043100         END-IF.
043200         PERFORM 2200-POST-ESCHEAT THRU 2200-EXIT.
043300         IF NOT WS-POST-OK
043400             GO TO 2000-NEXT
043500         END-IF.
043600         PERFORM 2300-WRITE-WORK THRU 2300-EXIT.
043700         MOVE "ESCHEATED - ACCOUNT CLOSED" TO RPT-DISPOSITION.
043800         PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT.
043900         ADD 1 TO WS-ESCHEAT-COUNT.
044000         ADD WS-ESCHEAT-AMOUNT TO WS-TOTAL-ESCHEATED.
044100 2000-NEXT.
044200         PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.
044300 2000-EXIT.
044400         EXIT.

044500*----------------------------------------------------------------
044600*2100-CHECK-FILING - EVERYTHING THE STATE FILING NEEDS, TESTED
044700*UP FRONT.  LEAVES THE OWNER'S CUSTOMER RECORD IN THE FILE
044800*AREA AND THE OWNER'S STATE ROW SET IN ST-IDX WHEN THE ACCOUNT
044900*CAN GO, OR THE REASON IT CANNOT IN WS-HOLD-REASON.
045000*----------------------------------------------------------------
045100 2100-CHECK-FILING.
045200         MOVE SPACES TO WS-HOLD-REASON.
045300         MOVE SPACES TO CUSTOMER-MASTER-RECORD.
045400         IF NOT WS-ACTIVITY-FOUND
045500             MOVE "HELD - NO ACTIVITY DATE" TO WS-HOLD-REASON
045600             GO TO 2100-EXIT
045700         END-IF.
045800         IF AM-HOLD-AMOUNT > ZERO
045900             MOVE "HELD - DEPOSIT HOLDS OPEN" TO WS-HOLD-REASON
046000             GO TO 2100-EXIT
046100         END-IF.
046200         IF AM-CUSTOMER-NO = ZERO
046300             MOVE "HELD - NO CUSTOMER LINK" TO WS-HOLD-REASON
046400             GO TO 2100-EXIT
046500         END-IF.
046600         MOVE AM-CUSTOMER-NO TO CM-CUSTOMER-NO.
046700         READ CUSTOMER-MASTER-FILE
046800             INVALID KEY
046900                 MOVE SPACES TO CUSTOMER-MASTER-RECORD
047000                 MOVE "HELD - CUSTOMER NOT ON FILE"
047100                     TO WS-HOLD-REASON
047200                 GO TO 2100-EXIT
047300         END-READ.
047400         IF CM-STATE = SPACES
047500             MOVE "HELD - NO OWNER STATE" TO WS-HOLD-REASON
047600             GO TO 2100-EXIT
047700         END-IF.
047800         SET ST-IDX TO 1.
047900         SEARCH WS-STATE-ENTRY
048000             AT END
048100                 PERFORM 2110-ADD-STATE THRU 2110-EXIT
048200             WHEN ST-IDX > WS-STATE-COUNT
048300                 PERFORM 2110-ADD-STATE THRU 2110-EXIT
048400             WHEN ST-CODE (ST-IDX) = CM-STATE
048500                 CONTINUE
048600         END-SEARCH.
048700 2100-EXIT.
048800         EXIT.

048900*----------------------------------------------------------------
049000*2110-ADD-STATE - FIRST ACCOUNT FOR A STATE: OPEN ITS ROW.  A
049100*FULL TABLE HOLDS THE ACCOUNT BACK RATHER THAN FILE IT
049200*UNGROUPED.
049300*----------------------------------------------------------------
049400 2110-ADD-STATE.
049500         IF WS-STATE-COUNT NOT < WS-STATE-MAX
049600             MOVE "HELD - STATE TABLE FULL" TO WS-HOLD-REASON
049700             GO TO 2110-EXIT
049800         END-IF.
049900         ADD 1 TO WS-STATE-COUNT.
050000         SET ST-IDX TO WS-STATE-COUNT.
050100         MOVE CM-STATE TO ST-CODE (ST-IDX).
050200         MOVE ZERO TO ST-COUNT (ST-IDX).
050300         MOVE ZERO TO ST-TOTAL (ST-IDX).
050400 2110-EXIT.
050500         EXIT.

050600*----------------------------------------------------------------
050700*2200-POST-ESCHEAT - DEBIT THE WHOLE BALANCE UNDER THE ESCHEAT
050800*TYPE AND CLOSE THE ACCOUNT IN ONE REWRITE, THEN LOG THE
050900*TRANSFER AND THE CLOSURE AS TWO ENTRIES, THE WAY A TELLER
051000*CLOSE AFTER A PAYOUT WOULD READ.  A FAILED REWRITE MOVES
051100*NOTHING AND IS LOGGED AS REJECTED.
051200*----------------------------------------------------------------
051300 2200-POST-ESCHEAT.
051400         MOVE "N" TO WS-POST-SWITCH.
051600         MOVE AM-ACCOUNT-NO TO T-Account.
051700         MOVE AM-USER TO T-User.
051800         MOVE "ESCHEAT" TO T-Type.
051900         MOVE WS-ESCHEAT-AMOUNT TO T-Transaction.
052000         MOVE AM-BALANCE TO T-CurrentBalance.
052100         MOVE ZERO TO AM-BALANCE.
052200         MOVE "C" TO AM-STATUS.
052300         REWRITE ACCOUNT-MASTER-RECORD
052400             INVALID KEY
052500                 DISPLAY "REWRITE FAILED FOR ACCOUNT: " T-Account
052600                 MOVE T-CurrentBalance TO AM-BALANCE
052700                 MOVE T-CurrentBalance TO T-Result
052800                 MOVE "REJECTED-UPDATE-FAILED" TO T-Status
052900                 PERFORM 5000-WRITE-LOG THRU 5000-EXIT
053000                 MOVE "NOT TAKEN - UPDATE FAILED"
053100                     TO RPT-DISPOSITION
053200                 PERFORM 3000-PRINT-DETAIL THRU 3000-EXIT
053300                 ADD 1 TO WS-FAIL-COUNT
053400                 GO TO 2200-EXIT
053500         END-REWRITE.
053600         MOVE ZERO TO T-Result.
053700         MOVE "POSTED" TO T-Status.
053800         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
053900         MOVE "ACCT-CLOSE" TO T-Type.
054000         MOVE ZERO TO T-Transaction.
054100         MOVE ZERO TO T-CurrentBalance.
054200         MOVE ZERO TO T-Result.
054300         MOVE "POSTED" TO T-Status.
054400         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
054500         SET WS-POST-OK TO TRUE.
054600 2200-EXIT.
054700         EXIT.

054800*----------------------------------------------------------------
054900*2300-WRITE-WORK - ONE UNGROUPED FILING DETAIL FOR THE ACCOUNT
055000*JUST ESCHEATED, AND ITS STATE'S RUNNING COUNT AND TOTAL.
055100*----------------------------------------------------------------
055200 2300-WRITE-WORK.
055300         MOVE SPACES TO ESCHEAT-WORK-RECORD.
055400         MOVE "D" TO EW-REC-TYPE.
055500         MOVE CM-STATE TO EW-STATE.
055600         MOVE WS-RUN-DATE TO EW-RUN-DATE.
055700         MOVE AM-ACCOUNT-NO TO EW-ACCOUNT-NO.
055800         MOVE CM-CUSTOMER-NO TO EW-CUSTOMER-NO.
055900         MOVE CM-NAME TO EW-OWNER-NAME.
056000         MOVE CM-ADDR-LINE-1 TO EW-ADDR-LINE-1.
056100         MOVE CM-ADDR-LINE-2 TO EW-ADDR-LINE-2.
056200         MOVE CM-CITY TO EW-CITY.
056300         MOVE CM-ZIP TO EW-ZIP.
056400         MOVE CM-TAX-ID TO EW-TAX-ID.
056500         MOVE AM-ACCT-TYPE TO EW-ACCT-TYPE.
056600         MOVE WS-ESCHEAT-AMOUNT TO EW-AMOUNT.
056700         MOVE WS-LAST-DATE TO EW-LAST-ACTIVITY.
056800         WRITE ESCHEAT-WORK-RECORD.
056900         IF NOT WS-WORK-OK
057000             DISPLAY "ESCHEAT WORK WRITE FAILED FOR: "
057100                 AM-ACCOUNT-NO
057200         END-IF.
057300         ADD 1 TO ST-COUNT (ST-IDX).
057400         ADD WS-ESCHEAT-AMOUNT TO ST-TOTAL (ST-IDX).
057500 2300-EXIT.
057600         EXIT.

057700*----------------------------------------------------------------
057800*3000-PRINT-DETAIL - ONE REGISTER LINE FOR THE ACCOUNT IN HAND.
057900*THE CALLER SETS THE DISPOSITION COLUMN FIRST.
058000*----------------------------------------------------------------
058100 3000-PRINT-DETAIL.
058200         PERFORM 3200-FILL-DETAIL THRU 3200-EXIT.
058300         WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
058400         IF NOT WS-RPT-OK
058500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
058600         END-IF.
058700 3000-EXIT.
058800         EXIT.

058900*----------------------------------------------------------------
059000*3100-PRINT-RESEARCH - ONE RESEARCH LINE FOR AN ACCOUNT HELD
059100*BACK.  THE ACCOUNT IS LEFT EXACTLY AS IT WAS FOUND.
059200*----------------------------------------------------------------
059300 3100-PRINT-RESEARCH.
059400         MOVE WS-HOLD-REASON TO RPT-DISPOSITION.
059500         PERFORM 3200-FILL-DETAIL THRU 3200-EXIT.
059600         WRITE RESEARCH-RECORD FROM RPT-DETAIL-LINE.
059700         IF NOT WS-RSCH-OK
059800             DISPLAY "RESEARCH WRITE FAILED, STATUS: "
059900                 WS-RSCH-STATUS
060000         END-IF.
060100         ADD 1 TO WS-RESEARCH-COUNT.
060200         ADD WS-ESCHEAT-AMOUNT TO WS-TOTAL-RESEARCH.
060300 3100-EXIT.
060400         EXIT.

060500*----------------------------------------------------------------
060600*3200-FILL-DETAIL - THE COLUMNS BOTH LISTS SHARE.  THE OWNER
060700*NAME COMES FROM THE CUSTOMER MASTER WHEN IT WAS FOUND, ELSE
060800*FROM THE ACCOUNT MASTER.  THE AMOUNT IS WHAT WAS (OR WOULD
060900*HAVE BEEN) ESCHEATED.
061000*----------------------------------------------------------------
061100 3200-FILL-DETAIL.
061200         MOVE AM-ACCOUNT-NO TO RPT-ACCOUNT.
061300         MOVE AM-CUSTOMER-NO TO RPT-CUSTOMER.
061400         IF CM-NAME = SPACES
061500             MOVE AM-USER TO RPT-NAME
061600         ELSE
061700             MOVE CM-NAME TO RPT-NAME
061800         END-IF.
061900         MOVE CM-STATE TO RPT-STATE.
062000         MOVE WS-ESCHEAT-AMOUNT TO RPT-AMOUNT.
062500         IF WS-ACTIVITY-FOUND
062600             MOVE WS-LAST-DATE TO RPT-LAST-DATE
062700         ELSE
062800             MOVE "NONE ON FILE" TO RPT-LAST-DATE
062900         END-IF.
063000 3200-EXIT.
063100         EXIT.

063200*----------------------------------------------------------------
063300*6000-WRITE-EXTRACT - ONE FILING PER STATE.  FOR EACH STATE
063400*ROW, A HEADER, EVERY WORK-FILE DETAIL FOR THAT STATE, AND A
063500*TRAILER WITH THE STATE'S COUNT AND TOTAL; THE REGISTER GETS
063600*THE SAME FIGURES AS ITS STATE FILING LINE.
063700*----------------------------------------------------------------
063800 6000-WRITE-EXTRACT.
063900         CLOSE ESCHEAT-WORK-FILE.
064000         PERFORM 6100-WRITE-STATE THRU 6100-EXIT
064100             VARYING ST-IDX FROM 1 BY 1
064200             UNTIL ST-IDX > WS-STATE-COUNT.
064300 6000-EXIT.
064400         EXIT.

064500 6100-WRITE-STATE.
064600         IF ST-COUNT (ST-IDX) = ZERO
064700             GO TO 6100-EXIT
064800         END-IF.
064900         MOVE SPACES TO ESCHEAT-EXTRACT-RECORD.
065000         MOVE "H" TO EX-REC-TYPE.
065100         MOVE ST-CODE (ST-IDX) TO EX-STATE.
065200         MOVE WS-RUN-DATE TO EX-RUN-DATE.
065300         PERFORM 6400-WRITE-EXTRACT-REC THRU 6400-EXIT.
065400         OPEN INPUT ESCHEAT-WORK-FILE.
065500         IF NOT WS-WORK-OK
065600             DISPLAY "ESCHEAT WORK FILE OPEN FAILED, STATUS: "
065700                 WS-WORK-STATUS
065800             MOVE 8 TO RETURN-CODE
065900             GO TO 6100-EXIT
066000         END-IF.
066100         MOVE "N" TO WS-WORK-EOF-SWITCH.
066200         PERFORM 6200-COPY-DETAIL THRU 6200-EXIT
066300             UNTIL WS-WORK-EOF.
066400         CLOSE ESCHEAT-WORK-FILE.
066500         MOVE SPACES TO ESCHEAT-EXTRACT-RECORD.
066600         MOVE "T" TO EX-REC-TYPE.
066700         MOVE ST-CODE (ST-IDX) TO EX-STATE.
066800         MOVE WS-RUN-DATE TO EX-RUN-DATE.
066900         MOVE ST-COUNT (ST-IDX) TO EX-ITEM-COUNT.
067000         MOVE ST-TOTAL (ST-IDX) TO EX-STATE-TOTAL.
067100         PERFORM 6400-WRITE-EXTRACT-REC THRU 6400-EXIT.
067200         MOVE ST-CODE (ST-IDX) TO RPT-ST-CODE.
067300         MOVE ST-COUNT (ST-IDX) TO RPT-ST-COUNT.
067400         MOVE ST-TOTAL (ST-IDX) TO RPT-ST-TOTAL.
067500         WRITE REPORT-RECORD FROM RPT-STATE-LINE.
067600         IF NOT WS-RPT-OK
067700             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
067800         END-IF.
067900 6100-EXIT.
068000         EXIT.

068100 6200-COPY-DETAIL.
068200         READ ESCHEAT-WORK-FILE
068300             AT END
068400                 SET WS-WORK-EOF TO TRUE
068500                 GO TO 6200-EXIT
068600         END-READ.
068700         IF EW-STATE = ST-CODE (ST-IDX)
068800             MOVE ESCHEAT-WORK-RECORD TO ESCHEAT-EXTRACT-RECORD
068900             PERFORM 6400-WRITE-EXTRACT-REC THRU 6400-EXIT
069000         END-IF.
069100 6200-EXIT.
069200         EXIT.

069300 6400-WRITE-EXTRACT-REC.
069400         WRITE ESCHEAT-EXTRACT-RECORD.
069500         IF NOT WS-EXT-OK
069600             DISPLAY "ESCHEAT EXTRACT WRITE FAILED, STATUS: "
069700                 WS-EXT-STATUS
069800             MOVE 8 TO RETURN-CODE
069900         END-IF.
070000 6400-EXIT.
070100         EXIT.

070200*----------------------------------------------------------------
070300*5000-WRITE-LOG - APPEND ONE ENTRY TO THE AUDIT LOG, POSTED OR
070400*REJECTED.
070500*----------------------------------------------------------------
070600 5000-WRITE-LOG.
070700         ACCEPT TL-DATE FROM DATE YYYYMMDD.
070800         ACCEPT TL-TIME FROM TIME.
070900         MOVE T-Account          TO TL-ACCOUNT.
071000         MOVE T-User             TO TL-USER.
071100         MOVE T-Type             TO TL-TYPE.
071200         MOVE T-Transaction      TO TL-TRANSACTION.
071300         MOVE T-CurrentBalance   TO TL-CURRENT-BALANCE.
071400         MOVE T-Result           TO TL-RESULT.
071500         MOVE T-Status           TO TL-STATUS.
071600         MOVE ZERO               TO TL-REF-DATE.
071700         MOVE ZERO               TO TL-REF-TIME.
071800         MOVE "ESCHEAT"          TO TL-OPERATOR.
071850         MOVE SPACES             TO TL-LIMIT-CHECK.
071900         WRITE TRANSACTION-LOG-RECORD.
072000         IF NOT WS-LOG-OK
072100             DISPLAY "LOG WRITE FAILED FOR: " T-Account
072200         END-IF.
072300         IF TL-STATUS = "POSTED"
072400             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
072500         END-IF.
072600 5000-EXIT.
072700         EXIT.

072800*----------------------------------------------------------------
072900*5500-WRITE-HISTORY - MIRROR THE LOG ENTRY JUST WRITTEN ONTO
073000*THE KEYED ACCOUNT HISTORY FILE.  A DUPLICATE KEY (TWO ENTRIES
073100*IN THE SAME HUNDREDTH OF A SECOND) BUMPS THE TIME AND RETRIES.
073200*----------------------------------------------------------------
073300 5500-WRITE-HISTORY.
073400         MOVE TL-ACCOUNT         TO AH-ACCOUNT.
073500         MOVE TL-DATE            TO AH-DATE.
073600         MOVE TL-TIME            TO AH-TIME.
073700         MOVE TL-USER            TO AH-USER.
073800         MOVE TL-TYPE            TO AH-TYPE.
073900         MOVE TL-TRANSACTION     TO AH-TRANSACTION.
074000         MOVE TL-CURRENT-BALANCE TO AH-CURRENT-BALANCE.
074100         MOVE TL-RESULT          TO AH-RESULT.
074200         MOVE TL-STATUS          TO AH-STATUS.
074300         MOVE TL-REF-DATE        TO AH-REF-DATE.
074400         MOVE TL-REF-TIME        TO AH-REF-TIME.
074500         MOVE TL-OPERATOR        TO AH-OPERATOR.
074600         MOVE ZERO               TO WS-HIST-TRIES.
074700 5510-WRITE-HISTORY-TRY.
074800         WRITE ACCOUNT-HISTORY-RECORD
074900             INVALID KEY
075000                 ADD 1 TO WS-HIST-TRIES
075100                 IF WS-HIST-TRIES < 100
075200                     ADD 1 TO AH-TIME
075300                     GO TO 5510-WRITE-HISTORY-TRY
075400                 ELSE
075500                     DISPLAY "HISTORY WRITE FAILED FOR: "
075600                         AH-ACCOUNT
075700                 END-IF
075800         END-WRITE.
075900 5500-EXIT.
076000         EXIT.

076100*----------------------------------------------------------------
076200*4000-PRINT-SUMMARY - REGISTER TOTALS.  ANYTHING HELD FOR
076300*RESEARCH OR NOT TAKEN ENDS THE STEP RC 4.
076400*----------------------------------------------------------------
076500 4000-PRINT-SUMMARY.
076600         MOVE "ACCOUNTS READ" TO RPT-COUNT-LABEL.
076700         MOVE WS-ACCOUNT-COUNT TO RPT-COUNT-VALUE.
076800         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
076900         MOVE "ACCOUNTS ESCHEATED" TO RPT-COUNT-LABEL.
077000         MOVE WS-ESCHEAT-COUNT TO RPT-COUNT-VALUE.
077100         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
077200         MOVE "HELD FOR RESEARCH" TO RPT-COUNT-LABEL.
077300         MOVE WS-RESEARCH-COUNT TO RPT-COUNT-VALUE.
077400         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
077500         MOVE "DORMANT, NOT YET DUE" TO RPT-COUNT-LABEL.
077600         MOVE WS-NOT-DUE-COUNT TO RPT-COUNT-VALUE.
077700         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
077800         MOVE "NOT TAKEN - UPDATE FAILED" TO RPT-COUNT-LABEL.
077900         MOVE WS-FAIL-COUNT TO RPT-COUNT-VALUE.
078000         PERFORM 4100-WRITE-COUNT THRU 4100-EXIT.
078100         MOVE "TOTAL ESCHEATED" TO RPT-AMOUNT-LABEL.
078200         MOVE WS-TOTAL-ESCHEATED TO RPT-AMOUNT-VALUE.
078300         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
078400         IF NOT WS-RPT-OK
078500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
078600         END-IF.
078700         MOVE "TOTAL HELD FOR RESEARCH" TO RPT-AMOUNT-LABEL.
078800         MOVE WS-TOTAL-RESEARCH TO RPT-AMOUNT-VALUE.
078900         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
079000         IF NOT WS-RPT-OK
079100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
079200         END-IF.
079300         MOVE "ACCOUNTS HELD FOR RESEARCH" TO RPT-COUNT-LABEL.
079400         MOVE WS-RESEARCH-COUNT TO RPT-COUNT-VALUE.
079500         WRITE RESEARCH-RECORD FROM RPT-COUNT-LINE.
079600         IF NOT WS-RSCH-OK
079700             DISPLAY "RESEARCH WRITE FAILED, STATUS: "
079800                 WS-RSCH-STATUS
079900         END-IF.
080000         DISPLAY "ACCOUNTS ESCHEATED  : " WS-ESCHEAT-COUNT.
080100         DISPLAY "HELD FOR RESEARCH   : " WS-RESEARCH-COUNT.
080200         DISPLAY "NOT TAKEN           : " WS-FAIL-COUNT.
080300         DISPLAY "TOTAL ESCHEATED     : " WS-TOTAL-ESCHEATED.
080400         IF (WS-RESEARCH-COUNT > ZERO OR WS-FAIL-COUNT > ZERO)
080500                 AND RETURN-CODE < 4
080600             MOVE 4 TO RETURN-CODE
080700         END-IF.
080800 4000-EXIT.
080900         EXIT.

081000 4100-WRITE-COUNT.
081100         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
081200         IF NOT WS-RPT-OK
081300             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
081400         END-IF.
081500 4100-EXIT.
081600         EXIT.

081700*----------------------------------------------------------------
081800*7000-CHECK-RUN-CONTROL - ONE ESCHEATMENT PER BUSINESS DATE.  A
081900*DATE ALREADY RUN IS REFUSED UNLESS THE OPERATOR KEYS "RERUN".
082000*----------------------------------------------------------------
082100 7000-CHECK-RUN-CONTROL.
082200         MOVE "ESCHEAT" TO RC-JOB-ID.
082300         MOVE WS-RUN-DATE TO RC-RUN-DATE.
082400         READ RUN-CONTROL-FILE
082500             INVALID KEY
082600                 MOVE SPACES TO RUN-CONTROL-RECORD
082700                 MOVE "ESCHEAT" TO RC-JOB-ID
082800                 MOVE WS-RUN-DATE TO RC-RUN-DATE
082900                 MOVE "S" TO RC-STATUS
083000                 ACCEPT RC-START-TIME FROM TIME
083100                 MOVE ZERO TO RC-END-TIME
083200                 WRITE RUN-CONTROL-RECORD
083300                     INVALID KEY
083400                         DISPLAY "RUN CONTROL WRITE FAILED"
083500                 END-WRITE
083600                 GO TO 7000-EXIT
083700         END-READ.
083800         IF RC-COMPLETED
083900             DISPLAY "ESCHEATMENT ALREADY RUN FOR " WS-RUN-DATE
084000             DISPLAY "ENTER RERUN TO OVERRIDE: "
084100             ACCEPT WS-RERUN-IN FROM CONSOLE
084200             IF WS-RERUN-IN NOT = "RERUN"
084300                 DISPLAY "RUN REFUSED - DATE ALREADY RUN"
084400                 MOVE 8 TO RETURN-CODE
084500                 STOP RUN
084600             END-IF
084700         END-IF.
084800         MOVE "S" TO RC-STATUS.
084900         ACCEPT RC-START-TIME FROM TIME.
085000         MOVE ZERO TO RC-END-TIME.
085100         REWRITE RUN-CONTROL-RECORD
085200             INVALID KEY
085300                 DISPLAY "RUN CONTROL REWRITE FAILED"
085400         END-REWRITE.
085500 7000-EXIT.
085600         EXIT.

085700*----------------------------------------------------------------
085800*7100-MARK-RUN-COMPLETE - STAMP THE DATE RUN.
085900*----------------------------------------------------------------
086000 7100-MARK-RUN-COMPLETE.
086100         MOVE "ESCHEAT" TO RC-JOB-ID.
086200         MOVE WS-RUN-DATE TO RC-RUN-DATE.
086300         READ RUN-CONTROL-FILE
086400             INVALID KEY
086500                 DISPLAY "RUN CONTROL RECORD MISSING AT END"
086600                 GO TO 7100-EXIT
086700         END-READ.
086800         MOVE "C" TO RC-STATUS.
086900         ACCEPT RC-END-TIME FROM TIME.
087000         REWRITE RUN-CONTROL-RECORD
087100             INVALID KEY
087200                 DISPLAY "RUN CONTROL REWRITE FAILED"
087300         END-REWRITE.
087400 7100-EXIT.
087500         EXIT.

087600*----------------------------------------------------------------
087700*9000-TERMINATE - CLOSE UP.  THE WORK FILE WAS CLOSED WHEN THE
087800*EXTRACT WAS BUILT.
087900*----------------------------------------------------------------
088000 9000-TERMINATE.
088100         PERFORM 7100-MARK-RUN-COMPLETE THRU 7100-EXIT.
088200         CLOSE ACCOUNT-MASTER-FILE.
088300         CLOSE CUSTOMER-MASTER-FILE.
088400         CLOSE ACCOUNT-HISTORY-FILE.
088500         CLOSE TRANSACTION-LOG-FILE.
088600         CLOSE ESCHEAT-EXTRACT-FILE.
088700         CLOSE REPORT-FILE.
088800         CLOSE RESEARCH-FILE.
088900         CLOSE RUN-CONTROL-FILE.
089000 9000-EXIT.
089100         EXIT.
