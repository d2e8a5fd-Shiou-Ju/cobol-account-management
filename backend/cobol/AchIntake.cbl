000100***************************************************************
000200** PROGRAM-ID : AchIntake
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-18
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   INBOUND ACH / DIRECT DEPOSIT INTAKE.  RUNS AT THE VERY
001000**   FRONT OF THE BATCHTRN JOB, AHEAD OF GenStandingOrders:
001100**   COPIES THE UPSTREAM DAILY INPUT THROUGH TO THE INTAKE
001200**   FILE, THEN APPENDS ONE TRANSACTION FOR EVERY POSTABLE
001300**   ENTRY ON THE DAY'S CLEARING HOUSE FILE, WITH SEQUENCE
001400**   NUMBERS CONTINUING THE UPSTREAM NUMBERING, AND WRITES A
001500**   NEW TRAILER WHOSE COUNT AND HASH ADD THE ACH ENTRIES ON
001600**   TOP OF THE UPSTREAM SYSTEM'S OWN FIGURES - THE SAME HAND-
001700**   OFF GenStandingOrders MAKES, SO THE FRONT-END EDIT STILL
001800**   BALANCES THE FILE.
001900**   THE CLEARING HOUSE FILE IS PROVED IN A FIRST PASS BEFORE
002000**   ANYTHING IS TAKEN IN: RECORD ORDER, AND EVERY BATCH
002100**   CONTROL AND THE FILE CONTROL (ENTRY/ADDENDA COUNT, ENTRY
002200**   HASH, TOTAL DEBITS, TOTAL CREDITS, BATCH COUNT) AGAINST
002300**   WHAT WAS ACTUALLY READ.  A FILE THAT DOES NOT PROVE ENDS
002400**   THE STEP RC 8 SO NOTHING DOWNSTREAM RUNS ON IT.
002500**   DEMAND AND SAVINGS CREDITS POST AS A DEPOSIT (NO FUNDS
002600**   HOLD - THE MONEY HAS ALREADY SETTLED), DEBITS AS A
002700**   WITHDRAW.  A PRENOTE IS CHECKED AGAINST THE MASTER BUT
002800**   POSTS NOTHING.  AN ENTRY FOR AN ACCOUNT THAT IS NOT ON
002900**   THE MASTER, IS CLOSED OR IS FROZEN IS NOT TAKEN IN AND
003000**   NOT SUSPENDED - IT GOES BACK TO THE ORIGINATING BANK ON
003100**   THE RETURN FILE, AS A RETURN ENTRY PLUS ITS RETURN
003200**   ADDENDA CARRYING THE STANDARD REASON CODE:
003300**     R02  ACCOUNT CLOSED
003400**     R03  NO ACCOUNT / UNABLE TO LOCATE ACCOUNT
003500**     R04  INVALID ACCOUNT NUMBER STRUCTURE
003600**     R16  ACCOUNT FROZEN
003700**     R17  FILE RECORD EDIT CRITERIA (TRANSACTION CODE
003800**          THIS BANK DOES NOT POST)
003900**   THE STEP ENDS RC 4 WHEN THE RETURN FILE HAS ANYTHING ON
004000**   IT, SO OPERATIONS KNOWS TO TRANSMIT IT.
004100**--------------------------------------------------------------
004200** MODIFICATION HISTORY.
004300**   2026-09-18  DK  INITIAL VERSION.
004400***************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID. AchIntake.
004700 AUTHOR. D. KOWALSKI.
004800 INSTALLATION. MIDSTATE-SAVINGS-DP.
004900 DATE-WRITTEN. 2026-09-18.
005000 DATE-COMPILED.

005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT ACH-INPUT-FILE ASSIGN TO "ACHIN"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-ACH-STATUS.
005700     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRET"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RET-STATUS.
006000     SELECT TRANSACTION-INPUT-FILE ASSIGN TO "TRANIN"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-IN-STATUS.
006300     SELECT INTAKE-FILE ASSIGN TO "TRANACH"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-OUT-STATUS.
006600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS AM-ACCOUNT-NO
007000         ALTERNATE RECORD KEY IS AM-USER
007100             WITH DUPLICATES
007200         FILE STATUS IS WS-ACCT-STATUS.

007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  ACH-INPUT-FILE
007600         LABEL RECORDS ARE STANDARD.
007700     COPY ACHREC.

007800 FD  ACH-RETURN-FILE
007900         LABEL RECORDS ARE STANDARD.
008000     COPY ACHREC REPLACING
008100         LEADING ==ACH== BY ==RET==.

008200 FD  TRANSACTION-INPUT-FILE
008300         LABEL RECORDS ARE STANDARD.
008400     COPY TRANIN.

008500 FD  INTAKE-FILE
008600         LABEL RECORDS ARE STANDARD.
008700     COPY TRANIN REPLACING
008800         ==TRANSACTION-INPUT-RECORD== BY ==INTAKE-RECORD==
008900         ==TRANSACTION-INPUT-TRAILER== BY ==INTAKE-TRAILER==
009000         LEADING ==TI== BY ==IK==
009100         LEADING ==TT== BY ==IT==.

009200 FD  ACCOUNT-MASTER-FILE
009300         LABEL RECORDS ARE STANDARD.
009400     COPY ACCTMSTR.

009500 WORKING-STORAGE SECTION.
009600*SEQUENCE NUMBERING - ACH ENTRIES CONTINUE THE UPSTREAM FILE'S
009700*NUMBERING.
009800 01  WS-NEXT-SEQ                  PIC 9(08)     VALUE 1.

009900*UPSTREAM TRAILER FIGURES, CARRIED FORWARD AND TOPPED UP WITH
010000*THE ACH ENTRIES TAKEN IN.
010100 01  WS-TRAILER-COUNT             PIC 9(08)     VALUE ZERO.
010200 01  WS-TRAILER-HASH              PIC 9(12)V99  VALUE ZERO.

010300*FIRST-PASS PROOF OF THE CLEARING HOUSE FILE.  THE STATE SAYS
010400*WHICH RECORD TYPES MAY COME NEXT.
010500 01  WS-PROOF-STATE               PIC X(01)     VALUE "H".
010600         88  WS-EXPECT-FILE-HEADER    VALUE "H".
010700         88  WS-BETWEEN-BATCHES       VALUE "B".
010800         88  WS-IN-BATCH              VALUE "E".
010900         88  WS-FILE-CLOSED           VALUE "C".
011000 01  WS-PROOF-ERROR               PIC X(40).
011100 01  WS-ACH-RECORD-COUNT          PIC 9(08)     VALUE ZERO.
011200*FIGURES READ FOR THE CURRENT BATCH.
011300 01  WS-BAT-ENTRY-COUNT           PIC 9(06)     VALUE ZERO.
011400 01  WS-BAT-HASH-SUM              PIC 9(12)     VALUE ZERO.
011500 01  WS-BAT-DEBIT                 PIC 9(10)V99  VALUE ZERO.
011600 01  WS-BAT-CREDIT                PIC 9(10)V99  VALUE ZERO.
011700*FIGURES READ FOR THE WHOLE FILE.
011800 01  WS-FILE-BATCH-COUNT          PIC 9(06)     VALUE ZERO.
011900 01  WS-FILE-ENTRY-COUNT          PIC 9(08)     VALUE ZERO.
012000 01  WS-FILE-HASH-SUM             PIC 9(12)     VALUE ZERO.
012100 01  WS-FILE-DEBIT                PIC 9(12)V99  VALUE ZERO.
012200 01  WS-FILE-CREDIT               PIC 9(12)V99  VALUE ZERO.
012300*THE ENTRY HASH IS THE LOW-ORDER TEN DIGITS OF THE SUM OF THE
012400*RECEIVING BANK ROUTING NUMBERS - THE MOVE DROPS THE REST.
012500 01  WS-HASH-10                   PIC 9(10)     VALUE ZERO.

012600*ACCOUNT NUMBER LIFTED OFF THE ENTRY.
012700 01  WS-ACH-ACCOUNT               PIC 9(10)     VALUE ZERO.
012800 01  WS-ACH-ACCOUNT-X  REDEFINES WS-ACH-ACCOUNT
012900                                  PIC X(10).

013000*RETURN REASON FOR THE CURRENT ENTRY - SPACES MEANS TAKE IT IN.
013100 01  WS-RETURN-REASON             PIC X(03)     VALUE SPACES.
013200         88  WS-NO-RETURN             VALUE SPACES.
013300 01  WS-RETURN-TEXT               PIC X(44)     VALUE SPACES.

013400*THE INBOUND HEADERS, KEPT FOR BUILDING THE RETURN FILE'S OWN.
013500 01  WS-SAVED-FILE-HEADER         PIC X(94)     VALUE SPACES.
013600 01  WS-SAVED-BATCH-HEADER        PIC X(94)     VALUE SPACES.
013700 01  WS-IN-BATCH-SEQ              PIC 9(06)     VALUE ZERO.
013800 01  WS-SWAP-ROUTING              PIC X(10).
013900 01  WS-SWAP-NAME                 PIC X(23).

014000*RETURN FILE BUILD.  A RETURN BATCH IS OPENED FOR EACH INBOUND
014100*BATCH THAT HAS SOMETHING TO SEND BACK.
014200 01  WS-RET-FILE-SWITCH           PIC X(01)     VALUE "N".
014300         88  WS-RET-FILE-OPEN         VALUE "Y".
014400 01  WS-RET-BATCH-SWITCH          PIC X(01)     VALUE "N".
014500         88  WS-RET-BATCH-OPEN        VALUE "Y".
014600 01  WS-RET-BATCH-OF              PIC 9(06)     VALUE ZERO.
014700 01  WS-RET-BATCH-NO              PIC 9(07)     VALUE ZERO.
014800 01  WS-RET-COMPANY-ID            PIC X(10).
014900 01  WS-RET-OUR-ID                PIC X(08).
015000 01  WS-RET-ODFI-ID               PIC 9(08)     VALUE ZERO.
015100 01  WS-RET-ODFI-ID-X  REDEFINES WS-RET-ODFI-ID
015200                                  PIC X(08).
015300 01  WS-RET-TRACE.
015400         05  WS-RET-TRACE-ROUTING PIC X(08).
015500         05  WS-RET-TRACE-SEQ     PIC 9(07)     VALUE ZERO.
015600 01  WS-RET-BAT-ENTRY-COUNT       PIC 9(06)     VALUE ZERO.
015700 01  WS-RET-BAT-HASH-SUM          PIC 9(12)     VALUE ZERO.
015800 01  WS-RET-BAT-DEBIT             PIC 9(10)V99  VALUE ZERO.
015900 01  WS-RET-BAT-CREDIT            PIC 9(10)V99  VALUE ZERO.
016000 01  WS-RET-BATCH-COUNT           PIC 9(06)     VALUE ZERO.
016100 01  WS-RET-ENTRY-COUNT           PIC 9(08)     VALUE ZERO.
016200 01  WS-RET-HASH-SUM              PIC 9(12)     VALUE ZERO.
016300 01  WS-RET-DEBIT                 PIC 9(10)V99  VALUE ZERO.
016400 01  WS-RET-CREDIT                PIC 9(10)V99  VALUE ZERO.
016500 01  WS-RET-RECORD-COUNT          PIC 9(08)     VALUE ZERO.
016600 01  WS-RET-BLOCK-COUNT           PIC 9(06)     VALUE ZERO.
016700 01  WS-TRAN-TENS                 PIC 9(01)     VALUE ZERO.
016800 01  WS-TRAN-UNITS                PIC 9(01)     VALUE ZERO.
016900 01  WS-TODAY-YYMMDD              PIC 9(06)     VALUE ZERO.
017000 01  WS-NOW                       PIC 9(08)     VALUE ZERO.
017100 01  WS-NOW-PARTS REDEFINES WS-NOW.
017200         05  WS-NOW-HHMM          PIC 9(04).
017300         05  FILLER               PIC 9(04).

017400*ROUTING NUMBER CHECK DIGIT - WEIGHTS 3, 7, 1 REPEATING OVER
017500*THE EIGHT DIGITS, CHECK DIGIT BRINGS THE SUM TO A MULTIPLE OF
017600*TEN.
017700 01  WS-CHECK-ROUTING             PIC 9(08)     VALUE ZERO.
017800 01  WS-CHECK-ROUTING-DIGITS REDEFINES WS-CHECK-ROUTING.
017900         05  WS-ROUTING-DIGIT     PIC 9(01)     OCCURS 8 TIMES.
018000 01  WS-ROUTING-WEIGHTS           PIC X(08)     VALUE "37137137".
018100 01  WS-ROUTING-WEIGHT-TABLE REDEFINES WS-ROUTING-WEIGHTS.
018200         05  WS-ROUTING-WEIGHT    PIC 9(01)     OCCURS 8 TIMES.
018300 01  WS-DIGIT-SUB                 PIC 9(02)     VALUE ZERO COMP.
018400 01  WS-WEIGHT-SUM                PIC 9(04)     VALUE ZERO.
018500 01  WS-CHECK-QUOT                PIC 9(04)     VALUE ZERO.
018600 01  WS-CHECK-REM                 PIC 9(02)     VALUE ZERO.
018700 01  WS-CHECK-DIGIT               PIC 9(01)     VALUE ZERO.

018800*RUN COUNTS.
018900 01  WS-COPY-COUNT                PIC 9(08)     VALUE ZERO.
019000 01  WS-CREDIT-COUNT              PIC 9(08)     VALUE ZERO.
019100 01  WS-DEBIT-COUNT               PIC 9(08)     VALUE ZERO.
019200 01  WS-PRENOTE-COUNT             PIC 9(08)     VALUE ZERO.
019300 01  WS-RETURN-COUNT              PIC 9(08)     VALUE ZERO.
019400 01  WS-CREDIT-AMOUNT             PIC 9(12)V99  VALUE ZERO.
019500 01  WS-DEBIT-AMOUNT              PIC 9(12)V99  VALUE ZERO.
019600 01  WS-RETURN-AMOUNT             PIC 9(12)V99  VALUE ZERO.

019700*FILE STATUS AND SWITCHES.
019800 01  WS-ACH-STATUS                PIC X(02).
019900         88  WS-ACH-OK                VALUE "00".
020000 01  WS-RET-STATUS                PIC X(02).
020100         88  WS-RET-OK                VALUE "00".
020200 01  WS-IN-STATUS                 PIC X(02).
020300         88  WS-IN-OK                 VALUE "00".
020400 01  WS-OUT-STATUS                PIC X(02).
020500         88  WS-OUT-OK                VALUE "00".
020600 01  WS-ACCT-STATUS               PIC X(02).
020700         88  WS-ACCT-OK               VALUE "00".
020800 01  WS-ACH-EOF-SWITCH            PIC X(01)     VALUE "N".
020900         88  WS-ACH-EOF               VALUE "Y".
021000 01  WS-IN-EOF-SWITCH             PIC X(01)     VALUE "N".
021100         88  WS-IN-EOF                VALUE "Y".
021200 01  WS-TRAILER-SWITCH            PIC X(01)     VALUE "N".
021300         88  WS-TRAILER-SEEN          VALUE "Y".
021400 01  WS-PROOF-SWITCH              PIC X(01)     VALUE "N".
021500         88  WS-OUT-OF-BALANCE        VALUE "Y".
021600 01  WS-FATAL-SWITCH              PIC X(01)     VALUE "N".
021700         88  WS-FATAL                 VALUE "Y".

021800 PROCEDURE DIVISION.

021900*----------------------------------------------------------------
022000*0000-MAIN-PROCESS.
022100*----------------------------------------------------------------
022200 0000-MAIN-PROCESS.
022300         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400         PERFORM 2000-PROVE-ACH-FILE THRU 2000-EXIT.
022500         IF WS-OUT-OF-BALANCE
022600             DISPLAY "ACH FILE DOES NOT PROVE - NOTHING TAKEN IN"
022700             MOVE 8 TO RETURN-CODE
022800             PERFORM 9000-TERMINATE THRU 9000-EXIT
022900             STOP RUN
023000         END-IF.
023100         PERFORM 3000-COPY-INPUT THRU 3000-EXIT
023200             UNTIL WS-IN-EOF.
023300         PERFORM 4000-CONVERT-ACH THRU 4000-EXIT
023400             UNTIL WS-ACH-EOF.
023500         PERFORM 5000-FINISH-RETURNS THRU 5000-EXIT.
023600         PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
023700         PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800         STOP RUN.

023900*----------------------------------------------------------------
024000*1000-INITIALIZE - OPEN FILES, PRIME THE UPSTREAM READ.
024100*----------------------------------------------------------------
024200 1000-INITIALIZE.
024300         OPEN INPUT ACH-INPUT-FILE.
024400         IF NOT WS-ACH-OK
024500             DISPLAY "ACH INPUT OPEN FAILED, STATUS: "
024600                 WS-ACH-STATUS
024700             MOVE 8 TO RETURN-CODE
024800             STOP RUN
024900         END-IF.
025000         OPEN INPUT TRANSACTION-INPUT-FILE.
025100         IF NOT WS-IN-OK
025200             DISPLAY "TRANSACTION INPUT OPEN FAILED, STATUS: "
025300                 WS-IN-STATUS
025400             MOVE 8 TO RETURN-CODE
025500             STOP RUN
025600         END-IF.
025700         OPEN INPUT ACCOUNT-MASTER-FILE.
025800         IF NOT WS-ACCT-OK
025900             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
026000                 WS-ACCT-STATUS
026100             MOVE 8 TO RETURN-CODE
026200             STOP RUN
026300         END-IF.
026400         OPEN OUTPUT INTAKE-FILE.
026500         IF NOT WS-OUT-OK
026600             DISPLAY "INTAKE FILE OPEN FAILED, STATUS: "
026700                 WS-OUT-STATUS
026800             MOVE 8 TO RETURN-CODE
026900             STOP RUN
027000         END-IF.
027100         OPEN OUTPUT ACH-RETURN-FILE.
027200         IF NOT WS-RET-OK
027300             DISPLAY "ACH RETURN FILE OPEN FAILED, STATUS: "
027400                 WS-RET-STATUS
027500             MOVE 8 TO RETURN-CODE
027600             STOP RUN
027700         END-IF.
027800         PERFORM 1100-READ-INPUT THRU 1100-EXIT.
027900 1000-EXIT.
028000         EXIT.

028100 1100-READ-INPUT.
028200         READ TRANSACTION-INPUT-FILE
028300             AT END
028400                 SET WS-IN-EOF TO TRUE
028500         END-READ.
028600 1100-EXIT.
028700         EXIT.

028800 1200-READ-ACH.
028900         READ ACH-INPUT-FILE
029000             AT END
029100                 SET WS-ACH-EOF TO TRUE
029200         END-READ.
029300 1200-EXIT.
029400         EXIT.

029500*----------------------------------------------------------------
029600*2000-PROVE-ACH-FILE - FIRST PASS.  READ THE WHOLE CLEARING
029700*HOUSE FILE, CHECKING RECORD ORDER AND PROVING EVERY BATCH
029800*CONTROL AND THE FILE CONTROL.  AN EMPTY FILE IS A DAY WITH NO
029900*ACH - THE UPSTREAM INPUT PASSES THROUGH UNTOUCHED.  THE FILE
030000*IS THEN REOPENED AND PRIMED FOR THE TAKE-IN PASS.
030100*----------------------------------------------------------------
030200 2000-PROVE-ACH-FILE.
030300         PERFORM 1200-READ-ACH THRU 1200-EXIT.
030400         PERFORM 2100-PROVE-RECORD THRU 2100-EXIT
030500             UNTIL WS-ACH-EOF.
030600         CLOSE ACH-INPUT-FILE.
030700         IF WS-ACH-RECORD-COUNT = ZERO
030800             DISPLAY "NO ACH FILE RECEIVED - NOTHING TO TAKE IN"
030900             GO TO 2000-EXIT
031000         END-IF.
031100         IF NOT WS-FILE-CLOSED
031200             MOVE "NO ACH FILE CONTROL RECORD" TO WS-PROOF-ERROR
031300             PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
031400         END-IF.
031500         IF WS-OUT-OF-BALANCE
031600             GO TO 2000-EXIT
031700         END-IF.
031800         MOVE "N" TO WS-ACH-EOF-SWITCH.
031900         OPEN INPUT ACH-INPUT-FILE.
032000         IF NOT WS-ACH-OK
032100             DISPLAY "ACH INPUT REOPEN FAILED, STATUS: "
032200                 WS-ACH-STATUS
032300             SET WS-OUT-OF-BALANCE TO TRUE
032400             GO TO 2000-EXIT
032500         END-IF.
032600         PERFORM 1200-READ-ACH THRU 1200-EXIT.
032700 2000-EXIT.
032800         EXIT.

032900*----------------------------------------------------------------
033000*2100-PROVE-RECORD - ONE RECORD OF THE FIRST PASS.  ONLY THE
033100*BLOCK FILL (ALL NINES) MAY FOLLOW THE FILE CONTROL.
033200*----------------------------------------------------------------
033300 2100-PROVE-RECORD.
033400         ADD 1 TO WS-ACH-RECORD-COUNT.
033500         EVALUATE TRUE
033600           WHEN WS-FILE-CLOSED
033700             IF ACH-FILE-HEADER NOT = ALL "9"
033800                 MOVE "RECORD AFTER FILE CONTROL"
033900                     TO WS-PROOF-ERROR
034000                 PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
034100             END-IF
034200           WHEN ACH-FILE-HEADER-REC
034300             IF WS-EXPECT-FILE-HEADER
034400                 SET WS-BETWEEN-BATCHES TO TRUE
034500             ELSE
034600                 MOVE "FILE HEADER OUT OF PLACE" TO WS-PROOF-ERROR
034700                 PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
034800             END-IF
034900           WHEN WS-EXPECT-FILE-HEADER
035000             MOVE "FILE DOES NOT START WITH A HEADER"
035100                 TO WS-PROOF-ERROR
035200             PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
035300             SET WS-BETWEEN-BATCHES TO TRUE
035400           WHEN ACH-BATCH-HEADER-REC
035500             IF NOT WS-BETWEEN-BATCHES
035600                 MOVE "BATCH HEADER INSIDE A BATCH"
035700                     TO WS-PROOF-ERROR
035800                 PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
035900             END-IF
036000             MOVE ZERO TO WS-BAT-ENTRY-COUNT WS-BAT-HASH-SUM
036100                 WS-BAT-DEBIT WS-BAT-CREDIT
036200             SET WS-IN-BATCH TO TRUE
036300           WHEN ACH-ENTRY-REC
036400             PERFORM 2110-PROVE-ENTRY THRU 2110-EXIT
036500           WHEN ACH-ADDENDA-REC
036600             IF NOT WS-IN-BATCH
036700                 MOVE "ADDENDA OUTSIDE A BATCH" TO WS-PROOF-ERROR
036800                 PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
036900             END-IF
037000             ADD 1 TO WS-BAT-ENTRY-COUNT
037100           WHEN ACH-BATCH-CONTROL-REC
037200             IF NOT WS-IN-BATCH
037300                 MOVE "BATCH CONTROL WITHOUT A HEADER"
037400                     TO WS-PROOF-ERROR
037500                 PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
037600             END-IF
037700             PERFORM 2200-PROVE-BATCH THRU 2200-EXIT
037800             SET WS-BETWEEN-BATCHES TO TRUE
037900           WHEN ACH-FILE-CONTROL-REC
038000             IF NOT WS-BETWEEN-BATCHES
038100                 MOVE "FILE CONTROL INSIDE A BATCH"
038200                     TO WS-PROOF-ERROR
038300                 PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
038400             END-IF
038500             PERFORM 2300-PROVE-FILE THRU 2300-EXIT
038600             SET WS-FILE-CLOSED TO TRUE
038700           WHEN OTHER
038800             MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-ERROR
038900             PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
039000         END-EVALUATE.
039100         PERFORM 1200-READ-ACH THRU 1200-EXIT.
039200 2100-EXIT.
039300         EXIT.

039400*----------------------------------------------------------------
039500*2110-PROVE-ENTRY - ADD ONE ENTRY INTO THE BATCH FIGURES.  THE
039600*TRANSACTION CODE SAYS WHICH SIDE ITS AMOUNT TOTALS ON.
039700*----------------------------------------------------------------
039800 2110-PROVE-ENTRY.
039900         IF NOT WS-IN-BATCH
040000             MOVE "ENTRY OUTSIDE A BATCH" TO WS-PROOF-ERROR
040100             PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
040200             GO TO 2110-EXIT
040300         END-IF.
040400         IF ACH-ED-TRAN-CODE-X NOT NUMERIC
040500                 OR ACH-ED-RDFI-ID-X NOT NUMERIC
040600                 OR ACH-ED-AMOUNT-X NOT NUMERIC
040700             MOVE "ENTRY FIELDS NOT NUMERIC" TO WS-PROOF-ERROR
040800             PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
040900             GO TO 2110-EXIT
041000         END-IF.
041100         ADD 1 TO WS-BAT-ENTRY-COUNT.
041200         ADD ACH-ED-RDFI-ID TO WS-BAT-HASH-SUM.
041300         IF ACH-ED-DEBIT
041400             ADD ACH-ED-AMOUNT TO WS-BAT-DEBIT
041500         END-IF.
041600         IF ACH-ED-CREDIT
041700             ADD ACH-ED-AMOUNT TO WS-BAT-CREDIT
041800         END-IF.
041900 2110-EXIT.
042000         EXIT.

042100*----------------------------------------------------------------
042200*2200-PROVE-BATCH - THE BATCH CONTROL MUST MATCH THE BATCH AS
042300*READ.  THE BATCH'S FIGURES ROLL UP INTO THE FILE'S EITHER WAY.
042400*----------------------------------------------------------------
042500 2200-PROVE-BATCH.
042600         MOVE WS-BAT-HASH-SUM TO WS-HASH-10.
042700         IF ACH-BC-ENTRY-COUNT-X NOT NUMERIC
042800                 OR ACH-BC-ENTRY-HASH-X NOT NUMERIC
042900                 OR ACH-BC-TOTAL-DEBIT-X NOT NUMERIC
043000                 OR ACH-BC-TOTAL-CREDIT-X NOT NUMERIC
043100             MOVE "BATCH CONTROL NOT NUMERIC" TO WS-PROOF-ERROR
043200             PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
043300         ELSE
043400             IF ACH-BC-ENTRY-COUNT NOT = WS-BAT-ENTRY-COUNT
043500                     OR ACH-BC-ENTRY-HASH NOT = WS-HASH-10
043600                     OR ACH-BC-TOTAL-DEBIT NOT = WS-BAT-DEBIT
043700                     OR ACH-BC-TOTAL-CREDIT NOT = WS-BAT-CREDIT
043800                 DISPLAY "ACH BATCH " ACH-BC-BATCH-NO
043900                     " OUT OF BALANCE"
044000                 DISPLAY "  ENTRY/ADDENDA  CONTROL "
044100                     ACH-BC-ENTRY-COUNT " READ "
044150                     WS-BAT-ENTRY-COUNT
044200                 DISPLAY "  ENTRY HASH     CONTROL "
044300                     ACH-BC-ENTRY-HASH " READ " WS-HASH-10
044400                 DISPLAY "  TOTAL DEBITS   CONTROL "
044500                     ACH-BC-TOTAL-DEBIT " READ " WS-BAT-DEBIT
044600                 DISPLAY "  TOTAL CREDITS  CONTROL "
044700                     ACH-BC-TOTAL-CREDIT " READ " WS-BAT-CREDIT
044800                 SET WS-OUT-OF-BALANCE TO TRUE
044900             END-IF
045000         END-IF.
045100         ADD 1 TO WS-FILE-BATCH-COUNT.
045200         ADD WS-BAT-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT.
045300         ADD WS-BAT-HASH-SUM TO WS-FILE-HASH-SUM.
045400         ADD WS-BAT-DEBIT TO WS-FILE-DEBIT.
045500         ADD WS-BAT-CREDIT TO WS-FILE-CREDIT.
045600 2200-EXIT.
045700         EXIT.

045800*----------------------------------------------------------------
045900*2300-PROVE-FILE - THE FILE CONTROL MUST MATCH THE FILE AS
046000*READ.
046100*----------------------------------------------------------------
046200 2300-PROVE-FILE.
046300         MOVE WS-FILE-HASH-SUM TO WS-HASH-10.
046400         IF ACH-FC-BATCH-COUNT-X NOT NUMERIC
046500                 OR ACH-FC-ENTRY-COUNT-X NOT NUMERIC
046600                 OR ACH-FC-ENTRY-HASH-X NOT NUMERIC
046700                 OR ACH-FC-TOTAL-DEBIT-X NOT NUMERIC
046800                 OR ACH-FC-TOTAL-CREDIT-X NOT NUMERIC
046900             MOVE "FILE CONTROL NOT NUMERIC" TO WS-PROOF-ERROR
047000             PERFORM 2900-PROOF-ERROR THRU 2900-EXIT
047100             GO TO 2300-EXIT
047200         END-IF.
047300         IF ACH-FC-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
047400                 OR ACH-FC-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
047500                 OR ACH-FC-ENTRY-HASH NOT = WS-HASH-10
047600                 OR ACH-FC-TOTAL-DEBIT NOT = WS-FILE-DEBIT
047700                 OR ACH-FC-TOTAL-CREDIT NOT = WS-FILE-CREDIT
047800             DISPLAY "ACH FILE CONTROL OUT OF BALANCE"
047900             DISPLAY "  BATCHES        CONTROL "
048000                 ACH-FC-BATCH-COUNT " READ " WS-FILE-BATCH-COUNT
048100             DISPLAY "  ENTRY/ADDENDA  CONTROL "
048200                 ACH-FC-ENTRY-COUNT " READ " WS-FILE-ENTRY-COUNT
048300             DISPLAY "  ENTRY HASH     CONTROL "
048400                 ACH-FC-ENTRY-HASH " READ " WS-HASH-10
048500             DISPLAY "  TOTAL DEBITS   CONTROL "
048600                 ACH-FC-TOTAL-DEBIT " READ " WS-FILE-DEBIT
048700             DISPLAY "  TOTAL CREDITS  CONTROL "
048800                 ACH-FC-TOTAL-CREDIT " READ " WS-FILE-CREDIT
048900             SET WS-OUT-OF-BALANCE TO TRUE
049000         END-IF.
049100 2300-EXIT.
049200         EXIT.

049300*----------------------------------------------------------------
049400*2900-PROOF-ERROR - REPORT A STRUCTURAL FAULT IN THE FILE AND
049500*FAIL THE PROOF.
049600*----------------------------------------------------------------
049700 2900-PROOF-ERROR.
049800         DISPLAY "ACH FILE ERROR AT RECORD " WS-ACH-RECORD-COUNT
049900             ": " WS-PROOF-ERROR.
050000         SET WS-OUT-OF-BALANCE TO TRUE.
050100 2900-EXIT.
050200         EXIT.

050300*----------------------------------------------------------------
050400*3000-COPY-INPUT - PASS ONE UPSTREAM RECORD THROUGH.  THE
050500*TRAILER IS HELD BACK - ITS FIGURES ARE CARRIED INTO THE NEW
050600*TRAILER WRITTEN AFTER THE ACH ENTRIES, AS CLAIMED, NOT
050700*RECOMPUTED, SO THE FRONT-END EDIT STILL CATCHES AN UPSTREAM
050800*FILE THAT WAS BROKEN BEFORE WE TOUCHED IT.
050900*----------------------------------------------------------------
051000 3000-COPY-INPUT.
051100         IF TI-TRAILER-RECORD
051200             SET WS-TRAILER-SEEN TO TRUE
051300             MOVE TT-ITEM-COUNT TO WS-TRAILER-COUNT
051400             MOVE TT-HASH-TOTAL TO WS-TRAILER-HASH
051500         ELSE
051600             WRITE INTAKE-RECORD FROM TRANSACTION-INPUT-RECORD
051700             IF NOT WS-OUT-OK
051800                 DISPLAY "INTAKE WRITE FAILED, STATUS: "
051900                     WS-OUT-STATUS
052000                 SET WS-FATAL TO TRUE
052100             ELSE
052200                 ADD 1 TO WS-COPY-COUNT
052300             END-IF
052400             IF TI-SEQ-NUM-X NUMERIC
052500                     AND TI-SEQ-NUM NOT < WS-NEXT-SEQ
052600                 COMPUTE WS-NEXT-SEQ = TI-SEQ-NUM + 1
052700             END-IF
052800         END-IF.
052900         PERFORM 1100-READ-INPUT THRU 1100-EXIT.
053000 3000-EXIT.
053100         EXIT.

053200*----------------------------------------------------------------
053300*4000-CONVERT-ACH - ONE RECORD OF THE TAKE-IN PASS.  THE FILE
053400*HAS ALREADY PROVED, SO ONLY THE HEADERS (KEPT FOR THE RETURN
053500*FILE) AND THE ENTRIES MATTER.  THE FILE CONTROL ENDS THE PASS.
053600*----------------------------------------------------------------
053700 4000-CONVERT-ACH.
053800         EVALUATE TRUE
053900           WHEN ACH-FILE-HEADER-REC
054000             MOVE ACH-FILE-HEADER TO WS-SAVED-FILE-HEADER
054100           WHEN ACH-BATCH-HEADER-REC
054200             MOVE ACH-BATCH-HEADER TO WS-SAVED-BATCH-HEADER
054300             ADD 1 TO WS-IN-BATCH-SEQ
054400           WHEN ACH-ENTRY-REC
054500             PERFORM 4100-TAKE-ENTRY THRU 4100-EXIT
054600           WHEN ACH-FILE-CONTROL-REC
054700             SET WS-ACH-EOF TO TRUE
054800             GO TO 4000-EXIT
054900         END-EVALUATE.
055000         PERFORM 1200-READ-ACH THRU 1200-EXIT.
055100 4000-EXIT.
055200         EXIT.

055300*----------------------------------------------------------------
055400*4100-TAKE-ENTRY - SCREEN ONE ENTRY.  A GOOD ENTRY GOES TO THE
055500*INTAKE FILE AS A DEPOSIT OR WITHDRAW; A PRENOTE IS ONLY
055600*COUNTED; ANYTHING ELSE GOES ON THE RETURN FILE.
055700*----------------------------------------------------------------
055800 4100-TAKE-ENTRY.
055900         MOVE SPACES TO WS-RETURN-REASON WS-RETURN-TEXT.
056000         EVALUATE TRUE
056100           WHEN NOT ACH-ED-POST-CREDIT
056200                     AND NOT ACH-ED-POST-DEBIT
056300                     AND NOT ACH-ED-PRENOTE
056400             MOVE "R17" TO WS-RETURN-REASON
056500             MOVE "TRANSACTION CODE NOT ACCEPTED"
056600                 TO WS-RETURN-TEXT
056700           WHEN ACH-ED-LEFT-ACCOUNT NUMERIC
056800                     AND ACH-ED-LEFT-REST = SPACES
056900             MOVE ACH-ED-LEFT-ACCOUNT TO WS-ACH-ACCOUNT-X
057000             PERFORM 4200-CHECK-ACCOUNT THRU 4200-EXIT
057100           WHEN ACH-ED-DFI-ACCOUNT NUMERIC
057200                     AND ACH-ED-RIGHT-LEAD = "0000000"
057300             MOVE ACH-ED-RIGHT-ACCOUNT TO WS-ACH-ACCOUNT-X
057400             PERFORM 4200-CHECK-ACCOUNT THRU 4200-EXIT
057500           WHEN OTHER
057600             MOVE "R04" TO WS-RETURN-REASON
057700             MOVE "INVALID ACCOUNT NUMBER STRUCTURE"
057800                 TO WS-RETURN-TEXT
057900         END-EVALUATE.
058000         IF NOT WS-NO-RETURN
058100             PERFORM 4500-RETURN-ENTRY THRU 4500-EXIT
058200             GO TO 4100-EXIT
058300         END-IF.
058400         IF ACH-ED-PRENOTE
058500             ADD 1 TO WS-PRENOTE-COUNT
058600             GO TO 4100-EXIT
058700         END-IF.
058800         MOVE SPACES TO INTAKE-RECORD.
058900         MOVE WS-NEXT-SEQ    TO IK-SEQ-NUM.
059000         MOVE WS-ACH-ACCOUNT TO IK-ACCOUNT.
059100         IF ACH-ED-POST-CREDIT
059200             MOVE "DEPOSIT" TO IK-TYPE
059300         ELSE
059400             MOVE "WITHDRAW" TO IK-TYPE
059500         END-IF.
059600         MOVE ACH-ED-AMOUNT  TO IK-AMOUNT.
059700         MOVE ZERO           TO IK-TO-ACCOUNT.
059800         MOVE ZERO           TO IK-HOLD-DAYS.
059900         WRITE INTAKE-RECORD.
060000         IF NOT WS-OUT-OK
060100             DISPLAY "INTAKE WRITE FAILED, STATUS: "
060200                 WS-OUT-STATUS
060300             SET WS-FATAL TO TRUE
060400             GO TO 4100-EXIT
060500         END-IF.
060600         IF ACH-ED-POST-CREDIT
060700             ADD 1 TO WS-CREDIT-COUNT
060800             ADD ACH-ED-AMOUNT TO WS-CREDIT-AMOUNT
060900         ELSE
061000             ADD 1 TO WS-DEBIT-COUNT
061100             ADD ACH-ED-AMOUNT TO WS-DEBIT-AMOUNT
061200         END-IF.
061300         ADD 1 TO WS-NEXT-SEQ.
061400         ADD 1 TO WS-TRAILER-COUNT.
061500         ADD ACH-ED-AMOUNT TO WS-TRAILER-HASH.
061600 4100-EXIT.
061700         EXIT.

061800*----------------------------------------------------------------
061900*4200-CHECK-ACCOUNT - THE RECEIVING ACCOUNT MUST BE ON THE
062000*MASTER AND NOT CLOSED OR FROZEN.  A DORMANT ACCOUNT TAKES THE
062100*ENTRY - POSTING WAKES IT UP LIKE ANY CUSTOMER ACTIVITY.
062200*----------------------------------------------------------------
062300 4200-CHECK-ACCOUNT.
062400         MOVE WS-ACH-ACCOUNT TO AM-ACCOUNT-NO.
062500         READ ACCOUNT-MASTER-FILE
062600             INVALID KEY
062700                 MOVE "R03" TO WS-RETURN-REASON
062800                 MOVE "NO ACCOUNT/UNABLE TO LOCATE ACCOUNT"
062900                     TO WS-RETURN-TEXT
063000                 GO TO 4200-EXIT
063100         END-READ.
063200         IF AM-STATUS-CLOSED
063300             MOVE "R02" TO WS-RETURN-REASON
063400             MOVE "ACCOUNT CLOSED" TO WS-RETURN-TEXT
063500         END-IF.
063600         IF AM-STATUS-FROZEN
063700             MOVE "R16" TO WS-RETURN-REASON
063800             MOVE "ACCOUNT FROZEN" TO WS-RETURN-TEXT
063900         END-IF.
064000 4200-EXIT.
064100         EXIT.

064200*----------------------------------------------------------------
064300*4500-RETURN-ENTRY - SEND ONE ENTRY BACK.  THE RETURN ENTRY IS
064400*THE ORIGINAL WITH ITS TRANSACTION CODE TURNED INTO THE RETURN
064500*CODE FOR ITS SIDE (21/26 DEMAND, 31/36 SAVINGS), ADDRESSED TO
064600*THE ORIGINATING BANK AND CARRYING A NEW TRACE NUMBER, FOLLOWED
064700*BY A RETURN ADDENDA WITH THE REASON AND THE ORIGINAL TRACE.
064800*----------------------------------------------------------------
064900 4500-RETURN-ENTRY.
065000         IF NOT WS-RET-FILE-OPEN
065100             PERFORM 4600-START-RETURN-FILE THRU 4600-EXIT
065200         END-IF.
065300         IF WS-RET-BATCH-OPEN
065400                 AND WS-RET-BATCH-OF NOT = WS-IN-BATCH-SEQ
065500             PERFORM 4800-END-RETURN-BATCH THRU 4800-EXIT
065600         END-IF.
065700         IF NOT WS-RET-BATCH-OPEN
065800             PERFORM 4700-START-RETURN-BATCH THRU 4700-EXIT
065900         END-IF.
066000         MOVE ACH-ENTRY-DETAIL TO RET-ENTRY-DETAIL.
066100         DIVIDE ACH-ED-TRAN-CODE BY 10 GIVING WS-TRAN-TENS
066200             REMAINDER WS-TRAN-UNITS.
066300         IF WS-TRAN-UNITS < 5
066400             COMPUTE RET-ED-TRAN-CODE = WS-TRAN-TENS * 10 + 1
066500         ELSE
066600             COMPUTE RET-ED-TRAN-CODE = WS-TRAN-TENS * 10 + 6
066700         END-IF.
066800         MOVE WS-RET-ODFI-ID TO WS-CHECK-ROUTING.
066900         PERFORM 4900-CHECK-DIGIT THRU 4900-EXIT.
067000         MOVE WS-RET-ODFI-ID-X TO RET-ED-RDFI-ID-X.
067100         MOVE WS-CHECK-DIGIT TO RET-ED-CHECK-DIGIT.
067200         MOVE "1" TO RET-ED-ADDENDA-IND.
067300         ADD 1 TO WS-RET-TRACE-SEQ.
067400         MOVE WS-RET-OUR-ID TO WS-RET-TRACE-ROUTING.
067500         MOVE WS-RET-TRACE TO RET-ED-TRACE-NO.
067600         PERFORM 4950-WRITE-RETURN THRU 4950-EXIT.
067700         ADD 1 TO WS-RET-BAT-ENTRY-COUNT.
067800         IF WS-RET-ODFI-ID-X NUMERIC
067900             ADD WS-RET-ODFI-ID TO WS-RET-BAT-HASH-SUM
068000         END-IF.
068100         IF WS-TRAN-UNITS < 5
068200             ADD ACH-ED-AMOUNT TO WS-RET-BAT-CREDIT
068300         ELSE
068400             ADD ACH-ED-AMOUNT TO WS-RET-BAT-DEBIT
068500         END-IF.
068600         MOVE SPACES TO RET-ADDENDA.
068700         MOVE "7" TO RET-RECORD-TYPE.
068800         MOVE "99" TO RET-AD-TYPE-CODE.
068900         MOVE WS-RETURN-REASON TO RET-AD-RETURN-REASON.
069000         MOVE ACH-ED-TRACE-NO TO RET-AD-ORIG-TRACE.
069100         MOVE ACH-ED-RDFI-ID-X TO RET-AD-ORIG-RDFI.
069200         MOVE WS-RETURN-TEXT TO RET-AD-INFO.
069300         MOVE WS-RET-TRACE TO RET-AD-TRACE-NO.
069400         PERFORM 4950-WRITE-RETURN THRU 4950-EXIT.
069500         ADD 1 TO WS-RET-BAT-ENTRY-COUNT.
069600         ADD 1 TO WS-RETURN-COUNT.
069700         ADD ACH-ED-AMOUNT TO WS-RETURN-AMOUNT.
069800         DISPLAY "ACH ENTRY RETURNED " WS-RETURN-REASON
069900             " TRACE " ACH-ED-TRACE-NO
070000             " ACCOUNT " ACH-ED-DFI-ACCOUNT.
070100 4500-EXIT.
070200         EXIT.

070300*----------------------------------------------------------------
070400*4600-START-RETURN-FILE - FILE HEADER FOR THE RETURN FILE: THE
070500*INBOUND HEADER WITH THE DESTINATION AND ORIGIN TURNED ROUND,
070600*STAMPED WITH TODAY'S CREATION DATE AND TIME.
070700*----------------------------------------------------------------
070800 4600-START-RETURN-FILE.
070900         MOVE WS-SAVED-FILE-HEADER TO RET-FILE-HEADER.
071000         MOVE RET-FH-DEST TO WS-SWAP-ROUTING.
071100         MOVE RET-FH-ORIGIN TO RET-FH-DEST.
071200         MOVE WS-SWAP-ROUTING TO RET-FH-ORIGIN.
071300         MOVE RET-FH-DEST-NAME TO WS-SWAP-NAME.
071400         MOVE RET-FH-ORIGIN-NAME TO RET-FH-DEST-NAME.
071500         MOVE WS-SWAP-NAME TO RET-FH-ORIGIN-NAME.
071600         ACCEPT WS-TODAY-YYMMDD FROM DATE.
071700         ACCEPT WS-NOW FROM TIME.
071800         MOVE WS-TODAY-YYMMDD TO RET-FH-CREATE-DATE.
071900         MOVE WS-NOW-HHMM TO RET-FH-CREATE-TIME.
072000         MOVE "A" TO RET-FH-ID-MODIFIER.
072100         MOVE "094" TO RET-FH-RECORD-SIZE.
072200         MOVE "10" TO RET-FH-BLOCKING.
072300         MOVE "1" TO RET-FH-FORMAT.
072400         MOVE SPACES TO RET-FH-REFERENCE.
072500         PERFORM 4950-WRITE-RETURN THRU 4950-EXIT.
072600         SET WS-RET-FILE-OPEN TO TRUE.
072700 4600-EXIT.
072800         EXIT.

072900*----------------------------------------------------------------
073000*4700-START-RETURN-BATCH - BATCH HEADER FOR THE RETURNS FROM
073100*THE CURRENT INBOUND BATCH: THE ORIGINAL COMPANY FIELDS, MIXED
073200*SERVICE CLASS, THIS BANK AS THE ORIGINATOR OF THE RETURNS.
073300*----------------------------------------------------------------
073400 4700-START-RETURN-BATCH.
073500         MOVE WS-SAVED-BATCH-HEADER TO RET-BATCH-HEADER.
073600         MOVE RET-BH-ODFI-ID-X TO WS-RET-ODFI-ID-X.
073700         MOVE RET-BH-COMPANY-ID TO WS-RET-COMPANY-ID.
073800         MOVE ACH-ED-RDFI-ID-X TO WS-RET-OUR-ID.
073900         MOVE "200" TO RET-BH-SERVICE-CLASS.
074000         MOVE WS-RET-OUR-ID TO RET-BH-ODFI-ID-X.
074100         ADD 1 TO WS-RET-BATCH-NO.
074200         MOVE WS-RET-BATCH-NO TO RET-BH-BATCH-NO.
074300         PERFORM 4950-WRITE-RETURN THRU 4950-EXIT.
074400         MOVE ZERO TO WS-RET-BAT-ENTRY-COUNT WS-RET-BAT-HASH-SUM
074500             WS-RET-BAT-DEBIT WS-RET-BAT-CREDIT.
074600         MOVE WS-IN-BATCH-SEQ TO WS-RET-BATCH-OF.
074700         SET WS-RET-BATCH-OPEN TO TRUE.
074800 4700-EXIT.
074900         EXIT.

075000*----------------------------------------------------------------
075100*4800-END-RETURN-BATCH - BATCH CONTROL FOR THE OPEN RETURN
075200*BATCH, ROLLED INTO THE RETURN FILE'S TOTALS.
075300*----------------------------------------------------------------
075400 4800-END-RETURN-BATCH.
075500         MOVE SPACES TO RET-BATCH-CONTROL.
075600         MOVE "8" TO RET-RECORD-TYPE.
075700         MOVE "200" TO RET-BC-SERVICE-CLASS.
075800         MOVE WS-RET-BAT-ENTRY-COUNT TO RET-BC-ENTRY-COUNT.
075900         MOVE WS-RET-BAT-HASH-SUM TO RET-BC-ENTRY-HASH.
076000         MOVE WS-RET-BAT-DEBIT TO RET-BC-TOTAL-DEBIT.
076100         MOVE WS-RET-BAT-CREDIT TO RET-BC-TOTAL-CREDIT.
076200         MOVE WS-RET-COMPANY-ID TO RET-BC-COMPANY-ID.
076300         MOVE WS-RET-OUR-ID TO RET-BC-ODFI-ID.
076400         MOVE WS-RET-BATCH-NO TO RET-BC-BATCH-NO.
076500         PERFORM 4950-WRITE-RETURN THRU 4950-EXIT.
076600         ADD 1 TO WS-RET-BATCH-COUNT.
076700         ADD WS-RET-BAT-ENTRY-COUNT TO WS-RET-ENTRY-COUNT.
076800         ADD WS-RET-BAT-HASH-SUM TO WS-RET-HASH-SUM.
076900         ADD WS-RET-BAT-DEBIT TO WS-RET-DEBIT.
077000         ADD WS-RET-BAT-CREDIT TO WS-RET-CREDIT.
077100         MOVE "N" TO WS-RET-BATCH-SWITCH.
077200 4800-EXIT.
077300         EXIT.

077400*----------------------------------------------------------------
077500*4900-CHECK-DIGIT - CHECK DIGIT FOR THE ROUTING NUMBER IN
077600*WS-CHECK-ROUTING.
077700*----------------------------------------------------------------
077800 4900-CHECK-DIGIT.
077900         MOVE ZERO TO WS-CHECK-DIGIT WS-WEIGHT-SUM.
078000         IF WS-RET-ODFI-ID-X NOT NUMERIC
078100             GO TO 4900-EXIT
078200         END-IF.
078300         PERFORM 4910-WEIGH-DIGIT THRU 4910-EXIT
078400             VARYING WS-DIGIT-SUB FROM 1 BY 1
078500             UNTIL WS-DIGIT-SUB > 8.
078600         DIVIDE WS-WEIGHT-SUM BY 10 GIVING WS-CHECK-QUOT
078700             REMAINDER WS-CHECK-REM.
078800         IF WS-CHECK-REM NOT = ZERO
078900             COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REM
079000         END-IF.
079100 4900-EXIT.
079200         EXIT.

079300 4910-WEIGH-DIGIT.
079400         COMPUTE WS-WEIGHT-SUM = WS-WEIGHT-SUM
079500             + WS-ROUTING-DIGIT (WS-DIGIT-SUB)
079600             * WS-ROUTING-WEIGHT (WS-DIGIT-SUB).
079700 4910-EXIT.
079800         EXIT.

079900*----------------------------------------------------------------
080000*4950-WRITE-RETURN - WRITE WHATEVER VIEW OF THE RETURN RECORD
080100*AREA WAS JUST BUILT.
080200*----------------------------------------------------------------
080300 4950-WRITE-RETURN.
080400         WRITE RET-FILE-HEADER.
080500         IF NOT WS-RET-OK
080600             DISPLAY "ACH RETURN WRITE FAILED, STATUS: "
080700                 WS-RET-STATUS
080800             SET WS-FATAL TO TRUE
080900         ELSE
081000             ADD 1 TO WS-RET-RECORD-COUNT
081100         END-IF.
081200 4950-EXIT.
081300         EXIT.

081400*----------------------------------------------------------------
081500*5000-FINISH-RETURNS - CLOSE THE LAST RETURN BATCH, WRITE THE
081600*FILE CONTROL AND FILL OUT THE LAST BLOCK OF TEN WITH NINES.
081700*NOTHING RETURNED MEANS AN EMPTY RETURN FILE.
081800*----------------------------------------------------------------
081900 5000-FINISH-RETURNS.
082000         IF NOT WS-RET-FILE-OPEN
082100             GO TO 5000-EXIT
082200         END-IF.
082300         IF WS-RET-BATCH-OPEN
082400             PERFORM 4800-END-RETURN-BATCH THRU 4800-EXIT
082500         END-IF.
082600         COMPUTE WS-RET-BLOCK-COUNT =
082700             (WS-RET-RECORD-COUNT + 1 + 9) / 10.
082800         MOVE SPACES TO RET-FILE-CONTROL.
082900         MOVE "9" TO RET-RECORD-TYPE.
083000         MOVE WS-RET-BATCH-COUNT TO RET-FC-BATCH-COUNT.
083100         MOVE WS-RET-BLOCK-COUNT TO RET-FC-BLOCK-COUNT.
083200         MOVE WS-RET-ENTRY-COUNT TO RET-FC-ENTRY-COUNT.
083300         MOVE WS-RET-HASH-SUM TO RET-FC-ENTRY-HASH.
083400         MOVE WS-RET-DEBIT TO RET-FC-TOTAL-DEBIT.
083500         MOVE WS-RET-CREDIT TO RET-FC-TOTAL-CREDIT.
083600         PERFORM 4950-WRITE-RETURN THRU 4950-EXIT.
083700         PERFORM 5100-WRITE-FILL THRU 5100-EXIT
083800             UNTIL WS-RET-RECORD-COUNT
083850                     NOT < WS-RET-BLOCK-COUNT * 10
083900                 OR WS-FATAL.
084000 5000-EXIT.
084100         EXIT.

084200 5100-WRITE-FILL.
084300         MOVE ALL "9" TO RET-FILE-HEADER.
084400         PERFORM 4950-WRITE-RETURN THRU 4950-EXIT.
084500 5100-EXIT.
084600         EXIT.

084700*----------------------------------------------------------------
084800*6000-WRITE-TRAILER - NEW TRAILER CARRYING THE UPSTREAM FIGURES
084900*PLUS THE ACH ENTRIES TAKEN IN.  NO UPSTREAM TRAILER MEANS NO
085000*TRAILER OUT - THE FRONT-END EDIT FAILS THE FILE, WHICH IS
085100*EXACTLY WHAT A BROKEN UPSTREAM HAND-OFF DESERVES.
085200*----------------------------------------------------------------
085300 6000-WRITE-TRAILER.
085400         IF NOT WS-TRAILER-SEEN
085500             DISPLAY "NO TRAILER ON UPSTREAM INPUT - "
085600                 "NONE WRITTEN"
085700             MOVE 4 TO RETURN-CODE
085800             GO TO 6000-EXIT
085900         END-IF.
086000         MOVE SPACES TO INTAKE-TRAILER.
086100         MOVE "99999999" TO INTAKE-TRAILER (1:8).
086200         MOVE WS-TRAILER-COUNT TO IT-ITEM-COUNT.
086300         MOVE WS-TRAILER-HASH TO IT-HASH-TOTAL.
086400         WRITE INTAKE-TRAILER.
086500         IF NOT WS-OUT-OK
086600             DISPLAY "INTAKE WRITE FAILED, STATUS: "
086700                 WS-OUT-STATUS
086800             SET WS-FATAL TO TRUE
086900         END-IF.
087000 6000-EXIT.
087100         EXIT.

087200*----------------------------------------------------------------
087300*9000-TERMINATE - REPORT COUNTS AND CLOSE UP.
087400*----------------------------------------------------------------
087500 9000-TERMINATE.
087600         DISPLAY "UPSTREAM RECORDS COPIED : " WS-COPY-COUNT.
087700         DISPLAY "ACH RECORDS READ        : " WS-ACH-RECORD-COUNT.
087800         DISPLAY "ACH CREDITS TAKEN IN    : " WS-CREDIT-COUNT
087900             "  AMOUNT " WS-CREDIT-AMOUNT.
088000         DISPLAY "ACH DEBITS TAKEN IN     : " WS-DEBIT-COUNT
088100             "  AMOUNT " WS-DEBIT-AMOUNT.
088200         DISPLAY "ACH PRENOTES ACCEPTED   : " WS-PRENOTE-COUNT.
088300         DISPLAY "ACH ENTRIES RETURNED    : " WS-RETURN-COUNT
088400             "  AMOUNT " WS-RETURN-AMOUNT.
088500         IF WS-RETURN-COUNT > ZERO AND RETURN-CODE = ZERO
088600             MOVE 4 TO RETURN-CODE
088700         END-IF.
088800         IF WS-FATAL
088900             MOVE 8 TO RETURN-CODE
089000         END-IF.
089100         IF NOT WS-OUT-OF-BALANCE AND WS-ACH-RECORD-COUNT > ZERO
089200             CLOSE ACH-INPUT-FILE
089300         END-IF.
089400         CLOSE ACH-RETURN-FILE.
089500         CLOSE TRANSACTION-INPUT-FILE.
089600         CLOSE INTAKE-FILE.
089700         CLOSE ACCOUNT-MASTER-FILE.
089800 9000-EXIT.
089900         EXIT.
