000100*****************************************************************
000200** PROGRAM-ID : ProveBatchTotals
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-02
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   BATCHTRN CONTROL TOTALS AND MASTER BALANCE PROOF.  RUNS
001000**   TWICE IN THE NIGHTLY POSTING JOB, THE PROOF POINT KEYED AT
001100**   STEP START AFTER THE BUSINESS DATE:
001200**     OPEN  - AHEAD OF POSTING.  TOTALS THE ACCOUNT MASTER
001300**             (BALANCE, HELD AMOUNT, ACCOUNTS) AND WRITES THEM
001400**             TO THE CTLTOTS FILE AS THE DATE'S MASTOPEN RECORD.
001500**             A DATE ALREADY SNAPSHOT KEEPS ITS TOTALS - A
001600**             RESTARTED JOB MUST PROVE AGAINST THE MASTER AS IT
001700**             WAS BEFORE ANYTHING POSTED - UNLESS THE OPERATOR
001800**             KEYS "RERUN".
001900**     CLOSE - AFTER THE NIGHT'S WORK, BEFORE THE MASTER BACKUP.
002000**             PROVES EACH STEP'S TOTALS TO THE NEXT ONE'S
002100**             (GENSTORD -> EDITTRAN -> BATCHTRN), THAT POSTING
002200**             ACCOUNTED FOR EVERY ITEM IT READ, AND THAT THE
002300**             MASTER NOW TOTALS WHAT IT SHOULD:
002400**               BALANCE = OPENING + CREDITS - DEBITS POSTED
002500**               HELD    = OPENING + HOLDS ADDED - HOLDS RELEASED
002600**             AND WRITES THE RESULT AS THE MASTCLOS RECORD.
002700**   ANY CONTROL OUT OF BALANCE, OR A STEP'S TOTALS MISSING,
002800**   ENDS THE STEP WITH RETURN CODE 8 SO THE BACKUP DOES NOT
002900**   RUN OVER A MASTER NOBODY HAS LOOKED AT.  THE PROOF REPORT
003000**   LISTS EVERY CONTROL WITH ITS EXPECTED AND ACTUAL FIGURES.
003100**   MatureDeposits MOVES MONEY BETWEEN ACCOUNTS ONLY, SO IT
003200**   NETS TO NOTHING IN THE MASTER TOTALS; ONLINE POSTING MUST
003300**   BE DOWN BETWEEN THE TWO PROOF POINTS.
003400**--------------------------------------------------------------
003500** MODIFICATION HISTORY.
003600**   2026-10-02  DK  INITIAL VERSION.
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. ProveBatchTotals.
004000 AUTHOR. D. KOWALSKI.
004100 INSTALLATION. MIDSTATE-SAVINGS-DP.
004200 DATE-WRITTEN. 2026-10-02.
004300 DATE-COMPILED.

004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS AM-ACCOUNT-NO
005100         ALTERNATE RECORD KEY IS AM-USER
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-ACCT-STATUS.
005400     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CX-KEY
005800         FILE STATUS IS WS-CTL-STATUS.
005900     SELECT REPORT-FILE ASSIGN TO "PROOFRPT"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RPT-STATUS.

006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ACCOUNT-MASTER-FILE
006500         LABEL RECORDS ARE STANDARD.
006600     COPY ACCTMSTR.

006700 FD  CONTROL-TOTALS-FILE
006800         LABEL RECORDS ARE STANDARD.
006900     COPY CTLTOTS.

007000 FD  REPORT-FILE
007100         LABEL RECORDS ARE STANDARD
007200         RECORD CONTAINS 133 CHARACTERS.
007300 01  REPORT-RECORD               PIC X(133).

007400 WORKING-STORAGE SECTION.
007500*BUSINESS DATE AND PROOF POINT KEYED AT STEP START.
007600 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
007700 01  WS-PROOF-POINT               PIC X(05)     VALUE SPACES.
007800         88  WS-POINT-OPEN            VALUE "OPEN".
007900         88  WS-POINT-CLOSE           VALUE "CLOSE".
008000*OPERATOR REPLY WHEN THE OPENING TOTALS WERE ALREADY TAKEN.
008100 01  WS-RERUN-IN                  PIC X(05).

008200*MASTER TOTALS AS THEY STAND NOW.
008300 01  WS-MASTER-BALANCE            PIC 9(14)V99  VALUE ZERO.
008400 01  WS-MASTER-HELD               PIC 9(14)V99  VALUE ZERO.
008500 01  WS-MASTER-COUNT              PIC 9(08)     VALUE ZERO.

008600*THE OTHER STEPS' TOTALS FOR THE DATE, AS FOUND ON CTLTOTS.
008700 01  WS-OPEN-BALANCE              PIC 9(14)V99  VALUE ZERO.
008800 01  WS-OPEN-HELD                 PIC 9(14)V99  VALUE ZERO.
008900 01  WS-GEN-COUNT-OUT             PIC 9(08)     VALUE ZERO.
009000 01  WS-GEN-AMOUNT-OUT            PIC 9(12)V99  VALUE ZERO.
009100 01  WS-EDIT-COUNT-IN             PIC 9(08)     VALUE ZERO.
009200 01  WS-EDIT-AMOUNT-IN            PIC 9(12)V99  VALUE ZERO.
009300 01  WS-EDIT-COUNT-OUT            PIC 9(08)     VALUE ZERO.
009400 01  WS-EDIT-AMOUNT-OUT           PIC 9(12)V99  VALUE ZERO.
009500 01  WS-POST-COUNT-IN             PIC 9(08)     VALUE ZERO.
009600 01  WS-POST-AMOUNT-IN            PIC 9(12)V99  VALUE ZERO.
009700 01  WS-POST-ACCOUNTED            PIC 9(08)     VALUE ZERO.
009800 01  WS-POST-DOUBT                PIC 9(08)     VALUE ZERO.
009900 01  WS-POST-CREDITS              PIC 9(12)V99  VALUE ZERO.
010000 01  WS-POST-DEBITS               PIC 9(12)V99  VALUE ZERO.
010100 01  WS-POST-HOLDS-ADDED          PIC 9(12)V99  VALUE ZERO.
010200 01  WS-REL-HOLDS-RELEASED        PIC 9(12)V99  VALUE ZERO.

010300*ONE CONTROL AT A TIME - WHAT IT SHOULD BE AND WHAT IT IS.
010400 01  WS-PROOF-LABEL               PIC X(30)     VALUE SPACES.
010500 01  WS-EXPECT-COUNT              PIC 9(08)     VALUE ZERO.
010600 01  WS-ACTUAL-COUNT              PIC 9(08)     VALUE ZERO.
010700 01  WS-EXPECT-AMOUNT             PIC S9(14)V99 VALUE ZERO.
010800 01  WS-ACTUAL-AMOUNT             PIC S9(14)V99 VALUE ZERO.

010900*FILE STATUS AND SWITCHES.
011000 01  WS-ACCT-STATUS               PIC X(02).
011100         88  WS-ACCT-OK               VALUE "00".
011200 01  WS-CTL-STATUS                PIC X(02).
011300         88  WS-CTL-OK                VALUE "00".
011400 01  WS-RPT-STATUS                PIC X(02).
011500         88  WS-RPT-OK                VALUE "00".
011600 01  WS-EOF-SWITCH                PIC X(01)     VALUE "N".
011700         88  WS-EOF                   VALUE "Y".
011800 01  WS-FOUND-SWITCH              PIC X(01)     VALUE "N".
011900         88  WS-FOUND                 VALUE "Y".
012000         88  WS-NOT-FOUND             VALUE "N".
012100 01  WS-PROOF-SWITCH              PIC X(01)     VALUE "B".
012200         88  WS-IN-BALANCE            VALUE "B".
012300         88  WS-OUT-OF-BALANCE        VALUE "O".

012400*REPORT LINE LAYOUTS.
012500 01  RPT-HEADING-1.
012600         05  FILLER  PIC X(44) VALUE
012700             "BATCHTRN CONTROL TOTALS AND MASTER PROOF".
012800         05  FILLER  PIC X(15) VALUE "BUSINESS DATE:".
012900         05  RPT-HEAD-DATE        PIC 9(08).
013000         05  FILLER  PIC X(04) VALUE SPACES.
013100         05  FILLER  PIC X(07) VALUE "POINT:".
013200         05  RPT-HEAD-POINT       PIC X(05).
013300 01  RPT-HEADING-2.
013400         05  FILLER  PIC X(32) VALUE "CONTROL".
013500         05  FILLER  PIC X(24) VALUE "EXPECTED".
013600         05  FILLER  PIC X(24) VALUE "ACTUAL".
013700         05  FILLER  PIC X(14) VALUE "RESULT".
013800 01  RPT-PROOF-LINE.
013900         05  RPT-PROOF-LABEL      PIC X(30).
014000         05  FILLER               PIC X(02) VALUE SPACES.
014100         05  RPT-EXPECT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
014200         05  FILLER               PIC X(02) VALUE SPACES.
014300         05  RPT-ACTUAL-AMOUNT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
014400         05  FILLER               PIC X(02) VALUE SPACES.
014500         05  RPT-PROOF-RESULT     PIC X(14).
014600 01  RPT-COUNT-PROOF-LINE.
014700         05  RPT-CPROOF-LABEL     PIC X(30).
014800         05  FILLER               PIC X(13) VALUE SPACES.
014900         05  RPT-EXPECT-COUNT     PIC ZZ,ZZZ,ZZ9.
015000         05  FILLER               PIC X(14) VALUE SPACES.
015100         05  RPT-ACTUAL-COUNT     PIC ZZ,ZZZ,ZZ9.
015200         05  FILLER               PIC X(03) VALUE SPACES.
015300         05  RPT-CPROOF-RESULT    PIC X(14).
015400 01  RPT-COUNT-LINE.
015500         05  RPT-COUNT-LABEL      PIC X(30).
015600         05  RPT-COUNT-VALUE      PIC ZZ,ZZZ,ZZ9.
015700 01  RPT-AMOUNT-LINE.
015800         05  RPT-AMOUNT-LABEL     PIC X(30).
015900         05  RPT-AMOUNT-VALUE     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
016000 01  RPT-VERDICT-LINE.
016100         05  RPT-VERDICT          PIC X(60).

016200 PROCEDURE DIVISION.

016300*----------------------------------------------------------------
016400*0000-MAIN-PROCESS.
016500*----------------------------------------------------------------
016600 0000-MAIN-PROCESS.
016700         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016800         IF WS-POINT-OPEN
016900             PERFORM 2000-TAKE-OPENING THRU 2000-EXIT
017000         ELSE
017100             PERFORM 3000-PROVE-CLOSING THRU 3000-EXIT
017200         END-IF.
017300         PERFORM 9000-TERMINATE THRU 9000-EXIT.
017400         STOP RUN.

017500*----------------------------------------------------------------
017600*1000-INITIALIZE - GET THE DATE AND PROOF POINT, OPEN FILES,
017700*PRINT HEADINGS.
017800*----------------------------------------------------------------
017900 1000-INITIALIZE.
018000         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
018100         ACCEPT WS-RUN-DATE FROM CONSOLE.
018200         DISPLAY "ENTER PROOF POINT (OPEN OR CLOSE): ".
018300         ACCEPT WS-PROOF-POINT FROM CONSOLE.
018400         IF NOT WS-POINT-OPEN AND NOT WS-POINT-CLOSE
018500             DISPLAY "PROOF POINT MUST BE OPEN OR CLOSE"
018600             MOVE 8 TO RETURN-CODE
018700             STOP RUN
018800         END-IF.
018900         OPEN INPUT ACCOUNT-MASTER-FILE.
019000         IF NOT WS-ACCT-OK
019100             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
019200                 WS-ACCT-STATUS
019300             MOVE 8 TO RETURN-CODE
019400             STOP RUN
019500         END-IF.
019600         OPEN I-O CONTROL-TOTALS-FILE.
019700         IF NOT WS-CTL-OK
019800             DISPLAY "CONTROL TOTALS OPEN FAILED, STATUS: "
019900                 WS-CTL-STATUS
020000             MOVE 8 TO RETURN-CODE
020100             STOP RUN
020200         END-IF.
020300         OPEN OUTPUT REPORT-FILE.
020400         IF NOT WS-RPT-OK
020500             DISPLAY "REPORT FILE OPEN FAILED, STATUS: "
020600                 WS-RPT-STATUS
020700             MOVE 8 TO RETURN-CODE
020800             STOP RUN
020900         END-IF.
021000         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
021100         MOVE WS-PROOF-POINT TO RPT-HEAD-POINT.
021200         WRITE REPORT-RECORD FROM RPT-HEADING-1.
021300         IF NOT WS-RPT-OK
021400             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
021500         END-IF.
021600         WRITE REPORT-RECORD FROM RPT-HEADING-2.
021700         IF NOT WS-RPT-OK
021800             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
021900         END-IF.
022000 1000-EXIT.
022100         EXIT.

022200*----------------------------------------------------------------
022300*1100-SUM-MASTER - TOTAL THE BALANCE AND HELD AMOUNT OF EVERY
022400*RECORD ON THE ACCOUNT MASTER, WHATEVER ITS STATUS.
022500*----------------------------------------------------------------
022600 1100-SUM-MASTER.
022700         PERFORM 1110-READ-MASTER THRU 1110-EXIT
022800             UNTIL WS-EOF.
022900 1100-EXIT.
023000         EXIT.

023100 1110-READ-MASTER.
023200         READ ACCOUNT-MASTER-FILE NEXT RECORD
023300             AT END
023400                 SET WS-EOF TO TRUE
023500                 GO TO 1110-EXIT
023600         END-READ.
023700         ADD 1 TO WS-MASTER-COUNT.
023800         ADD AM-BALANCE TO WS-MASTER-BALANCE.
023900         ADD AM-HOLD-AMOUNT TO WS-MASTER-HELD.
024000 1110-EXIT.
024100         EXIT.

024200*----------------------------------------------------------------
024300*1200-READ-STEP-TOTALS - READ ONE STEP'S CONTROL TOTALS FOR THE
024400*DATE; THE CALLER SETS CX-STEP-ID.  A MISSING RECORD IS A CONTROL
024500*FAILURE IN ITS OWN RIGHT.
024600*----------------------------------------------------------------
024700 1200-READ-STEP-TOTALS.
024800         MOVE WS-RUN-DATE TO CX-RUN-DATE.
024900         SET WS-FOUND TO TRUE.
025000         READ CONTROL-TOTALS-FILE
025100             INVALID KEY
025200                 SET WS-NOT-FOUND TO TRUE
025300         END-READ.
025400         IF WS-NOT-FOUND
025500             MOVE SPACES TO RPT-VERDICT
025600             STRING "NO CONTROL TOTALS FROM " CX-STEP-ID
025700                 DELIMITED BY SIZE INTO RPT-VERDICT
025800             END-STRING
025900             PERFORM 3950-PRINT-VERDICT THRU 3950-EXIT
026000             DISPLAY "NO CONTROL TOTALS FROM " CX-STEP-ID
026100             SET WS-OUT-OF-BALANCE TO TRUE
026200         END-IF.
026300 1200-EXIT.
026400         EXIT.

026500*----------------------------------------------------------------
026600*2000-TAKE-OPENING - THE MASTER'S TOTALS BEFORE POSTING.  A DATE
026700*ALREADY SNAPSHOT KEEPS WHAT IT HAS UNLESS THE OPERATOR KEYS
026800*"RERUN" - A RESTART MUST PROVE AGAINST THE FIRST SNAPSHOT.
026900*----------------------------------------------------------------
027000 2000-TAKE-OPENING.
027100         MOVE WS-RUN-DATE TO CX-RUN-DATE.
027200         MOVE "MASTOPEN" TO CX-STEP-ID.
027300         READ CONTROL-TOTALS-FILE
027400             INVALID KEY
027500                 GO TO 2100-SNAPSHOT
027600         END-READ.
027700         DISPLAY "OPENING TOTALS ALREADY TAKEN FOR " WS-RUN-DATE.
027800         DISPLAY "ENTER RERUN TO RETAKE THEM: ".
027900         ACCEPT WS-RERUN-IN FROM CONSOLE.
028000         IF WS-RERUN-IN = "RERUN"
028100             GO TO 2100-SNAPSHOT
028200         END-IF.
028300         DISPLAY "OPENING TOTALS KEPT".
028400         MOVE CX-MASTER-COUNT TO WS-MASTER-COUNT.
028500         MOVE CX-MASTER-BALANCE TO WS-MASTER-BALANCE.
028600         MOVE CX-MASTER-HELD TO WS-MASTER-HELD.
028700         MOVE "OPENING TOTALS KEPT FROM EARLIER RUN"
028800             TO RPT-VERDICT.
028900         PERFORM 3950-PRINT-VERDICT THRU 3950-EXIT.
029000         GO TO 2200-PRINT-OPENING.
029100 2100-SNAPSHOT.
029200         PERFORM 1100-SUM-MASTER THRU 1100-EXIT.
029300         MOVE "MASTOPEN" TO CX-STEP-ID.
029400         PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
029500 2200-PRINT-OPENING.
029600         MOVE "MASTER ACCOUNTS" TO RPT-COUNT-LABEL.
029700         MOVE WS-MASTER-COUNT TO RPT-COUNT-VALUE.
029800         PERFORM 3970-PRINT-COUNT THRU 3970-EXIT.
029900         MOVE "OPENING MASTER BALANCE" TO RPT-AMOUNT-LABEL.
030000         MOVE WS-MASTER-BALANCE TO RPT-AMOUNT-VALUE.
030100         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
030200         MOVE "OPENING MASTER HELD" TO RPT-AMOUNT-LABEL.
030300         MOVE WS-MASTER-HELD TO RPT-AMOUNT-VALUE.
030400         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
030500         DISPLAY "OPENING MASTER ACCOUNTS: " WS-MASTER-COUNT.
030600         DISPLAY "OPENING MASTER BALANCE : " WS-MASTER-BALANCE.
030700         DISPLAY "OPENING MASTER HELD    : " WS-MASTER-HELD.
030800 2000-EXIT.
030900         EXIT.

031000*----------------------------------------------------------------
031100*3000-PROVE-CLOSING - GATHER EVERY STEP'S TOTALS, TOTAL THE
031200*MASTER AGAIN, AND PROVE THE LOT.
031300*----------------------------------------------------------------
031400 3000-PROVE-CLOSING.
031500         PERFORM 3100-GATHER-TOTALS THRU 3100-EXIT.
031600         PERFORM 1100-SUM-MASTER THRU 1100-EXIT.
031700         PERFORM 3200-PROVE-STEPS THRU 3200-EXIT.
031800         PERFORM 3300-PROVE-MASTER THRU 3300-EXIT.
031900         MOVE "MASTCLOS" TO CX-STEP-ID.
032000         PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
032100         IF WS-OUT-OF-BALANCE
032200             MOVE "OUT OF BALANCE - DO NOT BACK UP THE MASTER"
032300                 TO RPT-VERDICT
032400             MOVE 8 TO RETURN-CODE
032500         ELSE
032600             MOVE "ALL CONTROLS IN BALANCE" TO RPT-VERDICT
032700         END-IF.
032800         PERFORM 3950-PRINT-VERDICT THRU 3950-EXIT.
032900         DISPLAY RPT-VERDICT.
033000 3000-EXIT.
033100         EXIT.

033200*----------------------------------------------------------------
033300*3100-GATHER-TOTALS - PULL THE FIGURES EACH STEP LEFT ON CTLTOTS.
033400*A STEP THAT CALLED ITSELF OUT OF BALANCE FAILS THE PROOF TOO.
033500*----------------------------------------------------------------
033600 3100-GATHER-TOTALS.
033700         MOVE "MASTOPEN" TO CX-STEP-ID.
033800         PERFORM 1200-READ-STEP-TOTALS THRU 1200-EXIT.
033900         IF WS-FOUND
034000             MOVE CX-MASTER-BALANCE TO WS-OPEN-BALANCE
034100             MOVE CX-MASTER-HELD TO WS-OPEN-HELD
034200         END-IF.
034300         MOVE "GENSTORD" TO CX-STEP-ID.
034400         PERFORM 1200-READ-STEP-TOTALS THRU 1200-EXIT.
034500         IF WS-FOUND
034600             MOVE CX-COUNT-OUT TO WS-GEN-COUNT-OUT
034700             MOVE CX-AMOUNT-OUT TO WS-GEN-AMOUNT-OUT
034800             PERFORM 3110-CHECK-STEP-STATUS THRU 3110-EXIT
034900         END-IF.
035000         MOVE "EDITTRAN" TO CX-STEP-ID.
035100         PERFORM 1200-READ-STEP-TOTALS THRU 1200-EXIT.
035200         IF WS-FOUND
035300             MOVE CX-COUNT-IN TO WS-EDIT-COUNT-IN
035400             MOVE CX-AMOUNT-IN TO WS-EDIT-AMOUNT-IN
035500             MOVE CX-COUNT-OUT TO WS-EDIT-COUNT-OUT
035600             MOVE CX-AMOUNT-OUT TO WS-EDIT-AMOUNT-OUT
035700             PERFORM 3110-CHECK-STEP-STATUS THRU 3110-EXIT
035800         END-IF.
035900         MOVE "BATCHTRN" TO CX-STEP-ID.
036000         PERFORM 1200-READ-STEP-TOTALS THRU 1200-EXIT.
036100         IF WS-FOUND
036200             MOVE CX-COUNT-IN TO WS-POST-COUNT-IN
036300             MOVE CX-AMOUNT-IN TO WS-POST-AMOUNT-IN
036400             COMPUTE WS-POST-ACCOUNTED = CX-COUNT-OUT
036500                 + CX-COUNT-SUSPENDED + CX-COUNT-REJECTED
036600                 + CX-COUNT-IN-DOUBT
036700             MOVE CX-COUNT-IN-DOUBT TO WS-POST-DOUBT
036800             MOVE CX-CREDITS TO WS-POST-CREDITS
036900             MOVE CX-DEBITS TO WS-POST-DEBITS
037000             MOVE CX-HOLDS-ADDED TO WS-POST-HOLDS-ADDED
037100             PERFORM 3110-CHECK-STEP-STATUS THRU 3110-EXIT
037200         END-IF.
037300         MOVE "RELHOLDS" TO CX-STEP-ID.
037400         PERFORM 1200-READ-STEP-TOTALS THRU 1200-EXIT.
037500         IF WS-FOUND
037600             MOVE CX-HOLDS-RELEASED TO WS-REL-HOLDS-RELEASED
037700         END-IF.
037800 3100-EXIT.
037900         EXIT.

038000 3110-CHECK-STEP-STATUS.
038100         IF CX-OUT-OF-BALANCE
038200             MOVE SPACES TO RPT-VERDICT
038300             STRING CX-STEP-ID " REPORTED ITSELF OUT OF BALANCE"
038400                 DELIMITED BY SIZE INTO RPT-VERDICT
038500             END-STRING
038600             PERFORM 3950-PRINT-VERDICT THRU 3950-EXIT
038700             SET WS-OUT-OF-BALANCE TO TRUE
038800         END-IF.
038900 3110-EXIT.
039000         EXIT.

039100*----------------------------------------------------------------
039200*3200-PROVE-STEPS - EACH STEP'S INPUT AGAINST THE PRIOR STEP'S
039300*OUTPUT, AND POSTING'S ITEMS READ AGAINST WHERE THEY ENDED UP.
039400*----------------------------------------------------------------
039500 3200-PROVE-STEPS.
039600         MOVE "GENSTORD OUT / EDITTRAN READ" TO WS-PROOF-LABEL.
039700         MOVE WS-GEN-COUNT-OUT TO WS-EXPECT-COUNT.
039800         MOVE WS-EDIT-COUNT-IN TO WS-ACTUAL-COUNT.
039900         PERFORM 3900-PRINT-COUNT-PROOF THRU 3900-EXIT.
040000         MOVE "  AMOUNT" TO WS-PROOF-LABEL.
040100         MOVE WS-GEN-AMOUNT-OUT TO WS-EXPECT-AMOUNT.
040200         MOVE WS-EDIT-AMOUNT-IN TO WS-ACTUAL-AMOUNT.
040300         PERFORM 3910-PRINT-AMOUNT-PROOF THRU 3910-EXIT.
040400         MOVE "EDITTRAN OUT / BATCHTRN READ" TO WS-PROOF-LABEL.
040500         MOVE WS-EDIT-COUNT-OUT TO WS-EXPECT-COUNT.
040600         MOVE WS-POST-COUNT-IN TO WS-ACTUAL-COUNT.
040700         PERFORM 3900-PRINT-COUNT-PROOF THRU 3900-EXIT.
040800         MOVE "  AMOUNT" TO WS-PROOF-LABEL.
040900         MOVE WS-EDIT-AMOUNT-OUT TO WS-EXPECT-AMOUNT.
041000         MOVE WS-POST-AMOUNT-IN TO WS-ACTUAL-AMOUNT.
041100         PERFORM 3910-PRINT-AMOUNT-PROOF THRU 3910-EXIT.
041200         MOVE "BATCHTRN READ / ACCOUNTED FOR" TO WS-PROOF-LABEL.
041300         MOVE WS-POST-COUNT-IN TO WS-EXPECT-COUNT.
041400         MOVE WS-POST-ACCOUNTED TO WS-ACTUAL-COUNT.
041500         PERFORM 3900-PRINT-COUNT-PROOF THRU 3900-EXIT.
041600         IF WS-POST-DOUBT > ZERO
041700             MOVE "ITEMS IN DOUBT AFTER RESTART"
041800                 TO RPT-COUNT-LABEL
041900             MOVE WS-POST-DOUBT TO RPT-COUNT-VALUE
042000             PERFORM 3970-PRINT-COUNT THRU 3970-EXIT
042100         END-IF.
042200 3200-EXIT.
042300         EXIT.

042400*----------------------------------------------------------------
042500*3300-PROVE-MASTER - THE OPENING TOTALS MOVED BY THE NIGHT'S
042600*POSTED MONEY AND HOLD CHANGES MUST LAND ON THE MASTER AS IT
042700*STANDS NOW.
042800*----------------------------------------------------------------
042900 3300-PROVE-MASTER.
043000         MOVE "OPENING MASTER BALANCE" TO RPT-AMOUNT-LABEL.
043100         MOVE WS-OPEN-BALANCE TO RPT-AMOUNT-VALUE.
043200         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
043300         MOVE "  PLUS CREDITS POSTED" TO RPT-AMOUNT-LABEL.
043400         MOVE WS-POST-CREDITS TO RPT-AMOUNT-VALUE.
043500         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
043600         MOVE "  LESS DEBITS POSTED" TO RPT-AMOUNT-LABEL.
043700         MOVE WS-POST-DEBITS TO RPT-AMOUNT-VALUE.
043800         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
043900         MOVE "MASTER BALANCE" TO WS-PROOF-LABEL.
044000         COMPUTE WS-EXPECT-AMOUNT = WS-OPEN-BALANCE
044100             + WS-POST-CREDITS - WS-POST-DEBITS.
044200         MOVE WS-MASTER-BALANCE TO WS-ACTUAL-AMOUNT.
044300         PERFORM 3910-PRINT-AMOUNT-PROOF THRU 3910-EXIT.
044400         MOVE "OPENING MASTER HELD" TO RPT-AMOUNT-LABEL.
044500         MOVE WS-OPEN-HELD TO RPT-AMOUNT-VALUE.
044600         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
044700         MOVE "  PLUS HOLDS ADDED" TO RPT-AMOUNT-LABEL.
044800         MOVE WS-POST-HOLDS-ADDED TO RPT-AMOUNT-VALUE.
044900         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
045000         MOVE "  LESS HOLDS RELEASED" TO RPT-AMOUNT-LABEL.
045100         MOVE WS-REL-HOLDS-RELEASED TO RPT-AMOUNT-VALUE.
045200         PERFORM 3960-PRINT-AMOUNT THRU 3960-EXIT.
045300         MOVE "MASTER HELD AMOUNT" TO WS-PROOF-LABEL.
045400         COMPUTE WS-EXPECT-AMOUNT = WS-OPEN-HELD
045500             + WS-POST-HOLDS-ADDED - WS-REL-HOLDS-RELEASED.
045600         MOVE WS-MASTER-HELD TO WS-ACTUAL-AMOUNT.
045700         PERFORM 3910-PRINT-AMOUNT-PROOF THRU 3910-EXIT.
045800 3300-EXIT.
045900         EXIT.

046000*----------------------------------------------------------------
046100*3900-PRINT-COUNT-PROOF / 3910-PRINT-AMOUNT-PROOF - ONE CONTROL
046200*LINE, EXPECTED AGAINST ACTUAL.  A DIFFERENCE FAILS THE PROOF.
046300*----------------------------------------------------------------
046400 3900-PRINT-COUNT-PROOF.
046500         MOVE WS-PROOF-LABEL TO RPT-CPROOF-LABEL.
046600         MOVE WS-EXPECT-COUNT TO RPT-EXPECT-COUNT.
046700         MOVE WS-ACTUAL-COUNT TO RPT-ACTUAL-COUNT.
046800         IF WS-EXPECT-COUNT = WS-ACTUAL-COUNT
046900             MOVE "IN BALANCE" TO RPT-CPROOF-RESULT
047000         ELSE
047100             MOVE "OUT OF BALANCE" TO RPT-CPROOF-RESULT
047200             SET WS-OUT-OF-BALANCE TO TRUE
047300             DISPLAY "OUT OF BALANCE: " WS-PROOF-LABEL
047400         END-IF.
047500         WRITE REPORT-RECORD FROM RPT-COUNT-PROOF-LINE.
047600         IF NOT WS-RPT-OK
047700             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
047800         END-IF.
047900 3900-EXIT.
048000         EXIT.

048100 3910-PRINT-AMOUNT-PROOF.
048200         MOVE WS-PROOF-LABEL TO RPT-PROOF-LABEL.
048300         MOVE WS-EXPECT-AMOUNT TO RPT-EXPECT-AMOUNT.
048400         MOVE WS-ACTUAL-AMOUNT TO RPT-ACTUAL-AMOUNT.
048500         IF WS-EXPECT-AMOUNT = WS-ACTUAL-AMOUNT
048600             MOVE "IN BALANCE" TO RPT-PROOF-RESULT
048700         ELSE
048800             MOVE "OUT OF BALANCE" TO RPT-PROOF-RESULT
048900             SET WS-OUT-OF-BALANCE TO TRUE
049000             DISPLAY "OUT OF BALANCE: " WS-PROOF-LABEL
049100         END-IF.
049200         WRITE REPORT-RECORD FROM RPT-PROOF-LINE.
049300         IF NOT WS-RPT-OK
049400             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
049500         END-IF.
049600 3910-EXIT.
049700         EXIT.

049800 3950-PRINT-VERDICT.
049900         WRITE REPORT-RECORD FROM RPT-VERDICT-LINE.
050000         IF NOT WS-RPT-OK
050100             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
050200         END-IF.
050300 3950-EXIT.
050400         EXIT.

050500 3960-PRINT-AMOUNT.
050600         WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
050700         IF NOT WS-RPT-OK
050800             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
050900         END-IF.
051000 3960-EXIT.
051100         EXIT.

051200 3970-PRINT-COUNT.
051300         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
051400         IF NOT WS-RPT-OK
051500             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
051600         END-IF.
051700 3970-EXIT.
051800         EXIT.

051900*----------------------------------------------------------------
052000*8000-WRITE-CONTROL-TOTALS - THE MASTER'S TOTALS UNDER THE STEP
052100*ID THE CALLER SET (MASTOPEN OR MASTCLOS), REPLACING ANY EARLIER
052200*RECORD FOR THE DATE.
052300*----------------------------------------------------------------
052400 8000-WRITE-CONTROL-TOTALS.
052500         MOVE CX-STEP-ID TO WS-PROOF-LABEL.
052600         MOVE SPACES TO CONTROL-TOTALS-RECORD.
052700         MOVE ZERO TO CX-COUNT-IN CX-AMOUNT-IN CX-COUNT-OUT
052800             CX-AMOUNT-OUT CX-COUNT-SUSPENDED CX-COUNT-REJECTED
052900             CX-COUNT-IN-DOUBT CX-CREDITS CX-DEBITS
053000             CX-HOLDS-ADDED CX-HOLDS-RELEASED CX-MASTER-BALANCE
053100             CX-MASTER-HELD CX-MASTER-COUNT.
053200         MOVE WS-RUN-DATE TO CX-RUN-DATE.
053300         MOVE WS-PROOF-LABEL TO CX-STEP-ID.
053400         MOVE WS-PROOF-SWITCH TO CX-STATUS.
053500         MOVE WS-MASTER-COUNT TO CX-MASTER-COUNT.
053600         MOVE WS-MASTER-BALANCE TO CX-MASTER-BALANCE.
053700         MOVE WS-MASTER-HELD TO CX-MASTER-HELD.
053800         MOVE WS-POST-CREDITS TO CX-CREDITS.
053900         MOVE WS-POST-DEBITS TO CX-DEBITS.
054000         MOVE WS-POST-HOLDS-ADDED TO CX-HOLDS-ADDED.
054100         MOVE WS-REL-HOLDS-RELEASED TO CX-HOLDS-RELEASED.
054200         ACCEPT CX-WRITE-TIME FROM TIME.
054300         WRITE CONTROL-TOTALS-RECORD
054400             INVALID KEY
054500                 REWRITE CONTROL-TOTALS-RECORD
054600                     INVALID KEY
054700                         DISPLAY "CONTROL TOTALS WRITE FAILED, "
054800                             "STATUS: " WS-CTL-STATUS
054900                         SET WS-OUT-OF-BALANCE TO TRUE
055000                         MOVE 8 TO RETURN-CODE
055100                 END-REWRITE
055200         END-WRITE.
055300 8000-EXIT.
055400         EXIT.

055500*----------------------------------------------------------------
055600*9000-TERMINATE - CLOSE UP.
055700*----------------------------------------------------------------
055800 9000-TERMINATE.
055900         CLOSE ACCOUNT-MASTER-FILE.
056000         CLOSE CONTROL-TOTALS-FILE.
056100         CLOSE REPORT-FILE.
056200 9000-EXIT.
056300         EXIT.
