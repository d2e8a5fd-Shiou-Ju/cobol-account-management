000100***************************************************************
000200** PROGRAM-ID : OverdraftMaint
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-14
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   OVERDRAFT PROTECTION LINK MAINTENANCE.  ONE OPERATOR-KEYED
001000**   ACTION PER RUN, THE SAME WAY StandingOrderMaint WORKS THE
001100**   STANDING ORDER MASTER:
001200**     LINK - ENROLL A CHECKING ACCOUNT FOR OVERDRAFT PROTECTION
001300**            AGAINST ONE OF THE SAME CUSTOMER'S SAVINGS
001400**            ACCOUNTS, WITH THE PER-SWEEP FEE (ZERO FOR NONE).
001500**            A PREVIOUSLY DROPPED LINK IS RE-ENROLLED IN PLACE.
001600**     DROP - MARK A LINK DROPPED SO THE POSTING PROGRAMS STOP
001700**            SWEEPING FOR THAT CHECKING ACCOUNT.
001800**   BOTH ACCOUNTS MUST BE ON THE ACCOUNT MASTER AND OPEN, THE
001900**   FIRST A CHECKING ACCOUNT AND THE SECOND A SAVINGS ACCOUNT,
002000**   AND BOTH MUST CARRY THE SAME (LINKED) CUSTOMER NUMBER - A
002100**   CUSTOMER CAN ONLY BE PROTECTED FROM THEIR OWN MONEY.
002200**--------------------------------------------------------------
002300** MODIFICATION HISTORY.
002400**   2026-09-14  DK  INITIAL VERSION.
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. OverdraftMaint.
002800 AUTHOR. D. KOWALSKI.
002900 INSTALLATION. MIDSTATE-SAVINGS-DP.
003000 DATE-WRITTEN. 2026-09-14.
003100 DATE-COMPILED.

003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OVERDRAFT-LINK-FILE ASSIGN TO "ODLINK"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS OD-CHECKING-ACCT
003900         FILE STATUS IS WS-LINK-STATUS.
004000     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS AM-ACCOUNT-NO
004400         ALTERNATE RECORD KEY IS AM-USER
004500             WITH DUPLICATES
004600         FILE STATUS IS WS-ACCT-STATUS.
004700     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS OP-ID
005100         FILE STATUS IS WS-OPER-STATUS.

005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  OVERDRAFT-LINK-FILE
005500         LABEL RECORDS ARE STANDARD.
005600     COPY ODLINK.

005700 FD  ACCOUNT-MASTER-FILE
005800         LABEL RECORDS ARE STANDARD.
005900     COPY ACCTMSTR.

006000 FD  OPERATOR-FILE
006100         LABEL RECORDS ARE STANDARD.
006200     COPY OPERATOR.

006300 WORKING-STORAGE SECTION.
006400*MAINTENANCE ACTION KEYED BY THE OPERATOR.
006500 01  WS-ACTION                PIC X(06).
006600         88  WS-ACTION-LINK       VALUE "LINK".
006700         88  WS-ACTION-DROP       VALUE "DROP".
006800*LINK FIELDS AS KEYED, BEFORE THEY ARE TRUSTED.
006900 01  WS-CHECKING-IN           PIC 9(10).
007000 01  WS-SAVINGS-IN            PIC 9(10).
007100 01  WS-FEE-IN                PIC 9(05)V99.
007200*OWNER OF THE CHECKING ACCOUNT, MATCHED AGAINST THE SAVINGS.
007300 01  WS-CHK-CUSTOMER          PIC 9(06)     VALUE ZERO.
007400*TODAY'S DATE, STAMPED ON THE LINK.
007500 01  WS-TODAY                 PIC 9(08).
007600*RESULT OF THE RUN, FOR THE CONSOLE.
007700 01  WS-RESULT                PIC X(30).

007800*FILE STATUS AND SWITCHES.
007900 01  WS-LINK-STATUS           PIC X(02).
008000         88  WS-LINK-OK           VALUE "00".
008100 01  WS-ACCT-STATUS           PIC X(02).
008200         88  WS-ACCT-OK           VALUE "00".
008300 01  WS-OPER-STATUS           PIC X(02).
008400         88  WS-OPER-OK           VALUE "00".
008500*SIGNED-ON OPERATOR.
008600 01  WS-OPERATOR-ID           PIC X(08)     VALUE SPACES.
008700 01  WS-EDIT-FAIL-SWITCH      PIC X(01)     VALUE "N".
008800         88  WS-EDIT-FAILED       VALUE "Y".
008900 01  WS-RELINK-SWITCH         PIC X(01)     VALUE "N".
009000         88  WS-RELINK            VALUE "Y".

009100 PROCEDURE DIVISION.

009200*----------------------------------------------------------------
009300*0000-MAIN-PROCESS.
009400*----------------------------------------------------------------
009500 0000-MAIN-PROCESS.
009600         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009700         EVALUATE TRUE
009800           WHEN WS-ACTION-LINK
009900             PERFORM 2000-LINK-ACCOUNTS THRU 2000-EXIT
010000           WHEN WS-ACTION-DROP
010100             PERFORM 3000-DROP-LINK THRU 3000-EXIT
010200           WHEN OTHER
010300             MOVE "REJECTED-INVALID-ACTION" TO WS-RESULT
010400             DISPLAY "ACTION REJECTED: INVALID ACTION " WS-ACTION
010500         END-EVALUATE.
010600         DISPLAY "LINK ACTION RESULT: " WS-RESULT.

010700 9999-TERMINATE.
010800         PERFORM 9500-CLOSE-FILES THRU 9500-EXIT.
010900         STOP RUN.

011000*----------------------------------------------------------------
011100*0500-SIGN-ON - THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR
011200*FILE BEFORE ANYTHING ELSE IS ACCEPTED.  AN UNKNOWN OR REVOKED
011300*ID ENDS THE RUN.
011400*----------------------------------------------------------------
011500 0500-SIGN-ON.
011600         OPEN INPUT OPERATOR-FILE.
011700         IF NOT WS-OPER-OK
011800             DISPLAY "OPERATOR FILE OPEN FAILED, STATUS: "
011900                 WS-OPER-STATUS
012000             MOVE 8 TO RETURN-CODE
012100             STOP RUN
012200         END-IF.
012300         DISPLAY "ENTER OPERATOR ID: ".
012400         ACCEPT WS-OPERATOR-ID FROM CONSOLE.
012500         MOVE WS-OPERATOR-ID TO OP-ID.
012600         READ OPERATOR-FILE
012700             INVALID KEY
012800                 DISPLAY "SIGN-ON REFUSED - UNKNOWN OPERATOR: "
012900                     WS-OPERATOR-ID
013000                 MOVE 8 TO RETURN-CODE
013100                 STOP RUN
013200         END-READ.
013300         IF NOT OP-STATUS-ACTIVE
013400             DISPLAY "SIGN-ON REFUSED - OPERATOR REVOKED: "
013500                 WS-OPERATOR-ID
013600             MOVE 8 TO RETURN-CODE
013700             STOP RUN
013800         END-IF.
013900         DISPLAY "SIGNED ON: " OP-NAME.
014000 0500-EXIT.
014100         EXIT.

014200*----------------------------------------------------------------
014300*1000-INITIALIZE - OPEN FILES AND ACCEPT THE ACTION.
014400*----------------------------------------------------------------
014500 1000-INITIALIZE.
014600         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
014700         OPEN I-O OVERDRAFT-LINK-FILE.
014800         IF NOT WS-LINK-OK
014900             DISPLAY "OVERDRAFT LINK FILE OPEN FAILED, STATUS: "
015000                 WS-LINK-STATUS
015100             STOP RUN
015200         END-IF.
015300         OPEN INPUT ACCOUNT-MASTER-FILE.
015400         IF NOT WS-ACCT-OK
015500             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
015600                 WS-ACCT-STATUS
015700             STOP RUN
015800         END-IF.
015900         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
016000         DISPLAY "ENTER ACTION (LINK/DROP): ".
016100         ACCEPT WS-ACTION FROM CONSOLE.
016200         DISPLAY "ENTER CHECKING ACCOUNT NUMBER: ".
016300         ACCEPT WS-CHECKING-IN FROM CONSOLE.
016400         IF WS-ACTION-LINK
016500             DISPLAY "ENTER SAVINGS ACCOUNT NUMBER: "
016600             ACCEPT WS-SAVINGS-IN FROM CONSOLE
016700             DISPLAY "ENTER SWEEP FEE (ZERO FOR NONE): "
016800             ACCEPT WS-FEE-IN FROM CONSOLE
016900         END-IF.
017000 1000-EXIT.
017100         EXIT.

017200*----------------------------------------------------------------
017300*2000-LINK-ACCOUNTS - EDIT BOTH ACCOUNTS, THEN WRITE THE LINK
017400*(OR RE-ENROLL A DROPPED ONE).  A BAD FIELD NAMES ITSELF ON THE
017500*CONSOLE AND NOTHING IS WRITTEN.
017600*----------------------------------------------------------------
017700 2000-LINK-ACCOUNTS.
017800         IF WS-SAVINGS-IN = WS-CHECKING-IN
017900             DISPLAY "LINK REJECTED: SAME ACCOUNT BOTH SIDES"
018000             MOVE "REJECTED-SAME-ACCOUNT" TO WS-RESULT
018100             GO TO 2000-EXIT
018200         END-IF.
018300         PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT.
018400         IF WS-EDIT-FAILED
018500             MOVE "REJECTED" TO WS-RESULT
018600             GO TO 2000-EXIT
018700         END-IF.
018800         MOVE WS-CHECKING-IN TO OD-CHECKING-ACCT.
018900         READ OVERDRAFT-LINK-FILE
019000             INVALID KEY
019100                 CONTINUE
019200             NOT INVALID KEY
019300                 IF OD-ACTIVE
019400                     DISPLAY "LINK REJECTED: ALREADY LINKED TO "
019500                         OD-SAVINGS-ACCT
019600                     MOVE "REJECTED-ALREADY-LINKED" TO WS-RESULT
019700                     GO TO 2000-EXIT
019800                 END-IF
019900                 SET WS-RELINK TO TRUE
020000         END-READ.
020100         MOVE SPACES TO OVERDRAFT-LINK-RECORD.
020200         MOVE WS-CHECKING-IN TO OD-CHECKING-ACCT.
020300         MOVE WS-SAVINGS-IN  TO OD-SAVINGS-ACCT.
020400         MOVE WS-FEE-IN      TO OD-SWEEP-FEE.
020500         MOVE WS-TODAY       TO OD-LINK-DATE.
020600         MOVE WS-OPERATOR-ID TO OD-OPERATOR.
020700         MOVE "A"            TO OD-STATUS.
020800         IF WS-RELINK
020900             REWRITE OVERDRAFT-LINK-RECORD
021000                 INVALID KEY
021100                     DISPLAY "LINK REWRITE FAILED, STATUS: "
021200                         WS-LINK-STATUS
021300                     MOVE "REJECTED-REWRITE-FAILED" TO WS-RESULT
021400                     GO TO 2000-EXIT
021500             END-REWRITE
021600         ELSE
021700             WRITE OVERDRAFT-LINK-RECORD
021800                 INVALID KEY
021900                     DISPLAY "LINK WRITE FAILED, STATUS: "
022000                         WS-LINK-STATUS
022100                     MOVE "REJECTED-WRITE-FAILED" TO WS-RESULT
022200                     GO TO 2000-EXIT
022300             END-WRITE
022400         END-IF.
022500         MOVE "LINK ADDED" TO WS-RESULT.
022600         DISPLAY "LINK ADDED: " WS-CHECKING-IN " TO "
022650             WS-SAVINGS-IN.
022700 2000-EXIT.
022800         EXIT.

022900*----------------------------------------------------------------
023000*2100-CHECK-ACCOUNTS - THE CHECKING ACCOUNT AND THE SAVINGS
023100*ACCOUNT MUST BOTH BE ON THE MASTER, OPEN, OF THE RIGHT TYPE, AND
023200*OWNED BY THE SAME LINKED CUSTOMER.
023300*----------------------------------------------------------------
023400 2100-CHECK-ACCOUNTS.
023500         MOVE WS-CHECKING-IN TO AM-ACCOUNT-NO.
023600         READ ACCOUNT-MASTER-FILE
023700             INVALID KEY
023800                 DISPLAY "LINK REJECTED: ACCOUNT NOT ON MASTER "
023900                     WS-CHECKING-IN
024000                 SET WS-EDIT-FAILED TO TRUE
024100                 GO TO 2100-EXIT
024200         END-READ.
024300         IF NOT AM-TYPE-CHECKING
024400             DISPLAY "LINK REJECTED: NOT A CHECKING ACCOUNT "
024500                 WS-CHECKING-IN
024600             SET WS-EDIT-FAILED TO TRUE
024700         END-IF.
024800         IF NOT AM-STATUS-OPEN
024900             DISPLAY "LINK REJECTED: ACCOUNT NOT OPEN "
025000                 WS-CHECKING-IN
025100             SET WS-EDIT-FAILED TO TRUE
025200         END-IF.
025300         IF AM-CUSTOMER-NO = ZERO
025400             DISPLAY "LINK REJECTED: NO CUSTOMER LINK ON "
025500                 WS-CHECKING-IN
025600             SET WS-EDIT-FAILED TO TRUE
025700         END-IF.
025800         MOVE AM-CUSTOMER-NO TO WS-CHK-CUSTOMER.
025900         MOVE WS-SAVINGS-IN TO AM-ACCOUNT-NO.
026000         READ ACCOUNT-MASTER-FILE
026100             INVALID KEY
026200                 DISPLAY "LINK REJECTED: ACCOUNT NOT ON MASTER "
026300                     WS-SAVINGS-IN
026400                 SET WS-EDIT-FAILED TO TRUE
026500                 GO TO 2100-EXIT
026600         END-READ.
026700         IF NOT AM-TYPE-SAVINGS
026800             DISPLAY "LINK REJECTED: NOT A SAVINGS ACCOUNT "
026900                 WS-SAVINGS-IN
027000             SET WS-EDIT-FAILED TO TRUE
027100         END-IF.
027200         IF NOT AM-STATUS-OPEN
027300             DISPLAY "LINK REJECTED: ACCOUNT NOT OPEN "
027400                 WS-SAVINGS-IN
027500             SET WS-EDIT-FAILED TO TRUE
027600         END-IF.
027700         IF AM-CUSTOMER-NO NOT = WS-CHK-CUSTOMER
027800             DISPLAY "LINK REJECTED: DIFFERENT CUSTOMER ON "
027900                 WS-SAVINGS-IN
028000             SET WS-EDIT-FAILED TO TRUE
028100         END-IF.
028200 2100-EXIT.
028300         EXIT.

028400*----------------------------------------------------------------
028500*3000-DROP-LINK - MARK A LINK DROPPED.  THE RECORD STAYS ON THE
028600*FILE SO THE LINK'S HISTORY IS STILL THERE TO ANSWER FOR.
028700*----------------------------------------------------------------
028800 3000-DROP-LINK.
028900         MOVE WS-CHECKING-IN TO OD-CHECKING-ACCT.
029000         READ OVERDRAFT-LINK-FILE
029100             INVALID KEY
029200                 DISPLAY "LINK NOT ON FILE: " WS-CHECKING-IN
029300                 MOVE "REJECTED-UNKNOWN-LINK" TO WS-RESULT
029400                 GO TO 3000-EXIT
029500         END-READ.
029600         IF OD-DROPPED
029700             DISPLAY "LINK ALREADY DROPPED: " WS-CHECKING-IN
029800             MOVE "REJECTED-ALREADY-DROPPED" TO WS-RESULT
029900             GO TO 3000-EXIT
030000         END-IF.
030100         MOVE "X" TO OD-STATUS.
030200         MOVE WS-OPERATOR-ID TO OD-OPERATOR.
030300         REWRITE OVERDRAFT-LINK-RECORD
030400             INVALID KEY
030500                 DISPLAY "LINK REWRITE FAILED, STATUS: "
030600                     WS-LINK-STATUS
030700                 MOVE "REJECTED-REWRITE-FAILED" TO WS-RESULT
030800                 GO TO 3000-EXIT
030900         END-REWRITE.
031000         MOVE "LINK DROPPED" TO WS-RESULT.
031100         DISPLAY "LINK DROPPED: " WS-CHECKING-IN.
031200 3000-EXIT.
031300         EXIT.

031400*----------------------------------------------------------------
031500*9500-CLOSE-FILES.
031600*----------------------------------------------------------------
031700 9500-CLOSE-FILES.
031800         CLOSE OVERDRAFT-LINK-FILE.
031900         CLOSE ACCOUNT-MASTER-FILE.
032000         CLOSE OPERATOR-FILE.
032100 9500-EXIT.
032200         EXIT.
