000100***************************************************************
000200** PROGRAM-ID : AcctInquiry
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-06
000600** DATE-COMPILED:
000700**--------------------------------------------------------------
000800** REMARKS.
000900**   TELLER ACCOUNT INQUIRY.  READ-ONLY - NOTHING IS POSTED AND
001000**   NO MASTER FILE IS OPENED FOR UPDATE.  ONE LOOKUP PER RUN,
001100**   AFTER THE USUAL OPERATOR SIGN-ON:
001200**     ACCOUNT  - THE MASTER RECORD (STATUS, TYPE, LEDGER
001300**                BALANCE, HELD AMOUNT AND AVAILABLE BALANCE),
001400**                THE OWNER FROM THE CUSTOMER MASTER, EVERY HOLD
001500**                STILL IN FORCE WITH ITS RELEASE DATE, THE ACTIVE
001600**                STANDING ORDERS DRAWN ON OR PAYING INTO THE
001700**                ACCOUNT, OPEN SUSPENSE ITEMS (SUSPENDED OR
001800**                AMENDED, NOT YET RECYCLED) AND THE LATEST
001900**                ACCOUNT HISTORY ENTRIES.
002000**     CUSTOMER - THE CUSTOMER'S NAME AND ADDRESS AND EVERY
002100**                ACCOUNT ON THE MASTER TIED TO THE CUSTOMER, WITH
002200**                ITS BALANCES.
002300**   AVAILABLE BALANCE IS LEDGER BALANCE LESS HELD AMOUNT, NEVER
002400**   BELOW ZERO - THE SAME FIGURE THE POSTING PROGRAMS TEST A
002500**   DEBIT AGAINST.  EVERY LOOKUP, FOUND OR NOT, IS WRITTEN TO
002600**   THE INQUIRY LOG WITH THE SIGNED-ON OPERATOR ID; A RUN THAT
002700**   CANNOT OPEN THE INQUIRY LOG SHOWS NOTHING.
002800**--------------------------------------------------------------
002900** MODIFICATION HISTORY.
003000**   2026-10-06  DK  INITIAL VERSION.
003100***************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. AcctInquiry.
003400 AUTHOR. D. KOWALSKI.
003500 INSTALLATION. MIDSTATE-SAVINGS-DP.
003600 DATE-WRITTEN. 2026-10-06.
003700 DATE-COMPILED.

003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS OP-ID
004500         FILE STATUS IS WS-OPER-STATUS.
004600     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS AM-ACCOUNT-NO
005000         ALTERNATE RECORD KEY IS AM-USER
005100             WITH DUPLICATES
005200         FILE STATUS IS WS-ACCT-STATUS.
005300     SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CM-CUSTOMER-NO
005700         ALTERNATE RECORD KEY IS CM-NAME
005800             WITH DUPLICATES
005900         FILE STATUS IS WS-CUST-STATUS.
006000     SELECT ACCOUNT-HOLD-FILE ASSIGN TO "ACCTHOLD"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS HD-KEY
006400         FILE STATUS IS WS-HOLD-STATUS.
006500     SELECT STANDING-ORDER-FILE ASSIGN TO "STORDERS"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS SEQUENTIAL
006800         RECORD KEY IS SO-ORDER-ID
006900         FILE STATUS IS WS-ORD-STATUS.
007000     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS SP-SUSP-ID
007400         FILE STATUS IS WS-SUSP-STATUS.
007500     SELECT ACCOUNT-HISTORY-FILE ASSIGN TO "ACCTHIST"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS AH-KEY
007900         FILE STATUS IS WS-HIST-STATUS.
008000     SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-INQ-STATUS.

008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  OPERATOR-FILE
008600         LABEL RECORDS ARE STANDARD.
008700     COPY OPERATOR.

008800 FD  ACCOUNT-MASTER-FILE
008900         LABEL RECORDS ARE STANDARD.
009000     COPY ACCTMSTR.

009100 FD  CUSTOMER-MASTER-FILE
009200         LABEL RECORDS ARE STANDARD.
009300     COPY CUSTMSTR.

009400 FD  ACCOUNT-HOLD-FILE
009500         LABEL RECORDS ARE STANDARD.
009600     COPY ACCTHOLD.

009700 FD  STANDING-ORDER-FILE
009800         LABEL RECORDS ARE STANDARD.
009900     COPY STORDERS.

010000 FD  SUSPENSE-FILE
010100         LABEL RECORDS ARE STANDARD.
010200     COPY SUSPENSE.

010300 FD  ACCOUNT-HISTORY-FILE
010400         LABEL RECORDS ARE STANDARD.
010500     COPY ACCTHIST.

010600 FD  INQUIRY-LOG-FILE
010700         LABEL RECORDS ARE STANDARD.
010800     COPY INQLOG.

010900 WORKING-STORAGE SECTION.
011000*LOOKUP KEYED BY THE OPERATOR.
011100 01  WS-ACTION                PIC X(08).
011200         88  WS-ACTION-ACCOUNT    VALUE "ACCOUNT".
011300         88  WS-ACTION-CUSTOMER   VALUE "CUSTOMER".
011400 01  WS-ACCOUNT-IN            PIC 9(10)     VALUE ZERO.
011500 01  WS-ACCOUNT-IN-X          REDEFINES WS-ACCOUNT-IN
011600                              PIC X(10).
011700 01  WS-CUSTOMER-IN           PIC 9(06)     VALUE ZERO.
011800*RESULT OF THE RUN, FOR THE CONSOLE AND THE INQUIRY LOG.
011900 01  WS-RESULT                PIC X(30).
012000*SIGNED-ON OPERATOR.
012100 01  WS-OPERATOR-ID           PIC X(08)     VALUE SPACES.

012200*ACCOUNT HISTORY ENTRIES SHOWN - THE LATEST ONES ONLY.  THE
012300*ACCOUNT'S ENTRIES ARE COUNTED FIRST, AND THE SECOND PASS SKIPS
012400*ALL BUT THE LAST WS-HIST-LIMIT OF THEM.
012500 01  WS-HIST-LIMIT            PIC 9(04)     VALUE 10.
012600 01  WS-HIST-COUNT            PIC 9(07)     VALUE ZERO COMP.
012700 01  WS-HIST-SKIP             PIC 9(07)     VALUE ZERO COMP.
012800 01  WS-HIST-SEEN             PIC 9(07)     VALUE ZERO COMP.
012900*LINES FOUND UNDER EACH HEADING.
013000 01  WS-HOLD-COUNT            PIC 9(05)     VALUE ZERO COMP.
013100 01  WS-ORDER-COUNT           PIC 9(05)     VALUE ZERO COMP.
013200 01  WS-SUSP-COUNT            PIC 9(05)     VALUE ZERO COMP.
013300 01  WS-ACCOUNT-COUNT         PIC 9(05)     VALUE ZERO COMP.
013400*AVAILABLE BALANCE AND A CUSTOMER'S TOTALS.
013500 01  WS-AVAILABLE             PIC 9(10)V99  VALUE ZERO.
013600 01  WS-TOTAL-BALANCE         PIC 9(12)V99  VALUE ZERO.
013700 01  WS-TOTAL-AVAILABLE       PIC 9(12)V99  VALUE ZERO.
013800*DISPLAY WORDS FOR THE STATUS AND TYPE CODES.
013900 01  WS-STATUS-WORD           PIC X(07).
014000 01  WS-TYPE-WORD             PIC X(08).
014100 01  WS-DIRECTION-WORD        PIC X(04).
014200*EDITED AMOUNTS FOR THE CONSOLE.
014300 01  WS-SHOW-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
014400 01  WS-SHOW-AMOUNT-2         PIC Z,ZZZ,ZZZ,ZZ9.99.
014500 01  WS-SHOW-AMOUNT-3         PIC Z,ZZZ,ZZZ,ZZ9.99.
014600 01  WS-SHOW-TOTAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

014700*FILE STATUS AND SWITCHES.
014800 01  WS-OPER-STATUS           PIC X(02).
014900         88  WS-OPER-OK           VALUE "00".
015000 01  WS-ACCT-STATUS           PIC X(02).
015100         88  WS-ACCT-OK           VALUE "00".
015200 01  WS-CUST-STATUS           PIC X(02).
015300         88  WS-CUST-OK           VALUE "00".
015400 01  WS-HOLD-STATUS           PIC X(02).
015500         88  WS-HOLD-OK           VALUE "00".
015600 01  WS-ORD-STATUS            PIC X(02).
015700         88  WS-ORD-OK            VALUE "00".
015800 01  WS-SUSP-STATUS           PIC X(02).
015900         88  WS-SUSP-OK           VALUE "00".
016000 01  WS-HIST-STATUS           PIC X(02).
016100         88  WS-HIST-OK           VALUE "00".
016200 01  WS-INQ-STATUS            PIC X(02).
016300         88  WS-INQ-OK            VALUE "00".
016400 01  WS-BROWSE-EOF-SWITCH     PIC X(01)     VALUE "N".
016500         88  WS-BROWSE-EOF        VALUE "Y".
016600         88  WS-BROWSE-NOT-EOF    VALUE "N".

016700 PROCEDURE DIVISION.

016800*----------------------------------------------------------------
016900*0000-MAIN-PROCESS.
017000*----------------------------------------------------------------
017100 0000-MAIN-PROCESS.
017200         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017300         EVALUATE TRUE
017400           WHEN WS-ACTION-ACCOUNT
017500             PERFORM 2000-ACCOUNT-INQUIRY THRU 2000-EXIT
017600           WHEN WS-ACTION-CUSTOMER
017700             PERFORM 3000-CUSTOMER-INQUIRY THRU 3000-EXIT
017800           WHEN OTHER
017900             MOVE "REJECTED-INVALID-ACTION" TO WS-RESULT
018000             DISPLAY "ACTION REJECTED: INVALID ACTION " WS-ACTION
018100         END-EVALUATE.
018200         PERFORM 8000-LOG-INQUIRY THRU 8000-EXIT.
018300         DISPLAY "INQUIRY RESULT: " WS-RESULT.

018400 9999-TERMINATE.
018500         PERFORM 9500-CLOSE-FILES THRU 9500-EXIT.
018600         STOP RUN.

018700*----------------------------------------------------------------
018800*0500-SIGN-ON - THE OPERATOR MUST SIGN ON AGAINST THE OPERATOR
018900*FILE BEFORE ANYTHING ELSE IS ACCEPTED.  AN UNKNOWN OR REVOKED
019000*ID ENDS THE RUN.
019100*----------------------------------------------------------------
019200 0500-SIGN-ON.
019300         OPEN INPUT OPERATOR-FILE.
019400         IF NOT WS-OPER-OK
019500             DISPLAY "OPERATOR FILE OPEN FAILED, STATUS: "
019600                 WS-OPER-STATUS
019700             MOVE 8 TO RETURN-CODE
019800             STOP RUN
019900         END-IF.
020000         DISPLAY "ENTER OPERATOR ID: ".
020100         ACCEPT WS-OPERATOR-ID FROM CONSOLE.
020200         MOVE WS-OPERATOR-ID TO OP-ID.
020300         READ OPERATOR-FILE
020400             INVALID KEY
020500                 DISPLAY "SIGN-ON REFUSED - UNKNOWN OPERATOR: "
020600                     WS-OPERATOR-ID
020700                 MOVE 8 TO RETURN-CODE
020800                 STOP RUN
020900         END-READ.
021000         IF NOT OP-STATUS-ACTIVE
021100             DISPLAY "SIGN-ON REFUSED - OPERATOR REVOKED: "
021200                 WS-OPERATOR-ID
021300             MOVE 8 TO RETURN-CODE
021400             STOP RUN
021500         END-IF.
021600         DISPLAY "SIGNED ON: " OP-NAME.
021700 0500-EXIT.
021800         EXIT.

021900*----------------------------------------------------------------
022000*1000-INITIALIZE - OPEN FILES AND ACCEPT THE LOOKUP.  THE
022100*INQUIRY LOG IS OPENED FIRST - NO LOG, NO INQUIRY.
022200*----------------------------------------------------------------
022300 1000-INITIALIZE.
022400         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
022500         OPEN EXTEND INQUIRY-LOG-FILE.
022600         IF NOT WS-INQ-OK
022700             DISPLAY "INQUIRY LOG OPEN FAILED, STATUS: "
022800                 WS-INQ-STATUS
022900             MOVE 8 TO RETURN-CODE
023000             STOP RUN
023100         END-IF.
023200         OPEN INPUT ACCOUNT-MASTER-FILE.
023300         IF NOT WS-ACCT-OK
023400             DISPLAY "ACCOUNT MASTER OPEN FAILED, STATUS: "
023500                 WS-ACCT-STATUS
023600             MOVE 8 TO RETURN-CODE
023700             STOP RUN
023800         END-IF.
023900         OPEN INPUT CUSTOMER-MASTER-FILE.
024000         IF NOT WS-CUST-OK
024100             DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS: "
024200                 WS-CUST-STATUS
024300             MOVE 8 TO RETURN-CODE
024400             STOP RUN
024500         END-IF.
024600         OPEN INPUT ACCOUNT-HOLD-FILE.
024700         IF NOT WS-HOLD-OK
024800             DISPLAY "HOLD FILE OPEN FAILED, STATUS: "
024900                 WS-HOLD-STATUS
025000             MOVE 8 TO RETURN-CODE
025100             STOP RUN
025200         END-IF.
025300         OPEN INPUT STANDING-ORDER-FILE.
025400         IF NOT WS-ORD-OK
025500             DISPLAY "STANDING ORDER FILE OPEN FAILED, STATUS: "
025600                 WS-ORD-STATUS
025700             MOVE 8 TO RETURN-CODE
025800             STOP RUN
025900         END-IF.
026000         OPEN INPUT SUSPENSE-FILE.
026100         IF NOT WS-SUSP-OK
026200             DISPLAY "SUSPENSE FILE OPEN FAILED, STATUS: "
026300                 WS-SUSP-STATUS
026400             MOVE 8 TO RETURN-CODE
026500             STOP RUN
026600         END-IF.
026700         OPEN INPUT ACCOUNT-HISTORY-FILE.
026800         IF NOT WS-HIST-OK
026900             DISPLAY "ACCOUNT HISTORY OPEN FAILED, STATUS: "
027000                 WS-HIST-STATUS
027100             MOVE 8 TO RETURN-CODE
027200             STOP RUN
027300         END-IF.
027400         DISPLAY "ENTER INQUIRY (ACCOUNT/CUSTOMER): ".
027500         ACCEPT WS-ACTION FROM CONSOLE.
027600         IF WS-ACTION-ACCOUNT
027700             DISPLAY "ENTER ACCOUNT NUMBER: "
027800             ACCEPT WS-ACCOUNT-IN FROM CONSOLE
027900         END-IF.
028000         IF WS-ACTION-CUSTOMER
028100             DISPLAY "ENTER CUSTOMER NUMBER: "
028200             ACCEPT WS-CUSTOMER-IN FROM CONSOLE
028300         END-IF.
028400 1000-EXIT.
028500         EXIT.

028600*----------------------------------------------------------------
028700*2000-ACCOUNT-INQUIRY - EVERYTHING A TELLER NEEDS ABOUT ONE
028800*ACCOUNT, WITHOUT POSTING ANYTHING TO FIND IT OUT.
028900*----------------------------------------------------------------
029000 2000-ACCOUNT-INQUIRY.
029100         MOVE WS-ACCOUNT-IN TO AM-ACCOUNT-NO.
029200         READ ACCOUNT-MASTER-FILE
029300             INVALID KEY
029400                 DISPLAY "ACCOUNT NOT ON MASTER: " WS-ACCOUNT-IN
029500                 MOVE "REJECTED-UNKNOWN-ACCOUNT" TO WS-RESULT
029600                 GO TO 2000-EXIT
029700         END-READ.
029800         MOVE AM-CUSTOMER-NO TO WS-CUSTOMER-IN.
029900         PERFORM 2100-SHOW-MASTER THRU 2100-EXIT.
030000         PERFORM 2200-SHOW-OWNER THRU 2200-EXIT.
030100         PERFORM 2300-SHOW-HOLDS THRU 2300-EXIT.
030200         PERFORM 2400-SHOW-ORDERS THRU 2400-EXIT.
030300         PERFORM 2500-SHOW-SUSPENSE THRU 2500-EXIT.
030400         PERFORM 2600-SHOW-HISTORY THRU 2600-EXIT.
030500         MOVE "ACCOUNT SHOWN" TO WS-RESULT.
030600 2000-EXIT.
030700         EXIT.

030800*----------------------------------------------------------------
030900*2100-SHOW-MASTER - THE MASTER RECORD AND ITS AVAILABLE BALANCE.
031000*----------------------------------------------------------------
031100 2100-SHOW-MASTER.
031200         PERFORM 7000-DECODE-ACCOUNT THRU 7000-EXIT.
031300         DISPLAY "ACCOUNT     : " AM-ACCOUNT-NO "  " AM-USER.
031400         DISPLAY "STATUS      : " AM-STATUS " " WS-STATUS-WORD.
031500         DISPLAY "TYPE        : " AM-ACCT-TYPE " " WS-TYPE-WORD.
031600         MOVE AM-BALANCE TO WS-SHOW-AMOUNT.
031700         DISPLAY "BALANCE     : " WS-SHOW-AMOUNT.
031800         MOVE AM-HOLD-AMOUNT TO WS-SHOW-AMOUNT.
031900         DISPLAY "HELD        : " WS-SHOW-AMOUNT.
032000         MOVE WS-AVAILABLE TO WS-SHOW-AMOUNT.
032100         DISPLAY "AVAILABLE   : " WS-SHOW-AMOUNT.
032200 2100-EXIT.
032300         EXIT.

032400*----------------------------------------------------------------
032500*2200-SHOW-OWNER - NAME AND MAILING ADDRESS FROM THE CUSTOMER
032600*MASTER.  AN ACCOUNT OPENED BEFORE THE CUSTOMER MASTER EXISTED
032700*MAY STILL BE UNLINKED.
032800*----------------------------------------------------------------
032900 2200-SHOW-OWNER.
033000         IF AM-CUSTOMER-NO = ZERO
033100             DISPLAY "OWNER       : NO CUSTOMER LINK"
033200             GO TO 2200-EXIT
033300         END-IF.
033400         MOVE AM-CUSTOMER-NO TO CM-CUSTOMER-NO.
033500         READ CUSTOMER-MASTER-FILE
033600             INVALID KEY
033700                 DISPLAY "OWNER       : CUSTOMER " AM-CUSTOMER-NO
033800                     " NOT ON FILE"
033900                 GO TO 2200-EXIT
034000         END-READ.
034100         PERFORM 3100-SHOW-CUSTOMER THRU 3100-EXIT.
034200 2200-EXIT.
034300         EXIT.

034400*----------------------------------------------------------------
034500*2300-SHOW-HOLDS - EVERY HOLD STILL IN FORCE ON THE ACCOUNT.  THE
034600*HOLD FILE IS KEYED ACCOUNT FIRST, SO THE BROWSE STARTS AT THE
034700*ACCOUNT AND STOPS WHEN IT LEAVES IT.
034800*----------------------------------------------------------------
034900 2300-SHOW-HOLDS.
035000         DISPLAY "HOLDS IN FORCE:".
035100         MOVE WS-ACCOUNT-IN TO HD-ACCOUNT.
035200         MOVE ZERO TO HD-DATE.
035300         MOVE ZERO TO HD-TIME.
035400         SET WS-BROWSE-NOT-EOF TO TRUE.
035500         START ACCOUNT-HOLD-FILE
035600             KEY NOT LESS THAN HD-KEY
035700             INVALID KEY
035800                 SET WS-BROWSE-EOF TO TRUE
035900         END-START.
036000         PERFORM 2310-NEXT-HOLD THRU 2310-EXIT
036100             UNTIL WS-BROWSE-EOF.
036200         IF WS-HOLD-COUNT = ZERO
036300             DISPLAY "    NONE"
036400         END-IF.
036500 2300-EXIT.
036600         EXIT.

036700 2310-NEXT-HOLD.
036800         READ ACCOUNT-HOLD-FILE NEXT RECORD
036900             AT END
037000                 SET WS-BROWSE-EOF TO TRUE
037100                 GO TO 2310-EXIT
037200         END-READ.
037300         IF HD-ACCOUNT NOT = WS-ACCOUNT-IN
037400             SET WS-BROWSE-EOF TO TRUE
037500             GO TO 2310-EXIT
037600         END-IF.
037700         IF NOT HD-HELD
037800             GO TO 2310-EXIT
037900         END-IF.
038000         ADD 1 TO WS-HOLD-COUNT.
038100         MOVE HD-AMOUNT TO WS-SHOW-AMOUNT.
038200         DISPLAY "    PLACED " HD-DATE "  AMOUNT " WS-SHOW-AMOUNT
038300             "  RELEASES " HD-RELEASE-DATE.
038400 2310-EXIT.
038500         EXIT.

038600*----------------------------------------------------------------
038700*2400-SHOW-ORDERS - ACTIVE STANDING ORDERS DRAWN ON THE ACCOUNT
038800*(FROM) OR TRANSFERRING INTO IT (TO).  THE ORDER FILE IS KEYED BY
038900*ORDER ID, SO THE WHOLE FILE IS READ.
039000*----------------------------------------------------------------
039100 2400-SHOW-ORDERS.
039200         DISPLAY "ACTIVE STANDING ORDERS:".
039300         SET WS-BROWSE-NOT-EOF TO TRUE.
039400         PERFORM 2410-NEXT-ORDER THRU 2410-EXIT
039500             UNTIL WS-BROWSE-EOF.
039600         IF WS-ORDER-COUNT = ZERO
039700             DISPLAY "    NONE"
039800         END-IF.
039900 2400-EXIT.
040000         EXIT.

040100 2410-NEXT-ORDER.
040200         READ STANDING-ORDER-FILE NEXT RECORD
040300             AT END
040400                 SET WS-BROWSE-EOF TO TRUE
040500                 GO TO 2410-EXIT
040600         END-READ.
040700         IF NOT SO-ACTIVE
040800             GO TO 2410-EXIT
040900         END-IF.
041000         IF SO-ACCOUNT = WS-ACCOUNT-IN
041100             MOVE "FROM" TO WS-DIRECTION-WORD
041200         ELSE
041300             IF SO-TYPE = "TRANSFER"
041400                         AND SO-TO-ACCOUNT = WS-ACCOUNT-IN
041500                 MOVE "TO" TO WS-DIRECTION-WORD
041600             ELSE
041700                 GO TO 2410-EXIT
041800             END-IF
041900         END-IF.
042000         ADD 1 TO WS-ORDER-COUNT.
042100         MOVE SO-AMOUNT TO WS-SHOW-AMOUNT.
042200         DISPLAY "    ORDER " SO-ORDER-ID " " WS-DIRECTION-WORD
042300             " " SO-TYPE " AMOUNT " WS-SHOW-AMOUNT
042400             " DAY " SO-DAY-OF-MONTH.
042500         IF SO-TYPE = "TRANSFER"
042600             DISPLAY "        FROM " SO-ACCOUNT
042700                 " TO " SO-TO-ACCOUNT "  ENDS " SO-END-DATE
042800         ELSE
042900             DISPLAY "        ENDS " SO-END-DATE
043000         END-IF.
043100 2410-EXIT.
043200         EXIT.

043300*----------------------------------------------------------------
043400*2500-SHOW-SUSPENSE - ITEMS FOR THE ACCOUNT STILL OPEN ON THE
043500*SUSPENSE FILE (SUSPENDED, OR AMENDED AND WAITING TO RECYCLE).
043600*THE ACCOUNT FIELD IS MATCHED AS KEYED, SINCE A SUSPENDED ITEM
043700*MAY CARRY A MALFORMED ONE.
043800*----------------------------------------------------------------
043900 2500-SHOW-SUSPENSE.
044000         DISPLAY "OPEN SUSPENSE ITEMS:".
044100         SET WS-BROWSE-NOT-EOF TO TRUE.
044200         PERFORM 2510-NEXT-SUSPENSE THRU 2510-EXIT
044300             UNTIL WS-BROWSE-EOF.
044400         IF WS-SUSP-COUNT = ZERO
044500             DISPLAY "    NONE"
044600         END-IF.
044700 2500-EXIT.
044800         EXIT.

044900 2510-NEXT-SUSPENSE.
045000         READ SUSPENSE-FILE NEXT RECORD
045100             AT END
045200                 SET WS-BROWSE-EOF TO TRUE
045300                 GO TO 2510-EXIT
045400         END-READ.
045500         IF SP-ACCOUNT-X NOT = WS-ACCOUNT-IN-X
045600             GO TO 2510-EXIT
045700         END-IF.
045800         IF NOT SP-SUSPENDED AND NOT SP-AMENDED
045900             GO TO 2510-EXIT
046000         END-IF.
046100         ADD 1 TO WS-SUSP-COUNT.
046200         DISPLAY "    ITEM " SP-SUSP-ID " " SP-TYPE
046300             " AMOUNT " SP-AMOUNT-X " ON " SP-SUSP-DATE
046400             " STATUS " SP-STATUS.
046500         DISPLAY "        REASON " SP-REASON.
046600 2510-EXIT.
046700         EXIT.

046800*----------------------------------------------------------------
046900*2600-SHOW-HISTORY - THE LATEST ACCOUNT HISTORY ENTRIES, OLDEST
047000*FIRST.  ONE PASS COUNTS THE ACCOUNT'S ENTRIES, THE SECOND SKIPS
047100*TO THE LAST WS-HIST-LIMIT OF THEM.
047200*----------------------------------------------------------------
047300 2600-SHOW-HISTORY.
047400         DISPLAY "RECENT ACTIVITY:".
047500         PERFORM 2610-START-HISTORY THRU 2610-EXIT.
047600         PERFORM 2620-COUNT-HISTORY THRU 2620-EXIT
047700             UNTIL WS-BROWSE-EOF.
047800         IF WS-HIST-COUNT = ZERO
047900             DISPLAY "    NONE"
048000             GO TO 2600-EXIT
048100         END-IF.
048200         IF WS-HIST-COUNT > WS-HIST-LIMIT
048300             COMPUTE WS-HIST-SKIP = WS-HIST-COUNT - WS-HIST-LIMIT
048400         END-IF.
048500         PERFORM 2610-START-HISTORY THRU 2610-EXIT.
048600         PERFORM 2630-SHOW-HISTORY-ENTRY THRU 2630-EXIT
048700             UNTIL WS-BROWSE-EOF.
048800 2600-EXIT.
048900         EXIT.

049000 2610-START-HISTORY.
049100         MOVE WS-ACCOUNT-IN TO AH-ACCOUNT.
049200         MOVE ZERO TO AH-DATE.
049300         MOVE ZERO TO AH-TIME.
049400         SET WS-BROWSE-NOT-EOF TO TRUE.
049500         START ACCOUNT-HISTORY-FILE
049600             KEY NOT LESS THAN AH-KEY
049700             INVALID KEY
049800                 SET WS-BROWSE-EOF TO TRUE
049900         END-START.
050000 2610-EXIT.
050100         EXIT.

050200 2620-COUNT-HISTORY.
050300         READ ACCOUNT-HISTORY-FILE NEXT RECORD
050400             AT END
050500                 SET WS-BROWSE-EOF TO TRUE
050600                 GO TO 2620-EXIT
050700         END-READ.
050800         IF AH-ACCOUNT NOT = WS-ACCOUNT-IN
050900             SET WS-BROWSE-EOF TO TRUE
051000             GO TO 2620-EXIT
051100         END-IF.
051200         ADD 1 TO WS-HIST-COUNT.
051300 2620-EXIT.
051400         EXIT.

051500 2630-SHOW-HISTORY-ENTRY.
051600         READ ACCOUNT-HISTORY-FILE NEXT RECORD
051700             AT END
051800                 SET WS-BROWSE-EOF TO TRUE
051900                 GO TO 2630-EXIT
052000         END-READ.
052100         IF AH-ACCOUNT NOT = WS-ACCOUNT-IN
052200             SET WS-BROWSE-EOF TO TRUE
052300             GO TO 2630-EXIT
052400         END-IF.
052500         ADD 1 TO WS-HIST-SEEN.
052600         IF WS-HIST-SEEN NOT > WS-HIST-SKIP
052700             GO TO 2630-EXIT
052800         END-IF.
052900         MOVE AH-TRANSACTION TO WS-SHOW-AMOUNT.
053000         MOVE AH-RESULT TO WS-SHOW-AMOUNT-2.
053100         DISPLAY "    " AH-DATE " " AH-TYPE " " WS-SHOW-AMOUNT
053200             " BAL " WS-SHOW-AMOUNT-2 " BY " AH-OPERATOR.
053300         IF AH-STATUS NOT = "POSTED"
053400             DISPLAY "        " AH-STATUS
053500         END-IF.
053600 2630-EXIT.
053700         EXIT.

053800*----------------------------------------------------------------
053900*3000-CUSTOMER-INQUIRY - THE CUSTOMER AND EVERY ACCOUNT TIED TO
054000*THEM.  THE MASTER HAS NO CUSTOMER-NUMBER KEY, SO THE WHOLE
054100*MASTER IS BROWSED, THE SAME WAY CustMaint RELABELS ACCOUNTS.
054200*----------------------------------------------------------------
054300 3000-CUSTOMER-INQUIRY.
054400         MOVE WS-CUSTOMER-IN TO CM-CUSTOMER-NO.
054500         READ CUSTOMER-MASTER-FILE
054600             INVALID KEY
054700                 DISPLAY "CUSTOMER NOT ON FILE: " WS-CUSTOMER-IN
054800                 MOVE "REJECTED-UNKNOWN-CUSTOMER" TO WS-RESULT
054900                 GO TO 3000-EXIT
055000         END-READ.
055100         PERFORM 3100-SHOW-CUSTOMER THRU 3100-EXIT.
055200         DISPLAY "ACCOUNTS:".
055300         MOVE ZERO TO AM-ACCOUNT-NO.
055400         SET WS-BROWSE-NOT-EOF TO TRUE.
055500         START ACCOUNT-MASTER-FILE
055600             KEY NOT LESS THAN AM-ACCOUNT-NO
055700             INVALID KEY
055800                 SET WS-BROWSE-EOF TO TRUE
055900         END-START.
056000         PERFORM 3200-NEXT-ACCOUNT THRU 3200-EXIT
056100             UNTIL WS-BROWSE-EOF.
056200         IF WS-ACCOUNT-COUNT = ZERO
056300             DISPLAY "    NONE"
056400         ELSE
056500             MOVE WS-TOTAL-BALANCE TO WS-SHOW-TOTAL
056600             DISPLAY "TOTAL BALANCE  : " WS-SHOW-TOTAL
056700             MOVE WS-TOTAL-AVAILABLE TO WS-SHOW-TOTAL
056800             DISPLAY "TOTAL AVAILABLE: " WS-SHOW-TOTAL
056900         END-IF.
057000         MOVE "CUSTOMER SHOWN" TO WS-RESULT.
057100 3000-EXIT.
057200         EXIT.

057300 3100-SHOW-CUSTOMER.
057400         DISPLAY "CUSTOMER    : " CM-CUSTOMER-NO "  " CM-NAME.
057500         DISPLAY "ADDRESS     : " CM-ADDR-LINE-1.
057600         IF CM-ADDR-LINE-2 NOT = SPACES
057700             DISPLAY "              " CM-ADDR-LINE-2
057800         END-IF.
057900         DISPLAY "              " CM-CITY " " CM-STATE " " CM-ZIP.
058000         IF NOT CM-STATUS-ACTIVE
058100             DISPLAY "CUSTOMER STATUS: INACTIVE"
058200         END-IF.
058300 3100-EXIT.
058400         EXIT.

058500 3200-NEXT-ACCOUNT.
058600         READ ACCOUNT-MASTER-FILE NEXT RECORD
058700             AT END
058800                 SET WS-BROWSE-EOF TO TRUE
058900                 GO TO 3200-EXIT
059000         END-READ.
059100         IF AM-CUSTOMER-NO NOT = WS-CUSTOMER-IN
059200             GO TO 3200-EXIT
059300         END-IF.
059400         ADD 1 TO WS-ACCOUNT-COUNT.
059500         PERFORM 7000-DECODE-ACCOUNT THRU 7000-EXIT.
059600         ADD AM-BALANCE TO WS-TOTAL-BALANCE.
059700         ADD WS-AVAILABLE TO WS-TOTAL-AVAILABLE.
059800         MOVE AM-BALANCE TO WS-SHOW-AMOUNT.
059900         MOVE AM-HOLD-AMOUNT TO WS-SHOW-AMOUNT-2.
060000         MOVE WS-AVAILABLE TO WS-SHOW-AMOUNT-3.
060100         DISPLAY "    " AM-ACCOUNT-NO " " WS-TYPE-WORD " "
060200             WS-STATUS-WORD " BAL " WS-SHOW-AMOUNT.
060300         DISPLAY "        HELD " WS-SHOW-AMOUNT-2
060400             " AVAIL " WS-SHOW-AMOUNT-3.
060500 3200-EXIT.
060600         EXIT.

060700*----------------------------------------------------------------
060800*7000-DECODE-ACCOUNT - STATUS AND TYPE WORDS AND THE AVAILABLE
060900*BALANCE FOR THE MASTER RECORD IN THE BUFFER.
061000*----------------------------------------------------------------
061100 7000-DECODE-ACCOUNT.
061200         EVALUATE TRUE
061300           WHEN AM-STATUS-OPEN
061400             MOVE "OPEN" TO WS-STATUS-WORD
061500           WHEN AM-STATUS-FROZEN
061600             MOVE "FROZEN" TO WS-STATUS-WORD
061700           WHEN AM-STATUS-CLOSED
061800             MOVE "CLOSED" TO WS-STATUS-WORD
061900           WHEN AM-STATUS-DORMANT
062000             MOVE "DORMANT" TO WS-STATUS-WORD
062100           WHEN OTHER
062200             MOVE "UNKNOWN" TO WS-STATUS-WORD
062300         END-EVALUATE.
062400         EVALUATE TRUE
062500           WHEN AM-TYPE-CHECKING
062600             MOVE "CHECKING" TO WS-TYPE-WORD
062700           WHEN AM-TYPE-SAVINGS
062800             MOVE "SAVINGS" TO WS-TYPE-WORD
062900           WHEN AM-TYPE-TIME-DEPOSIT
063000             MOVE "CD" TO WS-TYPE-WORD
063100           WHEN OTHER
063200             MOVE "UNKNOWN" TO WS-TYPE-WORD
063300         END-EVALUATE.
063400         IF AM-HOLD-AMOUNT > AM-BALANCE
063500             MOVE ZERO TO WS-AVAILABLE
063600         ELSE
063700             COMPUTE WS-AVAILABLE = AM-BALANCE - AM-HOLD-AMOUNT
063800         END-IF.
063900 7000-EXIT.
064000         EXIT.

064100*----------------------------------------------------------------
064200*8000-LOG-INQUIRY - ONE INQUIRY LOG RECORD FOR THE LOOKUP, FOUND
064300*OR NOT, UNDER THE SIGNED-ON OPERATOR.
064400*----------------------------------------------------------------
064500 8000-LOG-INQUIRY.
064600         MOVE SPACES TO INQUIRY-LOG-RECORD.
064700         ACCEPT IQ-DATE FROM DATE YYYYMMDD.
064800         ACCEPT IQ-TIME FROM TIME.
064900         MOVE WS-OPERATOR-ID TO IQ-OPERATOR.
065000         MOVE WS-ACTION TO IQ-KIND.
065100         MOVE ZERO TO IQ-ACCOUNT.
065200         IF WS-ACTION-ACCOUNT
065300             MOVE WS-ACCOUNT-IN TO IQ-ACCOUNT
065400         END-IF.
065500         MOVE WS-CUSTOMER-IN TO IQ-CUSTOMER.
065600         MOVE WS-RESULT TO IQ-RESULT.
065700         WRITE INQUIRY-LOG-RECORD.
065800         IF NOT WS-INQ-OK
065900             DISPLAY "INQUIRY LOG WRITE FAILED, STATUS: "
066000                 WS-INQ-STATUS
066100             MOVE 8 TO RETURN-CODE
066200         END-IF.
066300 8000-EXIT.
066400         EXIT.

066500*----------------------------------------------------------------
066600*9500-CLOSE-FILES.
066700*----------------------------------------------------------------
066800 9500-CLOSE-FILES.
066900         CLOSE OPERATOR-FILE.
067000         CLOSE ACCOUNT-MASTER-FILE.
067100         CLOSE CUSTOMER-MASTER-FILE.
067200         CLOSE ACCOUNT-HOLD-FILE.
067300         CLOSE STANDING-ORDER-FILE.
067400         CLOSE SUSPENSE-FILE.
067500         CLOSE ACCOUNT-HISTORY-FILE.
067600         CLOSE INQUIRY-LOG-FILE.
067700 9500-EXIT.
067800         EXIT.
