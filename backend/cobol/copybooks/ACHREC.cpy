000100***************************************************************
000200** COPYBOOK  : ACHREC
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-18
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE CLEARING HOUSE (ACH) 94-BYTE RECORD LAYOUTS, SHARED BY
000900**   THE INBOUND ACH FILE AND THE OUTBOUND RETURN FILE.  THE
001000**   FIRST BYTE NAMES THE RECORD TYPE:
001100**     1  FILE HEADER          5  BATCH HEADER
001200**     6  ENTRY DETAIL         7  ADDENDA
001300**     8  BATCH CONTROL        9  FILE CONTROL
001400**   A FILE IS BLOCKED IN TENS - THE LAST BLOCK IS FILLED OUT
001500**   WITH RECORDS OF ALL NINES AFTER THE FILE CONTROL.  THE
001600**   ADDENDA VIEW IS THE RETURN (TYPE 99) ADDENDA; ANY OTHER
001700**   ADDENDA ON THE INBOUND FILE IS COUNTED BUT NOT READ.
001800**   EVERY FIELD STARTS WITH ACH- SO THE RETURN FILE CAN TAKE
001900**   ITS OWN COPY WITH ONE REPLACING LEADING.
002000**--------------------------------------------------------------
002100** MODIFICATION HISTORY.
002200**   2026-09-18  DK  INITIAL VERSION.
002300***************************************************************
002400 01  ACH-FILE-HEADER.
002500         05  ACH-RECORD-TYPE      PIC X(01).
002600             88  ACH-FILE-HEADER-REC  VALUE "1".
002700             88  ACH-BATCH-HEADER-REC VALUE "5".
002800             88  ACH-ENTRY-REC        VALUE "6".
002900             88  ACH-ADDENDA-REC      VALUE "7".
003000             88  ACH-BATCH-CONTROL-REC VALUE "8".
003100             88  ACH-FILE-CONTROL-REC VALUE "9".
003200         05  ACH-FH-PRIORITY      PIC X(02).
003300         05  ACH-FH-DEST          PIC X(10).
003400         05  ACH-FH-ORIGIN        PIC X(10).
003500         05  ACH-FH-CREATE-DATE   PIC X(06).
003600         05  ACH-FH-CREATE-TIME   PIC X(04).
003700         05  ACH-FH-ID-MODIFIER   PIC X(01).
003800         05  ACH-FH-RECORD-SIZE   PIC X(03).
003900         05  ACH-FH-BLOCKING      PIC X(02).
004000         05  ACH-FH-FORMAT        PIC X(01).
004100         05  ACH-FH-DEST-NAME     PIC X(23).
004200         05  ACH-FH-ORIGIN-NAME   PIC X(23).
004300         05  ACH-FH-REFERENCE     PIC X(08).
004400 01  ACH-BATCH-HEADER.
004500         05  FILLER               PIC X(01).
004600         05  ACH-BH-SERVICE-CLASS PIC X(03).
004700         05  ACH-BH-COMPANY-NAME  PIC X(16).
004800         05  ACH-BH-DISCRETIONARY PIC X(20).
004900         05  ACH-BH-COMPANY-ID    PIC X(10).
005000         05  ACH-BH-SEC-CODE      PIC X(03).
005100         05  ACH-BH-ENTRY-DESC    PIC X(10).
005200         05  ACH-BH-DESC-DATE     PIC X(06).
005300         05  ACH-BH-EFFECTIVE-DATE PIC X(06).
005400         05  ACH-BH-SETTLE-DATE   PIC X(03).
005500         05  ACH-BH-ORIG-STATUS   PIC X(01).
005600         05  ACH-BH-ODFI-ID       PIC 9(08).
005700         05  ACH-BH-ODFI-ID-X     REDEFINES ACH-BH-ODFI-ID
005800                                  PIC X(08).
005900         05  ACH-BH-BATCH-NO      PIC 9(07).
006000 01  ACH-ENTRY-DETAIL.
006100         05  FILLER               PIC X(01).
006200         05  ACH-ED-TRAN-CODE     PIC 9(02).
006300             88  ACH-ED-CREDIT        VALUE 21 THRU 24
006400                                            31 THRU 34.
006500             88  ACH-ED-DEBIT         VALUE 26 THRU 29
006600                                            36 THRU 39.
006700             88  ACH-ED-POST-CREDIT   VALUE 22 32.
006800             88  ACH-ED-POST-DEBIT    VALUE 27 37.
006900             88  ACH-ED-PRENOTE       VALUE 23 28 33 38.
007000         05  ACH-ED-TRAN-CODE-X   REDEFINES ACH-ED-TRAN-CODE
007100                                  PIC X(02).
007200         05  ACH-ED-RDFI-ID       PIC 9(08).
007300         05  ACH-ED-RDFI-ID-X     REDEFINES ACH-ED-RDFI-ID
007400                                  PIC X(08).
007500         05  ACH-ED-CHECK-DIGIT   PIC X(01).
007600*        RECEIVER'S ACCOUNT NUMBER, LEFT-JUSTIFIED, OR ZERO
007700*        FILLED TO THE FULL 17 BY SOME ORIGINATORS.
007800         05  ACH-ED-DFI-ACCOUNT   PIC X(17).
007900         05  ACH-ED-ACCT-LEFT     REDEFINES ACH-ED-DFI-ACCOUNT.
008000             10  ACH-ED-LEFT-ACCOUNT PIC X(10).
008100             10  ACH-ED-LEFT-REST PIC X(07).
008200         05  ACH-ED-ACCT-RIGHT    REDEFINES ACH-ED-DFI-ACCOUNT.
008300             10  ACH-ED-RIGHT-LEAD PIC X(07).
008400             10  ACH-ED-RIGHT-ACCOUNT PIC X(10).
008500         05  ACH-ED-AMOUNT        PIC 9(08)V99.
008600         05  ACH-ED-AMOUNT-X      REDEFINES ACH-ED-AMOUNT
008700                                  PIC X(10).
008800         05  ACH-ED-INDIVIDUAL-ID PIC X(15).
008900         05  ACH-ED-INDIVIDUAL-NAME PIC X(22).
009000         05  ACH-ED-DISCRETIONARY PIC X(02).
009100         05  ACH-ED-ADDENDA-IND   PIC X(01).
009200         05  ACH-ED-TRACE-NO      PIC X(15).
009300 01  ACH-ADDENDA.
009400         05  FILLER               PIC X(01).
009500         05  ACH-AD-TYPE-CODE     PIC X(02).
009600         05  ACH-AD-RETURN-REASON PIC X(03).
009700         05  ACH-AD-ORIG-TRACE    PIC X(15).
009800         05  ACH-AD-DATE-OF-DEATH PIC X(06).
009900         05  ACH-AD-ORIG-RDFI     PIC X(08).
010000         05  ACH-AD-INFO          PIC X(44).
010100         05  ACH-AD-TRACE-NO      PIC X(15).
010200 01  ACH-BATCH-CONTROL.
010300         05  FILLER               PIC X(01).
010400         05  ACH-BC-SERVICE-CLASS PIC X(03).
010500         05  ACH-BC-ENTRY-COUNT   PIC 9(06).
010600         05  ACH-BC-ENTRY-COUNT-X REDEFINES ACH-BC-ENTRY-COUNT
010700                                  PIC X(06).
010800         05  ACH-BC-ENTRY-HASH    PIC 9(10).
010900         05  ACH-BC-ENTRY-HASH-X  REDEFINES ACH-BC-ENTRY-HASH
011000                                  PIC X(10).
011100         05  ACH-BC-TOTAL-DEBIT   PIC 9(10)V99.
011200         05  ACH-BC-TOTAL-DEBIT-X REDEFINES ACH-BC-TOTAL-DEBIT
011300                                  PIC X(12).
011400         05  ACH-BC-TOTAL-CREDIT  PIC 9(10)V99.
011500         05  ACH-BC-TOTAL-CREDIT-X REDEFINES ACH-BC-TOTAL-CREDIT
011600                                  PIC X(12).
011700         05  ACH-BC-COMPANY-ID    PIC X(10).
011800         05  ACH-BC-AUTH-CODE     PIC X(19).
011900         05  FILLER               PIC X(06).
012000         05  ACH-BC-ODFI-ID       PIC X(08).
012100         05  ACH-BC-BATCH-NO      PIC 9(07).
012200 01  ACH-FILE-CONTROL.
012300         05  FILLER               PIC X(01).
012400         05  ACH-FC-BATCH-COUNT   PIC 9(06).
012500         05  ACH-FC-BATCH-COUNT-X REDEFINES ACH-FC-BATCH-COUNT
012600                                  PIC X(06).
012700         05  ACH-FC-BLOCK-COUNT   PIC 9(06).
012800         05  ACH-FC-ENTRY-COUNT   PIC 9(08).
012900         05  ACH-FC-ENTRY-COUNT-X REDEFINES ACH-FC-ENTRY-COUNT
013000                                  PIC X(08).
013100         05  ACH-FC-ENTRY-HASH    PIC 9(10).
013200         05  ACH-FC-ENTRY-HASH-X  REDEFINES ACH-FC-ENTRY-HASH
013300                                  PIC X(10).
013400         05  ACH-FC-TOTAL-DEBIT   PIC 9(10)V99.
013500         05  ACH-FC-TOTAL-DEBIT-X REDEFINES ACH-FC-TOTAL-DEBIT
013600                                  PIC X(12).
013700         05  ACH-FC-TOTAL-CREDIT  PIC 9(10)V99.
013800         05  ACH-FC-TOTAL-CREDIT-X REDEFINES ACH-FC-TOTAL-CREDIT
013900                                  PIC X(12).
014000         05  FILLER               PIC X(39).
