000100***************************************************************
000200** COPYBOOK  : NOTICE
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-15
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE CUSTOMER NOTICE FILE WRITTEN NIGHTLY BY
000900**   GenCustomerNotices FOR THE PRINT/MAIL VENDOR.  THE FILE IS
001000**   GROUPED BY MAILING - ONE MAILING PER CUSTOMER PER RUN: A
001100**   MAILING HEADER CARRYING THE OWNER'S NAME AND MAILING
001200**   ADDRESS FROM THE CUSTOMER MASTER AND THE NUMBER OF NOTICES
001300**   ENCLOSED, FOLLOWED BY ONE DETAIL RECORD PER NOTICE.  A
001400**   FILE TRAILER CARRIES THE MAILING AND NOTICE COUNTS SO THE
001500**   VENDOR CAN PROVE THE FILE COMPLETE.  NOTICE TYPES:
001600**     RNSF - WITHDRAWAL OR TRANSFER RETURNED, INSUFFICIENT
001700**            FUNDS.
001800**     RHLD - WITHDRAWAL OR TRANSFER RETURNED, FUNDS ON HOLD.
001900**     HOLD - DEPOSIT HOLD PLACED - AMOUNT AND RELEASE DATE.
002000**     FEE  - MONTHLY SERVICE CHARGE TAKEN.
002100**     DORM - NO CUSTOMER ACTIVITY FOR ELEVEN MONTHS - THE
002200**            ACCOUNT GOES DORMANT IN NT-DORMANT-MONTH
002300**            (YYYYMM) UNLESS IT IS USED BEFORE THEN.
002400**--------------------------------------------------------------
002500** MODIFICATION HISTORY.
002600**   2026-10-15  DK  INITIAL VERSION.
002700***************************************************************
002800 01  NOTICE-RECORD.
002900         05  NT-REC-TYPE          PIC X(01).
003000             88  NT-MAILING-HEADER    VALUE "H".
003100             88  NT-NOTICE-DETAIL     VALUE "D".
003200             88  NT-FILE-TRAILER      VALUE "T".
003300         05  NT-RUN-DATE          PIC 9(08).
003400         05  NT-MAILING-NO        PIC 9(06).
003500         05  NT-CUSTOMER-NO       PIC 9(06).
003600         05  NT-HEADER-DATA.
003700             10  NT-OWNER-NAME    PIC X(20).
003800             10  NT-ADDR-LINE-1   PIC X(30).
003900             10  NT-ADDR-LINE-2   PIC X(30).
004000             10  NT-CITY          PIC X(20).
004100             10  NT-STATE         PIC X(02).
004200             10  NT-ZIP           PIC X(10).
004300             10  NT-NOTICE-COUNT  PIC 9(03).
004400             10  FILLER           PIC X(15).
004500         05  NT-DETAIL-DATA REDEFINES NT-HEADER-DATA.
004600             10  NT-NOTICE-TYPE   PIC X(04).
004700                 88  NT-RETURNED-NSF      VALUE "RNSF".
004800                 88  NT-RETURNED-ON-HOLD  VALUE "RHLD".
004900                 88  NT-HOLD-PLACED       VALUE "HOLD".
005000                 88  NT-SERVICE-CHARGE    VALUE "FEE ".
005100                 88  NT-DORMANCY-WARNING  VALUE "DORM".
005200             10  NT-ACCOUNT-NO    PIC 9(10).
005300             10  NT-ITEM-DATE     PIC 9(08).
005400             10  NT-ITEM-TYPE     PIC X(12).
005500             10  NT-AMOUNT        PIC 9(10)V99.
005600             10  NT-RELEASE-DATE  PIC 9(08).
005700             10  NT-LAST-ACTIVITY PIC 9(08).
005800             10  NT-DORMANT-MONTH PIC 9(06).
005900             10  FILLER           PIC X(62).
006000         05  NT-TRAILER-DATA REDEFINES NT-HEADER-DATA.
006100             10  NT-MAILING-COUNT PIC 9(07).
006200             10  NT-TOTAL-NOTICES PIC 9(07).
006300             10  FILLER           PIC X(116).
