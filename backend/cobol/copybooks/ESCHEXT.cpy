000100***************************************************************
000200** COPYBOOK  : ESCHEXT
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-22
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE UNCLAIMED PROPERTY FILING EXTRACT WRITTEN BY
000900**   EscheatAccounts.  THE FILE IS GROUPED BY THE OWNER'S
001000**   STATE: EACH STATE'S FILING IS A HEADER RECORD, ONE DETAIL
001100**   RECORD PER ACCOUNT ESCHEATED TO THAT STATE (OWNER NAME,
001200**   ADDRESS AND TAX ID FROM THE CUSTOMER MASTER), AND A
001300**   TRAILER CARRYING THE STATE'S ITEM COUNT AND DOLLAR TOTAL
001400**   SO THE FILING CAN BE PROVED COMPLETE.  THE SAME LAYOUT
001500**   SERVES THE RUN'S UNGROUPED WORK FILE, WHICH TAKES ITS OWN
001600**   COPY WITH REPLACING LEADING.
001700**--------------------------------------------------------------
001800** MODIFICATION HISTORY.
001900**   2026-09-22  DK  INITIAL VERSION.
002000***************************************************************
002100 01  ESCHEAT-EXTRACT-RECORD.
002200         05  EX-REC-TYPE          PIC X(01).
002300             88  EX-STATE-HEADER      VALUE "H".
002400             88  EX-DETAIL            VALUE "D".
002500             88  EX-STATE-TRAILER     VALUE "T".
002600         05  EX-STATE             PIC X(02).
002700         05  EX-RUN-DATE          PIC 9(08).
002800         05  EX-DETAIL-DATA.
002900             10  EX-ACCOUNT-NO    PIC 9(10).
003000             10  EX-CUSTOMER-NO   PIC 9(06).
003100             10  EX-OWNER-NAME    PIC X(20).
003200             10  EX-ADDR-LINE-1   PIC X(30).
003300             10  EX-ADDR-LINE-2   PIC X(30).
003400             10  EX-CITY          PIC X(20).
003500             10  EX-ZIP           PIC X(10).
003600             10  EX-TAX-ID        PIC X(11).
003700             10  EX-ACCT-TYPE     PIC X(01).
003800             10  EX-AMOUNT        PIC 9(10)V99.
003900             10  EX-LAST-ACTIVITY PIC 9(08).
004000             10  FILLER           PIC X(11).
004100         05  EX-TRAILER-DATA REDEFINES EX-DETAIL-DATA.
004200             10  EX-ITEM-COUNT    PIC 9(07).
004300             10  EX-STATE-TOTAL   PIC 9(12)V99.
004400             10  FILLER           PIC X(148).
