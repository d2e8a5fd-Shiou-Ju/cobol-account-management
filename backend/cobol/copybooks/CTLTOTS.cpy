000100***************************************************************
000200** COPYBOOK  : CTLTOTS
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-02
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE BATCHTRN CONTROL TOTALS RECORD, IN THE SPIRIT OF THE
000900**   SHARED RUN-CONTROL FILE.  EACH STEP OF THE NIGHTLY POSTING
001000**   JOB WRITES ONE RECORD PER BUSINESS DATE CARRYING WHAT IT
001100**   READ AND WHAT IT PASSED ON, AND THE NEXT STEP PROVES ITS
001200**   OWN INPUT AGAINST IT BEFORE DOING ANY WORK - SO A SHORT OR
001300**   TRUNCATED HAND-OFF FILE STOPS THE JOB INSTEAD OF POSTING.
001400**   A RERUN OF A STEP REPLACES ITS RECORD FOR THE DATE.
001500**   STEP IDS AND WHAT THEY CARRY:
001600**     GENSTORD  GenStandingOrders - IN: UPSTREAM DETAILS
001700**               COPIED; OUT: DETAILS WRITTEN TO THE COMBINED
001800**               FILE (COPIED + RECYCLED + GENERATED).
001900**     EDITTRAN  EditTransactions - IN: DETAILS READ; OUT:
002000**               DETAILS ACCEPTED; SUSPENDED/REJECTED COUNTS.
002100**     BATCHTRN  BatchTransaction - IN: DETAILS READ; OUT:
002200**               ITEMS POSTED; SUSPENDED, REJECTED (NOT FILED
002300**               TO SUSPENSE) AND IN-DOUBT (RESTART) COUNTS;
002400**               CREDITS AND DEBITS POSTED TO THE MASTER AND
002500**               HOLDS ADDED TO AM-HOLD-AMOUNT.
002600**     RELHOLDS  ReleaseHolds - OUT: HOLDS RELEASED AND THE
002700**               AMOUNT TAKEN OFF AM-HOLD-AMOUNT.
002800**     MASTOPEN  ProveBatchTotals - MASTER TOTAL BALANCE, TOTAL
002900**               HELD AND ACCOUNT COUNT BEFORE POSTING.
003000**     MASTCLOS  ProveBatchTotals - THE SAME TOTALS AFTER THE
003100**               NIGHT'S WORK, WITH THE PROOF VERDICT.
003200**   AMOUNTS ARE UNSIGNED - MONEY INTO THE MASTER IS A CREDIT,
003300**   MONEY OUT A DEBIT, THE SAME SENSE AS THE LOG.
003400**--------------------------------------------------------------
003500** MODIFICATION HISTORY.
003600**   2026-10-02  DK  INITIAL VERSION.
003700***************************************************************
003800 01  CONTROL-TOTALS-RECORD.
003900         05  CX-KEY.
004000             10  CX-RUN-DATE      PIC 9(08).
004100             10  CX-STEP-ID       PIC X(08).
004200         05  CX-STATUS            PIC X(01).
004300             88  CX-IN-BALANCE        VALUE "B".
004400             88  CX-OUT-OF-BALANCE    VALUE "O".
004500         05  CX-COUNT-IN          PIC 9(08).
004600         05  CX-AMOUNT-IN         PIC 9(12)V99.
004700         05  CX-COUNT-OUT         PIC 9(08).
004800         05  CX-AMOUNT-OUT        PIC 9(12)V99.
004900         05  CX-COUNT-SUSPENDED   PIC 9(08).
005000         05  CX-COUNT-REJECTED    PIC 9(08).
005100         05  CX-COUNT-IN-DOUBT    PIC 9(08).
005200         05  CX-CREDITS           PIC 9(12)V99.
005300         05  CX-DEBITS            PIC 9(12)V99.
005400         05  CX-HOLDS-ADDED       PIC 9(12)V99.
005500         05  CX-HOLDS-RELEASED    PIC 9(12)V99.
005600         05  CX-MASTER-BALANCE    PIC 9(14)V99.
005700         05  CX-MASTER-HELD       PIC 9(14)V99.
005800         05  CX-MASTER-COUNT      PIC 9(08).
005900         05  CX-WRITE-TIME        PIC 9(08).
006000         05  FILLER               PIC X(20).
