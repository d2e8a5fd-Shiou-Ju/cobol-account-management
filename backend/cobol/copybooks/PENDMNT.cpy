000100***************************************************************
000200** COPYBOOK  : PENDMNT
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-25
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE PENDING MAINTENANCE RECORD LAYOUT - ONE RECORD PER
000900**   SUPERVISOR-LEVEL CHANGE AWAITING A SECOND SIGNATURE,
001000**   KEYED BY A SERIAL CHANGE NUMBER THE SAME WAY THE SUSPENSE
001100**   FILE IS.  AcctMaint (FREEZE, CLOSE), FeeSchedMaint (SET),
001200**   RateTableMaint (SET, DELETE), OperMaint (ADD, REVOKE,
001210**   LIMIT), DailyLimitMaint (SET) AND HolidayMaint (ADD,
001220**   DELETE)
001300**   FILE THE CHANGE HERE INSTEAD OF APPLYING IT, WITH THE
001400**   REQUESTING OPERATOR, THE DATE, AND THE BEFORE AND AFTER
001500**   VALUES.  ApproveMaint LETS A SECOND ACTIVE SUPERVISOR -
001600**   NEVER THE REQUESTER - APPROVE (AND SO APPLY) OR DECLINE
001700**   IT; ReportPendingMaint EXPIRES WHAT HAS SAT TOO LONG AND
001800**   REPORTS THE FILE NIGHTLY.  DECIDED CHANGES STAY ON THE
001900**   FILE TO ANSWER FOR.
002000**   THE TARGET KEY AND THE BEFORE/AFTER VALUES EACH CARRY ONE
002100**   VIEW PER TARGET FILE:
002200**     ACCTMSTR - ACCOUNT NUMBER; STATUS AND BALANCE.
002300**     FEESCHED - ACCOUNT TYPE; CHARGE AND WAIVER MINIMUM.
002400**     RATETBL  - TYPE AND BAND FLOOR; RATE.
002500**     OPERFILE - OPERATOR ID; NAME, LEVEL, STATUS AND
002510**                POSTING LIMIT.
002520**     DAILYLIM - ACCOUNT TYPE; DAILY WITHDRAWAL LIMIT.
002530**     HOLIDAY  - HOLIDAY DATE; HOLIDAY NAME.
002600**   THE ON-FILE FLAG IN A VALUE SAYS WHETHER THE RECORD
002700**   EXISTED (BEFORE) OR WILL EXIST (AFTER) - A NEW FEE
002800**   SCHEDULE HAS NO BEFORE, A DELETED BAND HAS NO AFTER.
002900**--------------------------------------------------------------
003000** MODIFICATION HISTORY.
003100**   2026-09-25  DK  INITIAL VERSION.
003110**   2026-10-08  DK  CARRY THE OPERATOR POSTING LIMIT IN THE
003120**                   OPERFILE VIEWS AND ADD THE DAILYLIM TARGET
003130**                   FOR THE DAILY WITHDRAWAL LIMIT TABLE.
003140**   2026-10-13  DK  ADD THE HOLIDAY TARGET FOR THE BANK
003150**                   HOLIDAY CALENDAR.
003200***************************************************************
003300 01  PENDING-MAINT-RECORD.
003400         05  PM-CHANGE-NO         PIC 9(08).
003500         05  PM-TARGET-FILE       PIC X(08).
003600             88  PM-FOR-ACCOUNT       VALUE "ACCTMSTR".
003700             88  PM-FOR-FEE-SCHED     VALUE "FEESCHED".
003800             88  PM-FOR-RATE-TABLE    VALUE "RATETBL".
003900             88  PM-FOR-OPERATOR      VALUE "OPERFILE".
003910             88  PM-FOR-DAILY-LIMIT   VALUE "DAILYLIM".
003920             88  PM-FOR-HOLIDAY       VALUE "HOLIDAY".
004000         05  PM-ACTION            PIC X(08).
004100         05  PM-TARGET-KEY        PIC X(20).
004200         05  PM-TK-ACCOUNT-VIEW   REDEFINES PM-TARGET-KEY.
004300             10  PM-TK-ACCOUNT    PIC 9(10).
004400             10  FILLER           PIC X(10).
004500         05  PM-TK-BAND-VIEW      REDEFINES PM-TARGET-KEY.
004600             10  PM-TK-ACCT-TYPE  PIC X(01).
004700             10  PM-TK-BAND-FLOOR PIC 9(10)V99.
004800             10  FILLER           PIC X(07).
004900         05  PM-TK-OPERATOR-VIEW  REDEFINES PM-TARGET-KEY.
005000             10  PM-TK-OPER-ID    PIC X(08).
005100             10  FILLER           PIC X(12).
005110         05  PM-TK-HOLIDAY-VIEW   REDEFINES PM-TARGET-KEY.
005120             10  PM-TK-HOL-DATE   PIC 9(08).
005130             10  FILLER           PIC X(12).
005200         05  PM-REQUESTED-BY      PIC X(08).
005300         05  PM-REQ-DATE          PIC 9(08).
005400         05  PM-REQ-TIME          PIC 9(08).
005500         05  PM-STATUS            PIC X(01).
005600             88  PM-PENDING           VALUE "P".
005700             88  PM-APPROVED          VALUE "A".
005800             88  PM-DECLINED          VALUE "D".
005900             88  PM-EXPIRED           VALUE "E".
006000             88  PM-APPLY-FAILED      VALUE "F".
006100         05  PM-DECIDED-BY        PIC X(08).
006200         05  PM-DECIDED-DATE      PIC 9(08).
006300         05  PM-DECIDED-TIME      PIC 9(08).
006400*        WHAT HAPPENED WHEN THE CHANGE WAS APPLIED, OR WHY IT
006500*        COULD NOT BE.
006600         05  PM-RESULT            PIC X(28).
006700         05  PM-BEFORE-VALUE      PIC X(40).
006800         05  PM-BV-ACCOUNT        REDEFINES PM-BEFORE-VALUE.
006900             10  PM-BV-ACCT-STATUS PIC X(01).
007000             10  PM-BV-BALANCE    PIC 9(10)V99.
007100             10  FILLER           PIC X(27).
007200         05  PM-BV-FEE-SCHED      REDEFINES PM-BEFORE-VALUE.
007300             10  PM-BV-FEE-ON-FILE PIC X(01).
007400             10  PM-BV-CHARGE     PIC 9(05)V99.
007500             10  PM-BV-MIN-BAL    PIC 9(10)V99.
007600             10  FILLER           PIC X(20).
007700         05  PM-BV-RATE-TABLE     REDEFINES PM-BEFORE-VALUE.
007800             10  PM-BV-RATE-ON-FILE PIC X(01).
007900             10  PM-BV-RATE       PIC 9V9999.
008000             10  FILLER           PIC X(34).
008100         05  PM-BV-OPERATOR       REDEFINES PM-BEFORE-VALUE.
008200             10  PM-BV-OPER-ON-FILE PIC X(01).
008300             10  PM-BV-OPER-NAME  PIC X(20).
008400             10  PM-BV-OPER-LEVEL PIC X(01).
008500             10  PM-BV-OPER-STATUS PIC X(01).
008510             10  PM-BV-OPER-LIMIT PIC 9(06).
008600             10  FILLER           PIC X(11).
008610         05  PM-BV-DAILY-LIMIT    REDEFINES PM-BEFORE-VALUE.
008620             10  PM-BV-DL-ON-FILE PIC X(01).
008630             10  PM-BV-DL-LIMIT   PIC 9(10)V99.
008640             10  FILLER           PIC X(27).
008650         05  PM-BV-HOLIDAY        REDEFINES PM-BEFORE-VALUE.
008660             10  PM-BV-HOL-ON-FILE PIC X(01).
008670             10  PM-BV-HOL-NAME   PIC X(30).
008680             10  FILLER           PIC X(09).
008700         05  PM-AFTER-VALUE       PIC X(40).
008800         05  PM-AV-ACCOUNT        REDEFINES PM-AFTER-VALUE.
008900             10  PM-AV-ACCT-STATUS PIC X(01).
009000             10  PM-AV-BALANCE    PIC 9(10)V99.
009100             10  FILLER           PIC X(27).
009200         05  PM-AV-FEE-SCHED      REDEFINES PM-AFTER-VALUE.
009300             10  PM-AV-FEE-ON-FILE PIC X(01).
009400             10  PM-AV-CHARGE     PIC 9(05)V99.
009500             10  PM-AV-MIN-BAL    PIC 9(10)V99.
009600             10  FILLER           PIC X(20).
009700         05  PM-AV-RATE-TABLE     REDEFINES PM-AFTER-VALUE.
009800             10  PM-AV-RATE-ON-FILE PIC X(01).
009900             10  PM-AV-RATE       PIC 9V9999.
010000             10  FILLER           PIC X(34).
010100         05  PM-AV-OPERATOR       REDEFINES PM-AFTER-VALUE.
010200             10  PM-AV-OPER-ON-FILE PIC X(01).
010300             10  PM-AV-OPER-NAME  PIC X(20).
010400             10  PM-AV-OPER-LEVEL PIC X(01).
010500             10  PM-AV-OPER-STATUS PIC X(01).
010510             10  PM-AV-OPER-LIMIT PIC 9(06).
010600             10  FILLER           PIC X(11).
010610         05  PM-AV-DAILY-LIMIT    REDEFINES PM-AFTER-VALUE.
010620             10  PM-AV-DL-ON-FILE PIC X(01).
010630             10  PM-AV-DL-LIMIT   PIC 9(10)V99.
010640             10  FILLER           PIC X(27).
010650         05  PM-AV-HOLIDAY        REDEFINES PM-AFTER-VALUE.
010660             10  PM-AV-HOL-ON-FILE PIC X(01).
010670             10  PM-AV-HOL-NAME   PIC X(30).
010680             10  FILLER           PIC X(09).
010700         05  FILLER               PIC X(10).
