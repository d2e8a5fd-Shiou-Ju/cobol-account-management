000100***************************************************************
000200** COPYBOOK  : TIMEDEP
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-29
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE TIME DEPOSIT TERMS RECORD LAYOUT - ONE RECORD PER
000900**   CERTIFICATE (ACCOUNT TYPE "T" ON THE MASTER), KEYED BY THE
001000**   ACCOUNT NUMBER THE SAME WAY THE OVERDRAFT LINK FILE IS.
001100**   WRITTEN BY AcctMaint WHEN THE CERTIFICATE IS OPENED, READ
001200**   BY BOTH POSTING PROGRAMS TO TURN AWAY A WITHDRAWAL BEFORE
001300**   MATURITY AND PRICE AN EARLY ONE, BY PostInterest FOR THE
001400**   FIXED RATE, AND ROLLED OR CLOSED OFF BY MatureDeposits ON
001500**   THE MATURITY DATE.
001600**   THE RATE IS A MONTHLY DECIMAL FRACTION, THE SAME AS THE
001700**   RATE TABLE BANDS (0.0040 = 0.40% A MONTH).  THE OPEN DATE
001800**   IS THE START OF THE CURRENT TERM - A RENEWAL MOVES IT UP
001900**   TO THE OLD MATURITY DATE.  THE EARLY WITHDRAWAL PENALTY IS
002000**   THE NUMBER OF DAYS' INTEREST, AT THE FIXED RATE, ON THE
002100**   AMOUNT WITHDRAWN.  A PAY-OUT CERTIFICATE NAMES THE ACCOUNT
002200**   (SAME CUSTOMER NUMBER) THAT RECEIVES THE PROCEEDS.
002300**--------------------------------------------------------------
002400** MODIFICATION HISTORY.
002500**   2026-09-29  DK  INITIAL VERSION.
002600***************************************************************
002700 01  TIME-DEPOSIT-RECORD.
002800         05  TD-ACCOUNT-NO        PIC 9(10).
002900         05  TD-TERM-MONTHS       PIC 9(03).
003000         05  TD-RATE              PIC 9V9999.
003100         05  TD-OPEN-DATE         PIC 9(08).
003200         05  TD-MATURITY-DATE     PIC 9(08).
003300         05  TD-INSTRUCTION       PIC X(01).
003400             88  TD-RENEW             VALUE "R".
003500             88  TD-PAY-OUT           VALUE "P".
003600         05  TD-PAYOUT-ACCT       PIC 9(10).
003700         05  TD-PENALTY-DAYS      PIC 9(03).
003800         05  TD-STATUS            PIC X(01).
003900             88  TD-ACTIVE            VALUE "A".
004000             88  TD-MATURED           VALUE "M".
004100         05  TD-OPERATOR          PIC X(08).
004200         05  FILLER               PIC X(10).
