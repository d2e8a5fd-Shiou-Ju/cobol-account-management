000100***************************************************************
000200** COPYBOOK  : DAILYLIM
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-08
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE DAILY WITHDRAWAL LIMIT RECORD LAYOUT - ONE RECORD PER
000900**   ACCOUNT TYPE, KEYED BY THE TYPE BYTE THE SAME WAY THE FEE
001000**   SCHEDULE IS, CARRYING THE MOST THAT MAY LEAVE ONE ACCOUNT
001100**   OF THAT TYPE IN ONE BUSINESS DAY BY WITHDRAWAL, TRANSFER
001200**   OUT OR EARLY WITHDRAWAL.  MAINTAINED BY DailyLimitMaint
001300**   UNDER DUAL CONTROL; READ BY ProcessTransaction (SUPERVISOR
001400**   OVERRIDE) AND BatchTransaction (SUSPENSE).  A TYPE WITH NO
001500**   RECORD, OR A ZERO LIMIT, HAS NO DAILY LIMIT.
001600**--------------------------------------------------------------
001700** MODIFICATION HISTORY.
001800**   2026-10-08  DK  INITIAL VERSION.
001900***************************************************************
002000 01  DAILY-LIMIT-RECORD.
002100         05  DL-ACCT-TYPE         PIC X(01).
002200             88  DL-TYPE-CHECKING     VALUE "C".
002300             88  DL-TYPE-SAVINGS      VALUE "S".
002400             88  DL-TYPE-TIME-DEPOSIT VALUE "T".
002500         05  DL-DAILY-LIMIT       PIC 9(10)V99.
002600         05  FILLER               PIC X(10).
