000100***************************************************************
000200** COPYBOOK  : HOLIDAY
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-13
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE BANK HOLIDAY CALENDAR RECORD LAYOUT - ONE RECORD PER
000900**   HOLIDAY THE BANK IS CLOSED, KEYED BY THE DATE.  SATURDAYS
001000**   AND SUNDAYS ARE NEVER BUSINESS DAYS AND ARE NOT CARRIED.
001100**   EACH YEAR IS LOADED IN ADVANCE BY HolidayMaint UNDER DUAL
001200**   CONTROL; A DATE IS A BUSINESS DAY WHEN IT IS A WEEKDAY AND
001300**   HAS NO RECORD HERE.  READ BY EVERY PROGRAM THAT COUNTS
001400**   BUSINESS DAYS AND BY THE NIGHTLY RUN-CONTROL CHECKS.
001500**--------------------------------------------------------------
001600** MODIFICATION HISTORY.
001700**   2026-10-13  DK  INITIAL VERSION.
001800***************************************************************
001900 01  HOLIDAY-RECORD.
002000         05  HC-DATE              PIC 9(08).
002100         05  HC-DATE-PARTS REDEFINES HC-DATE.
002200             10  HC-YEAR          PIC 9(04).
002300             10  HC-MONTH         PIC 9(02).
002400             10  HC-DAY           PIC 9(02).
002500         05  HC-NAME              PIC X(30).
002600         05  FILLER               PIC X(10).
