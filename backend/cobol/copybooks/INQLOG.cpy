000100***************************************************************
000200** COPYBOOK  : INQLOG
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-10-06
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE INQUIRY AUDIT LOG RECORD LAYOUT.  AcctInquiry APPENDS
000900**   ONE RECORD FOR EVERY LOOKUP A SIGNED-ON OPERATOR MAKES,
001000**   FOUND OR NOT, SO AUDIT CAN SEE WHO LOOKED AT WHAT.  KEPT
001100**   OFF THE TRANSACTION LOG ON PURPOSE - AN INQUIRY MOVES NO
001200**   MONEY, AND EVERY PROGRAM THAT READS THE TRANSACTION LOG
001300**   TREATS ITS ENTRIES AS ACTIVITY ON THE ACCOUNT.
001400**   AN ACCOUNT LOOKUP CARRIES THE ACCOUNT AND ITS OWNER (ZERO
001500**   WHEN NOT LINKED); A CUSTOMER LOOKUP CARRIES THE CUSTOMER
001600**   AND A ZERO ACCOUNT.
001700**--------------------------------------------------------------
001800** MODIFICATION HISTORY.
001900**   2026-10-06  DK  INITIAL VERSION.
001950**   2026-10-15  DK  WIDEN IQ-RESULT TO HOLD THE FULL REJECT TEXT.
002000***************************************************************
002100 01  INQUIRY-LOG-RECORD.
002200         05  IQ-DATE              PIC 9(08).
002300         05  IQ-TIME              PIC 9(08).
002400         05  IQ-OPERATOR          PIC X(08).
002500         05  IQ-KIND              PIC X(08).
002600             88  IQ-KIND-ACCOUNT      VALUE "ACCOUNT".
002700             88  IQ-KIND-CUSTOMER     VALUE "CUSTOMER".
002800         05  IQ-ACCOUNT           PIC 9(10).
002900         05  IQ-CUSTOMER          PIC 9(06).
003000         05  IQ-RESULT            PIC X(28).
003100         05  FILLER               PIC X(04).
