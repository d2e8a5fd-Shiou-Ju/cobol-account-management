000100***************************************************************
000200** COPYBOOK  : ODLINK
000300** AUTHOR     : D. KOWALSKI  -  DEPOSIT ACCOUNTING GROUP
000400** INSTALLATION: MIDSTATE SAVINGS - DATA PROCESSING
000500** DATE-WRITTEN: 2026-09-14
000600**--------------------------------------------------------------
000700** REMARKS.
000800**   THE OVERDRAFT PROTECTION LINK RECORD LAYOUT, SHARED BY THE
000900**   LINK MAINTENANCE PROGRAM AND BOTH POSTING PROGRAMS.  ONE
001000**   RECORD PER PROTECTED CHECKING ACCOUNT, KEYED BY THE
001100**   CHECKING ACCOUNT NUMBER, NAMING THE SAVINGS ACCOUNT (SAME
001200**   CUSTOMER NUMBER) THAT COVERS A SHORTFALL.  THE SWEEP FEE
001300**   IS CHARGED TO THE SAVINGS ACCOUNT ON EACH SWEEP - ZERO
001400**   MEANS THE LINK SWEEPS FREE.  A DROPPED LINK STAYS ON THE
001500**   FILE SO ITS HISTORY IS STILL THERE TO ANSWER FOR.
001600**--------------------------------------------------------------
001700** MODIFICATION HISTORY.
001800**   2026-09-14  DK  INITIAL VERSION.
001900***************************************************************
002000 01  OVERDRAFT-LINK-RECORD.
002100         05  OD-CHECKING-ACCT     PIC 9(10).
002200         05  OD-SAVINGS-ACCT      PIC 9(10).
002300         05  OD-SWEEP-FEE         PIC 9(05)V99.
002400         05  OD-LINK-DATE         PIC 9(08).
002500         05  OD-OPERATOR          PIC X(08).
002600         05  OD-STATUS            PIC X(01).
002700             88  OD-ACTIVE            VALUE "A".
002800             88  OD-DROPPED           VALUE "X".
002900         05  FILLER               PIC X(06).
