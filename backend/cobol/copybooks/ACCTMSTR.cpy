001706**                   THEM ALL.  THE RECORD GROWS 50 TO 68 BYTES
001707**                   - EXISTING FILES ARE CONVERTED BY
001708**                   ExpandMaster.
001708**   2026-09-29  DK  ADD THE TIME DEPOSIT (CERTIFICATE) ACCOUNT
001708**                   TYPE.  ITS TERM, FIXED RATE AND MATURITY
001708**                   LIVE ON THE TDTERMS FILE, KEYED BY THE SAME
001708**                   ACCOUNT NUMBER - THE MASTER RECORD DOES NOT
001708**                   GROW.
001709***************************************************************
001800 01  ACCOUNT-MASTER-RECORD.
001900         05  AM-ACCOUNT-NO        PIC 9(10).
002700         05  AM-ACCT-TYPE         PIC X(01).
002800             88  AM-TYPE-CHECKING     VALUE "C".
002900             88  AM-TYPE-SAVINGS      VALUE "S".
002950             88  AM-TYPE-TIME-DEPOSIT VALUE "T".
003000         05  AM-CUSTOMER-NO       PIC 9(06).
003100         05  AM-HOLD-AMOUNT       PIC 9(10)V99.
003200         05  FILLER               PIC X(06).
