002690**                   AUDITORS SEE WHO RELABELLED THE ACCOUNT,
002691**                   AND RecoverMaster'S FORWARD RECOVERY CAN
002692**                   REPLAY THE NAME ONTO A RESTORED MASTER.
002693**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON EVERY LOG
002694**                   ENTRY WRITTEN - NO LIMIT APPLIES HERE.
002700***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CustMaint.
030827         MOVE ZERO               TO TL-REF-DATE.
030828         MOVE ZERO               TO TL-REF-TIME.
030829         MOVE WS-OPERATOR-ID     TO TL-OPERATOR.
030829         MOVE SPACES             TO TL-LIMIT-CHECK.
030830         WRITE TRANSACTION-LOG-RECORD.
030831         IF NOT WS-LOG-OK
030832             DISPLAY "LOG WRITE FAILED FOR: " AM-ACCOUNT-NO
