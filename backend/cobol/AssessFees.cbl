002400**   2026-09-02  DK  INITIAL VERSION.
002410**   2026-09-02  DK  WRITE EVERY POSTED FEE TO THE KEYED
002420**                   ACCOUNT HISTORY FILE ALONGSIDE THE LOG.
002421**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON EVERY LOG
002422**                   ENTRY WRITTEN - NO LIMIT APPLIES HERE.
002500***************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. AssessFees.
036900         MOVE ZERO               TO TL-REF-DATE.
037000         MOVE ZERO               TO TL-REF-TIME.
037100         MOVE "ASSESFEE"         TO TL-OPERATOR.
037150         MOVE SPACES             TO TL-LIMIT-CHECK.
037200         WRITE TRANSACTION-LOG-RECORD.
037300         IF NOT WS-LOG-OK
037400             DISPLAY "LOG WRITE FAILED FOR: " T-Account
