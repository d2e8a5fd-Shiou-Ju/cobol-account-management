002700**   2026-08-21  DK  INITIAL VERSION.
002710**   2026-09-02  DK  BLANK THE NEW OPERATOR FIELD ON CONVERTED
002720**                   RECORDS - THE OLD LOG NEVER CARRIED ONE.
002721**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON CONVERTED
002722**                   RECORDS.
002800***************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. ConvertTranLog.
021500         MOVE ZERO               TO TL-REF-DATE.
021600         MOVE ZERO               TO TL-REF-TIME.
021610         MOVE SPACES             TO TL-OPERATOR.
021655         MOVE SPACES             TO TL-LIMIT-CHECK.
021700         PERFORM 3100-MAP-ACCOUNT THRU 3100-EXIT.
021800         WRITE TRANSACTION-LOG-RECORD.
021900         IF NOT WS-NEW-OK
