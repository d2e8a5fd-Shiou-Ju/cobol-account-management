000900**   ONE-TIME TRANSACTION LOG CONVERSION FOR THE WIDENED LOG
001000**   LAYOUT, IN THE SPIRIT OF ConvertTranLog.  THE OLD 138-BYTE
001100**   RECORD CARRIES NO OPERATOR FIELD, SO EVERY READER'S NEW
001200**   155-BYTE LAYOUT WOULD REFUSE THE OLD FILE OUTRIGHT - AND
001300**   THE POSTING PROGRAMS MUST NEVER OPEN EXTEND AGAINST AN
001400**   OLD-WIDTH LIVE LOG.  THIS PROGRAM COPIES AN OLD-LAYOUT LOG
001500**   TO THE NEW LAYOUT WITH THE OPERATOR FIELD BLANK (NOBODY
001600**   WAS RECORDED BEFORE THE FIELD EXISTED) AND THE LIMIT
001610**   CHECK FIELDS BLANK - A 138-BYTE LOG GOES STRAIGHT TO 155
001620**   BYTES HERE; A 146-BYTE LOG GOES THROUGH WidenTranLog.
001700**   RECORDS IN = RECORDS OUT OR THE RUN ENDS RC 8 AND THE
001750**   OUTPUT MUST NOT BE PUT INTO SERVICE.  RUN ONCE FOR THE LIVE
001800**   LOG AT CUTOVER, AND ONCE PER ARCHIVE GENERATION BEFORE THAT
002000**   GENERATION FEEDS A NEW-LAYOUT READER (YearEndInterest,
002100**   LoadAcctHist) - AN UNCONVERTED GENERATION MUST NOT BE
002200**   CONCATENATED UNDER THE NEW LAYOUT.
002300**--------------------------------------------------------------
002400** MODIFICATION HISTORY.
002500**   2026-09-02  DK  INITIAL VERSION.
002501**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON EXPANDED
002502**                   RECORDS.
002503**   2026-10-15  DK  REMARKS - OUTPUT IS THE 155-BYTE LAYOUT.
002600***************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. ExpandTranLog.
015300         MOVE OL-REF-DATE        TO TL-REF-DATE.
015400         MOVE OL-REF-TIME        TO TL-REF-TIME.
015500         MOVE SPACES             TO TL-OPERATOR.
015550         MOVE SPACES             TO TL-LIMIT-CHECK.
015600         WRITE TRANSACTION-LOG-RECORD.
015700         IF NOT WS-NEW-OK
015800             DISPLAY "NEW LOG WRITE FAILED, STATUS: "
