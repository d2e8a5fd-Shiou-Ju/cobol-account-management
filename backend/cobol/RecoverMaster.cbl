002600**--------------------------------------------------------------
002700** MODIFICATION HISTORY.
002800**   2026-09-02  DK  INITIAL VERSION.
002810**   2026-09-14  DK  REPLAY THE OVERDRAFT SWEEP LEGS (SWEEP-OUT,
002820**                   SWEEP-FEE, SWEEP-IN) LIKE ANY OTHER MONEY
002830**                   ENTRY.
002840**   2026-09-22  DK  REPLAY THE ESCHEATMENT TRANSFER (ESCHEAT)
002850**                   LIKE ANY OTHER MONEY ENTRY.
002860**   2026-09-29  DK  REPLAY THE TIME DEPOSIT ENTRIES (EARLY-WD,
002870**                   CD-PENALTY, MATURE-OUT, MATURE-IN) LIKE ANY
002880**                   OTHER MONEY ENTRY.
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. RecoverMaster.
021500           WHEN "INTEREST"
021600           WHEN "FEE"
021700           WHEN "REVERSAL"
021710           WHEN "SWEEP-OUT"
021720           WHEN "SWEEP-FEE"
021730           WHEN "SWEEP-IN"
021740           WHEN "ESCHEAT"
021750           WHEN "EARLY-WD"
021760           WHEN "CD-PENALTY"
021770           WHEN "MATURE-OUT"
021780           WHEN "MATURE-IN"
021800             PERFORM 2100-REPLAY-MONEY THRU 2100-EXIT
021900           WHEN "ACCT-OPEN"
022000             PERFORM 2200-REPLAY-OPEN THRU 2200-EXIT
