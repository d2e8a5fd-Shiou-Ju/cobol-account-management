001399**                   THE RECORD GROWS 138 TO 146 BYTES - THE
001401**                   LIVE LOG AND THE ARCHIVE GENERATIONS ARE
001402**                   CONVERTED BY ExpandTranLog.
001403**   2026-10-08  DK  CARRY THE LIMIT CHECK ON AN ENTRY - WHICH
001404**                   LIMIT (TELLER POSTING LIMIT, ACCOUNT DAILY
001405**                   WITHDRAWAL LIMIT, OR BOTH) THE ITEM WENT
001406**                   OVER, AND THE SUPERVISOR WHO OVERRODE IT.
001407**                   SPACES WHEN NO LIMIT WAS EXCEEDED.  THE
001408**                   RECORD GROWS 146 TO 155 BYTES - THE LIVE
001409**                   LOG AND THE ARCHIVE GENERATIONS ARE
001410**                   CONVERTED BY WidenTranLog.
001403***************************************************************
001500 01  TRANSACTION-LOG-RECORD.
001600         05  TL-DATE              PIC 9(08).
002400         05  TL-REF-DATE          PIC 9(08).
002500         05  TL-REF-TIME          PIC 9(08).
002600         05  TL-OPERATOR          PIC X(08).
002700         05  TL-LIMIT-CHECK.
002800             10  TL-LIMIT-FLAG    PIC X(01).
002900                 88  TL-OVER-TELLER-LIMIT VALUE "T".
003000                 88  TL-OVER-DAILY-LIMIT  VALUE "D".
003100                 88  TL-OVER-BOTH-LIMITS  VALUE "B".
003200                 88  TL-LIMIT-EXCEPTION   VALUE "T" "D" "B".
003300             10  TL-APPROVED-BY   PIC X(08).
