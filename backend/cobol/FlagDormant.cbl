001600**   ON THE DORMANCY REPORT (ACCOUNT, BALANCE, LAST ACTIVITY)
001700**   AND IS FLAGGED DORMANT ON THE MASTER, SO THE POSTING
001800**   PROGRAMS DEMAND A SUPERVISOR OVERRIDE BEFORE THE NEXT
001900**   WITHDRAWAL.  THE DORMANT FLAG IS WHAT EscheatAccounts
002000**   BUILDS THE ESCHEATMENT FILING FROM.
002100**--------------------------------------------------------------
002200** MODIFICATION HISTORY.
002300**   2026-08-21  DK  INITIAL VERSION.
004000**                   DD CONCATENATION ARE ALL GONE, AND THE
004100**                   REVIEW NO LONGER STRETCHES WITH THE SIZE
004200**                   OF THE AUDIT TRAIL.
004210**   2026-09-22  DK  REMARKS - THE ESCHEATMENT FILING IS NOW
004220**                   BUILT BY EscheatAccounts, NOT BY HAND.
004230**   2026-09-29  DK  PASS OVER TIME DEPOSITS - A CERTIFICATE SITS
004240**                   UNTOUCHED FOR ITS TERM BY DESIGN, AND IS
004250**                   RENEWED OR PAID OUT BY MatureDeposits, SO
004260**                   A QUIET ONE IS NOT AN ABANDONED ONE.
004300***************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. FlagDormant.
023800         IF NOT AM-STATUS-OPEN
023900             GO TO 3000-NEXT
024000         END-IF.
024010         IF AM-TYPE-TIME-DEPOSIT
024020             GO TO 3000-NEXT
024030         END-IF.
024100         PERFORM 2000-FIND-LAST-ACTIVITY THRU 2000-EXIT.
024200         EVALUATE TRUE
024300           WHEN WS-ACTIVITY-FOUND
