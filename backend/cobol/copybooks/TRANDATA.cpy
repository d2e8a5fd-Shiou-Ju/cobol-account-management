001626**                   THE LEDGER BALANCE BUT NOT THE AVAILABLE
001627**                   BALANCE IS TURNED AWAY WITH ITS OWN STATUS
001628**                   INSTEAD OF SPENDING UNCOLLECTED FUNDS.
001629**   2026-09-14  DK  ADD REJECTED-SWEEP-SHORT - AN OVERDRAFT
001630**                   PROTECTION SWEEP THE LINKED SAVINGS ACCOUNT
001631**                   COULD NOT COVER IS LOGGED WITH ITS OWN
001632**                   STATUS.
001633**   2026-09-29  DK  ADD REJECTED-INVALID-TERMS FOR A TIME
001634**                   DEPOSIT OPENED WITH UNUSABLE TERMS, AND
001635**                   REJECTED-NOT-MATURED FOR A WITHDRAWAL FROM
001636**                   ONE BEFORE MATURITY THAT IS NOT KEYED AS AN
001637**                   EARLY WITHDRAWAL.
001638**   2026-10-08  DK  ADD REJECTED-OVER-TELLER-LIMIT AND
001639**                   REJECTED-OVER-DAILY-LIMIT FOR AN ITEM OVER
001640**                   THE OPERATOR'S POSTING LIMIT OR THE
001641**                   ACCOUNT'S DAILY WITHDRAWAL LIMIT THAT NO
001642**                   SUPERVISOR OVERRODE.
001629***************************************************************
001700 01  TransactionData.
001710         05  T-Account            PIC 9(10).
002694                 "REJECTED-ACCOUNT-DORMANT"
002695                 "REJECTED-UNKNOWN-CUSTOMER"
002696                 "REJECTED-FUNDS-ON-HOLD"
002697                 "REJECTED-SWEEP-SHORT"
002698                 "REJECTED-INVALID-TERMS"
002699                 "REJECTED-NOT-MATURED"
002699                 "REJECTED-OVER-TELLER-LIMIT"
002699                 "REJECTED-OVER-DAILY-LIMIT"
002700                 "REJECTED-UNKNOWN-ACCOUNT".
002710*        DESTINATION ACCOUNT - USED ONLY FOR A TRANSFER.
002715         05  T-ToAccount          PIC 9(10).
