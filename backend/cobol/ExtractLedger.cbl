002220**                   REVERSAL MOVES REAL MONEY, SO IT GETS ITS
002230**                   OWN DEBIT AND CREDIT LINES, ROUTED BY WHICH
002240**                   WAY THE LOGGED BALANCE ACTUALLY MOVED.
002250**   2026-09-22  DK  CARRY ESCHEATMENT TRANSFERS TO THE GL - THE
002260**                   ESCHEAT TYPE DEBITS DEPOSITS ON ITS OWN
002270**                   LINE FOR THE GL TO OFFSET TO UNCLAIMED
002280**                   PROPERTY.  THE TABLE GROWS TO NINE TYPES.
002281**   2026-09-29  DK  CARRY THE TIME DEPOSIT ENTRIES TO THE GL - AN
002282**                   EARLY-WD ROUTES TO THE WITHDRAW LINE, AND A
002283**                   MATURITY PAY-OUT'S MATURE-OUT/MATURE-IN LEGS
002284**                   TO THE TRANSFER LINES.  THE EARLY WITHDRAWAL
002285**                   PENALTY DEBITS DEPOSITS ON ITS OWN LINE FOR
002286**                   THE GL TO OFFSET TO PENALTY INCOME.  THE
002287**                   TABLE GROWS TO TEN TYPES.
002300***************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. ExtractLedger.
006600         05  FILLER  PIC X(25) VALUE "ACCT-OPEN   20150000C".
006610         05  FILLER  PIC X(25) VALUE "REVERSAL-DR 20160000D".
006620         05  FILLER  PIC X(25) VALUE "REVERSAL-CR 20170000C".
006630         05  FILLER  PIC X(25) VALUE "ESCHEAT     20180000D".
006640         05  FILLER  PIC X(25) VALUE "CD-PENALTY  20190000D".
006700 01  GL-TYPE-ENTRIES REDEFINES GL-TYPE-TABLE.
006800         05  GL-TYPE-ENTRY OCCURS 10 TIMES
006900                         INDEXED BY GL-IDX.
007000             10  GLT-LOG-TYPE         PIC X(12).
007100             10  GLT-ACCOUNT          PIC X(08).
007300                 88  GLT-DEBIT-SIDE       VALUE "D".
007400             10  FILLER               PIC X(04).
007500 01  GL-ACCUM-TABLE.
007600         05  GL-ACCUM-ENTRY OCCURS 10 TIMES
007700                         INDEXED BY GA-IDX.
007800             10  GLA-AMOUNT           PIC 9(13)V99.
007900             10  GLA-COUNT            PIC 9(07).
008000*THE LOG TYPE THE SEARCH ROUTES ON.  A REVERSAL ROW IS ROUTED
008010*TO THE DEBIT OR CREDIT LINE BY WHICH WAY THE BALANCE MOVED;
008015*THE TIME DEPOSIT TYPES RIDE THE WITHDRAW AND TRANSFER LINES.
008020 01  WS-ROUTE-TYPE                PIC X(12).

008000*BUSINESS DATE THIS RUN IS EXTRACTING - OPERATOR-SUPPLIED, THE
011000         DISPLAY "ENTER BUSINESS DATE TO EXTRACT (YYYYMMDD): ".
011100         ACCEPT WS-RUN-DATE FROM CONSOLE.
011200         PERFORM 1200-CLEAR-ACCUM THRU 1200-EXIT
011300             VARYING GA-IDX FROM 1 BY 1 UNTIL GA-IDX > 10.
011400         OPEN INPUT TRANSACTION-LOG-FILE.
011500         IF NOT WS-LOG-OK
011600             DISPLAY "TRANSACTION LOG OPEN FAILED, STATUS: "
014950                     MOVE "REVERSAL-CR" TO WS-ROUTE-TYPE
014960                 END-IF
014970             ELSE
014971             IF TL-TYPE = "EARLY-WD"
014972                 MOVE "WITHDRAW" TO WS-ROUTE-TYPE
014973             ELSE
014974             IF TL-TYPE = "MATURE-OUT"
014975                 MOVE "TRANSFER-OUT" TO WS-ROUTE-TYPE
014976             ELSE
014977             IF TL-TYPE = "MATURE-IN"
014978                 MOVE "TRANSFER-IN" TO WS-ROUTE-TYPE
014979             ELSE
014980                 MOVE TL-TYPE TO WS-ROUTE-TYPE
014981             END-IF
014982             END-IF
014983             END-IF
014990             END-IF
015000             SET GL-IDX TO 1
015100             SEARCH GL-TYPE-ENTRY
016700*----------------------------------------------------------------
016800 3000-WRITE-INTERFACE.
016900         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
017000             VARYING GL-IDX FROM 1 BY 1 UNTIL GL-IDX > 10.
017100         MOVE SPACES TO GL-INTERFACE-RECORD.
017200         MOVE "C" TO GL-REC-TYPE.
017300         MOVE WS-RUN-DATE TO GL-DATE.
