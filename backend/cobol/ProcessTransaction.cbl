001667**                   ON THE ACCTHOLD RECORD, SO THE CUSTOMER'S
001668**                   COLLECTED MONEY IS NOT LEFT LOCKED BEHIND A
001669**                   DEPOSIT THAT NO LONGER EXISTS.
001670**   2026-09-14  DK  OVERDRAFT PROTECTION - A CHECKING DEBIT THE
001671**                   AVAILABLE BALANCE CANNOT COVER FIRST SWEEPS
001672**                   THE SHORTFALL (PLUS THE LINK'S SWEEP FEE)
001673**                   FROM THE SAVINGS ACCOUNT LINKED ON THE
001674**                   ODLINK FILE.  THE SWEEP IS LOGGED AS ITS OWN
001675**                   SWEEP-OUT/SWEEP-FEE/SWEEP-IN LEGS AHEAD OF
001676**                   THE DEBIT, AND BACKED OUT WITH IT IF THE
001677**                   DEBIT FAILS.  A SWEEP THE SAVINGS CANNOT
001678**                   COVER IS LOGGED REJECTED-SWEEP-SHORT AND THE
001679**                   DEBIT IS TURNED AWAY AS BEFORE.
001680**   2026-09-29  DK  TIME DEPOSITS - A WITHDRAW OR TRANSFER OUT
001681**                   OF A TYPE T ACCOUNT BEFORE ITS MATURITY DATE
001682**                   (FROM THE TDTERMS FILE) IS REJECTED AS
001683**                   REJECTED-NOT-MATURED.  THE NEW EARLY-WD TYPE
001684**                   TAKES THE MONEY OUT ANYWAY AND CHARGES THE
001685**                   CERTIFICATE'S PENALTY - ITS NUMBER OF DAYS'
001686**                   INTEREST AT THE FIXED RATE ON THE AMOUNT -
001687**                   LOGGED AS ITS OWN CD-PENALTY LEG.  A
001688**                   REVERSAL OF EITHER LEG CREDITS IT BACK.
001689**   2026-10-08  DK  TELLER AND DAILY LIMITS - AN ITEM OVER THE
001690**                   SIGNED-ON OPERATOR'S POSTING LIMIT, OR A
001691**                   WITHDRAW/TRANSFER/EARLY-WD THAT TAKES THE
001692**                   ACCOUNT PAST ITS TYPE'S DAILY WITHDRAWAL
001693**                   LIMIT (DAILYLIM, AGAINST TODAY'S POSTED
001694**                   DEBITS ON ACCTHIST), NEEDS A SUPERVISOR
001695**                   OVERRIDE - ANOTHER ACTIVE SUPERVISOR, NEVER
001696**                   THE SIGNED-ON ID.  WITHOUT ONE IT IS REJECTED
001697**                   AS REJECTED-OVER-TELLER-LIMIT OR REJECTED-
001698**                   OVER-DAILY-LIMIT.  THE LIMIT GONE OVER AND
001699**                   THE APPROVER ARE STAMPED ON THE LOG ENTRY.
001699**   2026-10-13  DK  A HOLD RELEASE DATE SKIPS THE BANK HOLIDAYS
001699**                   ON THE HOLIDAY CALENDAR (HOLIDAYS) AS WELL
001699**                   AS WEEKENDS.
001600***************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID. ProcessTransaction.
003088         ACCESS MODE IS DYNAMIC
003089         RECORD KEY IS AH-KEY
003090         FILE STATUS IS WS-HIST-STATUS.
003091     SELECT OVERDRAFT-LINK-FILE ASSIGN TO "ODLINK"
003092         ORGANIZATION IS INDEXED
003093         ACCESS MODE IS DYNAMIC
003094         RECORD KEY IS OD-CHECKING-ACCT
003095         FILE STATUS IS WS-LINK-STATUS.
003096     SELECT TIME-DEPOSIT-FILE ASSIGN TO "TDTERMS"
003097         ORGANIZATION IS INDEXED
003098         ACCESS MODE IS DYNAMIC
003099         RECORD KEY IS TD-ACCOUNT-NO
003099         FILE STATUS IS WS-TERM-STATUS.
003099     SELECT DAILY-LIMIT-FILE ASSIGN TO "DAILYLIM"
003099         ORGANIZATION IS INDEXED
003099         ACCESS MODE IS DYNAMIC
003099         RECORD KEY IS DL-ACCT-TYPE
003099         FILE STATUS IS WS-LIMIT-STATUS.
003099     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
003099         ORGANIZATION IS INDEXED
003099         ACCESS MODE IS DYNAMIC
003099         RECORD KEY IS HC-DATE
003099         FILE STATUS IS WS-HOL-STATUS.

003100 DATA DIVISION.
003200 FILE SECTION.
003780         LABEL RECORDS ARE STANDARD.
003785     COPY ACCTHIST.

003786 FD  OVERDRAFT-LINK-FILE
003787         LABEL RECORDS ARE STANDARD.
003788     COPY ODLINK.

003789 FD  TIME-DEPOSIT-FILE
003790         LABEL RECORDS ARE STANDARD.
003791     COPY TIMEDEP.

003792 FD  DAILY-LIMIT-FILE
003793         LABEL RECORDS ARE STANDARD.
003794     COPY DAILYLIM.

003795 FD  HOLIDAY-FILE
003796         LABEL RECORDS ARE STANDARD.
003797     COPY HOLIDAY.

003800 WORKING-STORAGE SECTION.
003900*TRANSACTION WORK AREA - ONE TRANSACTION PER RUN.
003910     COPY TRANDATA.
004860         88  WS-OPER-OK           VALUE "00".
004861 01  WS-HIST-STATUS           PIC X(02).
004862         88  WS-HIST-OK           VALUE "00".
004865 01  WS-LINK-STATUS           PIC X(02).
004866         88  WS-LINK-OK           VALUE "00".
004867 01  WS-TERM-STATUS           PIC X(02).
004868         88  WS-TERM-OK           VALUE "00".
004868 01  WS-LIMIT-STATUS          PIC X(02).
004868         88  WS-LIMIT-OK          VALUE "00".
004869 01  WS-HOL-STATUS            PIC X(02).
004869         88  WS-HOL-OK            VALUE "00".
004863*RETRIES WHEN A HISTORY WRITE HITS A DUPLICATE KEY.
004864 01  WS-HIST-TRIES            PIC 9(03)     VALUE ZERO.
004870*SIGNED-ON OPERATOR, STAMPED ON EVERY LOG ENTRY, AND THE
005550 01  WS-DOW-QUOT              PIC 9(04)     VALUE ZERO.
005560 01  WS-DAY-OF-WEEK           PIC 9(01)     VALUE ZERO.
005570         88  WS-WEEKEND-DAY       VALUE 0 1.
005570*SET WHEN WS-REL-DATE IS ON THE BANK HOLIDAY CALENDAR.
005570 01  WS-HOLIDAY-SWITCH        PIC X(01)     VALUE "N".
005570         88  WS-HOLIDAY-DAY       VALUE "Y".
005571*OVERDRAFT PROTECTION SWEEP FOR THIS DEBIT - NONE, CHECKED AND
005572*WAITING TO BE APPLIED, APPLIED, FAILED OR BACKED OUT, OR SHORT
005573*(THE LINKED SAVINGS COULD NOT COVER IT).
005574 01  WS-SWEEP-SWITCH          PIC X(01)     VALUE "N".
005575         88  WS-SWEEP-NONE        VALUE "N".
005576         88  WS-SWEEP-PENDING     VALUE "P".
005577         88  WS-SWEEP-APPLIED     VALUE "A".
005578         88  WS-SWEEP-FAILED      VALUE "F".
005579         88  WS-SWEEP-SHORT       VALUE "S".
005580 01  WS-SWEEP-RESULT          PIC X(28)     VALUE SPACES.
005581*SHORTFALL SWEPT, THE LINK'S FEE, AND THE TWO TOGETHER.
005582 01  WS-SWEEP-AMOUNT          PIC 9(10)V99  VALUE ZERO.
005583 01  WS-SWEEP-FEE             PIC 9(05)V99  VALUE ZERO.
005584 01  WS-SWEEP-NEED            PIC 9(10)V99  VALUE ZERO.
005585*THE LINKED SAVINGS ACCOUNT - BALANCE BEFORE THE SWEEP, AFTER
005586*THE SWEEP LEG, AND AFTER THE FEE LEG.
005587 01  WS-SAV-ACCOUNT           PIC 9(10)     VALUE ZERO.
005588 01  WS-SAV-USER              PIC X(20)     VALUE SPACES.
005589 01  WS-SAV-BALANCE           PIC 9(10)V99  VALUE ZERO.
005590 01  WS-SAV-MID               PIC 9(10)V99  VALUE ZERO.
005591 01  WS-SAV-RESULT            PIC 9(10)V99  VALUE ZERO.
005592 01  WS-SAV-AVAILABLE         PIC 9(10)V99  VALUE ZERO.
005593*THE CHECKING ACCOUNT'S LEDGER BALANCE BEFORE THE SWEEP, AND
005594*ITS OWNER - THE SAVINGS MUST BELONG TO THE SAME CUSTOMER.
005595 01  WS-CHK-BALANCE           PIC 9(10)V99  VALUE ZERO.
005596 01  WS-CHK-CUSTOMER          PIC 9(06)     VALUE ZERO.
005597*TIME DEPOSIT CHECK ON THE SOURCE ACCOUNT - ITS TYPE OFF THE
005598*MASTER, WHETHER THE DEBIT WAS TURNED AWAY AS NOT MATURED, AND
005599*THE PENALTY AN EARLY WITHDRAWAL PAYS ON TOP OF THE AMOUNT.
005600 01  WS-FROM-ACCT-TYPE        PIC X(01)     VALUE SPACE.
005601         88  WS-FROM-TIME-DEPOSIT VALUE "T".
005602 01  WS-MATURITY-SWITCH       PIC X(01)     VALUE "N".
005603         88  WS-NOT-MATURED       VALUE "Y".
005604 01  WS-TODAY                 PIC 9(08)     VALUE ZERO.
005605 01  WS-PENALTY               PIC 9(10)V99  VALUE ZERO.
005606 01  WS-DEBIT-TOTAL           PIC 9(10)V99  VALUE ZERO.
005607*LIMIT CHECK ON A POSTED ITEM - THE SIGNED-ON OPERATOR'S POSTING
005608*LIMIT (ZERO = NONE), THE ACCOUNT TYPE'S DAILY WITHDRAWAL LIMIT,
005609*WHAT HAS ALREADY LEFT THE ACCOUNT TODAY, WHICH LIMIT THE ITEM
005610*WENT OVER, AND THE SUPERVISOR WHO OVERRODE IT.
005611 01  WS-POST-LIMIT            PIC 9(06)     VALUE ZERO.
005612 01  WS-DAY-LIMIT             PIC 9(10)V99  VALUE ZERO.
005613 01  WS-DAY-USED              PIC 9(10)V99  VALUE ZERO.
005614 01  WS-DAY-TOTAL             PIC 9(10)V99  VALUE ZERO.
005615 01  WS-LIMIT-FLAG            PIC X(01)     VALUE SPACE.
005616         88  WS-LIMIT-NONE        VALUE SPACE.
005617         88  WS-OVER-TELLER-LIMIT VALUE "T".
005618         88  WS-OVER-DAILY-LIMIT  VALUE "D".
005619         88  WS-OVER-BOTH-LIMITS  VALUE "B".
005620 01  WS-LIMIT-APPROVER        PIC X(08)     VALUE SPACES.
005621 01  WS-HIST-EOF-SWITCH       PIC X(01)     VALUE "N".
005622         88  WS-HIST-EOF          VALUE "Y".

005200 PROCEDURE DIVISION.

006030         END-IF.
006040         IF WS-NO-ABORT
006100             PERFORM 3000-PROCESS-TRANSACTION THRU 3000-EXIT
006110             IF WS-SWEEP-PENDING
006120                 PERFORM 4300-APPLY-SWEEP THRU 4300-EXIT
006130             END-IF
006200             PERFORM 4000-UPDATE-ACCOUNT THRU 4000-EXIT
006201             IF T-Type = "TRANSFER" AND T-Status-Posted
006202                 PERFORM 4100-UPDATE-TO-ACCOUNT THRU 4100-EXIT
006204                 SET WS-TO-LEG-ATTEMPTED TO TRUE
006203             END-IF
006206             IF WS-SWEEP-APPLIED AND NOT T-Status-Posted
006207                 PERFORM 4350-BACKOUT-SWEEP THRU 4350-EXIT
006208             END-IF
006205         END-IF.
006206         IF NOT WS-SWEEP-NONE
006207             PERFORM 5200-WRITE-SWEEP-LOG THRU 5200-EXIT
006208         END-IF.
006210         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
006220         IF WS-TO-LEG-ATTEMPTED
006230             PERFORM 5100-WRITE-TO-LOG THRU 5100-EXIT
006240         END-IF.
006250         IF T-Type = "EARLY-WD" AND T-Status-Posted
006260                     AND WS-PENALTY > ZERO
006270             PERFORM 5300-WRITE-PENALTY-LOG THRU 5300-EXIT
006280         END-IF.

006300 9999-TERMINATE.
006400         PERFORM 9500-CLOSE-FILES THRU 9500-EXIT.
006592             STOP RUN
006593         END-IF.
006594         DISPLAY "SIGNED ON: " OP-NAME.
006594*        THE OVERRIDE READS REUSE THE RECORD AREA - KEEP THE
006594*        LIMIT.  SPACES ON AN OLDER RECORD MEAN NO LIMIT.
006594         IF OP-POST-LIMIT IS NUMERIC
006594             MOVE OP-POST-LIMIT TO WS-POST-LIMIT
006594         END-IF.
006595 0500-EXIT.
006596         EXIT.

007373                 WS-HIST-STATUS
007374             STOP RUN
007375         END-IF.
007380         OPEN INPUT OVERDRAFT-LINK-FILE.
007381         IF NOT WS-LINK-OK
007382             DISPLAY "OVERDRAFT LINK FILE OPEN FAILED, STATUS: "
007383                 WS-LINK-STATUS
007384             STOP RUN
007385         END-IF.
007386         OPEN INPUT TIME-DEPOSIT-FILE.
007387         IF NOT WS-TERM-OK
007388             DISPLAY "TIME DEPOSIT TERMS OPEN FAILED, STATUS: "
007389                 WS-TERM-STATUS
007390             STOP RUN
007391         END-IF.
007391         OPEN INPUT DAILY-LIMIT-FILE.
007391         IF NOT WS-LIMIT-OK
007391             DISPLAY "DAILY LIMIT FILE OPEN FAILED, STATUS: "
007391                 WS-LIMIT-STATUS
007391             STOP RUN
007391         END-IF.
007391         OPEN INPUT HOLIDAY-FILE.
007391         IF NOT WS-HOL-OK
007391             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
007391                 WS-HOL-STATUS
007391             STOP RUN
007391         END-IF.
007392         IF T-Type = "REVERSAL" AND WS-ORIG-FOUND
007377                     AND WS-ORIG-TYPE = "DEPOSIT"
007378             PERFORM 1700-FIND-ORIG-HOLD THRU 1700-EXIT
007379         END-IF.
008800                 MOVE AM-BALANCE TO T-CurrentBalance
008810                 MOVE AM-STATUS TO WS-FROM-ACCT-STATE
008820                 MOVE AM-USER TO T-User
008825                 MOVE AM-CUSTOMER-NO TO WS-CHK-CUSTOMER
008826                 MOVE AM-ACCT-TYPE TO WS-FROM-ACCT-TYPE
008830                 IF AM-HOLD-AMOUNT > AM-BALANCE
008840                     MOVE ZERO TO WS-FROM-AVAILABLE
008850                 ELSE
009970         END-IF.
009971         IF WS-FROM-ACCT-DORMANT
009972                     AND (T-Type = "WITHDRAW"
009973                       OR T-Type = "TRANSFER"
009973                       OR T-Type = "EARLY-WD")
009974             PERFORM 3200-CHECK-OVERRIDE THRU 3200-EXIT
009976             IF T-Status = "REJECTED-ACCOUNT-DORMANT"
009981                 GO TO 3000-EXIT
009982             END-IF
009983         END-IF.
009983         IF WS-FROM-TIME-DEPOSIT
009983                     AND (T-Type = "WITHDRAW"
009983                       OR T-Type = "TRANSFER"
009983                       OR T-Type = "EARLY-WD")
009983             PERFORM 3600-CHECK-MATURITY THRU 3600-EXIT
009983             IF WS-NOT-MATURED
009983                 GO TO 3000-EXIT
009983             END-IF
009983         END-IF.
009984         IF T-Type = "TRANSFER"
009985                     AND NOT WS-TO-ACCT-OPEN
009986                     AND NOT WS-TO-ACCT-DORMANT
010210             MOVE "POSTED" TO T-Status
010300             DISPLAY "Deposit block entered."
010400           WHEN "WITHDRAW"
010401           IF T-Transaction > WS-FROM-AVAILABLE
010402             PERFORM 3500-CHECK-SWEEP THRU 3500-EXIT
010403           END-IF
010410           IF T-Transaction > T-CurrentBalance
010420             MOVE T-CurrentBalance TO T-Result
010430             MOVE "REJECTED-INSUFFICIENT-FUNDS" TO T-Status
010470           END-IF
010461           END-IF
010471           WHEN "TRANSFER"
010471           IF T-Transaction > WS-FROM-AVAILABLE
010471             PERFORM 3500-CHECK-SWEEP THRU 3500-EXIT
010471           END-IF
010472           IF T-Transaction > T-CurrentBalance
010473             MOVE T-CurrentBalance TO T-Result
010474             MOVE "REJECTED-INSUFFICIENT-FUNDS" TO T-Status
010480             DISPLAY "Transfer block entered."
010481           END-IF
010486           END-IF
010487           WHEN "EARLY-WD"
010487           COMPUTE WS-DEBIT-TOTAL = T-Transaction + WS-PENALTY
010487           IF NOT WS-FROM-TIME-DEPOSIT
010487             MOVE T-CurrentBalance TO T-Result
010487             MOVE "REJECTED-INVALID-TYPE" TO T-Status
010487             DISPLAY "TRANSACTION REJECTED: NOT A TIME DEPOSIT "
010487                 T-Account
010487           ELSE
010487           IF WS-DEBIT-TOTAL > T-CurrentBalance
010487             MOVE T-CurrentBalance TO T-Result
010487             MOVE "REJECTED-INSUFFICIENT-FUNDS" TO T-Status
010487             DISPLAY "TRANSACTION REJECTED: INSUFF FUNDS " T-User
010487           ELSE
010487           IF WS-DEBIT-TOTAL > WS-FROM-AVAILABLE
010487             MOVE T-CurrentBalance TO T-Result
010487             MOVE "REJECTED-FUNDS-ON-HOLD" TO T-Status
010487             DISPLAY "TRANSACTION REJECTED: FUNDS ON HOLD " T-User
010487           ELSE
010487             COMPUTE T-Result = T-CurrentBalance - WS-DEBIT-TOTAL
010487             MOVE "POSTED" TO T-Status
010487             DISPLAY "Early withdrawal block entered."
010487           END-IF
010487           END-IF
010487           END-IF
010482           WHEN "REVERSAL"
010483             PERFORM 3100-APPLY-REVERSAL THRU 3100-EXIT
010480           WHEN OTHER
010495             MOVE "REJECTED-INVALID-TYPE" TO T-Status
010496             DISPLAY "TRANSACTION REJECTED: INVALID TYPE " T-Type
010700         END-EVALUATE.
010710         IF T-Status-Posted
010720             PERFORM 3700-CHECK-LIMITS THRU 3700-EXIT
010730         END-IF.

010800         DISPLAY "Result: " T-Result.
010810         DISPLAY "Status: " T-Status.
011220             MOVE "REJECTED-INVALID-TYPE" TO T-Status
011230             DISPLAY "REVERSAL REJECTED: CANNOT REVERSE ONE"
011240           WHEN WS-ORIG-TYPE = "WITHDRAW" OR "TRANSFER-OUT"
011241                     OR "EARLY-WD" OR "CD-PENALTY"
011250             MOVE WS-ORIG-AMOUNT TO T-Transaction
011260             COMPUTE T-Result = T-CurrentBalance + T-Transaction
011270             MOVE "POSTED" TO T-Status
011430 3100-EXIT.
011440         EXIT.

011441*----------------------------------------------------------------
011442*3500-CHECK-SWEEP - THE DEBIT IS MORE THAN THE AVAILABLE BALANCE.
011443*IF THE ACCOUNT IS LINKED FOR OVERDRAFT PROTECTION, SEE WHETHER
011444*THE LINKED SAVINGS ACCOUNT CAN COVER THE SHORTFALL PLUS THE
011445*SWEEP FEE.  IF IT CAN, THE SHORTFALL IS ADDED TO THE CHECKING
011446*BALANCE HERE SO THE DEBIT POSTS; THE SAVINGS REWRITE WAITS FOR
011447*4300-APPLY-SWEEP.  NO LINK LEAVES THE DEBIT TO BE TURNED AWAY
011448*AS BEFORE.  A TRANSFER INTO THE LINKED SAVINGS ITSELF IS NEVER
011449*SWEPT - IT WOULD ONLY MOVE THE MONEY IN A CIRCLE.
011450*----------------------------------------------------------------
011451 3500-CHECK-SWEEP.
011452         MOVE T-Account TO OD-CHECKING-ACCT.
011453         READ OVERDRAFT-LINK-FILE
011454             INVALID KEY
011455                 GO TO 3500-EXIT
011456         END-READ.
011457         IF NOT OD-ACTIVE
011458             GO TO 3500-EXIT
011459         END-IF.
011460         IF T-Type = "TRANSFER" AND T-ToAccount = OD-SAVINGS-ACCT
011461             GO TO 3500-EXIT
011462         END-IF.
011463         MOVE OD-SAVINGS-ACCT TO WS-SAV-ACCOUNT.
011464         MOVE OD-SWEEP-FEE TO WS-SWEEP-FEE.
011465         COMPUTE WS-SWEEP-AMOUNT =
011466             T-Transaction - WS-FROM-AVAILABLE.
011467         COMPUTE WS-SWEEP-NEED = WS-SWEEP-AMOUNT + WS-SWEEP-FEE.
011468         MOVE T-CurrentBalance TO WS-CHK-BALANCE.
011469         MOVE SPACES TO WS-SAV-USER.
011470         MOVE ZERO TO WS-SAV-BALANCE.
011471         SET WS-SWEEP-SHORT TO TRUE.
011472         MOVE "REJECTED-SWEEP-SHORT" TO WS-SWEEP-RESULT.
011473         MOVE WS-SAV-ACCOUNT TO AM-ACCOUNT-NO.
011474         READ ACCOUNT-MASTER-FILE
011475             INVALID KEY
011476                 DISPLAY "SWEEP SHORT: SAVINGS NOT ON MASTER "
011477                     WS-SAV-ACCOUNT
011478                 GO TO 3500-EXIT
011479         END-READ.
011480         MOVE AM-USER TO WS-SAV-USER.
011481         MOVE AM-BALANCE TO WS-SAV-BALANCE.
011482         IF AM-HOLD-AMOUNT > AM-BALANCE
011483             MOVE ZERO TO WS-SAV-AVAILABLE
011484         ELSE
011485             COMPUTE WS-SAV-AVAILABLE =
011486                 AM-BALANCE - AM-HOLD-AMOUNT
011487         END-IF.
011488         IF NOT AM-STATUS-OPEN
011489                     OR NOT AM-TYPE-SAVINGS
011490                     OR AM-CUSTOMER-NO NOT = WS-CHK-CUSTOMER
011491                     OR WS-CHK-CUSTOMER = ZERO
011492             DISPLAY "SWEEP SHORT: SAVINGS LINK NOT USABLE "
011493                 WS-SAV-ACCOUNT
011494             GO TO 3500-EXIT
011495         END-IF.
011496         IF WS-SWEEP-NEED > WS-SAV-AVAILABLE
011497             DISPLAY "SWEEP SHORT: SAVINGS CANNOT COVER "
011498                 WS-SAV-ACCOUNT
011499             GO TO 3500-EXIT
011500         END-IF.
011501         COMPUTE WS-SAV-RESULT = WS-SAV-BALANCE - WS-SWEEP-NEED.
011502         ADD WS-SWEEP-AMOUNT TO T-CurrentBalance.
011503         ADD WS-SWEEP-AMOUNT TO WS-FROM-AVAILABLE.
011504         SET WS-SWEEP-PENDING TO TRUE.
011505         MOVE SPACES TO WS-SWEEP-RESULT.
011506         DISPLAY "OVERDRAFT SWEEP FROM SAVINGS: " WS-SAV-ACCOUNT.
011507         DISPLAY "SWEEP AMOUNT: " WS-SWEEP-AMOUNT
011508             "  SWEEP FEE: " WS-SWEEP-FEE.
011509 3500-EXIT.
011510         EXIT.

011511*----------------------------------------------------------------
011512*3600-CHECK-MATURITY - A DEBIT AGAINST A TIME DEPOSIT.  ON OR
011513*AFTER THE MATURITY DATE IT IS AN ORDINARY DEBIT.  BEFORE IT,
011514*ONLY AN EARLY-WD MAY TAKE MONEY OUT, AND IT PAYS THE
011515*CERTIFICATE'S PENALTY - PENALTY-DAYS OF INTEREST AT THE FIXED
011516*RATE (MONTHLY RATE TIMES 12 OVER 365 A DAY) ON THE AMOUNT.
011517*ANYTHING ELSE, OR A CERTIFICATE WITH NO TERMS ON FILE, IS
011518*REJECTED AS REJECTED-NOT-MATURED.
011519*----------------------------------------------------------------
011520 3600-CHECK-MATURITY.
011521         MOVE ZERO TO WS-PENALTY.
011522         MOVE T-Account TO TD-ACCOUNT-NO.
011523         READ TIME-DEPOSIT-FILE
011524             INVALID KEY
011525                 DISPLAY "TIME DEPOSIT TERMS NOT ON FILE: "
011526                     T-Account
011527                 GO TO 3600-REJECT
011528         END-READ.
011529         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
011530         IF WS-TODAY NOT < TD-MATURITY-DATE
011531             GO TO 3600-EXIT
011532         END-IF.
011533         IF T-Type NOT = "EARLY-WD"
011534             DISPLAY "TIME DEPOSIT MATURES: " TD-MATURITY-DATE
011535             GO TO 3600-REJECT
011536         END-IF.
011537         COMPUTE WS-PENALTY ROUNDED = T-Transaction * TD-RATE
011538             * 12 * TD-PENALTY-DAYS / 365.
011539         DISPLAY "EARLY WITHDRAWAL PENALTY: " WS-PENALTY.
011540         GO TO 3600-EXIT.
011541 3600-REJECT.
011542         SET WS-NOT-MATURED TO TRUE.
011543         MOVE T-CurrentBalance TO T-Result.
011544         MOVE "REJECTED-NOT-MATURED" TO T-Status.
011545         DISPLAY "TRANSACTION REJECTED: NOT MATURED " T-Account.
011546 3600-EXIT.
011547         EXIT.

011548*----------------------------------------------------------------
011549*3700-CHECK-LIMITS - A POSTED ITEM OVER THE SIGNED-ON OPERATOR'S
011550*POSTING LIMIT, OR A DEBIT THAT TAKES THE ACCOUNT PAST ITS DAILY
011551*WITHDRAWAL LIMIT, NEEDS AN ACTIVE SUPERVISOR - NOT THE SIGNED-ON
011552*OPERATOR - TO STAND BEHIND IT, THE SAME WAY A DORMANT-ACCOUNT
011553*DEBIT DOES.  WITHOUT ONE THE ITEM IS REJECTED AND ANY SWEEP
011554*LINED UP FOR IT IS DROPPED BEFORE IT TOUCHES THE SAVINGS.
011555*----------------------------------------------------------------
011556 3700-CHECK-LIMITS.
011557         MOVE SPACE TO WS-LIMIT-FLAG.
011558         MOVE SPACES TO WS-LIMIT-APPROVER.
011559         IF WS-POST-LIMIT > ZERO
011560                     AND T-Transaction > WS-POST-LIMIT
011561             SET WS-OVER-TELLER-LIMIT TO TRUE
011562             DISPLAY "OVER TELLER POSTING LIMIT: " WS-POST-LIMIT
011563         END-IF.
011564         IF T-Type = "WITHDRAW" OR T-Type = "TRANSFER"
011565                     OR T-Type = "EARLY-WD"
011566             PERFORM 3710-CHECK-DAILY-LIMIT THRU 3710-EXIT
011567         END-IF.
011568         IF WS-LIMIT-NONE
011569             GO TO 3700-EXIT
011570         END-IF.
011571         DISPLAY "LIMIT EXCEEDED - SUPERVISOR OVERRIDE NEEDED".
011572         DISPLAY "ENTER SUPERVISOR OPERATOR ID: ".
011573         ACCEPT WS-OVERRIDE-ID FROM CONSOLE.
011574         IF WS-OVERRIDE-ID = WS-OPERATOR-ID
011575             DISPLAY "OVERRIDE REFUSED - SIGNED-ON OPERATOR: "
011576                 WS-OVERRIDE-ID
011577             GO TO 3700-REJECT
011578         END-IF.
011579         MOVE WS-OVERRIDE-ID TO OP-ID.
011580         READ OPERATOR-FILE
011581             INVALID KEY
011582                 DISPLAY "OVERRIDE REFUSED - UNKNOWN OPERATOR: "
011583                     WS-OVERRIDE-ID
011584                 GO TO 3700-REJECT
011585         END-READ.
011586         IF NOT OP-STATUS-ACTIVE
011587             DISPLAY "OVERRIDE REFUSED - OPERATOR REVOKED: "
011588                 WS-OVERRIDE-ID
011589             GO TO 3700-REJECT
011590         END-IF.
011591         IF NOT OP-LEVEL-SUPERVISOR
011592             DISPLAY "OVERRIDE REFUSED - NOT SUPERVISOR LEVEL: "
011593                 WS-OVERRIDE-ID
011594             GO TO 3700-REJECT
011595         END-IF.
011596         MOVE WS-OVERRIDE-ID TO WS-LIMIT-APPROVER.
011597         DISPLAY "OVERRIDE ACCEPTED: " OP-NAME.
011598         GO TO 3700-EXIT.
011599 3700-REJECT.
011600         IF WS-SWEEP-PENDING
011601             MOVE WS-CHK-BALANCE TO T-CurrentBalance
011602             SET WS-SWEEP-NONE TO TRUE
011603         END-IF.
011604         MOVE T-CurrentBalance TO T-Result.
011605         IF WS-OVER-TELLER-LIMIT
011606             MOVE "REJECTED-OVER-TELLER-LIMIT" TO T-Status
011607         ELSE
011608             MOVE "REJECTED-OVER-DAILY-LIMIT" TO T-Status
011609         END-IF.
011610         DISPLAY "TRANSACTION REJECTED: OVER LIMIT " T-Account.
011611 3700-EXIT.
011612         EXIT.

011613*----------------------------------------------------------------
011614*3710-CHECK-DAILY-LIMIT - ADD THIS DEBIT TO WHAT HAS ALREADY LEFT
011615*THE ACCOUNT TODAY BY WITHDRAWAL, TRANSFER OUT OR EARLY
011616*WITHDRAWAL (THE POSTED ENTRIES ON THE ACCOUNT HISTORY FILE) AND
011617*TEST IT AGAINST THE DAILY LIMIT FOR THE ACCOUNT'S TYPE.  A TYPE
011618*WITH NO LIMIT ON FILE, OR A ZERO LIMIT, IS NOT LIMITED.
011619*----------------------------------------------------------------
011620 3710-CHECK-DAILY-LIMIT.
011621         MOVE WS-FROM-ACCT-TYPE TO DL-ACCT-TYPE.
011622         READ DAILY-LIMIT-FILE
011623             INVALID KEY
011624                 GO TO 3710-EXIT
011625         END-READ.
011626         IF DL-DAILY-LIMIT = ZERO
011627             GO TO 3710-EXIT
011628         END-IF.
011629         MOVE DL-DAILY-LIMIT TO WS-DAY-LIMIT.
011630         MOVE ZERO TO WS-DAY-USED.
011631         ACCEPT WS-TODAY FROM DATE YYYYMMDD.
011632         MOVE "N" TO WS-HIST-EOF-SWITCH.
011633         MOVE T-Account TO AH-ACCOUNT.
011634         MOVE WS-TODAY  TO AH-DATE.
011635         MOVE ZERO      TO AH-TIME.
011636         START ACCOUNT-HISTORY-FILE
011637             KEY NOT LESS THAN AH-KEY
011638             INVALID KEY
011639                 SET WS-HIST-EOF TO TRUE
011640         END-START.
011641         PERFORM 3720-SUM-ONE-DEBIT THRU 3720-EXIT
011642             UNTIL WS-HIST-EOF.
011643         COMPUTE WS-DAY-TOTAL = WS-DAY-USED + T-Transaction.
011644         IF WS-DAY-TOTAL > WS-DAY-LIMIT
011645             IF WS-OVER-TELLER-LIMIT
011646                 SET WS-OVER-BOTH-LIMITS TO TRUE
011647             ELSE
011648                 SET WS-OVER-DAILY-LIMIT TO TRUE
011649             END-IF
011650             DISPLAY "OVER DAILY WITHDRAWAL LIMIT: " WS-DAY-LIMIT
011651                 " ALREADY TODAY: " WS-DAY-USED
011652         END-IF.
011653 3710-EXIT.
011654         EXIT.

011655 3720-SUM-ONE-DEBIT.
011656         READ ACCOUNT-HISTORY-FILE NEXT RECORD
011657             AT END
011658                 SET WS-HIST-EOF TO TRUE
011659                 GO TO 3720-EXIT
011660         END-READ.
011661         IF AH-ACCOUNT NOT = T-Account
011662                     OR AH-DATE NOT = WS-TODAY
011663             SET WS-HIST-EOF TO TRUE
011664             GO TO 3720-EXIT
011665         END-IF.
011666         IF AH-STATUS = "POSTED"
011667                     AND (AH-TYPE = "WITHDRAW"
011668                       OR AH-TYPE = "TRANSFER-OUT"
011669                       OR AH-TYPE = "EARLY-WD")
011670             ADD AH-TRANSACTION TO WS-DAY-USED
011671         END-IF.
011672 3720-EXIT.
011673         EXIT.

011100*----------------------------------------------------------------
011200*4000-UPDATE-ACCOUNT - REWRITE THE MASTER WITH THE NEW BALANCE.
011300*----------------------------------------------------------------
012250                     T-Account
012251                 GO TO 4200-EXIT
012252         END-READ.
012253         IF WS-SWEEP-APPLIED
012253             MOVE WS-CHK-BALANCE TO AM-BALANCE
012253         ELSE
012253             MOVE T-CurrentBalance TO AM-BALANCE
012253         END-IF.
012254         REWRITE ACCOUNT-MASTER-RECORD
012255             INVALID KEY
012256                 DISPLAY "BACKOUT REWRITE FAILED FOR ACCOUNT: "
012253 4200-EXIT.
012254         EXIT.

012255*----------------------------------------------------------------
012256*4300-APPLY-SWEEP - TAKE THE SHORTFALL AND THE SWEEP FEE OFF THE
012257*LINKED SAVINGS ACCOUNT BEFORE THE DEBIT IS POSTED.  IF THE
012258*SAVINGS REWRITE FAILS THE DEBIT GOES BACK TO ITS PRE-SWEEP
012259*BALANCE AND IS TURNED AWAY AS AN UPDATE FAILURE.
012260*----------------------------------------------------------------
012261 4300-APPLY-SWEEP.
012262         MOVE WS-SAV-ACCOUNT TO AM-ACCOUNT-NO.
012263         READ ACCOUNT-MASTER-FILE
012264             INVALID KEY
012265                 DISPLAY "REREAD FAILED FOR ACCOUNT: "
012266                     WS-SAV-ACCOUNT
012267                 GO TO 4300-FAILED
012268         END-READ.
012269         MOVE WS-SAV-RESULT TO AM-BALANCE.
012270         REWRITE ACCOUNT-MASTER-RECORD
012271             INVALID KEY
012272                 DISPLAY "REWRITE FAILED FOR ACCOUNT: "
012273                     WS-SAV-ACCOUNT
012274                 GO TO 4300-FAILED
012275         END-REWRITE.
012276         SET WS-SWEEP-APPLIED TO TRUE.
012277         MOVE "POSTED" TO WS-SWEEP-RESULT.
012278         GO TO 4300-EXIT.
012279 4300-FAILED.
012280         SET WS-SWEEP-FAILED TO TRUE.
012281         MOVE "REJECTED-UPDATE-FAILED" TO WS-SWEEP-RESULT.
012282         MOVE "REJECTED-UPDATE-FAILED" TO T-Status.
012283         MOVE WS-CHK-BALANCE TO T-CurrentBalance.
012284         MOVE WS-CHK-BALANCE TO T-Result.
012285 4300-EXIT.
012286         EXIT.

012287*----------------------------------------------------------------
012288*4350-BACKOUT-SWEEP - THE DEBIT THE SWEEP WAS MADE FOR DID NOT
012289*POST, SO PUT THE SAVINGS ACCOUNT BACK THE WAY IT WAS AND LEAVE
012290*THE CHECKING ACCOUNT AT ITS PRE-SWEEP BALANCE FOR THE LOG.
012291*----------------------------------------------------------------
012292 4350-BACKOUT-SWEEP.
012293         SET WS-SWEEP-FAILED TO TRUE.
012294         MOVE "REJECTED-TRANSFER-BACKED-OUT" TO WS-SWEEP-RESULT.
012295         MOVE WS-CHK-BALANCE TO T-CurrentBalance.
012296         MOVE WS-CHK-BALANCE TO T-Result.
012297         MOVE WS-SAV-ACCOUNT TO AM-ACCOUNT-NO.
012298         READ ACCOUNT-MASTER-FILE
012299             INVALID KEY
012300                 DISPLAY "BACKOUT REREAD FAILED FOR ACCOUNT: "
012301                     WS-SAV-ACCOUNT
012302                 GO TO 4350-EXIT
012303         END-READ.
012304         MOVE WS-SAV-BALANCE TO AM-BALANCE.
012305         REWRITE ACCOUNT-MASTER-RECORD
012306             INVALID KEY
012307                 DISPLAY "BACKOUT REWRITE FAILED FOR ACCOUNT: "
012308                     WS-SAV-ACCOUNT
012309         END-REWRITE.
012310 4350-EXIT.
012311         EXIT.

012260*----------------------------------------------------------------
012261*4500-PLACE-HOLD - RECORD THE DEPOSIT'S HOLD ON THE ACCTHOLD
012262*FILE.  THE MASTER'S HOLD TOTAL WAS ALREADY BUMPED BY THE SAME

012282*----------------------------------------------------------------
012283*4600-SET-RELEASE-DATE - ADVANCE TODAY'S DATE BY THE KEYED
012284*NUMBER OF BUSINESS DAYS.  SATURDAYS, SUNDAYS AND BANK HOLIDAYS
012284*DO NOT COUNT.
012285*----------------------------------------------------------------
012286 4600-SET-RELEASE-DATE.
012287         ACCEPT WS-REL-DATE FROM DATE YYYYMMDD.
012294         PERFORM 4620-ADD-ONE-DAY THRU 4620-EXIT.
012295         PERFORM 4630-DAY-OF-WEEK THRU 4630-EXIT.
012296         IF NOT WS-WEEKEND-DAY
012297             PERFORM 4640-CHECK-HOLIDAY THRU 4640-EXIT
012297             IF NOT WS-HOLIDAY-DAY
012297                 SUBTRACT 1 FROM WS-DAYS-LEFT
012297             END-IF
012298         END-IF.
012299 4610-EXIT.
012300         EXIT.
012368 4630-EXIT.
012369         EXIT.

012369*----------------------------------------------------------------
012369*4640-CHECK-HOLIDAY - IS WS-REL-DATE ON THE BANK HOLIDAY
012369*CALENDAR.
012369*----------------------------------------------------------------
012369 4640-CHECK-HOLIDAY.
012369         MOVE "N" TO WS-HOLIDAY-SWITCH.
012369         MOVE WS-REL-DATE TO HC-DATE.
012369         READ HOLIDAY-FILE
012369             INVALID KEY
012369                 CONTINUE
012369             NOT INVALID KEY
012369                 SET WS-HOLIDAY-DAY TO TRUE
012369         END-READ.
012369 4640-EXIT.
012369         EXIT.

012370*----------------------------------------------------------------
012371*4700-RELEASE-ORIG-HOLD - A POSTED REVERSAL TOOK BACK A DEPOSIT
012372*WHOSE HOLD IS STILL ON THE ACCTHOLD FILE.  THE MASTER'S HOLD
012620         CLOSE ACCOUNT-HOLD-FILE.
012630         CLOSE OPERATOR-FILE.
012640         CLOSE ACCOUNT-HISTORY-FILE.
012650         CLOSE OVERDRAFT-LINK-FILE.
012660         CLOSE TIME-DEPOSIT-FILE.
012670         CLOSE DAILY-LIMIT-FILE.
012680         CLOSE HOLIDAY-FILE.
012700 9500-EXIT.
012800         EXIT.

013650         END-IF.
013800         MOVE T-Transaction      TO TL-Transaction.
013900         MOVE T-CurrentBalance   TO TL-Current-Balance.
014000         IF T-Type = "EARLY-WD" AND T-Status-Posted
014010             COMPUTE TL-Result = T-CurrentBalance - T-Transaction
014020         ELSE
014030             MOVE T-Result       TO TL-Result
014040         END-IF.
014100         MOVE T-Status           TO TL-Status.
014110         IF T-Type = "REVERSAL"
014120             MOVE WS-REV-DATE    TO TL-REF-DATE
014160             MOVE ZERO           TO TL-REF-TIME
014170         END-IF.
014180         MOVE WS-OPERATOR-ID     TO TL-OPERATOR.
014185         MOVE WS-LIMIT-FLAG      TO TL-LIMIT-FLAG.
014190         MOVE WS-LIMIT-APPROVER  TO TL-APPROVED-BY.
014200         WRITE TRANSACTION-LOG-RECORD.
014250         IF NOT WS-LOG-OK
014260             DISPLAY "LOG WRITE FAILED FOR: " T-User
014831         MOVE ZERO               TO TL-REF-DATE.
014832         MOVE ZERO               TO TL-REF-TIME.
014833         MOVE WS-OPERATOR-ID     TO TL-OPERATOR.
014834         MOVE SPACES             TO TL-LIMIT-CHECK.
014840         WRITE TRANSACTION-LOG-RECORD.
014850         IF NOT WS-LOG-OK
014860             DISPLAY "LOG WRITE FAILED FOR: " T-ToUser
014880 5100-EXIT.
014890         EXIT.

014891*----------------------------------------------------------------
014892*5200-WRITE-SWEEP-LOG - APPEND THE OVERDRAFT SWEEP'S OWN LEGS
014893*AHEAD OF THE DEBIT IT COVERED: SWEEP-OUT AND (WHEN THE LINK
014894*CHARGES ONE) SWEEP-FEE AGAINST THE SAVINGS ACCOUNT, THEN
014895*SWEEP-IN AGAINST THE CHECKING ACCOUNT.  A SHORT SWEEP WRITES
014896*ONE REJECTED SWEEP-IN LEG FOR THE SHORTFALL.
014897*----------------------------------------------------------------
014898 5200-WRITE-SWEEP-LOG.
014899         IF WS-SWEEP-SHORT
014900             MOVE T-Account          TO TL-ACCOUNT
014901             MOVE T-User             TO TL-User
014902             MOVE "SWEEP-IN"         TO TL-Type
014903             MOVE WS-SWEEP-AMOUNT    TO TL-Transaction
014904             MOVE WS-CHK-BALANCE     TO TL-Current-Balance
014905             MOVE WS-CHK-BALANCE     TO TL-Result
014906             MOVE WS-SWEEP-RESULT    TO TL-Status
014907             PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT
014908             GO TO 5200-EXIT
014909         END-IF.
014910         IF WS-SWEEP-APPLIED
014911             COMPUTE WS-SAV-MID = WS-SAV-BALANCE - WS-SWEEP-AMOUNT
014912         ELSE
014913             MOVE WS-SAV-BALANCE TO WS-SAV-MID
014914             MOVE WS-SAV-BALANCE TO WS-SAV-RESULT
014915         END-IF.
014916         MOVE WS-SAV-ACCOUNT     TO TL-ACCOUNT.
014917         MOVE WS-SAV-USER        TO TL-User.
014918         MOVE "SWEEP-OUT"        TO TL-Type.
014919         MOVE WS-SWEEP-AMOUNT    TO TL-Transaction.
014920         MOVE WS-SAV-BALANCE     TO TL-Current-Balance.
014921         MOVE WS-SAV-MID         TO TL-Result.
014922         MOVE WS-SWEEP-RESULT    TO TL-Status.
014923         PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT.
014924         IF WS-SWEEP-FEE > ZERO
014925             MOVE WS-SAV-ACCOUNT     TO TL-ACCOUNT
014926             MOVE WS-SAV-USER        TO TL-User
014927             MOVE "SWEEP-FEE"        TO TL-Type
014928             MOVE WS-SWEEP-FEE       TO TL-Transaction
014929             MOVE WS-SAV-MID         TO TL-Current-Balance
014930             MOVE WS-SAV-RESULT      TO TL-Result
014931             MOVE WS-SWEEP-RESULT    TO TL-Status
014932             PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT
014933         END-IF.
014934         MOVE T-Account          TO TL-ACCOUNT.
014935         MOVE T-User             TO TL-User.
014936         MOVE "SWEEP-IN"         TO TL-Type.
014937         MOVE WS-SWEEP-AMOUNT    TO TL-Transaction.
014938         MOVE WS-CHK-BALANCE     TO TL-Current-Balance.
014939         IF WS-SWEEP-APPLIED
014940             COMPUTE TL-Result = WS-CHK-BALANCE + WS-SWEEP-AMOUNT
014941         ELSE
014942             MOVE WS-CHK-BALANCE TO TL-Result
014943         END-IF.
014944         MOVE WS-SWEEP-RESULT    TO TL-Status.
014945         PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT.
014946 5200-EXIT.
014947         EXIT.

014948*----------------------------------------------------------------
014949*5210-WRITE-SWEEP-LEG - STAMP AND APPEND ONE SWEEP LEG SET UP BY
014950*5200-WRITE-SWEEP-LOG (OR THE PENALTY LEG SET UP BY
014950*5300-WRITE-PENALTY-LOG), AND MIRROR IT TO HISTORY WHEN POSTED.
014951*----------------------------------------------------------------
014952 5210-WRITE-SWEEP-LEG.
014953         ACCEPT TL-DATE FROM DATE YYYYMMDD.
014954         ACCEPT TL-TIME FROM TIME.
014955         MOVE ZERO               TO TL-REF-DATE.
014956         MOVE ZERO               TO TL-REF-TIME.
014957         MOVE WS-OPERATOR-ID     TO TL-OPERATOR.
014957         MOVE SPACES             TO TL-LIMIT-CHECK.
014958         WRITE TRANSACTION-LOG-RECORD.
014959         IF NOT WS-LOG-OK
014960             DISPLAY "LOG WRITE FAILED FOR: " TL-ACCOUNT
014961         END-IF.
014962         IF TL-STATUS = "POSTED"
014963             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
014964         END-IF.
014965 5210-EXIT.
014966         EXIT.

014967*----------------------------------------------------------------
014968*5300-WRITE-PENALTY-LOG - APPEND THE EARLY WITHDRAWAL PENALTY
014969*AS ITS OWN CD-PENALTY LEG AFTER THE EARLY-WD ENTRY, TAKING THE
014970*BALANCE FROM WHERE THE WITHDRAWAL LEFT IT TO THE FINAL BALANCE.
014971*----------------------------------------------------------------
014972 5300-WRITE-PENALTY-LOG.
014973         MOVE T-Account          TO TL-ACCOUNT.
014974         MOVE T-User             TO TL-User.
014975         MOVE "CD-PENALTY"       TO TL-Type.
014976         MOVE WS-PENALTY         TO TL-Transaction.
014977         COMPUTE TL-Current-Balance =
014978             T-CurrentBalance - T-Transaction.
014979         MOVE T-Result           TO TL-Result.
014980         MOVE T-Status           TO TL-Status.
014981         PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT.
014982 5300-EXIT.
014983         EXIT.

014891*----------------------------------------------------------------
014892*5500-WRITE-HISTORY - MIRROR THE LOG ENTRY JUST WRITTEN ONTO
014893*THE KEYED ACCOUNT HISTORY FILE.  A DUPLICATE KEY (TWO ENTRIES
