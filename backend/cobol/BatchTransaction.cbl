001859**                   STATEMENTS AND THE DORMANCY REVIEW BROWSE
001860**                   ONE ACCOUNT INSTEAD OF SCANNING THE WHOLE
001861**                   AUDIT TRAIL.
001862**   2026-09-14  DK  OVERDRAFT PROTECTION - A CHECKING DEBIT THE
001863**                   AVAILABLE BALANCE CANNOT COVER FIRST SWEEPS
001864**                   THE SHORTFALL (PLUS THE LINK'S SWEEP FEE)
001865**                   FROM THE SAVINGS ACCOUNT LINKED ON THE
001866**                   ODLINK FILE.  THE SWEEP IS LOGGED AS ITS OWN
001867**                   SWEEP-OUT/SWEEP-FEE/SWEEP-IN LEGS AHEAD OF
001868**                   THE DEBIT, AND BACKED OUT WITH IT IF THE
001869**                   DEBIT FAILS.  A SWEEP THE SAVINGS CANNOT
001870**                   COVER IS LOGGED REJECTED-SWEEP-SHORT AND THE
001871**                   DEBIT IS TURNED AWAY AS BEFORE.
001872**   2026-09-29  DK  TIME DEPOSITS - A WITHDRAW OR TRANSFER OUT
001873**                   OF A TYPE T ACCOUNT BEFORE ITS MATURITY DATE
001874**                   (FROM THE TDTERMS FILE, AGAINST THE BUSINESS
001875**                   DATE) IS REJECTED AS REJECTED-NOT-MATURED
001876**                   AND SUSPENDED.  AN EARLY-WD INPUT TAKES THE
001877**                   MONEY OUT ANYWAY AND CHARGES THE
001878**                   CERTIFICATE'S PENALTY AS ITS OWN CD-PENALTY
001879**                   LEG, THE SAME AS ProcessTransaction.
001880**   2026-10-02  DK  CONTROL TOTALS - BEFORE ANYTHING IS POSTED
001881**                   THE ACCEPTED FILE IS READ THROUGH AND MUST
001882**                   PROVE TO THE COUNT AND AMOUNT THE EDIT STEP
001883**                   WROTE ON THE CTLTOTS FILE, OR THE RUN IS
001884**                   REFUSED WITH RETURN CODE 8.  AT THE END THE
001885**                   ITEMS READ MUST EQUAL THOSE POSTED,
001886**                   SUSPENDED, REJECTED WITHOUT A SUSPENSE ITEM
001887**                   AND LEFT IN DOUBT BY A RESTART; THE COUNTS,
001888**                   THE CREDITS AND DEBITS POSTED TO THE MASTER
001889**                   AND THE HOLDS ADDED ARE WRITTEN TO CTLTOTS
001890**                   FOR THE MASTER BALANCE PROOF.  THE RUNNING
001891**                   TOTALS RIDE THE CHECKPOINT RECORD SO A
001892**                   RESTART CARRIES THEM FORWARD.  OUT OF
001893**                   BALANCE ENDS THE STEP WITH RETURN CODE 8.
001894**   2026-10-08  DK  DAILY WITHDRAWAL LIMITS - A WITHDRAW,
001895**                   TRANSFER OR EARLY-WD THAT WOULD TAKE THE
001896**                   ACCOUNT PAST ITS TYPE'S DAILY LIMIT (THE
001897**                   DAILYLIM FILE) IS REJECTED AS
001898**                   REJECTED-OVER-DAILY-LIMIT AND SUSPENDED -
001899**                   THERE IS NO SUPERVISOR AT THE CONSOLE TO
001900**                   OVERRIDE IT.  WHAT HAS ALREADY LEFT THE
001901**                   ACCOUNT IS THE POSTED DEBITS ON ACCTHIST
001902**                   FROM THE BUSINESS DATE THROUGH TODAY'S
001903**                   CLOCK DATE, SO THE TELLER DAY AND ANY
001904**                   POSTING PAST MIDNIGHT BOTH COUNT.  THE LOG
001905**                   ENTRY CARRIES THE LIMIT FLAG.
001906**   2026-10-13  DK  BANK HOLIDAY CALENDAR (HOLIDAYS) - A HOLD
001907**                   RELEASE DATE SKIPS HOLIDAYS AS WELL AS
001908**                   WEEKENDS, AND THE RUN-CONTROL CHECK
001909**                   REFUSES A BUSINESS DATE THAT IS A WEEKEND,
001910**                   A HOLIDAY OR IN A YEAR NOT YET LOADED ON
001911**                   THE CALENDAR UNLESS THE OPERATOR KEYS
001912**                   "FORCE".
001800***************************************************************
001900 IDENTIFICATION DIVISION.
002000 PROGRAM-ID. BatchTransaction.
003904         ACCESS MODE IS DYNAMIC
003905         RECORD KEY IS AH-KEY
003906         FILE STATUS IS WS-HIST-STATUS.
003907     SELECT OVERDRAFT-LINK-FILE ASSIGN TO "ODLINK"
003908         ORGANIZATION IS INDEXED
003909         ACCESS MODE IS DYNAMIC
003910         RECORD KEY IS OD-CHECKING-ACCT
003911         FILE STATUS IS WS-LINK-STATUS.
003912     SELECT TIME-DEPOSIT-FILE ASSIGN TO "TDTERMS"
003913         ORGANIZATION IS INDEXED
003914         ACCESS MODE IS DYNAMIC
003915         RECORD KEY IS TD-ACCOUNT-NO
003916         FILE STATUS IS WS-TERM-STATUS.
003917     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
003918         ORGANIZATION IS INDEXED
003919         ACCESS MODE IS DYNAMIC
003920         RECORD KEY IS CX-KEY
003921         FILE STATUS IS WS-CTL-STATUS.
003922     SELECT DAILY-LIMIT-FILE ASSIGN TO "DAILYLIM"
003923         ORGANIZATION IS INDEXED
003924         ACCESS MODE IS DYNAMIC
003925         RECORD KEY IS DL-ACCT-TYPE
003926         FILE STATUS IS WS-LIMIT-STATUS.
003927     SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
003928         ORGANIZATION IS INDEXED
003929         ACCESS MODE IS DYNAMIC
003930         RECORD KEY IS HC-DATE
003931         FILE STATUS IS WS-HOL-STATUS.

003900 DATA DIVISION.
004000 FILE SECTION.
005136             10  CKP-RUN-ID       PIC X(08).
005137             10  CKP-RUN-DATE     PIC 9(08).
005150         05  CKP-LAST-SEQ         PIC 9(08).
005151*        POSTING - CKP-LAST-SEQ WAS IN FLIGHT WHEN THE RECORD WAS
005152*        LAST WRITTEN; ENDED - THE RUN FINISHED NORMALLY.
005153         05  CKP-STATE            PIC X(01).
005154             88  CKP-POSTING          VALUE "P".
005155             88  CKP-ENDED            VALUE "E".
005156*        RUNNING CONTROL TOTALS FOR THE ITEMS BEFORE CKP-LAST-SEQ.
005157         05  CKP-READ-COUNT       PIC 9(08).
005158         05  CKP-READ-AMOUNT      PIC 9(12)V99.
005159         05  CKP-POSTED-COUNT     PIC 9(08).
005160         05  CKP-SUSPEND-COUNT    PIC 9(08).
005161         05  CKP-UNFILED-COUNT    PIC 9(08).
005162         05  CKP-DOUBT-COUNT      PIC 9(08).
005163         05  CKP-CREDITS          PIC 9(12)V99.
005164         05  CKP-DEBITS           PIC 9(12)V99.
005165         05  CKP-HOLDS-ADDED      PIC 9(12)V99.

005200 FD  TRANSACTION-LOG-FILE
005300         LABEL RECORDS ARE STANDARD.
005318         LABEL RECORDS ARE STANDARD.
005319     COPY ACCTHIST.

005321 FD  OVERDRAFT-LINK-FILE
005322         LABEL RECORDS ARE STANDARD.
005323     COPY ODLINK.

005324 FD  TIME-DEPOSIT-FILE
005325         LABEL RECORDS ARE STANDARD.
005326     COPY TIMEDEP.

005320 FD  RUN-CONTROL-FILE
005330         LABEL RECORDS ARE STANDARD.
005340     COPY RUNCTL.

005350 FD  CONTROL-TOTALS-FILE
005360         LABEL RECORDS ARE STANDARD.
005370     COPY CTLTOTS.

005380 FD  DAILY-LIMIT-FILE
005390         LABEL RECORDS ARE STANDARD.
005395     COPY DAILYLIM.

005396 FD  HOLIDAY-FILE
005397         LABEL RECORDS ARE STANDARD.
005398     COPY HOLIDAY.

006300 WORKING-STORAGE SECTION.
006400*TRANSACTION WORK AREA - ONE INPUT RECORD AT A TIME.
006410     COPY TRANDATA.
008226         88  WS-SUSP-EOF          VALUE "Y".
008227 01  WS-HIST-STATUS           PIC X(02).
008228         88  WS-HIST-OK           VALUE "00".
008229 01  WS-LINK-STATUS           PIC X(02).
008230         88  WS-LINK-OK           VALUE "00".
008230 01  WS-TERM-STATUS           PIC X(02).
008230         88  WS-TERM-OK           VALUE "00".
008229*RETRIES WHEN A HISTORY WRITE HITS A DUPLICATE KEY.
008231 01  WS-HIST-TRIES            PIC 9(03)     VALUE ZERO.
008232 01  WS-RUN-STATUS            PIC X(02).
009084 01  WS-DOW-QUOT              PIC 9(04)     VALUE ZERO.
009085 01  WS-DAY-OF-WEEK           PIC 9(01)     VALUE ZERO.
009086         88  WS-WEEKEND-DAY       VALUE 0 1.
009087*OVERDRAFT PROTECTION SWEEP FOR THE CURRENT DEBIT - NONE, CHECKED
009088*AND WAITING TO BE APPLIED, APPLIED, FAILED OR BACKED OUT, OR
009089*SHORT (THE LINKED SAVINGS COULD NOT COVER IT).
009090 01  WS-SWEEP-SWITCH          PIC X(01)     VALUE "N".
009091         88  WS-SWEEP-NONE        VALUE "N".
009092         88  WS-SWEEP-PENDING     VALUE "P".
009093         88  WS-SWEEP-APPLIED     VALUE "A".
009094         88  WS-SWEEP-FAILED      VALUE "F".
009095         88  WS-SWEEP-SHORT       VALUE "S".
009096 01  WS-SWEEP-RESULT          PIC X(28)     VALUE SPACES.
009097*SHORTFALL SWEPT, THE LINK'S FEE, AND THE TWO TOGETHER.
009098 01  WS-SWEEP-AMOUNT          PIC 9(10)V99  VALUE ZERO.
009099 01  WS-SWEEP-FEE             PIC 9(05)V99  VALUE ZERO.
009100 01  WS-SWEEP-NEED            PIC 9(10)V99  VALUE ZERO.
009101*THE LINKED SAVINGS ACCOUNT - BALANCE BEFORE THE SWEEP, AFTER
009102*THE SWEEP LEG, AND AFTER THE FEE LEG.
009103 01  WS-SAV-ACCOUNT           PIC 9(10)     VALUE ZERO.
009104 01  WS-SAV-USER              PIC X(20)     VALUE SPACES.
009105 01  WS-SAV-BALANCE           PIC 9(10)V99  VALUE ZERO.
009106 01  WS-SAV-MID               PIC 9(10)V99  VALUE ZERO.
009107 01  WS-SAV-RESULT            PIC 9(10)V99  VALUE ZERO.
009108 01  WS-SAV-AVAILABLE         PIC 9(10)V99  VALUE ZERO.
009109*THE CHECKING ACCOUNT'S LEDGER BALANCE BEFORE THE SWEEP, AND
009110*ITS OWNER - THE SAVINGS MUST BELONG TO THE SAME CUSTOMER.
009111 01  WS-CHK-BALANCE           PIC 9(10)V99  VALUE ZERO.
009112 01  WS-CHK-CUSTOMER          PIC 9(06)     VALUE ZERO.
009113 01  WS-SWEEP-COUNT           PIC 9(07)     VALUE ZERO COMP.
009114 01  WS-SWEEP-SHORT-COUNT     PIC 9(07)     VALUE ZERO COMP.
009115*TIME DEPOSIT CHECK ON THE SOURCE ACCOUNT - ITS TYPE OFF THE
009116*MASTER, WHETHER THE DEBIT WAS TURNED AWAY AS NOT MATURED, AND
009117*THE PENALTY AN EARLY WITHDRAWAL PAYS ON TOP OF THE AMOUNT.
009118 01  WS-ACCT-TYPE             PIC X(01)     VALUE SPACE.
009119         88  WS-ACCT-TIME-DEPOSIT VALUE "T".
009120 01  WS-MATURITY-SWITCH       PIC X(01)     VALUE "N".
009121         88  WS-NOT-MATURED       VALUE "Y".
009122 01  WS-PENALTY               PIC 9(10)V99  VALUE ZERO.
009123 01  WS-DEBIT-TOTAL           PIC 9(10)V99  VALUE ZERO.
009124 01  WS-EARLY-WD-COUNT        PIC 9(07)     VALUE ZERO COMP.
009125*CONTROL TOTALS.  WHAT THE EDIT STEP PASSED ON, AND WHAT THE
009126*ACCEPTED FILE ACTUALLY HOLDS WHEN READ THROUGH BEFORE POSTING.
009127 01  WS-CTL-STATUS            PIC X(02).
009128         88  WS-CTL-OK            VALUE "00".
009129 01  WS-EDIT-COUNT            PIC 9(08)     VALUE ZERO.
009130 01  WS-EDIT-AMOUNT           PIC 9(12)V99  VALUE ZERO.
009131 01  WS-FILE-COUNT            PIC 9(08)     VALUE ZERO.
009132 01  WS-FILE-AMOUNT           PIC 9(12)V99  VALUE ZERO.
009133*ITEMS READ FOR POSTING AND WHERE EACH ONE ENDED UP - POSTED,
009134*FILED TO SUSPENSE, REJECTED WITH NO SUSPENSE ITEM (THE WRITE
009135*FAILED), OR IN DOUBT (THE ITEM IN FLIGHT WHEN A PRIOR RUN
009136*STOPPED, SKIPPED ON RESTART).  CARRIED ON THE CHECKPOINT.
009137 01  WS-READ-COUNT            PIC 9(07)     VALUE ZERO COMP.
009138 01  WS-POSTED-COUNT          PIC 9(07)     VALUE ZERO COMP.
009139 01  WS-UNFILED-COUNT         PIC 9(07)     VALUE ZERO COMP.
009140 01  WS-DOUBT-COUNT           PIC 9(07)     VALUE ZERO COMP.
009141 01  WS-DOUBT-SEQ             PIC 9(08)     VALUE ZERO.
009142 01  WS-READ-AMOUNT           PIC 9(12)V99  VALUE ZERO.
009143*MONEY POSTED TO THE MASTER - EVERY POSTED LOG ENTRY'S MOVE
009144*FROM CURRENT BALANCE TO RESULT - AND HOLDS ADDED TO IT.
009145 01  WS-POSTED-CREDITS        PIC 9(12)V99  VALUE ZERO.
009146 01  WS-POSTED-DEBITS         PIC 9(12)V99  VALUE ZERO.
009147 01  WS-HOLDS-ADDED           PIC 9(12)V99  VALUE ZERO.
009148 01  WS-PROOF-SWITCH          PIC X(01)     VALUE "B".
009149         88  WS-IN-BALANCE        VALUE "B".
009150         88  WS-OUT-OF-BALANCE    VALUE "O".
009151*DAILY WITHDRAWAL LIMIT CHECK ON A POSTED DEBIT - THE LIMIT FOR
009152*THE ACCOUNT'S TYPE, WHAT HAS ALREADY LEFT THE ACCOUNT SINCE THE
009153*BUSINESS DATE OPENED, AND THE CLOCK DATE THE BROWSE STOPS AT.
009154 01  WS-LIMIT-STATUS          PIC X(02).
009155         88  WS-LIMIT-OK          VALUE "00".
009156 01  WS-DAY-LIMIT             PIC 9(10)V99  VALUE ZERO.
009157 01  WS-DAY-USED              PIC 9(10)V99  VALUE ZERO.
009158 01  WS-DAY-TOTAL             PIC 9(10)V99  VALUE ZERO.
009159 01  WS-DAY-END-DATE          PIC 9(08)     VALUE ZERO.
009160 01  WS-LIMIT-FLAG            PIC X(01)     VALUE SPACE.
009161         88  WS-LIMIT-NONE        VALUE SPACE.
009162         88  WS-OVER-DAILY-LIMIT  VALUE "D".
009163 01  WS-HIST-EOF-SWITCH       PIC X(01)     VALUE "N".
009164         88  WS-HIST-EOF          VALUE "Y".
009165 01  WS-OVER-LIMIT-COUNT      PIC 9(07)     VALUE ZERO COMP.
009166*BANK HOLIDAY CALENDAR - A DATE ON FILE IS NOT A BUSINESS DAY.
009167*WHY THE BUSINESS DATE WAS QUESTIONED, AND THE OPERATOR'S REPLY.
009168 01  WS-HOL-STATUS            PIC X(02).
009169         88  WS-HOL-OK            VALUE "00".
009170 01  WS-HOLIDAY-SWITCH        PIC X(01)     VALUE "N".
009171         88  WS-HOLIDAY-DAY       VALUE "Y".
009172 01  WS-DATE-REFUSAL          PIC X(30)     VALUE SPACES.
009173 01  WS-FORCE-IN              PIC X(05).

009100 PROCEDURE DIVISION.

010400 1000-INITIALIZE.
010405         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
010406         ACCEPT WS-RUN-DATE FROM CONSOLE.
010407         OPEN INPUT HOLIDAY-FILE.
010408         IF NOT WS-HOL-OK
010409             DISPLAY "HOLIDAY CALENDAR OPEN FAILED, STATUS: "
010410                 WS-HOL-STATUS
010411             MOVE 8 TO RETURN-CODE
010412             STOP RUN
010413         END-IF.
010414         OPEN I-O RUN-CONTROL-FILE.
010415         IF NOT WS-RUN-OK
010416             DISPLAY "RUN CONTROL OPEN FAILED, STATUS: "
010417                 WS-RUN-STATUS
010418             MOVE 8 TO RETURN-CODE
010419             STOP RUN
010420         END-IF.
010414         PERFORM 7000-CHECK-RUN-CONTROL THRU 7000-EXIT.
010414         OPEN I-O CONTROL-TOTALS-FILE.
010414         IF NOT WS-CTL-OK
010414             DISPLAY "CONTROL TOTALS OPEN FAILED, STATUS: "
010414                 WS-CTL-STATUS
010414             MOVE 8 TO RETURN-CODE
010414             STOP RUN
010414         END-IF.
010414         PERFORM 1400-PROVE-INPUT THRU 1400-EXIT.
010415         OPEN I-O CHECKPOINT-FILE.
010411         IF NOT WS-CKP-OK
010412             DISPLAY "CHECKPOINT FILE OPEN FAILED, STATUS: "
010726                 WS-HIST-STATUS
010727             STOP RUN
010728         END-IF.
010729         OPEN INPUT OVERDRAFT-LINK-FILE.
010730         IF NOT WS-LINK-OK
010731             DISPLAY "OVERDRAFT LINK FILE OPEN FAILED, STATUS: "
010732                 WS-LINK-STATUS
010733             STOP RUN
010734         END-IF.
010735         OPEN INPUT TIME-DEPOSIT-FILE.
010736         IF NOT WS-TERM-OK
010737             DISPLAY "TIME DEPOSIT TERMS OPEN FAILED, STATUS: "
010738                 WS-TERM-STATUS
010739             STOP RUN
010740         END-IF.
010741         OPEN INPUT DAILY-LIMIT-FILE.
010742         IF NOT WS-LIMIT-OK
010743             DISPLAY "DAILY LIMIT FILE OPEN FAILED, STATUS: "
010744                 WS-LIMIT-STATUS
010745             STOP RUN
010746         END-IF.
010800         PERFORM 1100-READ-INPUT THRU 1100-EXIT.
010900 1000-EXIT.
011000         EXIT.
011780         READ CHECKPOINT-FILE
011790             INVALID KEY
011800                 MOVE ZERO TO CKP-LAST-SEQ
011801                 MOVE "E" TO CKP-STATE
011802                 MOVE ZERO TO CKP-READ-COUNT CKP-READ-AMOUNT
011803                     CKP-POSTED-COUNT CKP-SUSPEND-COUNT
011804                     CKP-UNFILED-COUNT CKP-DOUBT-COUNT
011805                     CKP-CREDITS CKP-DEBITS CKP-HOLDS-ADDED
011810                 WRITE CHECKPOINT-RECORD
011820         END-READ.
011830         MOVE CKP-LAST-SEQ TO WS-RESTART-SEQ.
011831         MOVE CKP-READ-COUNT TO WS-READ-COUNT.
011832         MOVE CKP-READ-AMOUNT TO WS-READ-AMOUNT.
011833         MOVE CKP-POSTED-COUNT TO WS-POSTED-COUNT.
011834         MOVE CKP-SUSPEND-COUNT TO WS-SUSPEND-COUNT.
011835         MOVE CKP-UNFILED-COUNT TO WS-UNFILED-COUNT.
011836         MOVE CKP-DOUBT-COUNT TO WS-DOUBT-COUNT.
011837         MOVE CKP-CREDITS TO WS-POSTED-CREDITS.
011838         MOVE CKP-DEBITS TO WS-POSTED-DEBITS.
011839         MOVE CKP-HOLDS-ADDED TO WS-HOLDS-ADDED.
011839         IF CKP-POSTING
011839             MOVE CKP-LAST-SEQ TO WS-DOUBT-SEQ
011839         END-IF.
011840         DISPLAY "RESTARTING AFTER SEQUENCE: " WS-RESTART-SEQ.
011850 1200-EXIT.
011860         EXIT.
011883 1310-EXIT.
011884         EXIT.

011885*----------------------------------------------------------------
011886*1400-PROVE-INPUT - READ THE ACCEPTED FILE THROUGH BEFORE
011887*ANYTHING IS POSTED.  ITS ITEM COUNT AND AMOUNT TOTAL MUST BE
011888*EXACTLY WHAT THE EDIT STEP SAYS IT ACCEPTED FOR THIS DATE - A
011889*SHORT OR TRUNCATED FILE, OR NO EDIT TOTALS, REFUSES THE RUN.
011890*----------------------------------------------------------------
011891 1400-PROVE-INPUT.
011892         MOVE WS-RUN-DATE TO CX-RUN-DATE.
011893         MOVE "EDITTRAN" TO CX-STEP-ID.
011894         READ CONTROL-TOTALS-FILE
011895             INVALID KEY
011896                 DISPLAY "NO CONTROL TOTALS FROM EDITTRAN FOR "
011897                     WS-RUN-DATE
011898                 DISPLAY "POSTING REFUSED"
011899                 MOVE 8 TO RETURN-CODE
011900                 STOP RUN
011901         END-READ.
011902         MOVE CX-COUNT-OUT TO WS-EDIT-COUNT.
011903         MOVE CX-AMOUNT-OUT TO WS-EDIT-AMOUNT.
011904         OPEN INPUT TRANSACTION-INPUT-FILE.
011905         IF NOT WS-IN-OK
011906             DISPLAY "TRANSACTION INPUT OPEN FAILED, STATUS: "
011907                 WS-IN-STATUS
011908             MOVE 8 TO RETURN-CODE
011909             STOP RUN
011910         END-IF.
011911         PERFORM 1100-READ-INPUT THRU 1100-EXIT.
011912         PERFORM 1410-COUNT-INPUT THRU 1410-EXIT
011913             UNTIL WS-EOF.
011914         CLOSE TRANSACTION-INPUT-FILE.
011915         SET WS-NOT-EOF TO TRUE.
011916         IF WS-FILE-COUNT NOT = WS-EDIT-COUNT
011917                     OR WS-FILE-AMOUNT NOT = WS-EDIT-AMOUNT
011918             DISPLAY "ACCEPTED FILE DOES NOT PROVE TO EDITTRAN"
011919             DISPLAY "  EDIT ACCEPTED: " WS-EDIT-COUNT
011920                 " AMOUNT " WS-EDIT-AMOUNT
011921             DISPLAY "  FILE HOLDS   : " WS-FILE-COUNT
011922                 " AMOUNT " WS-FILE-AMOUNT
011923             DISPLAY "POSTING REFUSED"
011924             MOVE 8 TO RETURN-CODE
011925             STOP RUN
011926         END-IF.
011927 1400-EXIT.
011928         EXIT.

011929 1410-COUNT-INPUT.
011930         ADD 1 TO WS-FILE-COUNT.
011931         IF TI-AMOUNT-X NUMERIC
011932             ADD TI-AMOUNT TO WS-FILE-AMOUNT
011933         END-IF.
011934         PERFORM 1100-READ-INPUT THRU 1100-EXIT.
011935 1410-EXIT.
011936         EXIT.

011800*----------------------------------------------------------------
011900*2000-PROCESS-TRANSACTION - ONE INPUT RECORD THROUGH THE SAME
012000*DEPOSIT/WITHDRAW LOGIC AS THE ONLINE PROGRAM.
012220             PERFORM 2200-POST-ONE-TRANSACTION THRU 2200-EXIT
012230         ELSE
012240             ADD 1 TO WS-SKIP-COUNT
012241             IF TI-SEQ-NUM = WS-DOUBT-SEQ
012242                 PERFORM 2300-COUNT-IN-DOUBT THRU 2300-EXIT
012243             END-IF
012250         END-IF.
013600         PERFORM 1100-READ-INPUT THRU 1100-EXIT.
013700 2000-EXIT.
012502         MOVE SPACES TO T-Status.
012503         MOVE TI-HOLD-DAYS TO T-HoldDays.
012503         MOVE "N" TO WS-TO-LEG-SWITCH.
012504         MOVE "N" TO WS-SWEEP-SWITCH.
012505         MOVE "N" TO WS-MATURITY-SWITCH.
012506         MOVE ZERO TO WS-PENALTY.
012507         MOVE SPACE TO WS-LIMIT-FLAG.
012510         PERFORM 6000-UPDATE-CHECKPOINT THRU 6000-EXIT.
012511         ADD 1 TO WS-READ-COUNT.
012512         ADD TI-AMOUNT TO WS-READ-AMOUNT.
012600         PERFORM 2100-READ-ACCOUNT THRU 2100-EXIT.
012610         IF WS-FOUND AND T-Type = "TRANSFER"
012620             PERFORM 2150-CHECK-TRANSFER THRU 2150-EXIT
012630         END-IF.
012700         IF WS-FOUND AND NOT T-Status-Rejected
012800             PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
012810             IF WS-SWEEP-PENDING
012820                 PERFORM 4300-APPLY-SWEEP THRU 4300-EXIT
012830             END-IF
012900             PERFORM 4000-UPDATE-ACCOUNT THRU 4000-EXIT
012910             IF T-Type = "TRANSFER" AND T-Status-Posted
012920                 PERFORM 4100-UPDATE-TO-ACCOUNT THRU 4100-EXIT
012930                 SET WS-TO-LEG-ATTEMPTED TO TRUE
012940             END-IF
012950             IF WS-SWEEP-APPLIED AND NOT T-Status-Posted
012960                 PERFORM 4350-BACKOUT-SWEEP THRU 4350-EXIT
012970             END-IF
013000         END-IF.
013010         IF NOT WS-SWEEP-NONE
013020             PERFORM 5200-WRITE-SWEEP-LOG THRU 5200-EXIT
013030         END-IF.
013100         PERFORM 5000-WRITE-LOG THRU 5000-EXIT.
013110         IF WS-TO-LEG-ATTEMPTED
013120             PERFORM 5100-WRITE-TO-LOG THRU 5100-EXIT
013130         END-IF.
013140         IF T-Type = "EARLY-WD" AND T-Status-Posted
013150             ADD 1 TO WS-EARLY-WD-COUNT
013160             IF WS-PENALTY > ZERO
013170                 PERFORM 5300-WRITE-PENALTY-LOG THRU 5300-EXIT
013180             END-IF
013190         END-IF.
013200         ADD 1 TO WS-TRANS-COUNT.
013210         IF T-Status-Posted
013220             ADD 1 TO WS-POSTED-COUNT
013230         END-IF.
013300         IF T-Status-Rejected
013400             ADD 1 TO WS-REJECT-COUNT
013410             PERFORM 6500-SUSPEND-RECORD THRU 6500-EXIT
013820 2200-EXIT.
013830         EXIT.

013831*----------------------------------------------------------------
013832*2300-COUNT-IN-DOUBT - THE ITEM A PRIOR RUN WAS POSTING WHEN IT
013833*STOPPED.  THE CHECKPOINT MOVED BEFORE THE MASTER WAS TOUCHED,
013834*SO IT IS NOT POSTED AGAIN; IT IS COUNTED IN DOUBT, AND IF IT
013835*DID REACH THE MASTER THE MASTER BALANCE PROOF SHOWS IT.
013836*----------------------------------------------------------------
013837 2300-COUNT-IN-DOUBT.
013838         ADD 1 TO WS-READ-COUNT.
013839         ADD TI-AMOUNT TO WS-READ-AMOUNT.
013840         ADD 1 TO WS-DOUBT-COUNT.
013841         DISPLAY "ITEM IN DOUBT AFTER RESTART, NOT REPOSTED - "
013842             "SEQ: " TI-SEQ-NUM " ACCOUNT: " TI-ACCOUNT.
013843 2300-EXIT.
013844         EXIT.

013840*----------------------------------------------------------------
013850*2150-CHECK-TRANSFER - A TRANSFER NEEDS A DESTINATION THAT IS ON
013860*THE MASTER AND IS NOT THE SOURCE.  PULLS THE DESTINATION
015000                 MOVE AM-BALANCE TO T-CurrentBalance
015010                 MOVE AM-STATUS TO WS-ACCT-STATE
015020                 MOVE AM-USER TO T-User
015025                 MOVE AM-CUSTOMER-NO TO WS-CHK-CUSTOMER
015026                 MOVE AM-ACCT-TYPE TO WS-ACCT-TYPE
015030                 IF AM-HOLD-AMOUNT > AM-BALANCE
015040                     MOVE ZERO TO WS-AVAILABLE
015050                 ELSE
015770         END-IF.
015781         IF WS-ACCT-STATE-DORMANT
015782                     AND (T-Type = "WITHDRAW"
015783                       OR T-Type = "TRANSFER"
015783                       OR T-Type = "EARLY-WD")
015784             MOVE T-CurrentBalance TO T-Result
015785             MOVE "REJECTED-ACCOUNT-DORMANT" TO T-Status
015786             DISPLAY "TRANSACTION REJECTED: ACCOUNT DORMANT "
015787                 T-Account
015788             GO TO 3000-EXIT
015789         END-IF.
015789         IF WS-ACCT-TIME-DEPOSIT
015789                     AND (T-Type = "WITHDRAW"
015789                       OR T-Type = "TRANSFER"
015789                       OR T-Type = "EARLY-WD")
015789             PERFORM 3600-CHECK-MATURITY THRU 3600-EXIT
015789             IF WS-NOT-MATURED
015789                 GO TO 3000-EXIT
015789             END-IF
015789         END-IF.
015790         IF T-Type = "TRANSFER"
015791                     AND NOT WS-TO-ACCT-OPEN
015792                     AND NOT WS-TO-ACCT-DORMANT
016000             COMPUTE T-Result = T-CurrentBalance + T-Transaction
016100             MOVE "POSTED" TO T-Status
016200           WHEN "WITHDRAW"
016210           IF T-Transaction > WS-AVAILABLE
016220             PERFORM 3500-CHECK-SWEEP THRU 3500-EXIT
016230           END-IF
016300           IF T-Transaction > T-CurrentBalance
016400             MOVE T-CurrentBalance TO T-Result
016500             MOVE "REJECTED-INSUFFICIENT-FUNDS" TO T-Status
016900           END-IF
016901           END-IF
016910           WHEN "TRANSFER"
016911           IF T-Transaction > WS-AVAILABLE
016912             PERFORM 3500-CHECK-SWEEP THRU 3500-EXIT
016913           END-IF
016920           IF T-Transaction > T-CurrentBalance
016930             MOVE T-CurrentBalance TO T-Result
016940             MOVE "REJECTED-INSUFFICIENT-FUNDS" TO T-Status
016980             MOVE "POSTED" TO T-Status
016990           END-IF
016991           END-IF
016992           WHEN "EARLY-WD"
016992           COMPUTE WS-DEBIT-TOTAL = T-Transaction + WS-PENALTY
016992           IF NOT WS-ACCT-TIME-DEPOSIT
016992             MOVE T-CurrentBalance TO T-Result
016992             MOVE "REJECTED-INVALID-TYPE" TO T-Status
016992             DISPLAY "TRANSACTION REJECTED: NOT A TIME DEPOSIT "
016992                 T-Account
016992           ELSE
016992           IF WS-DEBIT-TOTAL > T-CurrentBalance
016992             MOVE T-CurrentBalance TO T-Result
016992             MOVE "REJECTED-INSUFFICIENT-FUNDS" TO T-Status
016992           ELSE
016992           IF WS-DEBIT-TOTAL > WS-AVAILABLE
016992             MOVE T-CurrentBalance TO T-Result
016992             MOVE "REJECTED-FUNDS-ON-HOLD" TO T-Status
016992             DISPLAY "TRANSACTION REJECTED: FUNDS ON HOLD "
016992                 T-Account
016992           ELSE
016992             COMPUTE T-Result = T-CurrentBalance - WS-DEBIT-TOTAL
016992             MOVE "POSTED" TO T-Status
016992           END-IF
016992           END-IF
016992           END-IF
017000           WHEN OTHER
017100             MOVE T-CurrentBalance TO T-Result
017200             MOVE "REJECTED-INVALID-TYPE" TO T-Status
017300             DISPLAY "TRANSACTION REJECTED: INVALID TYPE " T-Type
017400         END-EVALUATE.
017410         IF T-Status-Posted
017420                     AND (T-Type = "WITHDRAW"
017430                       OR T-Type = "TRANSFER"
017440                       OR T-Type = "EARLY-WD")
017450             PERFORM 3700-CHECK-DAILY-LIMIT THRU 3700-EXIT
017460         END-IF.
017500 3000-EXIT.
017600         EXIT.

017601*----------------------------------------------------------------
017602*3600-CHECK-MATURITY - A DEBIT AGAINST A TIME DEPOSIT.  ON OR
017603*AFTER THE MATURITY DATE IT IS AN ORDINARY DEBIT.  BEFORE IT,
017604*ONLY AN EARLY-WD MAY TAKE MONEY OUT, AND IT PAYS THE
017605*CERTIFICATE'S PENALTY - PENALTY-DAYS OF INTEREST AT THE FIXED
017606*RATE (MONTHLY RATE TIMES 12 OVER 365 A DAY) ON THE AMOUNT.
017607*ANYTHING ELSE, OR A CERTIFICATE WITH NO TERMS ON FILE, IS
017608*REJECTED AS REJECTED-NOT-MATURED.  MATURITY IS JUDGED AGAINST
017609*THE BUSINESS DATE, NOT THE CLOCK.
017610*----------------------------------------------------------------
017611 3600-CHECK-MATURITY.
017612         MOVE T-Account TO TD-ACCOUNT-NO.
017613         READ TIME-DEPOSIT-FILE
017614             INVALID KEY
017615                 DISPLAY "TIME DEPOSIT TERMS NOT ON FILE: "
017616                     T-Account
017617                 GO TO 3600-REJECT
017618         END-READ.
017619         IF WS-RUN-DATE NOT < TD-MATURITY-DATE
017620             GO TO 3600-EXIT
017621         END-IF.
017622         IF T-Type NOT = "EARLY-WD"
017623             GO TO 3600-REJECT
017624         END-IF.
017625         COMPUTE WS-PENALTY ROUNDED = T-Transaction * TD-RATE
017626             * 12 * TD-PENALTY-DAYS / 365.
017627         GO TO 3600-EXIT.
017628 3600-REJECT.
017629         SET WS-NOT-MATURED TO TRUE.
017630         MOVE T-CurrentBalance TO T-Result.
017631         MOVE "REJECTED-NOT-MATURED" TO T-Status.
017632         DISPLAY "TRANSACTION REJECTED: NOT MATURED " T-Account.
017633 3600-EXIT.
017634         EXIT.

017635*----------------------------------------------------------------
017636*3700-CHECK-DAILY-LIMIT - ADD THIS DEBIT TO WHAT HAS ALREADY LEFT
017637*THE ACCOUNT BY WITHDRAWAL, TRANSFER OUT OR EARLY WITHDRAWAL
017638*(THE POSTED ENTRIES ON THE ACCOUNT HISTORY FILE FROM THE
017639*BUSINESS DATE THROUGH TODAY'S CLOCK DATE) AND TEST IT AGAINST
017640*THE DAILY LIMIT FOR THE ACCOUNT'S TYPE.  A TYPE WITH NO LIMIT
017641*ON FILE, OR A ZERO LIMIT, IS NOT LIMITED.  OVER THE LIMIT THE
017642*DEBIT IS TURNED AWAY FOR SUSPENSE AND ANY SWEEP LINED UP FOR
017643*IT IS DROPPED BEFORE IT TOUCHES THE SAVINGS.
017644*----------------------------------------------------------------
017645 3700-CHECK-DAILY-LIMIT.
017646         MOVE WS-ACCT-TYPE TO DL-ACCT-TYPE.
017647         READ DAILY-LIMIT-FILE
017648             INVALID KEY
017649                 GO TO 3700-EXIT
017650         END-READ.
017651         IF DL-DAILY-LIMIT = ZERO
017652             GO TO 3700-EXIT
017653         END-IF.
017654         MOVE DL-DAILY-LIMIT TO WS-DAY-LIMIT.
017655         MOVE ZERO TO WS-DAY-USED.
017656         ACCEPT WS-DAY-END-DATE FROM DATE YYYYMMDD.
017657         MOVE "N" TO WS-HIST-EOF-SWITCH.
017658         MOVE T-Account   TO AH-ACCOUNT.
017659         MOVE WS-RUN-DATE TO AH-DATE.
017660         MOVE ZERO        TO AH-TIME.
017661         START ACCOUNT-HISTORY-FILE
017662             KEY NOT LESS THAN AH-KEY
017663             INVALID KEY
017664                 SET WS-HIST-EOF TO TRUE
017665         END-START.
017666         PERFORM 3710-SUM-ONE-DEBIT THRU 3710-EXIT
017667             UNTIL WS-HIST-EOF.
017668         COMPUTE WS-DAY-TOTAL = WS-DAY-USED + T-Transaction.
017669         IF WS-DAY-TOTAL NOT > WS-DAY-LIMIT
017670             GO TO 3700-EXIT
017671         END-IF.
017672         IF WS-SWEEP-PENDING
017673             MOVE WS-CHK-BALANCE TO T-CurrentBalance
017674             SET WS-SWEEP-NONE TO TRUE
017675         END-IF.
017676         SET WS-OVER-DAILY-LIMIT TO TRUE.
017677         ADD 1 TO WS-OVER-LIMIT-COUNT.
017678         MOVE T-CurrentBalance TO T-Result.
017679         MOVE "REJECTED-OVER-DAILY-LIMIT" TO T-Status.
017680         DISPLAY "TRANSACTION REJECTED: OVER DAILY LIMIT "
017681             T-Account.
017682 3700-EXIT.
017683         EXIT.

017684 3710-SUM-ONE-DEBIT.
017685         READ ACCOUNT-HISTORY-FILE NEXT RECORD
017686             AT END
017687                 SET WS-HIST-EOF TO TRUE
017688                 GO TO 3710-EXIT
017689         END-READ.
017690         IF AH-ACCOUNT NOT = T-Account
017691                     OR AH-DATE > WS-DAY-END-DATE
017692             SET WS-HIST-EOF TO TRUE
017693             GO TO 3710-EXIT
017694         END-IF.
017695         IF AH-STATUS = "POSTED"
017696                     AND (AH-TYPE = "WITHDRAW"
017697                       OR AH-TYPE = "TRANSFER-OUT"
017698                       OR AH-TYPE = "EARLY-WD")
017699             ADD AH-TRANSACTION TO WS-DAY-USED
017700         END-IF.
017701 3710-EXIT.
017702         EXIT.

017610*----------------------------------------------------------------
017611*3500-CHECK-SWEEP - THE DEBIT IS MORE THAN THE AVAILABLE BALANCE.
017612*IF THE ACCOUNT IS LINKED FOR OVERDRAFT PROTECTION, SEE WHETHER
017613*THE LINKED SAVINGS ACCOUNT CAN COVER THE SHORTFALL PLUS THE
017614*SWEEP FEE.  IF IT CAN, THE SHORTFALL IS ADDED TO THE CHECKING
017615*BALANCE HERE SO THE DEBIT POSTS; THE SAVINGS REWRITE WAITS FOR
017616*4300-APPLY-SWEEP.  NO LINK LEAVES THE DEBIT TO BE TURNED AWAY
017617*AS BEFORE.  A TRANSFER INTO THE LINKED SAVINGS ITSELF IS NEVER
017618*SWEPT - IT WOULD ONLY MOVE THE MONEY IN A CIRCLE.
017619*----------------------------------------------------------------
017620 3500-CHECK-SWEEP.
017621         MOVE T-Account TO OD-CHECKING-ACCT.
017622         READ OVERDRAFT-LINK-FILE
017623             INVALID KEY
017624                 GO TO 3500-EXIT
017625         END-READ.
017626         IF NOT OD-ACTIVE
017627             GO TO 3500-EXIT
017628         END-IF.
017629         IF T-Type = "TRANSFER" AND T-ToAccount = OD-SAVINGS-ACCT
017630             GO TO 3500-EXIT
017631         END-IF.
017632         MOVE OD-SAVINGS-ACCT TO WS-SAV-ACCOUNT.
017633         MOVE OD-SWEEP-FEE TO WS-SWEEP-FEE.
017634         COMPUTE WS-SWEEP-AMOUNT = T-Transaction - WS-AVAILABLE.
017635         COMPUTE WS-SWEEP-NEED = WS-SWEEP-AMOUNT + WS-SWEEP-FEE.
017636         MOVE T-CurrentBalance TO WS-CHK-BALANCE.
017637         MOVE SPACES TO WS-SAV-USER.
017638         MOVE ZERO TO WS-SAV-BALANCE.
017639         SET WS-SWEEP-SHORT TO TRUE.
017640         MOVE "REJECTED-SWEEP-SHORT" TO WS-SWEEP-RESULT.
017641         MOVE WS-SAV-ACCOUNT TO AM-ACCOUNT-NO.
017642         READ ACCOUNT-MASTER-FILE
017643             INVALID KEY
017644                 DISPLAY "SWEEP SHORT: SAVINGS NOT ON MASTER "
017645                     WS-SAV-ACCOUNT
017646                 GO TO 3500-EXIT
017647         END-READ.
017648         MOVE AM-USER TO WS-SAV-USER.
017649         MOVE AM-BALANCE TO WS-SAV-BALANCE.
017650         IF AM-HOLD-AMOUNT > AM-BALANCE
017651             MOVE ZERO TO WS-SAV-AVAILABLE
017652         ELSE
017653             COMPUTE WS-SAV-AVAILABLE =
017654                 AM-BALANCE - AM-HOLD-AMOUNT
017655         END-IF.
017656         IF NOT AM-STATUS-OPEN
017657                     OR NOT AM-TYPE-SAVINGS
017658                     OR AM-CUSTOMER-NO NOT = WS-CHK-CUSTOMER
017659                     OR WS-CHK-CUSTOMER = ZERO
017660             DISPLAY "SWEEP SHORT: SAVINGS LINK NOT USABLE "
017661                 WS-SAV-ACCOUNT
017662             GO TO 3500-EXIT
017663         END-IF.
017664         IF WS-SWEEP-NEED > WS-SAV-AVAILABLE
017665             DISPLAY "SWEEP SHORT: SAVINGS CANNOT COVER "
017666                 WS-SAV-ACCOUNT
017667             GO TO 3500-EXIT
017668         END-IF.
017669         COMPUTE WS-SAV-RESULT = WS-SAV-BALANCE - WS-SWEEP-NEED.
017670         ADD WS-SWEEP-AMOUNT TO T-CurrentBalance.
017671         ADD WS-SWEEP-AMOUNT TO WS-AVAILABLE.
017672         SET WS-SWEEP-PENDING TO TRUE.
017673         MOVE SPACES TO WS-SWEEP-RESULT.
017674 3500-EXIT.
017675         EXIT.

017700*----------------------------------------------------------------
017800*4000-UPDATE-ACCOUNT - REWRITE THE MASTER FOR A POSTED ITEM
017810*ONLY.  THE RECORD IS RE-READ FIRST - AFTER A TRANSFER'S
018601             IF T-Status-Posted AND T-Type = "DEPOSIT"
018602                         AND T-HoldDays > ZERO
018603                 PERFORM 4500-PLACE-HOLD THRU 4500-EXIT
018603                 ADD T-Transaction TO WS-HOLDS-ADDED
018604             END-IF
018700         END-IF.
018800 4000-EXIT.
019030                     T-User
019040                 GO TO 4200-EXIT
019050         END-READ.
019060         IF WS-SWEEP-APPLIED
019061             MOVE WS-CHK-BALANCE TO AM-BALANCE
019062         ELSE
019063             MOVE T-CurrentBalance TO AM-BALANCE
019064         END-IF.
019070         REWRITE ACCOUNT-MASTER-RECORD
019080             INVALID KEY
019090                 DISPLAY "BACKOUT REWRITE FAILED FOR ACCOUNT: "
019120 4200-EXIT.
019130         EXIT.

019131*----------------------------------------------------------------
019132*4300-APPLY-SWEEP - TAKE THE SHORTFALL AND THE SWEEP FEE OFF THE
019133*LINKED SAVINGS ACCOUNT BEFORE THE DEBIT IS POSTED.  IF THE
019134*SAVINGS REWRITE FAILS THE DEBIT GOES BACK TO ITS PRE-SWEEP
019135*BALANCE AND IS TURNED AWAY AS AN UPDATE FAILURE.
019136*----------------------------------------------------------------
019137 4300-APPLY-SWEEP.
019138         MOVE WS-SAV-ACCOUNT TO AM-ACCOUNT-NO.
019139         READ ACCOUNT-MASTER-FILE
019140             INVALID KEY
019141                 DISPLAY "REREAD FAILED FOR ACCOUNT: "
019142                     WS-SAV-ACCOUNT
019143                 GO TO 4300-FAILED
019144         END-READ.
019145         MOVE WS-SAV-RESULT TO AM-BALANCE.
019146         REWRITE ACCOUNT-MASTER-RECORD
019147             INVALID KEY
019148                 DISPLAY "REWRITE FAILED FOR ACCOUNT: "
019149                     WS-SAV-ACCOUNT
019150                 GO TO 4300-FAILED
019151         END-REWRITE.
019152         SET WS-SWEEP-APPLIED TO TRUE.
019153         MOVE "POSTED" TO WS-SWEEP-RESULT.
019154         GO TO 4300-EXIT.
019155 4300-FAILED.
019156         SET WS-SWEEP-FAILED TO TRUE.
019157         MOVE "REJECTED-UPDATE-FAILED" TO WS-SWEEP-RESULT.
019158         MOVE "REJECTED-UPDATE-FAILED" TO T-Status.
019159         MOVE WS-CHK-BALANCE TO T-CurrentBalance.
019160         MOVE WS-CHK-BALANCE TO T-Result.
019161 4300-EXIT.
019162         EXIT.

019163*----------------------------------------------------------------
019164*4350-BACKOUT-SWEEP - THE DEBIT THE SWEEP WAS MADE FOR DID NOT
019165*POST, SO PUT THE SAVINGS ACCOUNT BACK THE WAY IT WAS AND LEAVE
019166*THE CHECKING ACCOUNT AT ITS PRE-SWEEP BALANCE FOR THE LOG.
019167*----------------------------------------------------------------
019168 4350-BACKOUT-SWEEP.
019169         SET WS-SWEEP-FAILED TO TRUE.
019170         MOVE "REJECTED-TRANSFER-BACKED-OUT" TO WS-SWEEP-RESULT.
019171         MOVE WS-CHK-BALANCE TO T-CurrentBalance.
019172         MOVE WS-CHK-BALANCE TO T-Result.
019173         MOVE WS-SAV-ACCOUNT TO AM-ACCOUNT-NO.
019174         READ ACCOUNT-MASTER-FILE
019175             INVALID KEY
019176                 DISPLAY "BACKOUT REREAD FAILED FOR ACCOUNT: "
019177                     WS-SAV-ACCOUNT
019178                 GO TO 4350-EXIT
019179         END-READ.
019180         MOVE WS-SAV-BALANCE TO AM-BALANCE.
019181         REWRITE ACCOUNT-MASTER-RECORD
019182             INVALID KEY
019183                 DISPLAY "BACKOUT REWRITE FAILED FOR ACCOUNT: "
019184                     WS-SAV-ACCOUNT
019185         END-REWRITE.
019186 4350-EXIT.
019187         EXIT.

019131*----------------------------------------------------------------
019132*4500-PLACE-HOLD - RECORD THE DEPOSIT'S HOLD ON THE ACCTHOLD
019133*FILE.  THE MASTER'S HOLD TOTAL WAS ALREADY BUMPED BY THE SAME

019155*----------------------------------------------------------------
019156*4600-SET-RELEASE-DATE - ADVANCE THE BUSINESS DATE BY THE
019157*INPUT'S NUMBER OF BUSINESS DAYS.  SATURDAYS, SUNDAYS AND BANK
019158*HOLIDAYS DO NOT COUNT.
019159*----------------------------------------------------------------
019160 4600-SET-RELEASE-DATE.
019161         MOVE WS-RUN-DATE TO WS-REL-DATE.
019168         PERFORM 4620-ADD-ONE-DAY THRU 4620-EXIT.
019169         PERFORM 4630-DAY-OF-WEEK THRU 4630-EXIT.
019170         IF NOT WS-WEEKEND-DAY
019171             PERFORM 4640-CHECK-HOLIDAY THRU 4640-EXIT
019172             IF NOT WS-HOLIDAY-DAY
019172                 SUBTRACT 1 FROM WS-DAYS-LEFT
019172             END-IF
019172         END-IF.
019173 4610-EXIT.
019174         EXIT.
019242 4630-EXIT.
019243         EXIT.

019244*----------------------------------------------------------------
019245*4640-CHECK-HOLIDAY - IS WS-REL-DATE ON THE BANK HOLIDAY
019246*CALENDAR.
019247*----------------------------------------------------------------
019248 4640-CHECK-HOLIDAY.
019249         MOVE "N" TO WS-HOLIDAY-SWITCH.
019250         MOVE WS-REL-DATE TO HC-DATE.
019251         READ HOLIDAY-FILE
019252             INVALID KEY
019253                 CONTINUE
019254             NOT INVALID KEY
019255                 SET WS-HOLIDAY-DAY TO TRUE
019256         END-READ.
019257 4640-EXIT.
019258         EXIT.

019000*----------------------------------------------------------------
019100*5000-WRITE-LOG - APPEND THE AUDIT RECORD, POSTED OR REJECTED.
019200*----------------------------------------------------------------
019710         END-IF.
019800         MOVE T-Transaction      TO TL-Transaction.
019900         MOVE T-CurrentBalance   TO TL-Current-Balance.
020000         IF T-Type = "EARLY-WD" AND T-Status-Posted
020010             COMPUTE TL-Result = T-CurrentBalance - T-Transaction
020020         ELSE
020030             MOVE T-Result       TO TL-Result
020040         END-IF.
020100         MOVE T-Status           TO TL-Status.
020110         MOVE ZERO               TO TL-REF-DATE.
020120         MOVE ZERO               TO TL-REF-TIME.
020130         MOVE "BATCHTRN"         TO TL-OPERATOR.
020140         MOVE WS-LIMIT-FLAG      TO TL-LIMIT-FLAG.
020150         MOVE SPACES             TO TL-APPROVED-BY.
020200         WRITE TRANSACTION-LOG-RECORD.
020300         IF NOT WS-LOG-OK
020400             DISPLAY "LOG WRITE FAILED FOR: " T-User
020500         END-IF.
020510         IF TL-STATUS = "POSTED"
020520             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
020525             PERFORM 5600-ADD-POSTED-MONEY THRU 5600-EXIT
020530         END-IF.
020600 5000-EXIT.
020700         EXIT.
020850         MOVE ZERO               TO TL-REF-DATE.
020860         MOVE ZERO               TO TL-REF-TIME.
020870         MOVE "BATCHTRN"         TO TL-OPERATOR.
020875         MOVE SPACES             TO TL-LIMIT-CHECK.
020880         WRITE TRANSACTION-LOG-RECORD.
020890         IF NOT WS-LOG-OK
020900             DISPLAY "LOG WRITE FAILED FOR: " T-ToUser
020910         END-IF.
020920         IF TL-STATUS = "POSTED"
020930             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
020935             PERFORM 5600-ADD-POSTED-MONEY THRU 5600-EXIT
020940         END-IF.
020950 5100-EXIT.
020960         EXIT.

020961*----------------------------------------------------------------
020962*5200-WRITE-SWEEP-LOG - APPEND THE OVERDRAFT SWEEP'S OWN LEGS
020963*AHEAD OF THE DEBIT IT COVERED: SWEEP-OUT AND (WHEN THE LINK
020964*CHARGES ONE) SWEEP-FEE AGAINST THE SAVINGS ACCOUNT, THEN
020965*SWEEP-IN AGAINST THE CHECKING ACCOUNT.  A SHORT SWEEP WRITES
020966*ONE REJECTED SWEEP-IN LEG FOR THE SHORTFALL.
020967*----------------------------------------------------------------
020968 5200-WRITE-SWEEP-LOG.
020969         IF WS-SWEEP-SHORT
020970             MOVE T-Account          TO TL-ACCOUNT
020971             MOVE T-User             TO TL-User
020972             MOVE "SWEEP-IN"         TO TL-Type
020973             MOVE WS-SWEEP-AMOUNT    TO TL-Transaction
020974             MOVE WS-CHK-BALANCE     TO TL-Current-Balance
020975             MOVE WS-CHK-BALANCE     TO TL-Result
020976             MOVE WS-SWEEP-RESULT    TO TL-Status
020977             PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT
020978             ADD 1 TO WS-SWEEP-SHORT-COUNT
020979             GO TO 5200-EXIT
020980         END-IF.
020981         IF WS-SWEEP-APPLIED
020982             COMPUTE WS-SAV-MID = WS-SAV-BALANCE - WS-SWEEP-AMOUNT
020983         ELSE
020984             MOVE WS-SAV-BALANCE TO WS-SAV-MID
020985             MOVE WS-SAV-BALANCE TO WS-SAV-RESULT
020986         END-IF.
020987         MOVE WS-SAV-ACCOUNT     TO TL-ACCOUNT.
020988         MOVE WS-SAV-USER        TO TL-User.
020989         MOVE "SWEEP-OUT"        TO TL-Type.
020990         MOVE WS-SWEEP-AMOUNT    TO TL-Transaction.
020991         MOVE WS-SAV-BALANCE     TO TL-Current-Balance.
020992         MOVE WS-SAV-MID         TO TL-Result.
020993         MOVE WS-SWEEP-RESULT    TO TL-Status.
020994         PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT.
020995         IF WS-SWEEP-FEE > ZERO
020996             MOVE WS-SAV-ACCOUNT     TO TL-ACCOUNT
020997             MOVE WS-SAV-USER        TO TL-User
020998             MOVE "SWEEP-FEE"        TO TL-Type
020999             MOVE WS-SWEEP-FEE       TO TL-Transaction
021000             MOVE WS-SAV-MID         TO TL-Current-Balance
021001             MOVE WS-SAV-RESULT      TO TL-Result
021002             MOVE WS-SWEEP-RESULT    TO TL-Status
021003             PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT
021004         END-IF.
021005         MOVE T-Account          TO TL-ACCOUNT.
021006         MOVE T-User             TO TL-User.
021007         MOVE "SWEEP-IN"         TO TL-Type.
021008         MOVE WS-SWEEP-AMOUNT    TO TL-Transaction.
021009         MOVE WS-CHK-BALANCE     TO TL-Current-Balance.
021010         IF WS-SWEEP-APPLIED
021011             COMPUTE TL-Result = WS-CHK-BALANCE + WS-SWEEP-AMOUNT
021012             ADD 1 TO WS-SWEEP-COUNT
021013         ELSE
021014             MOVE WS-CHK-BALANCE TO TL-Result
021015         END-IF.
021016         MOVE WS-SWEEP-RESULT    TO TL-Status.
021017         PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT.
021018 5200-EXIT.
021019         EXIT.

021020*----------------------------------------------------------------
021021*5210-WRITE-SWEEP-LEG - STAMP AND APPEND ONE SWEEP LEG SET UP BY
021022*5200-WRITE-SWEEP-LOG (OR THE PENALTY LEG SET UP BY
021022*5300-WRITE-PENALTY-LOG), AND MIRROR IT TO HISTORY WHEN POSTED.
021023*----------------------------------------------------------------
021024 5210-WRITE-SWEEP-LEG.
021025         ACCEPT TL-DATE FROM DATE YYYYMMDD.
021026         ACCEPT TL-TIME FROM TIME.
021027         MOVE ZERO               TO TL-REF-DATE.
021028         MOVE ZERO               TO TL-REF-TIME.
021029         MOVE "BATCHTRN"         TO TL-OPERATOR.
021029         MOVE SPACES             TO TL-LIMIT-CHECK.
021030         WRITE TRANSACTION-LOG-RECORD.
021031         IF NOT WS-LOG-OK
021032             DISPLAY "LOG WRITE FAILED FOR: " TL-ACCOUNT
021033         END-IF.
021034         IF TL-STATUS = "POSTED"
021035             PERFORM 5500-WRITE-HISTORY THRU 5500-EXIT
021035             PERFORM 5600-ADD-POSTED-MONEY THRU 5600-EXIT
021036         END-IF.
021037 5210-EXIT.
021038         EXIT.

021039*----------------------------------------------------------------
021040*5300-WRITE-PENALTY-LOG - APPEND THE EARLY WITHDRAWAL PENALTY
021041*AS ITS OWN CD-PENALTY LEG AFTER THE EARLY-WD ENTRY, TAKING THE
021042*BALANCE FROM WHERE THE WITHDRAWAL LEFT IT TO THE FINAL BALANCE.
021043*----------------------------------------------------------------
021044 5300-WRITE-PENALTY-LOG.
021045         MOVE T-Account          TO TL-ACCOUNT.
021046         MOVE T-User             TO TL-User.
021047         MOVE "CD-PENALTY"       TO TL-Type.
021048         MOVE WS-PENALTY         TO TL-Transaction.
021049         COMPUTE TL-Current-Balance =
021050             T-CurrentBalance - T-Transaction.
021051         MOVE T-Result           TO TL-Result.
021052         MOVE T-Status           TO TL-Status.
021053         PERFORM 5210-WRITE-SWEEP-LEG THRU 5210-EXIT.
021054 5300-EXIT.
021055         EXIT.

020970*----------------------------------------------------------------
020980*5500-WRITE-HISTORY - MIRROR THE LOG ENTRY JUST WRITTEN ONTO
020990*THE KEYED ACCOUNT HISTORY FILE.  A DUPLICATE KEY (TWO ENTRIES
021280 5500-EXIT.
021290         EXIT.

021291*----------------------------------------------------------------
021292*5600-ADD-POSTED-MONEY - ADD THE POSTED LOG ENTRY JUST WRITTEN
021293*TO THE RUN'S CREDITS OR DEBITS.  EVERY MASTER BALANCE CHANGE
021294*IS LOGGED AS ONE POSTED ENTRY, SO THEIR NET IS THE NET CHANGE
021295*TO THE MASTER'S TOTAL BALANCE.
021296*----------------------------------------------------------------
021297 5600-ADD-POSTED-MONEY.
021298         IF TL-Result > TL-Current-Balance
021299             COMPUTE WS-POSTED-CREDITS = WS-POSTED-CREDITS
021300                 + TL-Result - TL-Current-Balance
021301         ELSE
021302             COMPUTE WS-POSTED-DEBITS = WS-POSTED-DEBITS
021303                 + TL-Current-Balance - TL-Result
021304         END-IF.
021305 5600-EXIT.
021306         EXIT.

021300*----------------------------------------------------------------
021310*6000-UPDATE-CHECKPOINT - RECORD THE SEQUENCE NUMBER THIS
021320*TRANSACTION IS ABOUT TO BE POSTED UNDER BEFORE THE MASTER IS
021350*----------------------------------------------------------------
021360 6000-UPDATE-CHECKPOINT.
021370         MOVE TI-SEQ-NUM TO CKP-LAST-SEQ.
021371         MOVE "P" TO CKP-STATE.
021372         PERFORM 6100-CHECKPOINT-TOTALS THRU 6100-EXIT.
021380         REWRITE CHECKPOINT-RECORD
021390             INVALID KEY
021400                 DISPLAY "CHECKPOINT REWRITE FAILED AT SEQ: "
021430 6000-EXIT.
021440         EXIT.

021441*----------------------------------------------------------------
021442*6100-CHECKPOINT-TOTALS - COPY THE RUNNING CONTROL TOTALS ONTO
021443*THE CHECKPOINT RECORD AHEAD OF ITS REWRITE.
021444*----------------------------------------------------------------
021445 6100-CHECKPOINT-TOTALS.
021446         MOVE WS-READ-COUNT TO CKP-READ-COUNT.
021447         MOVE WS-READ-AMOUNT TO CKP-READ-AMOUNT.
021448         MOVE WS-POSTED-COUNT TO CKP-POSTED-COUNT.
021449         MOVE WS-SUSPEND-COUNT TO CKP-SUSPEND-COUNT.
021450         MOVE WS-UNFILED-COUNT TO CKP-UNFILED-COUNT.
021451         MOVE WS-DOUBT-COUNT TO CKP-DOUBT-COUNT.
021452         MOVE WS-POSTED-CREDITS TO CKP-CREDITS.
021453         MOVE WS-POSTED-DEBITS TO CKP-DEBITS.
021454         MOVE WS-HOLDS-ADDED TO CKP-HOLDS-ADDED.
021455 6100-EXIT.
021456         EXIT.

021450*----------------------------------------------------------------
021460*6500-SUSPEND-RECORD - FILE THE REJECTED ITEM ON THE SUSPENSE
021470*FILE SO OPERATIONS CAN CORRECT AND RECYCLE IT.  THE ITEM'S
021630             INVALID KEY
021640                 DISPLAY "SUSPENSE WRITE FAILED, STATUS: "
021650                     WS-SUSP-STATUS
021655                 ADD 1 TO WS-UNFILED-COUNT
021660                 GO TO 6500-EXIT
021670         END-WRITE.
021680         ADD 1 TO WS-SUSPEND-COUNT.
021710         EXIT.

021720*----------------------------------------------------------------
021725*7000-CHECK-RUN-CONTROL - REGISTER THIS RUN ON THE SHARED RUN-
021730*CONTROL FILE.  A DATE THIS JOB ALREADY COMPLETED IS REFUSED
021735*UNLESS THE OPERATOR KEYS "RERUN"; A DATE LEFT IN STARTED STATE
021740*IS A RESTART AFTER AN ABEND AND PROCEEDS - THE CHECKPOINT
021745*PROTECTS AGAINST DOUBLE POSTING.
021750*----------------------------------------------------------------
021755 7000-CHECK-RUN-CONTROL.
021760         PERFORM 7050-CHECK-BUSINESS-DATE THRU 7050-EXIT.
021765         MOVE "BATCHTRN" TO RC-JOB-ID.
021770         MOVE WS-RUN-DATE TO RC-RUN-DATE.
021775         READ RUN-CONTROL-FILE
021780             INVALID KEY
021785                 MOVE SPACES TO RUN-CONTROL-RECORD
021790                 MOVE "BATCHTRN" TO RC-JOB-ID
021795                 MOVE WS-RUN-DATE TO RC-RUN-DATE
021800                 MOVE "S" TO RC-STATUS
021805                 ACCEPT RC-START-TIME FROM TIME
021810                 MOVE ZERO TO RC-END-TIME
021815                 WRITE RUN-CONTROL-RECORD
021820                     INVALID KEY
021825                         DISPLAY "RUN CONTROL WRITE FAILED"
021830                 END-WRITE
021835                 GO TO 7000-EXIT
021840         END-READ.
021845         IF RC-COMPLETED
021850             DISPLAY "BATCHTRN ALREADY COMPLETED FOR "
021855                 WS-RUN-DATE
021860             DISPLAY "ENTER RERUN TO OVERRIDE: "
021865             ACCEPT WS-RERUN-IN FROM CONSOLE
021870             IF WS-RERUN-IN NOT = "RERUN"
021875                 DISPLAY "RUN REFUSED - DATE ALREADY COMPLETED"
021880                 MOVE 8 TO RETURN-CODE
021885                 STOP RUN
021890             END-IF
021895         END-IF.
021900         MOVE "S" TO RC-STATUS.
021905         ACCEPT RC-START-TIME FROM TIME.
021910         MOVE ZERO TO RC-END-TIME.
021915         REWRITE RUN-CONTROL-RECORD
021920             INVALID KEY
021925                 DISPLAY "RUN CONTROL REWRITE FAILED"
021930         END-REWRITE.
021935 7000-EXIT.
021940         EXIT.

021945*----------------------------------------------------------------
021950*7050-CHECK-BUSINESS-DATE - THE BUSINESS DATE MUST BE A WEEKDAY,
021955*NOT A BANK HOLIDAY, AND IN A YEAR WHOSE HOLIDAYS HAVE BEEN
021960*LOADED - OTHERWISE NOTHING SAYS IT IS A BUSINESS DAY.  A DATE
021965*THAT FAILS IS REFUSED UNLESS THE OPERATOR KEYS "FORCE".
021970*----------------------------------------------------------------
021975 7050-CHECK-BUSINESS-DATE.
021980         MOVE SPACES TO WS-DATE-REFUSAL.
021985         MOVE WS-RUN-DATE TO WS-REL-DATE.
021990         PERFORM 4630-DAY-OF-WEEK THRU 4630-EXIT.
021995         IF WS-WEEKEND-DAY
022000             MOVE "FALLS ON A WEEKEND" TO WS-DATE-REFUSAL
022005         ELSE
022010             PERFORM 4640-CHECK-HOLIDAY THRU 4640-EXIT
022015             IF WS-HOLIDAY-DAY
022020                 MOVE "IS A BANK HOLIDAY" TO WS-DATE-REFUSAL
022025             END-IF
022030         END-IF.
022035         IF WS-DATE-REFUSAL = SPACES
022040             PERFORM 7060-CHECK-YEAR-LOADED THRU 7060-EXIT
022045         END-IF.
022050         IF WS-DATE-REFUSAL = SPACES
022055             GO TO 7050-EXIT
022060         END-IF.
022065         DISPLAY "BUSINESS DATE " WS-RUN-DATE " " WS-DATE-REFUSAL.
022070         DISPLAY "ENTER FORCE TO RUN FOR THIS DATE: ".
022075         ACCEPT WS-FORCE-IN FROM CONSOLE.
022080         IF WS-FORCE-IN NOT = "FORCE"
022085             DISPLAY "RUN REFUSED - NOT A BUSINESS DATE"
022090             MOVE 8 TO RETURN-CODE
022095             STOP RUN
022100         END-IF.
022105         DISPLAY "BUSINESS DATE FORCED BY OPERATOR: " WS-RUN-DATE.
022110 7050-EXIT.
022115         EXIT.

022120*----------------------------------------------------------------
022125*7060-CHECK-YEAR-LOADED - THE FIRST HOLIDAY ON FILE AT OR AFTER
022130*JANUARY 1 OF THE BUSINESS DATE'S YEAR MUST FALL IN THAT YEAR.
022135*----------------------------------------------------------------
022140 7060-CHECK-YEAR-LOADED.
022145         MOVE WS-REL-YEAR TO HC-YEAR.
022150         MOVE 01 TO HC-MONTH.
022155         MOVE 01 TO HC-DAY.
022160         START HOLIDAY-FILE
022165             KEY NOT LESS THAN HC-DATE
022170             INVALID KEY
022175                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
022180                     TO WS-DATE-REFUSAL
022185                 GO TO 7060-EXIT
022190         END-START.
022195         READ HOLIDAY-FILE NEXT RECORD
022200             AT END
022205                 MOVE "YEAR NOT ON HOLIDAY CALENDAR"
022210                     TO WS-DATE-REFUSAL
022215                 GO TO 7060-EXIT
022220         END-READ.
022225         IF HC-YEAR NOT = WS-REL-YEAR
022230             MOVE "YEAR NOT ON HOLIDAY CALENDAR"
022232                 TO WS-DATE-REFUSAL
022235         END-IF.
022240 7060-EXIT.
022245         EXIT.

022250*----------------------------------------------------------------
022255*7100-MARK-RUN-COMPLETE - STAMP THE RUN COMPLETED SO THE REST OF
022260*THE NIGHT'S JOBS CAN TRUST THE SEQUENCE.
022265*----------------------------------------------------------------
022270 7100-MARK-RUN-COMPLETE.
022275         MOVE "BATCHTRN" TO RC-JOB-ID.
022280         MOVE WS-RUN-DATE TO RC-RUN-DATE.
022285         READ RUN-CONTROL-FILE
022290             INVALID KEY
022295                 DISPLAY "RUN CONTROL RECORD MISSING AT END"
022300                 GO TO 7100-EXIT
022305         END-READ.
022310         MOVE "C" TO RC-STATUS.
022315         ACCEPT RC-END-TIME FROM TIME.
022320         REWRITE RUN-CONTROL-RECORD
022325             INVALID KEY
022330                 DISPLAY "RUN CONTROL REWRITE FAILED"
022335         END-REWRITE.
022340 7100-EXIT.
022350         EXIT.

022351*----------------------------------------------------------------
022352*8000-PROVE-RUN - EVERY ITEM ON THE ACCEPTED FILE MUST BE READ,
022353*AND EVERY ITEM READ MUST HAVE BEEN POSTED, SUSPENDED, REJECTED
022354*OR LEFT IN DOUBT.  THE RESULT, WITH THE MONEY POSTED AND THE
022355*HOLDS ADDED, GOES TO CTLTOTS FOR THE MASTER BALANCE PROOF, AND
022356*THE CHECKPOINT IS MARKED ENDED WITH THE FINAL TOTALS.
022357*----------------------------------------------------------------
022358 8000-PROVE-RUN.
022359         IF WS-READ-COUNT NOT = WS-EDIT-COUNT
022360                     OR WS-READ-AMOUNT NOT = WS-EDIT-AMOUNT
022361             DISPLAY "ITEMS READ DO NOT PROVE TO EDITTRAN"
022362             SET WS-OUT-OF-BALANCE TO TRUE
022363         END-IF.
022364         IF WS-READ-COUNT NOT = WS-POSTED-COUNT + WS-SUSPEND-COUNT
022365                     + WS-UNFILED-COUNT + WS-DOUBT-COUNT
022366             DISPLAY "ITEMS READ NOT EQUAL TO POSTED + SUSPENDED"
022367                 " + REJECTED + IN DOUBT"
022368             SET WS-OUT-OF-BALANCE TO TRUE
022369         END-IF.
022370         MOVE SPACES TO CONTROL-TOTALS-RECORD.
022371         MOVE ZERO TO CX-COUNT-IN CX-AMOUNT-IN CX-COUNT-OUT
022372             CX-AMOUNT-OUT CX-COUNT-SUSPENDED CX-COUNT-REJECTED
022373             CX-COUNT-IN-DOUBT CX-CREDITS CX-DEBITS
022374             CX-HOLDS-ADDED CX-HOLDS-RELEASED CX-MASTER-BALANCE
022375             CX-MASTER-HELD CX-MASTER-COUNT.
022376         MOVE WS-RUN-DATE TO CX-RUN-DATE.
022377         MOVE "BATCHTRN" TO CX-STEP-ID.
022378         MOVE WS-PROOF-SWITCH TO CX-STATUS.
022379         MOVE WS-READ-COUNT TO CX-COUNT-IN.
022380         MOVE WS-READ-AMOUNT TO CX-AMOUNT-IN.
022381         MOVE WS-POSTED-COUNT TO CX-COUNT-OUT.
022382         MOVE WS-SUSPEND-COUNT TO CX-COUNT-SUSPENDED.
022383         MOVE WS-UNFILED-COUNT TO CX-COUNT-REJECTED.
022384         MOVE WS-DOUBT-COUNT TO CX-COUNT-IN-DOUBT.
022385         MOVE WS-POSTED-CREDITS TO CX-CREDITS.
022386         MOVE WS-POSTED-DEBITS TO CX-DEBITS.
022387         MOVE WS-HOLDS-ADDED TO CX-HOLDS-ADDED.
022388         ACCEPT CX-WRITE-TIME FROM TIME.
022389         WRITE CONTROL-TOTALS-RECORD
022390             INVALID KEY
022391                 REWRITE CONTROL-TOTALS-RECORD
022392                     INVALID KEY
022393                         DISPLAY "CONTROL TOTALS WRITE FAILED, "
022394                             "STATUS: " WS-CTL-STATUS
022395                         SET WS-OUT-OF-BALANCE TO TRUE
022396                 END-REWRITE
022397         END-WRITE.
022398         MOVE "E" TO CKP-STATE.
022399         PERFORM 6100-CHECKPOINT-TOTALS THRU 6100-EXIT.
022400         REWRITE CHECKPOINT-RECORD
022401             INVALID KEY
022402                 DISPLAY "CHECKPOINT REWRITE FAILED AT END"
022403         END-REWRITE.
022404         IF WS-OUT-OF-BALANCE
022405             DISPLAY "BATCHTRN CONTROL TOTALS OUT OF BALANCE"
022406             MOVE 8 TO RETURN-CODE
022407         END-IF.
022408 8000-EXIT.
022409         EXIT.

022360*----------------------------------------------------------------
022370*9000-TERMINATE - REPORT COUNTS AND CLOSE UP.
022380*----------------------------------------------------------------
022420         DISPLAY "BATCH TRANSACTIONS SKIPPED  : " WS-SKIP-COUNT.
022430         DISPLAY "ITEMS FILED TO SUSPENSE     : "
022440             WS-SUSPEND-COUNT.
022441         DISPLAY "OVERDRAFT SWEEPS POSTED     : " WS-SWEEP-COUNT.
022442         DISPLAY "OVERDRAFT SWEEPS SHORT      : "
022443             WS-SWEEP-SHORT-COUNT.
022444         DISPLAY "EARLY CD WITHDRAWALS POSTED : "
022445             WS-EARLY-WD-COUNT.
022445         DISPLAY "OVER DAILY LIMIT, SUSPENDED : "
022445             WS-OVER-LIMIT-COUNT.
022446         DISPLAY "ITEMS READ (WHOLE FILE)     : " WS-READ-COUNT.
022447         DISPLAY "ITEMS POSTED (WHOLE FILE)   : " WS-POSTED-COUNT.
022448         DISPLAY "REJECTED, NOT SUSPENDED     : "
022448             WS-UNFILED-COUNT.
022449         DISPLAY "ITEMS IN DOUBT AFTER RESTART: " WS-DOUBT-COUNT.
022449         PERFORM 8000-PROVE-RUN THRU 8000-EXIT.
022450         PERFORM 7100-MARK-RUN-COMPLETE THRU 7100-EXIT.
022460         CLOSE ACCOUNT-MASTER-FILE.
022470         CLOSE TRANSACTION-INPUT-FILE.
022500         CLOSE ACCOUNT-HOLD-FILE.
022510         CLOSE SUSPENSE-FILE.
022520         CLOSE ACCOUNT-HISTORY-FILE.
022525         CLOSE OVERDRAFT-LINK-FILE.
022526         CLOSE TIME-DEPOSIT-FILE.
022530         CLOSE RUN-CONTROL-FILE.
022531         CLOSE CONTROL-TOTALS-FILE.
022532         CLOSE DAILY-LIMIT-FILE.
022533         CLOSE HOLIDAY-FILE.
022540 9000-EXIT.
022550         EXIT.
