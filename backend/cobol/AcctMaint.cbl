001900**   TRANSACTION LOG THE SAME WAY A POSTING IS.  A RENAME IS
002000**   LOGGED AS A RENAME-FROM/RENAME-TO PAIR, ONE LEG PER NAME,
002100**   THE SAME WAY A TRANSFER LOGS ITS TWO LEGS.
002110**   CLOSE AND FREEZE ARE DUAL-CONTROL CHANGES: ONCE VALIDATED
002120**   THEY ARE FILED ON THE PENDING MAINTENANCE FILE (PENDMNT)
002130**   WITH THE ACCOUNT'S STATUS BEFORE AND AFTER, LOGGED AS
002140**   PENDING-APPROVAL, AND APPLIED ONLY WHEN AN ACTIVE
002150**   SUPERVISOR OTHER THAN THE REQUESTER APPROVES THEM THROUGH
002160**   ApproveMaint, WHICH LOGS THE POSTED ENTRY.
002170**   AN OPEN OF TYPE T (TIME DEPOSIT) ALSO TAKES THE TERM IN
002180**   MONTHS, THE FIXED MONTHLY RATE, THE EARLY WITHDRAWAL
002185**   PENALTY IN DAYS OF INTEREST, AND THE MATURITY INSTRUCTION
002190**   - RENEW, OR PAY OUT TO ANOTHER OPEN ACCOUNT OF THE SAME
002195**   CUSTOMER - AND FILES THEM ON THE TDTERMS FILE WITH THE
002196**   MATURITY DATE WORKED OUT FROM TODAY.
002200**--------------------------------------------------------------
002300** MODIFICATION HISTORY.
002400**   2026-08-21  DK  INITIAL VERSION.
003996**                   AN ACCT-OPEN COUNTS AS CUSTOMER ACTIVITY
003997**                   FOR THE DORMANCY REVIEW, WHICH NOW READS
003998**                   HISTORY INSTEAD OF THE WHOLE LOG.
003999**   2026-09-25  DK  CLOSE AND FREEZE FILED FOR SECOND-SUPERVISOR
003999**                   APPROVAL ON PENDMNT INSTEAD OF APPLIED.
003999**   2026-09-29  DK  OPEN A TIME DEPOSIT (TYPE T) - THE TERMS ARE
003999**                   KEYED WITH THE OPEN AND WRITTEN TO THE NEW
003999**                   TDTERMS FILE; UNUSABLE TERMS ARE REJECTED
003999**                   AS REJECTED-INVALID-TERMS, AND A FAILED
003999**                   TERMS WRITE TAKES THE NEW MASTER BACK OFF.
003999**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON EVERY LOG
003999**                   ENTRY WRITTEN - NO LIMIT APPLIES HERE.
004000***************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. AcctMaint.
005700     SELECT TRANSACTION-LOG-FILE ASSIGN TO "TRANLOG"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-LOG-STATUS.
005910     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
005920         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS DYNAMIC
005940         RECORD KEY IS PM-CHANGE-NO
005950         FILE STATUS IS WS-PEND-STATUS.
005960     SELECT TIME-DEPOSIT-FILE ASSIGN TO "TDTERMS"
005970         ORGANIZATION IS INDEXED
005980         ACCESS MODE IS DYNAMIC
005990         RECORD KEY IS TD-ACCOUNT-NO
005995         FILE STATUS IS WS-TERM-STATUS.

006000 DATA DIVISION.
006100 FILE SECTION.
006500         LABEL RECORDS ARE STANDARD.
006510     COPY TRANLOG.

006520 FD  PENDING-MAINT-FILE
006530         LABEL RECORDS ARE STANDARD.
006540     COPY PENDMNT.

006550 FD  TIME-DEPOSIT-FILE
006560         LABEL RECORDS ARE STANDARD.
006570     COPY TIMEDEP.

006600 WORKING-STORAGE SECTION.
006700*TRANSACTION WORK AREA - ONE MAINTENANCE ACTION PER RUN.
006710     COPY TRANDATA.
007510*RENAME.
007600 01  WS-CUSTOMER-IN           PIC 9(06).
007700 01  WS-NEW-USER              PIC X(20).
007800*ACCOUNT TYPE KEYED FOR AN OPEN - C(HECKING), S(AVINGS) OR
007810*T(IME DEPOSIT).
007900 01  WS-ACCT-TYPE-IN          PIC X(01).
008000         88  WS-ACCT-TYPE-VALID   VALUE "C" "S" "T".
008010         88  WS-ACCT-TYPE-TIME    VALUE "T".
008020*TIME DEPOSIT TERMS KEYED FOR A TYPE T OPEN.
008030 01  WS-TERM-IN               PIC 9(03)     VALUE ZERO.
008040 01  WS-RATE-IN               PIC 9V9999    VALUE ZERO.
008050 01  WS-PENALTY-DAYS-IN       PIC 9(03)     VALUE ZERO.
008060 01  WS-INSTRUCTION-IN        PIC X(01)     VALUE SPACE.
008070         88  WS-INSTR-RENEW       VALUE "R".
008080         88  WS-INSTR-PAY-OUT     VALUE "P".
008090 01  WS-PAYOUT-IN             PIC 9(10)     VALUE ZERO.
008091*OPEN AND MATURITY DATES FOR A TIME DEPOSIT - THE MATURITY IS
008092*THE OPEN DATE PLUS THE TERM IN MONTHS, PULLED BACK TO THE LAST
008093*DAY OF A SHORTER MONTH.
008094 01  WS-OPEN-DATE             PIC 9(08)     VALUE ZERO.
008095 01  WS-MAT-DATE              PIC 9(08)     VALUE ZERO.
008096 01  WS-MAT-DATE-PARTS REDEFINES WS-MAT-DATE.
008097         05  WS-MAT-YEAR          PIC 9(04).
008098         05  WS-MAT-MONTH         PIC 9(02).
008099         05  WS-MAT-DAY           PIC 9(02).
008100 01  WS-MONTH-WORK            PIC 9(04)     VALUE ZERO.
008101 01  WS-YEAR-ADD              PIC 9(04)     VALUE ZERO.
008102 01  WS-MONTH-REM             PIC 9(02)     VALUE ZERO.
008103 01  WS-MONTH-END-DAY         PIC 9(02)     VALUE ZERO.
008104 01  WS-YEAR-QUOT             PIC 9(04)     VALUE ZERO.
008105 01  WS-YEAR-REM              PIC 9(04)     VALUE ZERO.
008100*NEXT ACCOUNT NUMBER - ONE PAST THE HIGHEST ON THE MASTER.
008200 01  WS-NEXT-ACCOUNT          PIC 9(10)     VALUE 1000000001.

008900         88  WS-RENAME-LEGS       VALUE "Y".
009000 01  WS-BROWSE-EOF-SWITCH     PIC X(01)     VALUE "N".
009100         88  WS-BROWSE-EOF        VALUE "Y".
009110 01  WS-PEND-STATUS           PIC X(02).
009120         88  WS-PEND-OK           VALUE "00".
009130 01  WS-PEND-EOF-SWITCH       PIC X(01)     VALUE "N".
009140         88  WS-PEND-EOF          VALUE "Y".
009150*NEXT CHANGE NUMBER - ONE PAST THE HIGHEST ON THE PENDING FILE.
009160 01  WS-NEXT-CHANGE-NO        PIC 9(08)     VALUE 1.
009170 01  WS-TERM-STATUS           PIC X(02).
009180         88  WS-TERM-OK           VALUE "00".

009200 PROCEDURE DIVISION.

013940                 WS-HIST-STATUS
013950             STOP RUN
013960         END-IF.
013970         OPEN I-O PENDING-MAINT-FILE.
013980         IF NOT WS-PEND-OK
013985             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
013990                 WS-PEND-STATUS
013995             STOP RUN
013996         END-IF.
013997         OPEN I-O TIME-DEPOSIT-FILE.
013998         IF NOT WS-TERM-OK
013999             DISPLAY "TIME DEPOSIT TERMS OPEN FAILED, STATUS: "
014001                 WS-TERM-STATUS
014002             STOP RUN
014003         END-IF.
014004         PERFORM 1300-FIND-NEXT-CHANGE-NO THRU 1300-EXIT.
014000         DISPLAY
014100             "ENTER ACTION (OPEN/CLOSE/RENAME/FREEZE/UNFREEZE): ".
014200         ACCEPT WS-ACTION FROM CONSOLE.
015000             ACCEPT WS-CUSTOMER-IN FROM CONSOLE
015100             DISPLAY "ENTER OPENING DEPOSIT: "
015200             ACCEPT T-Transaction FROM CONSOLE
015300             DISPLAY "ENTER ACCOUNT TYPE (C/S/T): "
015400             ACCEPT WS-ACCT-TYPE-IN FROM CONSOLE
015410             IF WS-ACCT-TYPE-TIME
015420                 PERFORM 1100-ACCEPT-TERMS THRU 1100-EXIT
015430             END-IF
015500         ELSE
015600             DISPLAY "ENTER ACCOUNT NUMBER: "
015700             ACCEPT T-Account FROM CONSOLE
016300 1000-EXIT.
016400         EXIT.

016401*----------------------------------------------------------------
016402*1100-ACCEPT-TERMS - THE TERMS OF A TIME DEPOSIT BEING OPENED.
016403*THE PAY-OUT ACCOUNT IS ASKED FOR ONLY WHEN THE PROCEEDS ARE TO
016404*BE PAID OUT AT MATURITY.
016405*----------------------------------------------------------------
016406 1100-ACCEPT-TERMS.
016407         DISPLAY "ENTER TERM IN MONTHS: ".
016408         ACCEPT WS-TERM-IN FROM CONSOLE.
016409         DISPLAY "ENTER FIXED MONTHLY RATE (E.G. .0035): ".
016410         ACCEPT WS-RATE-IN FROM CONSOLE.
016411         DISPLAY "ENTER EARLY WITHDRAWAL PENALTY DAYS: ".
016412         ACCEPT WS-PENALTY-DAYS-IN FROM CONSOLE.
016413         DISPLAY "ENTER MATURITY INSTRUCTION (R/P): ".
016414         ACCEPT WS-INSTRUCTION-IN FROM CONSOLE.
016415         MOVE ZERO TO WS-PAYOUT-IN.
016416         IF WS-INSTR-PAY-OUT
016417             DISPLAY "ENTER PAY-OUT ACCOUNT NUMBER: "
016418             ACCEPT WS-PAYOUT-IN FROM CONSOLE
016419         END-IF.
016420 1100-EXIT.
016421         EXIT.

016410*----------------------------------------------------------------
016420*1300-FIND-NEXT-CHANGE-NO - BROWSE THE PENDING MAINTENANCE FILE
016430*TO ONE PAST THE HIGHEST CHANGE NUMBER.  AN EMPTY FILE STARTS THE
016440*SERIES AT 1.
016450*----------------------------------------------------------------
016460 1300-FIND-NEXT-CHANGE-NO.
016470         MOVE ZERO TO PM-CHANGE-NO.
016480         START PENDING-MAINT-FILE
016490             KEY NOT LESS THAN PM-CHANGE-NO
016500             INVALID KEY
016510                 GO TO 1300-EXIT
016520         END-START.
016530         PERFORM 1310-BROWSE-PENDING THRU 1310-EXIT
016540             UNTIL WS-PEND-EOF.
016550 1300-EXIT.
016560         EXIT.

016570 1310-BROWSE-PENDING.
016580         READ PENDING-MAINT-FILE NEXT RECORD
016590             AT END
016600                 SET WS-PEND-EOF TO TRUE
016610             NOT AT END
016620                 COMPUTE WS-NEXT-CHANGE-NO = PM-CHANGE-NO + 1
016630         END-READ.
016640 1310-EXIT.
016650         EXIT.

016500*----------------------------------------------------------------
016600*2000-OPEN-ACCOUNT - ASSIGN THE NEXT ACCOUNT NUMBER AND CREATE
016700*THE MASTER RECORD WITH THE OPENING DEPOSIT, TIED TO ITS OWNER
017650                 MOVE "REJECTED-UNKNOWN-CUSTOMER" TO T-Status
017660                 GO TO 2000-EXIT
017670         END-READ.
017680         IF WS-ACCT-TYPE-TIME
017681             PERFORM 2200-CHECK-TERMS THRU 2200-EXIT
017682             IF T-Status = "REJECTED-INVALID-TERMS"
017683                 GO TO 2000-EXIT
017684             END-IF
017685         END-IF.
017700         PERFORM 2100-FIND-NEXT-NUMBER THRU 2100-EXIT.
017710         MOVE WS-NEXT-ACCOUNT TO T-Account.
017720         MOVE CM-NAME TO T-User.
018800                 MOVE "REJECTED-UPDATE-FAILED" TO T-Status
018900                 GO TO 2000-EXIT
019000         END-WRITE.
019010         IF WS-ACCT-TYPE-TIME
019020             PERFORM 2400-WRITE-TERMS THRU 2400-EXIT
019030             IF T-Status = "REJECTED-UPDATE-FAILED"
019040                 GO TO 2000-EXIT
019050             END-IF
019060         END-IF.
019300         MOVE ZERO TO T-CurrentBalance.
019400         MOVE T-Transaction TO T-Result.
019500         MOVE "POSTED" TO T-Status.
022300 2110-EXIT.
022400         EXIT.

022401*----------------------------------------------------------------
022402*2200-CHECK-TERMS - A TIME DEPOSIT NEEDS A TERM, A RECOGNIZED
022403*MATURITY INSTRUCTION AND, TO PAY OUT, A PAY-OUT ACCOUNT THAT IS
022404*ON THE MASTER, OPEN (OR DORMANT), NOT ITSELF A TIME DEPOSIT,
022405*AND OWNED BY THE SAME CUSTOMER.  ANYTHING LESS IS REJECTED AS
022406*REJECTED-INVALID-TERMS.
022407*----------------------------------------------------------------
022408 2200-CHECK-TERMS.
022409         IF WS-TERM-IN = ZERO
022410             DISPLAY "ACTION REJECTED: TERM MUST BE AT LEAST ONE "
022411                 "MONTH"
022412             GO TO 2200-REJECT
022413         END-IF.
022414         IF NOT WS-INSTR-RENEW AND NOT WS-INSTR-PAY-OUT
022415             DISPLAY "ACTION REJECTED: INVALID MATURITY "
022416                 "INSTRUCTION " WS-INSTRUCTION-IN
022417             GO TO 2200-REJECT
022418         END-IF.
022419         IF WS-INSTR-RENEW
022420             GO TO 2200-EXIT
022421         END-IF.
022422         MOVE WS-PAYOUT-IN TO AM-ACCOUNT-NO.
022423         READ ACCOUNT-MASTER-FILE
022424             INVALID KEY
022425                 DISPLAY "ACTION REJECTED: PAY-OUT ACCOUNT NOT "
022426                     "ON MASTER " WS-PAYOUT-IN
022427                 GO TO 2200-REJECT
022428         END-READ.
022429         IF (NOT AM-STATUS-OPEN AND NOT AM-STATUS-DORMANT)
022430                     OR AM-TYPE-TIME-DEPOSIT
022431                     OR AM-CUSTOMER-NO NOT = WS-CUSTOMER-IN
022432             DISPLAY "ACTION REJECTED: PAY-OUT ACCOUNT NOT "
022433                 "USABLE " WS-PAYOUT-IN
022434             GO TO 2200-REJECT
022435         END-IF.
022436         GO TO 2200-EXIT.
022437 2200-REJECT.
022438         MOVE "REJECTED-INVALID-TERMS" TO T-Status.
022439 2200-EXIT.
022440         EXIT.

022441*----------------------------------------------------------------
022442*2400-WRITE-TERMS - FILE THE NEW TIME DEPOSIT'S TERMS, MATURING
022443*THE TERM'S NUMBER OF MONTHS FROM TODAY.  IF THE TERMS CANNOT BE
022444*WRITTEN THE NEW MASTER RECORD IS TAKEN BACK OFF, SO A TIME
022445*DEPOSIT NEVER EXISTS WITHOUT ITS TERMS.
022446*----------------------------------------------------------------
022447 2400-WRITE-TERMS.
022448         ACCEPT WS-OPEN-DATE FROM DATE YYYYMMDD.
022449         PERFORM 2500-SET-MATURITY THRU 2500-EXIT.
022450         MOVE SPACES TO TIME-DEPOSIT-RECORD.
022451         MOVE WS-NEXT-ACCOUNT TO TD-ACCOUNT-NO.
022452         MOVE WS-TERM-IN TO TD-TERM-MONTHS.
022453         MOVE WS-RATE-IN TO TD-RATE.
022454         MOVE WS-OPEN-DATE TO TD-OPEN-DATE.
022455         MOVE WS-MAT-DATE TO TD-MATURITY-DATE.
022456         MOVE WS-INSTRUCTION-IN TO TD-INSTRUCTION.
022457         MOVE WS-PAYOUT-IN TO TD-PAYOUT-ACCT.
022458         MOVE WS-PENALTY-DAYS-IN TO TD-PENALTY-DAYS.
022459         MOVE "A" TO TD-STATUS.
022460         MOVE WS-OPERATOR-ID TO TD-OPERATOR.
022461         WRITE TIME-DEPOSIT-RECORD
022462             INVALID KEY
022463                 DISPLAY "TERMS WRITE FAILED FOR ACCOUNT: "
022464                     WS-NEXT-ACCOUNT
022465                 MOVE "REJECTED-UPDATE-FAILED" TO T-Status
022466                 MOVE WS-NEXT-ACCOUNT TO AM-ACCOUNT-NO
022467                 DELETE ACCOUNT-MASTER-FILE
022468                     INVALID KEY
022469                         DISPLAY "BACKOUT DELETE FAILED FOR "
022470                             "ACCOUNT: " WS-NEXT-ACCOUNT
022471                 END-DELETE
022472                 GO TO 2400-EXIT
022473         END-WRITE.
022474         DISPLAY "TIME DEPOSIT MATURES: " WS-MAT-DATE.
022475 2400-EXIT.
022476         EXIT.

022477*----------------------------------------------------------------
022478*2500-SET-MATURITY - WS-OPEN-DATE PLUS WS-TERM-IN MONTHS.  A DAY
022479*PAST THE END OF THE MATURITY MONTH (AN OPEN ON THE 31ST, OR
022480*FEBRUARY) FALLS BACK TO THAT MONTH'S LAST DAY.
022481*----------------------------------------------------------------
022482 2500-SET-MATURITY.
022483         MOVE WS-OPEN-DATE TO WS-MAT-DATE.
022484         COMPUTE WS-MONTH-WORK = WS-MAT-MONTH + WS-TERM-IN - 1.
022485         DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEAR-ADD
022486             REMAINDER WS-MONTH-REM.
022487         ADD WS-YEAR-ADD TO WS-MAT-YEAR.
022488         COMPUTE WS-MAT-MONTH = WS-MONTH-REM + 1.
022489         EVALUATE WS-MAT-MONTH
022490           WHEN 04 WHEN 06 WHEN 09 WHEN 11
022491             MOVE 30 TO WS-MONTH-END-DAY
022492           WHEN 02
022493             MOVE 28 TO WS-MONTH-END-DAY
022494             DIVIDE WS-MAT-YEAR BY 4 GIVING WS-YEAR-QUOT
022495                 REMAINDER WS-YEAR-REM
022496             IF WS-YEAR-REM = ZERO
022497                 MOVE 29 TO WS-MONTH-END-DAY
022498                 DIVIDE WS-MAT-YEAR BY 100 GIVING WS-YEAR-QUOT
022499                     REMAINDER WS-YEAR-REM
022500                 IF WS-YEAR-REM = ZERO
022501                     MOVE 28 TO WS-MONTH-END-DAY
022502                     DIVIDE WS-MAT-YEAR BY 400
022503                         GIVING WS-YEAR-QUOT
022504                         REMAINDER WS-YEAR-REM
022505                     IF WS-YEAR-REM = ZERO
022506                         MOVE 29 TO WS-MONTH-END-DAY
022507                     END-IF
022508                 END-IF
022509             END-IF
022510           WHEN OTHER
022511             MOVE 31 TO WS-MONTH-END-DAY
022512         END-EVALUATE.
022513         IF WS-MAT-DAY > WS-MONTH-END-DAY
022514             MOVE WS-MONTH-END-DAY TO WS-MAT-DAY
022515         END-IF.
022516 2500-EXIT.
022517         EXIT.

022500*----------------------------------------------------------------
022600*3000-CLOSE-ACCOUNT - MARK A MASTER RECORD CLOSED, BUT ONLY WHEN
022700*ITS BALANCE IS ZERO - A CLOSE MUST NEVER WRITE OFF CUSTOMER
022800*MONEY.  THE RECORD STAYS ON THE FILE, STATUS CLOSED, SO THE
022900*ACCOUNT'S HISTORY IS STILL THERE TO ANSWER FOR.  THE CLOSE IS
022910*FILED FOR A SECOND SUPERVISOR'S APPROVAL; ApproveMaint APPLIES
022920*IT.
023000*----------------------------------------------------------------
023100 3000-CLOSE-ACCOUNT.
023200         MOVE T-Account TO AM-ACCOUNT-NO.
025100                 T-Account
025200             GO TO 3000-EXIT
025300         END-IF.
025500         PERFORM 6000-WRITE-PENDING THRU 6000-EXIT.
026400 3000-EXIT.
026500         EXIT.


029600*----------------------------------------------------------------
029700*4300-FREEZE-ACCOUNT - PUT A HOLD ON AN OPEN ACCOUNT.  POSTING
029800*PROGRAMS TURN AWAY ALL ACTIVITY AGAINST A FROZEN ACCOUNT.  THE
029810*FREEZE IS FILED FOR A SECOND SUPERVISOR'S APPROVAL; ApproveMaint
029820*APPLIES IT.
029900*----------------------------------------------------------------
030000 4300-FREEZE-ACCOUNT.
030100         MOVE T-Account TO AM-ACCOUNT-NO.
031400                 T-Account
031500             GO TO 4300-EXIT
031600         END-IF.
031800         PERFORM 6000-WRITE-PENDING THRU 6000-EXIT.
032600 4300-EXIT.
032700         EXIT.

038800         MOVE ZERO               TO TL-REF-DATE.
038900         MOVE ZERO               TO TL-REF-TIME.
038910         MOVE WS-OPERATOR-ID     TO TL-OPERATOR.
038955         MOVE SPACES             TO TL-LIMIT-CHECK.
039000         WRITE TRANSACTION-LOG-RECORD.
039100         IF NOT WS-LOG-OK
039200             DISPLAY "LOG WRITE FAILED FOR: " T-Account
041200         MOVE ZERO               TO TL-REF-DATE.
041300         MOVE ZERO               TO TL-REF-TIME.
041350         MOVE WS-OPERATOR-ID     TO TL-OPERATOR.
041375         MOVE SPACES             TO TL-LIMIT-CHECK.
041400         WRITE TRANSACTION-LOG-RECORD.
041500         IF NOT WS-LOG-OK
041600             DISPLAY "LOG WRITE FAILED FOR: " T-Account
042597         EXIT.

042600*----------------------------------------------------------------
042610*6000-WRITE-PENDING - FILE A CLOSE OR FREEZE FOR APPROVAL.  THE
042620*CALLER HAS READ AND VALIDATED THE ACCOUNT; THE BEFORE VALUE IS
042630*THE STATUS AND BALANCE AS THEY STAND NOW, WHICH ApproveMaint
042640*CHECKS AGAIN BEFORE APPLYING THE CHANGE.
042650*----------------------------------------------------------------
042660 6000-WRITE-PENDING.
042670         MOVE SPACES TO PENDING-MAINT-RECORD.
042680         MOVE WS-NEXT-CHANGE-NO TO PM-CHANGE-NO.
042690         MOVE "ACCTMSTR"        TO PM-TARGET-FILE.
042700         MOVE WS-ACTION         TO PM-ACTION.
042710         MOVE T-Account         TO PM-TK-ACCOUNT.
042720         MOVE AM-STATUS         TO PM-BV-ACCT-STATUS.
042730         MOVE AM-BALANCE        TO PM-BV-BALANCE.
042740         MOVE AM-BALANCE        TO PM-AV-BALANCE.
042750         IF WS-ACTION-CLOSE
042760             MOVE "C" TO PM-AV-ACCT-STATUS
042770         ELSE
042780             MOVE "F" TO PM-AV-ACCT-STATUS
042790         END-IF.
042800         MOVE WS-OPERATOR-ID    TO PM-REQUESTED-BY.
042810         ACCEPT PM-REQ-DATE FROM DATE YYYYMMDD.
042820         ACCEPT PM-REQ-TIME FROM TIME.
042830         MOVE "P" TO PM-STATUS.
042840         MOVE ZERO TO PM-DECIDED-DATE
042850                      PM-DECIDED-TIME.
042860         WRITE PENDING-MAINT-RECORD
042870             INVALID KEY
042880                 DISPLAY "PENDING MAINTENANCE WRITE FAILED, "
042890                     "STATUS: " WS-PEND-STATUS
042900                 MOVE "REJECTED-UPDATE-FAILED" TO T-Status
042910                 GO TO 6000-EXIT
042920         END-WRITE.
042930         MOVE "PENDING-APPROVAL" TO T-Status.
042940         DISPLAY "CHANGE FILED FOR SECOND APPROVAL - CHANGE NO: "
042950             PM-CHANGE-NO.
042960 6000-EXIT.
042970         EXIT.

042980*----------------------------------------------------------------
042990*9500-CLOSE-FILES.
043000*----------------------------------------------------------------
043010 9500-CLOSE-FILES.
043020         CLOSE ACCOUNT-MASTER-FILE.
043030         CLOSE CUSTOMER-MASTER-FILE.
043040         CLOSE OPERATOR-FILE.
043050         CLOSE ACCOUNT-HISTORY-FILE.
043060         CLOSE TRANSACTION-LOG-FILE.
043070         CLOSE PENDING-MAINT-FILE.
043075         CLOSE TIME-DEPOSIT-FILE.
043080 9500-EXIT.
043090         EXIT.
