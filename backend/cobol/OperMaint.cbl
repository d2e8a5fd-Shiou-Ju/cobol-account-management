000900**   OPERATOR MASTER MAINTENANCE.  ONE OPERATOR-KEYED ACTION
001000**   PER RUN, THE SAME WAY AcctMaint WORKS THE ACCOUNT MASTER:
001100**     ADD    - SET UP AN OPERATOR WITH ID, NAME AND AUTHORITY
001200**              LEVEL (T = TELLER, S = SUPERVISOR), AND THE
001210**              POSTING LIMIT IN WHOLE DOLLARS (0 = NO LIMIT).
001300**     REVOKE - MARK AN OPERATOR REVOKED.  THE RECORD STAYS ON
001400**              THE FILE SO OLD LOG ENTRIES STILL RESOLVE.
001410**     LIMIT  - CHANGE AN OPERATOR'S POSTING LIMIT - THE
001420**              LARGEST ITEM ProcessTransaction LETS THE
001430**              OPERATOR POST WITHOUT A SUPERVISOR OVERRIDE.
001500**   ONLY AN ACTIVE SUPERVISOR MAY RUN MAINTENANCE.  AN EMPTY
001600**   OPERATOR FILE PERMITS ONE BOOTSTRAP ADD WITHOUT A SIGN-ON
001700**   SO THE FIRST SUPERVISOR CAN BE SET UP AT INSTALLATION.
001710**   ADD, REVOKE AND LIMIT ARE DUAL-CONTROL CHANGES, FILED ON
001720**   THE PENDING MAINTENANCE FILE (PENDMNT) WITH THE BEFORE AND
001730**   AFTER VALUES AND TAKE EFFECT ONLY WHEN A SECOND ACTIVE
001740**   SUPERVISOR APPROVES THEM THROUGH ApproveMaint.  UNTIL TWO
001750**   ACTIVE SUPERVISORS ARE ON FILE THERE IS NOBODY TO APPROVE,
001760**   SO AN ADD IS APPLIED STRAIGHT AWAY - THAT IS HOW THE SECOND
001770**   SUPERVISOR GETS SET UP AFTER THE BOOTSTRAP.
001800**--------------------------------------------------------------
001900** MODIFICATION HISTORY.
002000**   2026-09-02  DK  INITIAL VERSION.
002010**   2026-09-25  DK  ADD AND REVOKE FILED FOR SECOND-SUPERVISOR
002020**                  APPROVAL ON PENDMNT; DIRECT ADD KEPT WHILE
002030**                  FEWER THAN TWO ACTIVE SUPERVISORS EXIST.
002040**   2026-10-08  DK  CARRY THE OPERATOR POSTING LIMIT - KEYED ON
002050**                  AN ADD, CHANGED BY THE NEW LIMIT ACTION
002060**                  (FILED FOR APPROVAL LIKE A REVOKE).
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. OperMaint.
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS OP-ID
003500         FILE STATUS IS WS-OPER-STATUS.
003510     SELECT PENDING-MAINT-FILE ASSIGN TO "PENDMNT"
003520         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS DYNAMIC
003540         RECORD KEY IS PM-CHANGE-NO
003550         FILE STATUS IS WS-PEND-STATUS.

003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  OPERATOR-FILE
003900         LABEL RECORDS ARE STANDARD.
003910     COPY OPERATOR.
003920 FD  PENDING-MAINT-FILE
003930         LABEL RECORDS ARE STANDARD.
003940     COPY PENDMNT.

004000 WORKING-STORAGE SECTION.
004100*MAINTENANCE ACTION KEYED BY THE OPERATOR.
004200 01  WS-ACTION                PIC X(06).
004300         88  WS-ACTION-ADD        VALUE "ADD".
004400         88  WS-ACTION-REVOKE     VALUE "REVOKE".
004410         88  WS-ACTION-LIMIT      VALUE "LIMIT".
004500*OPERATOR FIELDS AS KEYED, BEFORE THEY ARE TRUSTED.
004600 01  WS-SIGNON-ID             PIC X(08).
004700 01  WS-TARGET-ID             PIC X(08).
004800 01  WS-NAME-IN               PIC X(20).
004900 01  WS-LEVEL-IN              PIC X(01).
005000         88  WS-LEVEL-VALID       VALUE "T" "S".
005010 01  WS-LIMIT-IN              PIC 9(06)     VALUE ZERO.
005100*RESULT OF THE RUN, FOR THE CONSOLE.
005200 01  WS-RESULT                PIC X(30).

005500         88  WS-OPER-OK           VALUE "00".
005600 01  WS-EMPTY-FILE-SWITCH     PIC X(01)     VALUE "N".
005700         88  WS-EMPTY-FILE        VALUE "Y".
005710 01  WS-PEND-STATUS           PIC X(02).
005720         88  WS-PEND-OK           VALUE "00".
005730 01  WS-PEND-EOF-SWITCH       PIC X(01)     VALUE "N".
005740         88  WS-PEND-EOF          VALUE "Y".
005750 01  WS-OPER-EOF-SWITCH       PIC X(01)     VALUE "N".
005760         88  WS-OPER-EOF          VALUE "Y".
005770*NEXT CHANGE NUMBER - ONE PAST THE HIGHEST ON THE PENDING FILE.
005780 01  WS-NEXT-CHANGE-NO        PIC 9(08)     VALUE 1.
005790*ACTIVE SUPERVISORS ON FILE - UNDER TWO, NOBODY CAN APPROVE.
005795 01  WS-SUPER-COUNT           PIC 9(05)     VALUE ZERO COMP.

005800 PROCEDURE DIVISION.

006600             PERFORM 2000-ADD-OPERATOR THRU 2000-EXIT
006700           WHEN WS-ACTION-REVOKE
006800             PERFORM 3000-REVOKE-OPERATOR THRU 3000-EXIT
006810           WHEN WS-ACTION-LIMIT
006820             PERFORM 4000-CHANGE-LIMIT THRU 4000-EXIT
006900           WHEN OTHER
007000             MOVE "REJECTED-INVALID-ACTION" TO WS-RESULT
007100             DISPLAY "ACTION REJECTED: INVALID ACTION " WS-ACTION
007300         DISPLAY "OPERATOR ACTION RESULT: " WS-RESULT.

007400 9999-TERMINATE.
007500         CLOSE OPERATOR-FILE
007510               PENDING-MAINT-FILE.
007600         STOP RUN.

007700*----------------------------------------------------------------
008700             MOVE 8 TO RETURN-CODE
008800             STOP RUN
008900         END-IF.
008910         OPEN I-O PENDING-MAINT-FILE.
008920         IF NOT WS-PEND-OK
008930             DISPLAY "PENDING MAINTENANCE OPEN FAILED, STATUS: "
008940                 WS-PEND-STATUS
008950             MOVE 8 TO RETURN-CODE
008960             STOP RUN
008970         END-IF.
008980         PERFORM 1300-FIND-NEXT-CHANGE-NO THRU 1300-EXIT.
009000         PERFORM 1100-CHECK-EMPTY THRU 1100-EXIT.
009100         IF WS-EMPTY-FILE
009200             DISPLAY "OPERATOR FILE EMPTY - BOOTSTRAP ADD"
009300             MOVE "ADD" TO WS-ACTION
009400         ELSE
009500             PERFORM 1200-SIGN-ON THRU 1200-EXIT
009600             DISPLAY "ENTER ACTION (ADD/REVOKE/LIMIT): "
009700             ACCEPT WS-ACTION FROM CONSOLE
009800         END-IF.
009900         IF WS-ACTION-ADD
010300             ACCEPT WS-NAME-IN FROM CONSOLE
010400             DISPLAY "ENTER LEVEL (T/S): "
010500             ACCEPT WS-LEVEL-IN FROM CONSOLE
010510             DISPLAY "ENTER POSTING LIMIT (WHOLE DOLLARS, "
010520                 "0 FOR NONE): "
010530             ACCEPT WS-LIMIT-IN FROM CONSOLE
010600         END-IF.
010700         IF WS-ACTION-REVOKE
010800             DISPLAY "ENTER OPERATOR ID TO REVOKE: "
010900             ACCEPT WS-TARGET-ID FROM CONSOLE
011000         END-IF.
011010         IF WS-ACTION-LIMIT
011020             DISPLAY "ENTER OPERATOR ID TO CHANGE: "
011030             ACCEPT WS-TARGET-ID FROM CONSOLE
011040             DISPLAY "ENTER NEW POSTING LIMIT (WHOLE DOLLARS, "
011050                 "0 FOR NONE): "
011060             ACCEPT WS-LIMIT-IN FROM CONSOLE
011070         END-IF.
011100 1000-EXIT.
011200         EXIT.

015900 1200-EXIT.
016000         EXIT.

016010*----------------------------------------------------------------
016020*1300-FIND-NEXT-CHANGE-NO - BROWSE THE PENDING MAINTENANCE FILE
016030*TO ONE PAST THE HIGHEST CHANGE NUMBER.  AN EMPTY FILE STARTS THE
016040*SERIES AT 1.
016050*----------------------------------------------------------------
016060 1300-FIND-NEXT-CHANGE-NO.
016070         MOVE ZERO TO PM-CHANGE-NO.
016080         START PENDING-MAINT-FILE
016090             KEY NOT LESS THAN PM-CHANGE-NO
016100             INVALID KEY
016110                 GO TO 1300-EXIT
016120         END-START.
016130         PERFORM 1310-BROWSE-PENDING THRU 1310-EXIT
016140             UNTIL WS-PEND-EOF.
016150 1300-EXIT.
016160         EXIT.

016170 1310-BROWSE-PENDING.
016180         READ PENDING-MAINT-FILE NEXT RECORD
016190             AT END
016200                 SET WS-PEND-EOF TO TRUE
016210             NOT AT END
016220                 COMPUTE WS-NEXT-CHANGE-NO = PM-CHANGE-NO + 1
016230         END-READ.
016240 1310-EXIT.
016250         EXIT.

016100*----------------------------------------------------------------
016200*2000-ADD-OPERATOR - CREATE THE OPERATOR RECORD.  A DUPLICATE
016300*ID OR A BAD LEVEL IS TURNED AWAY.  ONCE TWO ACTIVE SUPERVISORS
016310*ARE ON FILE THE ADD IS FILED FOR APPROVAL INSTEAD OF WRITTEN.
016400*----------------------------------------------------------------
016500 2000-ADD-OPERATOR.
016600         IF NOT WS-LEVEL-VALID
017900                 MOVE "REJECTED-DUPLICATE-OPERATOR" TO WS-RESULT
018000                 GO TO 2000-EXIT
018100         END-READ.
018110         IF NOT WS-EMPTY-FILE
018120             PERFORM 2100-COUNT-SUPERVISORS THRU 2100-EXIT
018130             IF WS-SUPER-COUNT NOT < 2
018140                 PERFORM 2200-FILE-ADD THRU 2200-EXIT
018150                 GO TO 2000-EXIT
018160             END-IF
018170             DISPLAY "FEWER THAN TWO ACTIVE SUPERVISORS - "
018180                 "ADD APPLIED WITHOUT SECOND APPROVAL"
018190         END-IF.
018200         MOVE SPACES TO OPERATOR-RECORD.
018300         MOVE WS-TARGET-ID TO OP-ID.
018400         MOVE WS-NAME-IN   TO OP-NAME.
018500         MOVE WS-LEVEL-IN  TO OP-LEVEL.
018600         MOVE "A"          TO OP-STATUS.
018610         MOVE WS-LIMIT-IN  TO OP-POST-LIMIT.
018700         WRITE OPERATOR-RECORD
018800             INVALID KEY
018900                 DISPLAY "WRITE FAILED FOR OPERATOR: "
019300         END-WRITE.
019400         MOVE "OPERATOR ADDED" TO WS-RESULT.
019500         DISPLAY "OPERATOR ADDED: " WS-TARGET-ID
019600             " LEVEL " WS-LEVEL-IN
019610             " LIMIT " WS-LIMIT-IN.
019700 2000-EXIT.
019800         EXIT.

019810*----------------------------------------------------------------
019820*2100-COUNT-SUPERVISORS - COUNT THE ACTIVE SUPERVISORS ON FILE.
019830*----------------------------------------------------------------
019840 2100-COUNT-SUPERVISORS.
019850         MOVE ZERO TO WS-SUPER-COUNT.
019860         MOVE "N" TO WS-OPER-EOF-SWITCH.
019870         MOVE LOW-VALUES TO OP-ID.
019880         START OPERATOR-FILE
019890             KEY NOT LESS THAN OP-ID
019900             INVALID KEY
019910                 GO TO 2100-EXIT
019920         END-START.
019930         PERFORM 2110-COUNT-ONE THRU 2110-EXIT
019940             UNTIL WS-OPER-EOF.
019950 2100-EXIT.
019960         EXIT.

019970 2110-COUNT-ONE.
019980         READ OPERATOR-FILE NEXT RECORD
019990             AT END
020000                 SET WS-OPER-EOF TO TRUE
020010                 GO TO 2110-EXIT
020020         END-READ.
020030         IF OP-STATUS-ACTIVE AND OP-LEVEL-SUPERVISOR
020040             ADD 1 TO WS-SUPER-COUNT
020050         END-IF.
020060 2110-EXIT.
020070         EXIT.

020080*----------------------------------------------------------------
020090*2200-FILE-ADD - FILE THE NEW OPERATOR FOR APPROVAL.  THERE IS
020100*NO BEFORE VALUE - THE OPERATOR IS NOT ON FILE YET.
020110*----------------------------------------------------------------
020120 2200-FILE-ADD.
020130         MOVE SPACES TO PENDING-MAINT-RECORD.
020140         MOVE "OPERFILE"   TO PM-TARGET-FILE.
020150         MOVE "ADD"        TO PM-ACTION.
020160         MOVE WS-TARGET-ID TO PM-TK-OPER-ID.
020170         MOVE "N"          TO PM-BV-OPER-ON-FILE.
020180         MOVE "Y"          TO PM-AV-OPER-ON-FILE.
020190         MOVE WS-NAME-IN   TO PM-AV-OPER-NAME.
020200         MOVE WS-LEVEL-IN  TO PM-AV-OPER-LEVEL.
020210         MOVE "A"          TO PM-AV-OPER-STATUS.
020215         MOVE WS-LIMIT-IN  TO PM-AV-OPER-LIMIT.
020220         PERFORM 6000-WRITE-PENDING THRU 6000-EXIT.
020230 2200-EXIT.
020240         EXIT.

019900*----------------------------------------------------------------
020000*3000-REVOKE-OPERATOR - MARK THE OPERATOR REVOKED.  THE RECORD
020100*STAYS ON THE FILE SO OLD LOG ENTRIES STILL RESOLVE.  THE
020110*REVOKE IS FILED FOR A SECOND SUPERVISOR'S APPROVAL; ApproveMaint
020120*APPLIES IT.
020200*----------------------------------------------------------------
020300 3000-REVOKE-OPERATOR.
020400         MOVE WS-TARGET-ID TO OP-ID.
021300             MOVE "REJECTED-ALREADY-REVOKED" TO WS-RESULT
021400             GO TO 3000-EXIT
021500         END-IF.
021600         MOVE SPACES TO PENDING-MAINT-RECORD.
021700         MOVE "OPERFILE"   TO PM-TARGET-FILE.
021800         MOVE "REVOKE"     TO PM-ACTION.
021900         PERFORM 6100-BEFORE-IMAGE THRU 6100-EXIT.
022400         MOVE PM-BEFORE-VALUE TO PM-AFTER-VALUE.
022500         MOVE "X"          TO PM-AV-OPER-STATUS.
022510         PERFORM 6000-WRITE-PENDING THRU 6000-EXIT.
022600 3000-EXIT.
022700         EXIT.

022701*----------------------------------------------------------------
022702*4000-CHANGE-LIMIT - CHANGE AN OPERATOR'S POSTING LIMIT.  ONLY AN
022703*ACTIVE OPERATOR'S LIMIT IS WORTH CHANGING.  THE CHANGE IS FILED
022704*FOR A SECOND SUPERVISOR'S APPROVAL; ApproveMaint APPLIES IT.
022705*----------------------------------------------------------------
022706 4000-CHANGE-LIMIT.
022707         MOVE WS-TARGET-ID TO OP-ID.
022708         READ OPERATOR-FILE
022709             INVALID KEY
022710                 DISPLAY "OPERATOR NOT ON FILE: " WS-TARGET-ID
022711                 MOVE "REJECTED-UNKNOWN-OPERATOR" TO WS-RESULT
022712                 GO TO 4000-EXIT
022713         END-READ.
022714         IF OP-STATUS-REVOKED
022715             DISPLAY "OPERATOR IS REVOKED: " WS-TARGET-ID
022716             MOVE "REJECTED-ALREADY-REVOKED" TO WS-RESULT
022717             GO TO 4000-EXIT
022718         END-IF.
022719         MOVE SPACES TO PENDING-MAINT-RECORD.
022720         MOVE "OPERFILE"   TO PM-TARGET-FILE.
022721         MOVE "LIMIT"      TO PM-ACTION.
022722         PERFORM 6100-BEFORE-IMAGE THRU 6100-EXIT.
022723         MOVE PM-BEFORE-VALUE TO PM-AFTER-VALUE.
022724         MOVE WS-LIMIT-IN  TO PM-AV-OPER-LIMIT.
022725         PERFORM 6000-WRITE-PENDING THRU 6000-EXIT.
022726 4000-EXIT.
022727         EXIT.

022710*----------------------------------------------------------------
022720*6000-WRITE-PENDING - STAMP THE CHANGE WITH ITS NUMBER, THE
022730*REQUESTING OPERATOR AND THE DATE, AND FILE IT AS PENDING.  THE
022740*CALLER HAS ALREADY SET THE TARGET AND THE BEFORE/AFTER VALUES.
022750*----------------------------------------------------------------
022760 6000-WRITE-PENDING.
022770         MOVE WS-NEXT-CHANGE-NO TO PM-CHANGE-NO.
022780         MOVE WS-SIGNON-ID      TO PM-REQUESTED-BY.
022790         ACCEPT PM-REQ-DATE FROM DATE YYYYMMDD.
022800         ACCEPT PM-REQ-TIME FROM TIME.
022810         MOVE "P" TO PM-STATUS.
022820         MOVE ZERO TO PM-DECIDED-DATE
022830                      PM-DECIDED-TIME.
022840         WRITE PENDING-MAINT-RECORD
022850             INVALID KEY
022860                 DISPLAY "PENDING MAINTENANCE WRITE FAILED, "
022870                     "STATUS: " WS-PEND-STATUS
022880                 MOVE "REJECTED-WRITE-FAILED" TO WS-RESULT
022890                 GO TO 6000-EXIT
022900         END-WRITE.
022910         MOVE "PENDING-APPROVAL" TO WS-RESULT.
022920         DISPLAY "CHANGE FILED FOR SECOND APPROVAL - CHANGE NO: "
022930             PM-CHANGE-NO.
022940 6000-EXIT.
022950         EXIT.

022960*----------------------------------------------------------------
022970*6100-BEFORE-IMAGE - THE TARGET KEY AND BEFORE VALUE FROM THE
022980*OPERATOR RECORD JUST READ.  A RECORD ADDED BEFORE THE POSTING
022990*LIMIT WAS CARRIED HOLDS SPACES THERE - NO LIMIT.
023000*----------------------------------------------------------------
023010 6100-BEFORE-IMAGE.
023020         MOVE WS-TARGET-ID TO PM-TK-OPER-ID.
023030         MOVE "Y"          TO PM-BV-OPER-ON-FILE.
023040         MOVE OP-NAME      TO PM-BV-OPER-NAME.
023050         MOVE OP-LEVEL     TO PM-BV-OPER-LEVEL.
023060         MOVE OP-STATUS    TO PM-BV-OPER-STATUS.
023070         IF OP-POST-LIMIT IS NUMERIC
023080             MOVE OP-POST-LIMIT TO PM-BV-OPER-LIMIT
023090         ELSE
023100             MOVE ZERO          TO PM-BV-OPER-LIMIT
023110         END-IF.
023120 6100-EXIT.
023130         EXIT.
