002694**                   OPERATIONS CORRECTS AND RECYCLES IT
002695**                   THROUGH SuspenseMaint INSTEAD OF RE-KEYING
002696**                   FROM THE PAPER.
002697**   2026-09-29  DK  PASS EARLY-WD, THE EARLY WITHDRAWAL FROM A
002698**                   TIME DEPOSIT - THE MATURITY AND PENALTY
002699**                   CHECKS STAY WITH THE POSTING PROGRAM.
002699**   2026-10-02  DK  PROVE THE COMBINED FILE AGAINST THE
002699**                   CONTROL TOTALS GenStandingOrders WROTE ON
002699**                   THE CTLTOTS FILE FOR THE BUSINESS DATE
002699**                   (NOW KEYED AT STEP START) - A SHORT FILE OR
002699**                   MISSING TOTALS IS FATAL, RETURN CODE 8 - AND
002699**                   WRITE THIS STEP'S OWN TOTALS, ACCEPTED
002699**                   COUNT AND AMOUNT INCLUDED, FOR THE POSTING
002699**                   STEP TO PROVE ITS INPUT AGAINST.
002700***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. EditTransactions.
004800     SELECT REPORT-FILE ASSIGN TO "EDITRPT"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-RPT-STATUS.
005010     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS CX-KEY
005050         FILE STATUS IS WS-CTL-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
006100         RECORD CONTAINS 133 CHARACTERS.
006200 01  REPORT-RECORD               PIC X(133).

006210 FD  CONTROL-TOTALS-FILE
006220         LABEL RECORDS ARE STANDARD.
006230     COPY CTLTOTS.

006300 WORKING-STORAGE SECTION.
006310*BUSINESS DATE THE CONTROL TOTALS ARE KEPT UNDER.
006320 01  WS-RUN-DATE                  PIC 9(08)     VALUE ZERO.
006400*RUN COUNTS FOR THE EDIT REPORT AND TRAILER BALANCING.
006500 01  WS-READ-COUNT                PIC 9(08)     VALUE ZERO.
006600 01  WS-ACCEPT-COUNT              PIC 9(08)     VALUE ZERO.
006700 01  WS-REJECT-COUNT              PIC 9(08)     VALUE ZERO.
006710 01  WS-SUSPEND-COUNT             PIC 9(08)     VALUE ZERO.
006800 01  WS-HASH-TOTAL                PIC 9(12)V99  VALUE ZERO.
006805 01  WS-ACCEPT-AMOUNT             PIC 9(12)V99  VALUE ZERO.
006810*NEXT SUSPENSE ID - ONE PAST THE HIGHEST ON THE FILE.
006820 01  WS-NEXT-SUSP-ID              PIC 9(08)     VALUE 1.
006900*SEQUENCE CHECKING - THE DAILY FILE NUMBERS ITS ITEMS FROM 1.
009000*TRAILER FIGURES AS CLAIMED BY THE UPSTREAM SYSTEM.
009100 01  WS-TRAILER-COUNT             PIC 9(08)     VALUE ZERO.
009200 01  WS-TRAILER-HASH              PIC 9(12)V99  VALUE ZERO.
009210*CONTROL TOTALS THE STANDING ORDER STEP WROTE FOR THIS DATE -
009220*DETAILS IT PUT ON THE COMBINED FILE AND THEIR AMOUNT.
009230 01  WS-CTL-STATUS                PIC X(02).
009240         88  WS-CTL-OK                VALUE "00".
009250 01  WS-PRIOR-SWITCH              PIC X(01)     VALUE "N".
009260         88  WS-PRIOR-FOUND           VALUE "Y".
009270 01  WS-PRIOR-COUNT               PIC 9(08)     VALUE ZERO.
009280 01  WS-PRIOR-AMOUNT              PIC 9(12)V99  VALUE ZERO.

009300*REPORT LINE LAYOUTS.
009400 01  RPT-HEADING-1.
012700         PERFORM 2000-EDIT-RECORD THRU 2000-EXIT
012800             UNTIL WS-EOF.
012900         PERFORM 3000-BALANCE-FILE THRU 3000-EXIT.
012910         PERFORM 3100-PROVE-PRIOR-STEP THRU 3100-EXIT.
013000         PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
013100         PERFORM 9000-TERMINATE THRU 9000-EXIT.
013200         STOP RUN.
013400*1000-INITIALIZE - OPEN FILES, PRINT HEADINGS, PRIME THE READ.
013500*----------------------------------------------------------------
013600 1000-INITIALIZE.
013610         DISPLAY "ENTER BUSINESS DATE FOR THIS RUN (YYYYMMDD): ".
013620         ACCEPT WS-RUN-DATE FROM CONSOLE.
013630         OPEN I-O CONTROL-TOTALS-FILE.
013640         IF NOT WS-CTL-OK
013650             DISPLAY "CONTROL TOTALS OPEN FAILED, STATUS: "
013660                 WS-CTL-STATUS
013670             MOVE 8 TO RETURN-CODE
013680             STOP RUN
013690         END-IF.
013692         PERFORM 1400-READ-PRIOR-TOTALS THRU 1400-EXIT.
013700         OPEN INPUT TRANSACTION-INPUT-FILE.
013800         IF NOT WS-IN-OK
013900             DISPLAY "TRANSACTION INPUT OPEN FAILED, STATUS: "
018268 1310-EXIT.
018269         EXIT.

018270*----------------------------------------------------------------
018271*1400-READ-PRIOR-TOTALS - PICK UP WHAT THE STANDING ORDER STEP
018272*SAYS IT WROTE TO THE COMBINED FILE FOR THIS DATE.
018273*----------------------------------------------------------------
018274 1400-READ-PRIOR-TOTALS.
018275         MOVE WS-RUN-DATE TO CX-RUN-DATE.
018276         MOVE "GENSTORD" TO CX-STEP-ID.
018277         READ CONTROL-TOTALS-FILE
018278             INVALID KEY
018279                 GO TO 1400-EXIT
018280         END-READ.
018281         SET WS-PRIOR-FOUND TO TRUE.
018282         MOVE CX-COUNT-OUT TO WS-PRIOR-COUNT.
018283         MOVE CX-AMOUNT-OUT TO WS-PRIOR-AMOUNT.
018284 1400-EXIT.
018285         EXIT.

018300*----------------------------------------------------------------
018400*2000-EDIT-RECORD - ROUTE ONE RECORD: TRAILER TO THE BALANCING
018500*FIGURES, ANYTHING AFTER THE TRAILER TO A FATAL ERROR, AND A
021500           WHEN TI-AMOUNT-X NOT NUMERIC
021600             MOVE "AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
021700           WHEN TI-TYPE NOT = "DEPOSIT" AND "WITHDRAW"
021710                     AND "TRANSFER" AND "EARLY-WD"
021800             MOVE "UNKNOWN TRANSACTION TYPE" TO WS-EDIT-REASON
021801           WHEN TI-TYPE = "DEPOSIT"
021802                     AND TI-HOLD-DAYS-X NOT NUMERIC
029400             SET WS-FATAL TO TRUE
029500         ELSE
029600             ADD 1 TO WS-ACCEPT-COUNT
029610             ADD TI-AMOUNT TO WS-ACCEPT-AMOUNT
029700         END-IF.
029800 2500-EXIT.
029900         EXIT.
031900 3000-EXIT.
032000         EXIT.

032010*----------------------------------------------------------------
032020*3100-PROVE-PRIOR-STEP - THE DETAILS READ, AND THEIR AMOUNTS,
032030*MUST BE EXACTLY WHAT THE STANDING ORDER STEP WROTE.  A SHORT
032040*OR TRUNCATED COMBINED FILE, OR NO TOTALS AT ALL, IS FATAL.
032050*----------------------------------------------------------------
032060 3100-PROVE-PRIOR-STEP.
032070         IF NOT WS-PRIOR-FOUND
032080             DISPLAY "NO CONTROL TOTALS FROM GENSTORD FOR "
032090                 WS-RUN-DATE
032100             SET WS-FATAL TO TRUE
032110             GO TO 3100-EXIT
032120         END-IF.
032130         IF WS-PRIOR-COUNT NOT = WS-READ-COUNT
032140             DISPLAY "ITEM COUNT DOES NOT PROVE TO GENSTORD - "
032150                 "WRITTEN " WS-PRIOR-COUNT " READ " WS-READ-COUNT
032160             SET WS-FATAL TO TRUE
032170         END-IF.
032180         IF WS-PRIOR-AMOUNT NOT = WS-HASH-TOTAL
032190             DISPLAY "AMOUNT TOTAL DOES NOT PROVE TO GENSTORD"
032200             SET WS-FATAL TO TRUE
032210         END-IF.
032220 3100-EXIT.
032230         EXIT.

032100*----------------------------------------------------------------
032200*4000-PRINT-SUMMARY - COUNTS, TRAILER FIGURES AND THE VERDICT.
032300*----------------------------------------------------------------
035800         IF NOT WS-RPT-OK
035900             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
036000         END-IF.
035910         MOVE "GENSTORD ITEMS WRITTEN" TO RPT-COUNT-LABEL.
035920         MOVE WS-PRIOR-COUNT TO RPT-COUNT-VALUE.
035930         WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
035940         IF NOT WS-RPT-OK
035950             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
035960         END-IF.
035970         MOVE "GENSTORD AMOUNT WRITTEN" TO RPT-HASH-LABEL.
035980         MOVE WS-PRIOR-AMOUNT TO RPT-HASH-VALUE.
035990         WRITE REPORT-RECORD FROM RPT-HASH-LINE.
036000         IF NOT WS-RPT-OK
036010             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
036020         END-IF.
036030         MOVE "AMOUNT ACCEPTED" TO RPT-HASH-LABEL.
036040         MOVE WS-ACCEPT-AMOUNT TO RPT-HASH-VALUE.
036050         WRITE REPORT-RECORD FROM RPT-HASH-LINE.
036060         IF NOT WS-RPT-OK
036070             DISPLAY "REPORT WRITE FAILED, STATUS: " WS-RPT-STATUS
036080         END-IF.
036100         IF WS-FATAL
036200             MOVE "FILE OUT OF BALANCE - POSTING MUST NOT RUN"
036300                 TO RPT-VERDICT
038200 4000-EXIT.
038300         EXIT.

038310*----------------------------------------------------------------
038320*8000-WRITE-CONTROL-TOTALS - WHAT THE EDIT READ AND WHAT IT
038330*PASSED TO THE ACCEPTED FILE, FOR THE POSTING STEP TO PROVE
038340*AGAINST.  A RERUN REPLACES THE DATE'S RECORD.
038350*----------------------------------------------------------------
038360 8000-WRITE-CONTROL-TOTALS.
038362         MOVE SPACES TO CONTROL-TOTALS-RECORD.
038364         MOVE ZERO TO CX-COUNT-IN CX-AMOUNT-IN CX-COUNT-OUT
038366             CX-AMOUNT-OUT CX-COUNT-SUSPENDED CX-COUNT-REJECTED
038368             CX-COUNT-IN-DOUBT CX-CREDITS CX-DEBITS
038370             CX-HOLDS-ADDED CX-HOLDS-RELEASED CX-MASTER-BALANCE
038372             CX-MASTER-HELD CX-MASTER-COUNT.
038374         MOVE WS-RUN-DATE TO CX-RUN-DATE.
038376         MOVE "EDITTRAN" TO CX-STEP-ID.
038378         IF WS-FATAL
038380             MOVE "O" TO CX-STATUS
038382         ELSE
038384             MOVE "B" TO CX-STATUS
038386         END-IF.
038388         MOVE WS-READ-COUNT TO CX-COUNT-IN.
038390         MOVE WS-HASH-TOTAL TO CX-AMOUNT-IN.
038392         MOVE WS-ACCEPT-COUNT TO CX-COUNT-OUT.
038394         MOVE WS-ACCEPT-AMOUNT TO CX-AMOUNT-OUT.
038396         MOVE WS-SUSPEND-COUNT TO CX-COUNT-SUSPENDED.
038398         MOVE WS-REJECT-COUNT TO CX-COUNT-REJECTED.
038400         ACCEPT CX-WRITE-TIME FROM TIME.
038402         WRITE CONTROL-TOTALS-RECORD
038404             INVALID KEY
038406                 REWRITE CONTROL-TOTALS-RECORD
038408                     INVALID KEY
038410                         DISPLAY "CONTROL TOTALS WRITE FAILED, "
038412                             "STATUS: " WS-CTL-STATUS
038414                         MOVE 8 TO RETURN-CODE
038416                 END-REWRITE
038418         END-WRITE.
038420 8000-EXIT.
038422         EXIT.

038424*----------------------------------------------------------------
038500*9000-TERMINATE - CLOSE UP.
038600*----------------------------------------------------------------
038700 9000-TERMINATE.
038710         PERFORM 8000-WRITE-CONTROL-TOTALS THRU 8000-EXIT.
038800         CLOSE TRANSACTION-INPUT-FILE.
038900         CLOSE ACCOUNT-MASTER-FILE.
039000         CLOSE ACCEPTED-FILE.
039050         CLOSE SUSPENSE-FILE.
039100         CLOSE REPORT-FILE.
039150         CLOSE CONTROL-TOTALS-FILE.
039200 9000-EXIT.
039300         EXIT.
