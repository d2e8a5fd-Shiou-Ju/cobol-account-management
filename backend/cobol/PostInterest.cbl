005500**                   INTEREST REGISTER REPORT.
005510**   2026-09-02  DK  WRITE EVERY POSTED ENTRY TO THE KEYED
005520**                   ACCOUNT HISTORY FILE ALONGSIDE THE LOG.
005530**   2026-09-14  DK  FOLD THE OVERDRAFT SWEEP LEGS INTO THE
005540**                   AVERAGE DAILY BALANCE - A SWEEP MOVES THE
005550**                   SAVINGS BALANCE LIKE ANY OTHER DEBIT.
005560**   2026-09-22  DK  FOLD THE ESCHEATMENT TRANSFER INTO THE
005570**                   AVERAGE DAILY BALANCE THE SAME WAY.
005571**   2026-09-29  DK  A TIME DEPOSIT ACCRUES AT THE FIXED RATE ON
005572**                   ITS TDTERMS RECORD, NOT A RATE TABLE BAND.
005573**                   FOLD THE EARLY-WD, CD-PENALTY, MATURE-OUT
005574**                   AND MATURE-IN LOG TYPES INTO THE AVERAGE
005575**                   DAILY BALANCE.
005576**   2026-10-08  DK  BLANK THE NEW LIMIT CHECK FIELDS ON EVERY LOG
005577**                   ENTRY WRITTEN - NO LIMIT APPLIES HERE.
005600***************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. PostInterest.
008830         ACCESS MODE IS DYNAMIC
008840         RECORD KEY IS AH-KEY
008850         FILE STATUS IS WS-HIST-STATUS.
008860     SELECT TIME-DEPOSIT-FILE ASSIGN TO "TDTERMS"
008870         ORGANIZATION IS INDEXED
008880         ACCESS MODE IS DYNAMIC
008890         RECORD KEY IS TD-ACCOUNT-NO
008895         FILE STATUS IS WS-TERM-STATUS.

008900 DATA DIVISION.
009000 FILE SECTION.
010230         LABEL RECORDS ARE STANDARD.
010240     COPY ACCTHIST.

010250 FD  TIME-DEPOSIT-FILE
010260         LABEL RECORDS ARE STANDARD.
010270     COPY TIMEDEP.

010300 WORKING-STORAGE SECTION.
010400*TRANSACTION WORK AREA - ONE INTEREST POSTING AT A TIME.
010410     COPY TRANDATA.
015600         88  WS-RUN-OK                VALUE "00".
015610 01  WS-HIST-STATUS               PIC X(02).
015620         88  WS-HIST-OK               VALUE "00".
015625 01  WS-TERM-STATUS               PIC X(02).
015626         88  WS-TERM-OK               VALUE "00".
015630*RETRIES WHEN A HISTORY WRITE HITS A DUPLICATE KEY.
015640 01  WS-HIST-TRIES                PIC 9(03)     VALUE ZERO.
015700*OPERATOR REPLY WHEN THE MONTH WAS ALREADY POSTED.
025540                 WS-HIST-STATUS
025550             STOP RUN
025560         END-IF.
025570         OPEN INPUT TIME-DEPOSIT-FILE.
025580         IF NOT WS-TERM-OK
025585             DISPLAY "TIME DEPOSIT TERMS OPEN FAILED, STATUS: "
025590                 WS-TERM-STATUS
025595             STOP RUN
025596         END-IF.
025600         MOVE WS-RUN-DATE TO RPT-HEAD-DATE.
025700         WRITE REPORT-RECORD FROM RPT-HEADING-1.
025800         IF NOT WS-RPT-OK
034100                       OR TL-TYPE = "INTEREST"
034200                       OR TL-TYPE = "FEE"
034300                       OR TL-TYPE = "REVERSAL"
034310                       OR TL-TYPE = "SWEEP-OUT"
034320                       OR TL-TYPE = "SWEEP-FEE"
034330                       OR TL-TYPE = "SWEEP-IN"
034340                       OR TL-TYPE = "ESCHEAT"
034350                       OR TL-TYPE = "EARLY-WD"
034360                       OR TL-TYPE = "CD-PENALTY"
034370                       OR TL-TYPE = "MATURE-OUT"
034380                       OR TL-TYPE = "MATURE-IN"
034400                       OR TL-TYPE = "ACCT-OPEN")
034500             PERFORM 1420-NOTE-BALANCE THRU 1420-EXIT
034600         END-IF.
044600*2060-FIND-RATE - BROWSE THE ACCOUNT TYPE'S BANDS AND KEEP THE
044700*RATE OF THE HIGHEST FLOOR NOT ABOVE THE AVERAGE BALANCE.  NO
044800*QUALIFYING BAND MEANS THE ACCOUNT EARNS NOTHING THIS MONTH.
044810*A TIME DEPOSIT TAKES ITS FIXED RATE OFF ITS TERMS INSTEAD.
044900*----------------------------------------------------------------
045000 2060-FIND-RATE.
045100         MOVE "N" TO WS-RATE-FOUND-SWITCH.
045200         MOVE "N" TO WS-BAND-EOF-SWITCH.
045300         MOVE ZERO TO WS-RATE.
045310         IF AM-TYPE-TIME-DEPOSIT
045320             PERFORM 2080-FIND-FIXED-RATE THRU 2080-EXIT
045330             GO TO 2060-EXIT
045340         END-IF.
045400         MOVE AM-ACCT-TYPE TO RT-ACCT-TYPE.
045500         MOVE ZERO TO RT-BAND-FLOOR.
045600         START RATE-TABLE-FILE
047800 2070-EXIT.
047900         EXIT.

047910*----------------------------------------------------------------
047913*2080-FIND-FIXED-RATE - THE TIME DEPOSIT'S FIXED RATE FROM ITS
047916*TDTERMS RECORD.  A CERTIFICATE WITH NO TERMS, OR ONE ALREADY
047919*PAID OUT, EARNS NOTHING.
047922*----------------------------------------------------------------
047925 2080-FIND-FIXED-RATE.
047928         MOVE AM-ACCOUNT-NO TO TD-ACCOUNT-NO.
047931         READ TIME-DEPOSIT-FILE
047934             INVALID KEY
047937                 DISPLAY "TIME DEPOSIT TERMS NOT ON FILE: "
047940                     AM-ACCOUNT-NO
047943                 GO TO 2080-EXIT
047946         END-READ.
047949         IF TD-ACTIVE
047952             MOVE TD-RATE TO WS-RATE
047955             SET WS-RATE-FOUND TO TRUE
047958         END-IF.
047961 2080-EXIT.
047964         EXIT.

048000*----------------------------------------------------------------
048100*2100-POST-INTEREST - THE MONTH'S INTEREST ON THE AVERAGE DAILY
048200*BALANCE AT THE BAND'S RATE, POSTED TO THE MASTER.
053100         MOVE ZERO               TO TL-REF-DATE.
053200         MOVE ZERO               TO TL-REF-TIME.
053300         MOVE "POSTINT"          TO TL-OPERATOR.
053350         MOVE SPACES             TO TL-LIMIT-CHECK.
053400         WRITE TRANSACTION-LOG-RECORD.
053500         IF NOT WS-LOG-OK
053600             DISPLAY "LOG WRITE FAILED FOR: " T-User
062900         CLOSE RATE-TABLE-FILE.
063000         CLOSE REPORT-FILE.
063050         CLOSE ACCOUNT-HISTORY-FILE.
063060         CLOSE TIME-DEPOSIT-FILE.
063100         CLOSE RUN-CONTROL-FILE.
063200 9000-EXIT.
063300         EXIT.
