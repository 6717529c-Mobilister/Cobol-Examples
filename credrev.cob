           IDENTIFICATION DIVISION.
           PROGRAM-ID. CREDREV.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CustMasterFile ASSIGN TO DYNAMIC
                   WS-CUST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS WS-CUST-FILE-STATUS.

               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT CreditReferralFile ASSIGN TO DYNAMIC
                   WS-REFERRAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFERRAL-STATUS.

               SELECT ReferralHistoryFile ASSIGN TO DYNAMIC
                   WS-HISTORY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

               SELECT HistoryWorkFile ASSIGN TO DYNAMIC
                   WS-HISTORY-WORK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-WORK-STATUS.

               SELECT ReviewReportFile ASSIGN TO DYNAMIC
                   WS-REVIEW-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REVIEW-REPORT-STATUS.

               SELECT ProposedCardFile ASSIGN TO DYNAMIC
                   WS-CARD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT ProcDateFile ASSIGN TO DYNAMIC
                   WS-PROCDATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.

               SELECT RunStatsFile ASSIGN TO DYNAMIC
                   WS-RUN-STATS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATS-STATUS.

               SELECT ParamFile ASSIGN TO DYNAMIC
                   PARM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  CustMasterFile
               LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

      * Tonight's credit referral report from the posting run
      * (1155-CHECK-CREDIT-LIMIT): one line per posting held back
      * over its customer's limit, figures unedited at fixed
      * columns, and a count line at the foot.
           FD  CreditReferralFile
               LABEL RECORDS ARE STANDARD.
           01 REFERRAL-LINE.
               05 REF-CUST-ID           PIC X(10).
               05 FILLER                PIC X(39).
               05 REF-AMOUNT            PIC 9(7)V99.
               05 FILLER                PIC X(10).
               05 REF-EXPOSURE          PIC 9(9)V99.
               05 FILLER                PIC X(7).
               05 REF-LIMIT             PIC 9(9)V99.
               05 REF-FLAG              PIC X(13).
               05 FILLER                PIC X(10).

      * Referral history: the posting run rewrites its referral
      * report every night, so each night's referrals are kept
      * here under the business date they were raised on. One 'H'
      * control row carries the last period reviewed.
           FD  ReferralHistoryFile
               LABEL RECORDS ARE STANDARD.
           01 HIST-RECORD.
               05 HIST-TYPE             PIC X.
               05 HIST-DATE             PIC 9(8).
               05 HIST-CUST-ID          PIC X(10).
               05 HIST-AMOUNT           PIC 9(7)V99.
               05 HIST-EXPOSURE         PIC 9(9)V99.
               05 HIST-LIMIT            PIC 9(9)V99.
           01 HIST-CONTROL-RECORD.
               05 HISTC-TYPE            PIC X.
               05 HISTC-LAST-REVIEWED   PIC 9(6).
               05 FILLER                PIC X(43).

           FD  HistoryWorkFile
               LABEL RECORDS ARE STANDARD.
           01 HIST-WORK-RECORD          PIC X(50).

           FD  ReviewReportFile
               LABEL RECORDS ARE STANDARD.
           01 REVIEW-LINE               PIC X(132).

      * Proposed limit changes as CUSTMNT cards, operator left
      * blank: CUSTMNT rejects an unsigned card, so nothing moves
      * until a supervisor signs each card approved and submits
      * the file - under the usual authorization and journal.
           FD  ProposedCardFile
               LABEL RECORDS ARE STANDARD.
           COPY MAINTREC.

           FD  ProcDateFile
               LABEL RECORDS ARE STANDARD.
           COPY PROCREC.

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-CUST-FILENAME PIC X(80).
           01 WS-CUST-FILE-STATUS PIC XX VALUE '00'.
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-REFERRAL-FILENAME PIC X(80).
           01 WS-REFERRAL-STATUS PIC XX VALUE '00'.
           01 WS-HISTORY-FILENAME PIC X(80).
           01 WS-HISTORY-STATUS PIC XX VALUE '00'.
           01 WS-HISTORY-WORK-FILENAME PIC X(80).
           01 WS-HISTORY-WORK-STATUS PIC XX VALUE '00'.
           01 WS-REVIEW-REPORT-FILENAME PIC X(80).
           01 WS-REVIEW-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-CARD-FILENAME PIC X(80).
           01 WS-CARD-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * The month reviewed: CREDREVPERIOD forces one; with none
      * named it is the month before the business date, reviewed
      * on the first night that month is closed and not again.
           01 WS-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-ENV PIC X(6).
           01 WS-PERIOD-FORCED PIC X VALUE 'N'.
           01 WS-PER-YEAR PIC 9(4).
           01 WS-PER-MONTH PIC 9(2).
           01 WS-LAST-REVIEWED PIC 9(6) VALUE 0.
           01 WS-HISTORY-EXISTS PIC X VALUE 'N'.
           01 WS-ALREADY-FOLDED PIC X VALUE 'N'.

      * The review looks back CREDREVMONTHS months, the reviewed
      * month included, and ages open items against its last day.
           01 WS-REVIEW-MONTHS PIC 9(2) VALUE 12.
           01 WS-MONTHS-ENV PIC X(2).
           01 WS-MONTH-NUMBER PIC 9(6).
           01 WS-WIN-YEAR PIC 9(4).
           01 WS-WIN-MONTH PIC 9(2).
           01 WS-WINDOW-START PIC 9(8) VALUE 0.
           01 WS-PERIOD-END PIC 9(8) VALUE 0.
           01 WS-AGED-CUTOFF PIC 9(8) VALUE 0.
           01 WS-DATE-INT PIC 9(8).

      * Sizing rules. A limit is set to the most the customer has
      * needed - peak exposure, or the exposure a referred posting
      * would have taken it to - plus CREDREVHEADROOM percent,
      * rounded up to the next thousand and never under a
      * thousand. A proposal within a tenth of the current limit
      * is left alone.
           01 WS-HEADROOM-PCT PIC 9(3) VALUE 25.
           01 WS-HEADROOM-ENV PIC X(3).
           01 WS-LIMIT-STEP PIC 9(5) VALUE 1000.
           01 WS-MIN-LIMIT PIC 9(9)V99 VALUE 1000.

      * Referrals in the window, per customer in id order.
           01 WS-RFT-MAX PIC 9(4) VALUE 5000.
           01 WS-RFT-COUNT PIC 9(4) VALUE 0.
           01 WS-RFT-TABLE.
               05 WS-RFT-ENTRY OCCURS 5000 TIMES.
                   10 WS-RFT-CUST-ID PIC X(10).
                   10 WS-RFT-TIMES PIC 9(5).
                   10 WS-RFT-HIGH PIC 9(10)V99.
           01 WS-RFT-IX PIC 9(4).
           01 WS-RFT-JX PIC 9(4).
           01 WS-RFT-NEXT PIC 9(4).
           01 WS-RFT-FOUND PIC X VALUE 'N'.
           01 WS-ATTEMPTED PIC 9(10)V99.

      * One customer's history, gathered off the archive.
           01 WS-RUN-NET PIC S9(11)V99.
           01 WS-PEAK PIC S9(11)V99.
           01 WS-OVER-90 PIC S9(11)V99.
           01 WS-OPEN-AMOUNT PIC S9(9)V99.
           01 WS-POSTING-COUNT PIC 9(7).
           01 WS-REVERSAL-COUNT PIC 9(7).
           01 WS-REFERRAL-COUNT PIC 9(5).
           01 WS-REFERRAL-HIGH PIC 9(10)V99.
           01 WS-WINDOW-OPENED PIC X.
           01 WS-POST-DATE PIC 9(8).
           01 WS-ARCH-CUR-KEY PIC X(10).

           01 WS-CURRENT-LIMIT PIC 9(9)V99.
           01 WS-NEED PIC 9(11)V99.
           01 WS-TARGET PIC 9(11)V99.
           01 WS-STEPS PIC 9(9).
           01 WS-RECOMMENDED PIC 9(11)V99.
      * The largest limit the customer master can hold; a need
      * beyond it is recommended at this and said so, never cut
      * short on its way to the maintenance card.
           01 WS-MAX-LIMIT PIC 9(9)V99 VALUE 999999999.99.
           01 WS-TARGET-CAPPED PIC X.
           01 WS-CHANGE PIC S9(11)V99.
           01 WS-CARD-SW PIC X.
           01 WS-REASON PIC X(40).

           01 WS-FOLDED-COUNT PIC 9(7) VALUE 0.
           01 WS-MASTER-COUNT PIC 9(7) VALUE 0.
           01 WS-REVIEWED-COUNT PIC 9(7) VALUE 0.
           01 WS-ARCH-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-RAISE-COUNT PIC 9(7) VALUE 0.
           01 WS-LOWER-COUNT PIC 9(7) VALUE 0.
           01 WS-CARD-COUNT PIC 9(7) VALUE 0.
           01 WS-RAISE-TOTAL PIC 9(13)V99 VALUE 0.
           01 WS-LOWER-TOTAL PIC 9(13)V99 VALUE 0.

           01 WS-AMT-EDIT-1 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-2 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-3 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-4 PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CNT-EDIT-1 PIC ZZZZ9.
           01 WS-CNT-EDIT-2 PIC ZZZZ9.

      * Shop calendar interface
           COPY PROCDATA.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

      * Shop-wide run statistics feed
           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.

           COPY RUNSTATS.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'CREDREV: credit limit review'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 8200-GET-BUSINESS-DATE

               PERFORM 1000-RESOLVE-FILES
               PERFORM 2000-FOLD-REFERRALS

               IF WS-PERIOD-FORCED = 'Y'
                   OR WS-PERIOD > WS-LAST-REVIEWED
                   PERFORM 3000-REVIEW-CREDIT
                   DISPLAY 'CREDREV: period ' WS-PERIOD ', '
                       WS-REVIEWED-COUNT ' customer(s) reviewed, '
                       WS-CARD-COUNT ' card(s) proposed in '
                       WS-CARD-FILENAME
               ELSE
                   DISPLAY 'CREDREV: period ' WS-PERIOD
                       ' already reviewed - referrals folded only'
               END-IF

      * Proposed cards wait on a supervisor: a warning, so the
      * credit desk sees them in the morning's run.
               IF WS-CARD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 6000-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-FILES.
               ACCEPT WS-CUST-FILENAME FROM ENVIRONMENT 'CUSTMASTER'.
               IF WS-CUST-FILENAME = SPACES
                   MOVE 'custmast.dat' TO WS-CUST-FILENAME
               END-IF
               MOVE 'CUSTMASTER' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CUST-FILENAME
               END-IF

               ACCEPT WS-ARCHIVE-FILENAME FROM ENVIRONMENT
                   'ARCHIVEFILE'.
               IF WS-ARCHIVE-FILENAME = SPACES
                   MOVE 'transarchive.dat' TO WS-ARCHIVE-FILENAME
               END-IF
               MOVE 'ARCHIVEFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ARCHIVE-FILENAME
               END-IF

               ACCEPT WS-REFERRAL-FILENAME FROM ENVIRONMENT
                   'CREDITREFERRAL'.
               IF WS-REFERRAL-FILENAME = SPACES
                   MOVE 'mainpgm-credit-referral.rpt' TO
                       WS-REFERRAL-FILENAME
               END-IF
               MOVE 'CREDITREFERRAL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REFERRAL-FILENAME
               END-IF

               ACCEPT WS-HISTORY-FILENAME FROM ENVIRONMENT
                   'CREDREVHISTORY'.
               IF WS-HISTORY-FILENAME = SPACES
                   MOVE 'credit-referral-history.dat' TO
                       WS-HISTORY-FILENAME
               END-IF
               MOVE 'CREDREVHISTORY' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HISTORY-FILENAME
               END-IF

               ACCEPT WS-HISTORY-WORK-FILENAME FROM ENVIRONMENT
                   'CREDREVWORK'.
               IF WS-HISTORY-WORK-FILENAME = SPACES
                   MOVE 'credit-referral-history.tmp' TO
                       WS-HISTORY-WORK-FILENAME
               END-IF
               MOVE 'CREDREVWORK' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HISTORY-WORK-FILENAME
               END-IF

               ACCEPT WS-REVIEW-REPORT-FILENAME FROM ENVIRONMENT
                   'CREDREVREPORT'.
               IF WS-REVIEW-REPORT-FILENAME = SPACES
                   MOVE 'credrev.rpt' TO WS-REVIEW-REPORT-FILENAME
               END-IF
               MOVE 'CREDREVREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REVIEW-REPORT-FILENAME
               END-IF

               ACCEPT WS-CARD-FILENAME FROM ENVIRONMENT
                   'CREDREVCARDS'.
               IF WS-CARD-FILENAME = SPACES
                   MOVE 'credrev-cards.dat' TO WS-CARD-FILENAME
               END-IF
               MOVE 'CREDREVCARDS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CARD-FILENAME
               END-IF

               MOVE SPACES TO WS-MONTHS-ENV
               ACCEPT WS-MONTHS-ENV FROM ENVIRONMENT 'CREDREVMONTHS'.
               MOVE 'CREDREVMONTHS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-MONTHS-ENV
               END-IF
               IF WS-MONTHS-ENV NOT = SPACES
                   AND FUNCTION NUMVAL(WS-MONTHS-ENV) > 0
                   COMPUTE WS-REVIEW-MONTHS =
                       FUNCTION NUMVAL(WS-MONTHS-ENV)
               END-IF

               MOVE SPACES TO WS-HEADROOM-ENV
               ACCEPT WS-HEADROOM-ENV FROM ENVIRONMENT
                   'CREDREVHEADROOM'.
               MOVE 'CREDREVHEADROOM' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HEADROOM-ENV
               END-IF
               IF WS-HEADROOM-ENV NOT = SPACES
                   COMPUTE WS-HEADROOM-PCT =
                       FUNCTION NUMVAL(WS-HEADROOM-ENV)
               END-IF

               MOVE SPACES TO WS-PERIOD-ENV
               ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT 'CREDREVPERIOD'.
               MOVE 'CREDREVPERIOD' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERIOD-ENV
               END-IF
               IF WS-PERIOD-ENV IS NUMERIC
                   MOVE WS-PERIOD-ENV TO WS-PERIOD
                   MOVE 'Y' TO WS-PERIOD-FORCED
               ELSE
                   MOVE WS-BUS-DATE(1:4) TO WS-PER-YEAR
                   MOVE WS-BUS-DATE(5:2) TO WS-PER-MONTH
                   IF WS-PER-MONTH = 1
                       SUBTRACT 1 FROM WS-PER-YEAR
                       MOVE 12 TO WS-PER-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-PER-MONTH
                   END-IF
                   COMPUTE WS-PERIOD =
                       WS-PER-YEAR * 100 + WS-PER-MONTH
               END-IF
               .

      * Keep tonight's referrals before the next posting run
      * overwrites them - but only once the posting run has
      * completed tonight's business date, so a stale report is
      * never filed under the wrong night, and only once per
      * night, so a rerun of the chain does not count them twice.
      * A history file that does not exist yet starts tonight,
      * with the month just closed marked reviewed: the first
      * review waits until there is referral history behind it.
           2000-FOLD-REFERRALS.
               PERFORM 2100-SCAN-HISTORY
               IF WS-HISTORY-EXISTS = 'N'
                   OPEN OUTPUT ReferralHistoryFile
                   IF WS-HISTORY-STATUS NOT = '00'
                       MOVE '2000-FOLD-REFERRALS' TO ABEND-PARAGRAPH
                       MOVE WS-HISTORY-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-HISTORY-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   IF WS-PERIOD-FORCED = 'N'
                       MOVE WS-PERIOD TO WS-LAST-REVIEWED
                   END-IF
                   MOVE SPACES TO HIST-CONTROL-RECORD
                   MOVE 'H' TO HISTC-TYPE
                   MOVE WS-LAST-REVIEWED TO HISTC-LAST-REVIEWED
                   WRITE HIST-CONTROL-RECORD
                   CLOSE ReferralHistoryFile
                   DISPLAY 'CREDREV: referral history '
                       WS-HISTORY-FILENAME ' started'
               END-IF

               EVALUATE TRUE
                   WHEN WS-LAST-POSTED-DATE NOT = WS-BUS-DATE
                       DISPLAY 'CREDREV: no posting run completed '
                           'for ' WS-BUS-DATE
                           ' - no referrals folded'
                   WHEN WS-ALREADY-FOLDED = 'Y'
                       DISPLAY 'CREDREV: referrals for ' WS-BUS-DATE
                           ' already folded'
                   WHEN OTHER
                       PERFORM 2200-APPEND-REFERRALS
               END-EVALUATE
               .

           2100-SCAN-HISTORY.
               MOVE 'N' TO WS-HISTORY-EXISTS
               MOVE 'N' TO WS-ALREADY-FOLDED
               MOVE 0 TO WS-LAST-REVIEWED
               OPEN INPUT ReferralHistoryFile
               IF WS-HISTORY-STATUS = '00'
                   MOVE 'Y' TO WS-HISTORY-EXISTS
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ ReferralHistoryFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF HISTC-TYPE = 'H'
                                   AND HISTC-LAST-REVIEWED IS NUMERIC
                                   MOVE HISTC-LAST-REVIEWED
                                       TO WS-LAST-REVIEWED
                               END-IF
                               IF HIST-TYPE = 'R'
                                   AND HIST-DATE = WS-BUS-DATE
                                   MOVE 'Y' TO WS-ALREADY-FOLDED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ReferralHistoryFile
               END-IF
               .

      * No referral report means the posting run referred nothing
      * (or was not asked to report); the count line at the foot
      * is passed over.
           2200-APPEND-REFERRALS.
               OPEN INPUT CreditReferralFile
               IF WS-REFERRAL-STATUS NOT = '00'
                   DISPLAY 'CREDREV: no credit referral report '
                       WS-REFERRAL-FILENAME ' - no referrals folded'
               ELSE
                   OPEN EXTEND ReferralHistoryFile
                   IF WS-HISTORY-STATUS NOT = '00'
                       CLOSE CreditReferralFile
                       MOVE '2200-APPEND-REFERRALS' TO ABEND-PARAGRAPH
                       MOVE WS-HISTORY-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-HISTORY-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ CreditReferralFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF REF-FLAG = ' - OVER LIMIT'
                                   PERFORM 2250-APPEND-ONE-REFERRAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CreditReferralFile
                   CLOSE ReferralHistoryFile
                   DISPLAY 'CREDREV: ' WS-FOLDED-COUNT
                       ' referral(s) folded for ' WS-BUS-DATE
               END-IF
               .

           2250-APPEND-ONE-REFERRAL.
               MOVE SPACES TO HIST-RECORD
               MOVE 'R' TO HIST-TYPE
               MOVE WS-BUS-DATE TO HIST-DATE
               MOVE REF-CUST-ID TO HIST-CUST-ID
               MOVE 0 TO HIST-AMOUNT
               MOVE 0 TO HIST-EXPOSURE
               MOVE 0 TO HIST-LIMIT
               IF REF-AMOUNT IS NUMERIC
                   MOVE REF-AMOUNT TO HIST-AMOUNT
               END-IF
               IF REF-EXPOSURE IS NUMERIC
                   MOVE REF-EXPOSURE TO HIST-EXPOSURE
               END-IF
               IF REF-LIMIT IS NUMERIC
                   MOVE REF-LIMIT TO HIST-LIMIT
               END-IF
               WRITE HIST-RECORD
               ADD 1 TO WS-FOLDED-COUNT
               .

           3000-REVIEW-CREDIT.
               PERFORM 3050-SET-WINDOW
               PERFORM 3100-PRUNE-HISTORY
               PERFORM 3200-RESTORE-HISTORY
               PERFORM 3300-OPEN-OUTPUTS
               PERFORM 3400-REVIEW-CUSTOMERS
               PERFORM 3900-PRINT-TOTALS
               CLOSE ReviewReportFile
               CLOSE ProposedCardFile
               .

      * Window: the first day of the month CREDREVMONTHS - 1
      * before the reviewed one, through the reviewed month's
      * last day. An open item older than ninety days at that
      * last day counts as aged.
           3050-SET-WINDOW.
               MOVE WS-PERIOD(1:4) TO WS-PER-YEAR
               MOVE WS-PERIOD(5:2) TO WS-PER-MONTH
               COMPUTE WS-MONTH-NUMBER = WS-PER-YEAR * 12
                   + WS-PER-MONTH - 1 - (WS-REVIEW-MONTHS - 1)
               DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-WIN-YEAR
                   REMAINDER WS-WIN-MONTH
               COMPUTE WS-WINDOW-START = WS-WIN-YEAR * 10000
                   + (WS-WIN-MONTH + 1) * 100 + 1

               COMPUTE WS-MONTH-NUMBER = WS-PER-YEAR * 12
                   + WS-PER-MONTH
               DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-WIN-YEAR
                   REMAINDER WS-WIN-MONTH
               COMPUTE WS-DATE-INT = WS-WIN-YEAR * 10000
                   + (WS-WIN-MONTH + 1) * 100 + 1
               COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT) - 1)
               COMPUTE WS-AGED-CUTOFF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) - 90)
               .

      * One pass over the history: referrals inside the window are
      * tallied per customer, everything older than the window is
      * dropped, and the control row is brought up to this review.
      * The kept rows go to the work file and are copied back.
           3100-PRUNE-HISTORY.
               MOVE 0 TO WS-RFT-COUNT
               IF WS-PERIOD > WS-LAST-REVIEWED
                   MOVE WS-PERIOD TO WS-LAST-REVIEWED
               END-IF
               OPEN INPUT ReferralHistoryFile
               IF WS-HISTORY-STATUS NOT = '00'
                   MOVE '3100-PRUNE-HISTORY' TO ABEND-PARAGRAPH
                   MOVE WS-HISTORY-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-HISTORY-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN OUTPUT HistoryWorkFile
               IF WS-HISTORY-WORK-STATUS NOT = '00'
                   CLOSE ReferralHistoryFile
                   MOVE '3100-PRUNE-HISTORY' TO ABEND-PARAGRAPH
                   MOVE WS-HISTORY-WORK-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-HISTORY-WORK-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO HIST-WORK-RECORD
               MOVE 'H' TO HIST-WORK-RECORD(1:1)
               MOVE WS-LAST-REVIEWED TO HIST-WORK-RECORD(2:6)
               WRITE HIST-WORK-RECORD

               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ ReferralHistoryFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF HIST-TYPE = 'R'
                               AND HIST-DATE IS NUMERIC
                               AND HIST-DATE NOT < WS-WINDOW-START
                               WRITE HIST-WORK-RECORD FROM HIST-RECORD
                               IF HIST-DATE NOT > WS-PERIOD-END
                                   PERFORM 3150-TALLY-REFERRAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferralHistoryFile
               CLOSE HistoryWorkFile
               .

      * Find the customer's tally, or open one in its id order.
      * The high-water mark is the exposure the referred posting
      * would have run the customer up to.
           3150-TALLY-REFERRAL.
               MOVE 'N' TO WS-RFT-FOUND
               PERFORM VARYING WS-RFT-IX FROM 1 BY 1
                       UNTIL WS-RFT-IX > WS-RFT-COUNT
                   IF WS-RFT-CUST-ID(WS-RFT-IX) NOT < HIST-CUST-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RFT-IX <= WS-RFT-COUNT
                   IF WS-RFT-CUST-ID(WS-RFT-IX) = HIST-CUST-ID
                       MOVE 'Y' TO WS-RFT-FOUND
                   END-IF
               END-IF

               IF WS-RFT-FOUND = 'N'
                   IF WS-RFT-COUNT >= WS-RFT-MAX
                       CLOSE ReferralHistoryFile
                       CLOSE HistoryWorkFile
                       MOVE '3150-TALLY-REFERRAL' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'REFERRAL TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   PERFORM VARYING WS-RFT-JX FROM WS-RFT-COUNT BY -1
                           UNTIL WS-RFT-JX < WS-RFT-IX
                       MOVE WS-RFT-ENTRY(WS-RFT-JX)
                           TO WS-RFT-ENTRY(WS-RFT-JX + 1)
                   END-PERFORM
                   ADD 1 TO WS-RFT-COUNT
                   MOVE HIST-CUST-ID TO WS-RFT-CUST-ID(WS-RFT-IX)
                   MOVE 0 TO WS-RFT-TIMES(WS-RFT-IX)
                   MOVE 0 TO WS-RFT-HIGH(WS-RFT-IX)
               END-IF

               ADD 1 TO WS-RFT-TIMES(WS-RFT-IX)
               COMPUTE WS-ATTEMPTED = HIST-EXPOSURE + HIST-AMOUNT
               IF WS-ATTEMPTED > WS-RFT-HIGH(WS-RFT-IX)
                   MOVE WS-ATTEMPTED TO WS-RFT-HIGH(WS-RFT-IX)
               END-IF
               .

           3200-RESTORE-HISTORY.
               OPEN INPUT HistoryWorkFile
               OPEN OUTPUT ReferralHistoryFile
               IF WS-HISTORY-WORK-STATUS NOT = '00'
                   OR WS-HISTORY-STATUS NOT = '00'
                   MOVE '3200-RESTORE-HISTORY' TO ABEND-PARAGRAPH
                   MOVE WS-HISTORY-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-HISTORY-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ HistoryWorkFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           WRITE HIST-RECORD FROM HIST-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE HistoryWorkFile
               CLOSE ReferralHistoryFile
               .

           3300-OPEN-OUTPUTS.
               OPEN OUTPUT ReviewReportFile
               IF WS-REVIEW-REPORT-STATUS NOT = '00'
                   MOVE '3300-OPEN-OUTPUTS' TO ABEND-PARAGRAPH
                   MOVE WS-REVIEW-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-REVIEW-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN OUTPUT ProposedCardFile
               IF WS-CARD-STATUS NOT = '00'
                   CLOSE ReviewReportFile
                   MOVE '3300-OPEN-OUTPUTS' TO ABEND-PARAGRAPH
                   MOVE WS-CARD-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CARD-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO REVIEW-LINE
               STRING 'CREDIT LIMIT REVIEW - PERIOD ' DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   ' - HISTORY ' DELIMITED BY SIZE
                   WS-WINDOW-START DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   WS-PERIOD-END DELIMITED BY SIZE
                   ' - HEADROOM ' DELIMITED BY SIZE
                   WS-HEADROOM-PCT DELIMITED BY SIZE
                   '% - BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               MOVE SPACES TO REVIEW-LINE
               WRITE REVIEW-LINE
               MOVE SPACES TO REVIEW-LINE
               STRING 'CUST-ID      CURRENT LIMIT  PEAK EXPOSURE'
                   DELIMITED BY SIZE
                   ' REFER   AGED OVER 90  REVS    RECOMMENDED CARD'
                   DELIMITED BY SIZE
                   '  REASON' DELIMITED BY SIZE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               .

      * Master and archive are both in customer id order: each
      * master record takes the archive postings carrying its id.
      * Archive ids with no master record are passed over -
      * there is no limit to review.
           3400-REVIEW-CUSTOMERS.
               OPEN INPUT CustMasterFile
               IF WS-CUST-FILE-STATUS NOT = '00'
                   CLOSE ReviewReportFile
                   CLOSE ProposedCardFile
                   MOVE '3400-REVIEW-CUSTOMERS' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE CustMasterFile
                   CLOSE ReviewReportFile
                   CLOSE ProposedCardFile
                   MOVE '3400-REVIEW-CUSTOMERS' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE 1 TO WS-RFT-NEXT
               PERFORM 3420-READ-ARCHIVE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ CustMasterFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-MASTER-COUNT
                           PERFORM 3410-GATHER-ONE-CUSTOMER
                           IF CUST-STATUS = 'A'
                               PERFORM 3500-REVIEW-ONE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
               CLOSE ArchiveFile
               .

           3410-GATHER-ONE-CUSTOMER.
               MOVE 0 TO WS-RUN-NET
               MOVE 0 TO WS-PEAK
               MOVE 0 TO WS-OVER-90
               MOVE 0 TO WS-POSTING-COUNT
               MOVE 0 TO WS-REVERSAL-COUNT
               MOVE 'N' TO WS-WINDOW-OPENED
               PERFORM UNTIL WS-ARCH-CUR-KEY NOT < CUST-ID
                   PERFORM 3420-READ-ARCHIVE
               END-PERFORM
               PERFORM UNTIL WS-ARCH-CUR-KEY NOT = CUST-ID
                   PERFORM 3450-TAKE-ONE-POSTING
                   PERFORM 3420-READ-ARCHIVE
               END-PERFORM
      * The balance standing at the end holds to the window's end.
               IF WS-RUN-NET > WS-PEAK
                   MOVE WS-RUN-NET TO WS-PEAK
               END-IF

               MOVE 0 TO WS-REFERRAL-COUNT
               MOVE 0 TO WS-REFERRAL-HIGH
               PERFORM UNTIL WS-RFT-NEXT > WS-RFT-COUNT
                   IF WS-RFT-CUST-ID(WS-RFT-NEXT) NOT < CUST-ID
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-RFT-NEXT
               END-PERFORM
               IF WS-RFT-NEXT <= WS-RFT-COUNT
                   IF WS-RFT-CUST-ID(WS-RFT-NEXT) = CUST-ID
                       MOVE WS-RFT-TIMES(WS-RFT-NEXT)
                           TO WS-REFERRAL-COUNT
                       MOVE WS-RFT-HIGH(WS-RFT-NEXT)
                           TO WS-REFERRAL-HIGH
                   END-IF
               END-IF
               .

           3420-READ-ARCHIVE.
               READ ArchiveFile
                   AT END
                       MOVE HIGH-VALUES TO WS-ARCH-CUR-KEY
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       MOVE ARCH-TRANS-ID TO WS-ARCH-CUR-KEY
               END-READ
               .

      * Exposure is walked the way the posting run steps it:
      * originals and adjustments up, reversals and payments down.
      * Peak is the highest balance standing inside the window,
      * the balance carried into it included. Postings after the
      * reviewed month are left out of the picture.
           3450-TAKE-ONE-POSTING.
               IF ARCH-AMOUNT IS NUMERIC
                   AND ARCH-TRANS-DATE IS NUMERIC
                   MOVE ARCH-TRANS-DATE TO WS-POST-DATE
                   IF WS-POST-DATE NOT > WS-PERIOD-END
                       IF WS-POST-DATE NOT < WS-WINDOW-START
                           AND WS-WINDOW-OPENED = 'N'
                           MOVE 'Y' TO WS-WINDOW-OPENED
                           IF WS-RUN-NET > WS-PEAK
                               MOVE WS-RUN-NET TO WS-PEAK
                           END-IF
                       END-IF

                       EVALUATE ARCH-TRANS-TYPE
                           WHEN 'R'
                           WHEN 'P'
                           WHEN 'C'
                               SUBTRACT ARCH-AMOUNT FROM WS-RUN-NET
                           WHEN OTHER
                               ADD ARCH-AMOUNT TO WS-RUN-NET
                       END-EVALUATE
                       IF WS-RUN-NET < 0
                           MOVE 0 TO WS-RUN-NET
                       END-IF

                       IF WS-WINDOW-OPENED = 'Y'
                           IF WS-RUN-NET > WS-PEAK
                               MOVE WS-RUN-NET TO WS-PEAK
                           END-IF
                           EVALUATE ARCH-TRANS-TYPE
                               WHEN 'R'
                                   ADD 1 TO WS-REVERSAL-COUNT
                               WHEN 'P'
                               WHEN 'C'
                                   CONTINUE
                               WHEN OTHER
                                   ADD 1 TO WS-POSTING-COUNT
                           END-EVALUATE
                       END-IF

                       IF (ARCH-TRANS-TYPE = 'O'
                               OR ARCH-TRANS-TYPE = 'A')
                           AND ARCH-REVERSED NOT = 'Y'
                           AND WS-POST-DATE NOT > WS-AGED-CUTOFF
                           MOVE ARCH-AMOUNT TO WS-OPEN-AMOUNT
                           IF ARCH-APPLIED-AMOUNT IS NUMERIC
                               SUBTRACT ARCH-APPLIED-AMOUNT
                                   FROM WS-OPEN-AMOUNT
                           END-IF
                           IF WS-OPEN-AMOUNT > 0
                               ADD WS-OPEN-AMOUNT TO WS-OVER-90
                           END-IF
                       END-IF
                   END-IF
               END-IF
               .

      * A customer with no limit set is never checked, so it has
      * nothing to review; a customer with no activity at all in
      * the window is left for the credit desk to judge.
           3500-REVIEW-ONE-CUSTOMER.
               ADD 1 TO WS-REVIEWED-COUNT
               MOVE 'N' TO WS-CARD-SW
               MOVE 0 TO WS-CURRENT-LIMIT
               IF CUST-CREDIT-LIMIT IS NUMERIC
                   MOVE CUST-CREDIT-LIMIT TO WS-CURRENT-LIMIT
               END-IF
               MOVE WS-CURRENT-LIMIT TO WS-RECOMMENDED

               EVALUATE TRUE
                   WHEN WS-CURRENT-LIMIT = 0
                       MOVE 'NO LIMIT SET - NOT REVIEWED' TO WS-REASON
                   WHEN WS-POSTING-COUNT = 0
                       AND WS-REFERRAL-COUNT = 0
                       AND WS-PEAK = 0
                       MOVE 'NO ACTIVITY IN THE WINDOW' TO WS-REASON
                   WHEN OTHER
                       PERFORM 3550-RECOMMEND-LIMIT
               END-EVALUATE

               IF WS-CARD-SW = 'Y'
                   PERFORM 3600-WRITE-CARD
               END-IF
               PERFORM 3650-WRITE-REVIEW-LINE
               .

      * Aged debt or a run of reversals stops any increase; a
      * customer who keeps being referred gets at least the limit
      * it already has; otherwise the limit follows the need, up
      * or down.
           3550-RECOMMEND-LIMIT.
               MOVE WS-PEAK TO WS-NEED
               IF WS-REFERRAL-HIGH > WS-NEED
                   MOVE WS-REFERRAL-HIGH TO WS-NEED
               END-IF
               MOVE 'N' TO WS-TARGET-CAPPED
               COMPUTE WS-STEPS =
                   (WS-NEED * (100 + WS-HEADROOM-PCT) / 100
                   + WS-LIMIT-STEP - 0.01) / WS-LIMIT-STEP
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-TARGET-CAPPED
               END-COMPUTE
               IF WS-TARGET-CAPPED = 'Y'
                   MOVE WS-MAX-LIMIT TO WS-TARGET
               ELSE
                   COMPUTE WS-TARGET = WS-STEPS * WS-LIMIT-STEP
                       ON SIZE ERROR
                           MOVE WS-MAX-LIMIT TO WS-TARGET
                           MOVE 'Y' TO WS-TARGET-CAPPED
                   END-COMPUTE
               END-IF
               IF WS-TARGET > WS-MAX-LIMIT
                   MOVE WS-MAX-LIMIT TO WS-TARGET
                   MOVE 'Y' TO WS-TARGET-CAPPED
               END-IF
               IF WS-TARGET < WS-MIN-LIMIT
                   MOVE WS-MIN-LIMIT TO WS-TARGET
               END-IF

               EVALUATE TRUE
                   WHEN WS-OVER-90 > 0
                       MOVE 'AGED DEBT OVER 90 DAYS - NO INCREASE'
                           TO WS-REASON
                       IF WS-TARGET < WS-CURRENT-LIMIT
                           MOVE WS-TARGET TO WS-RECOMMENDED
                       END-IF
                   WHEN WS-REVERSAL-COUNT >= 2
                       AND WS-REVERSAL-COUNT * 5 > WS-POSTING-COUNT
                       MOVE 'FREQUENT REVERSALS - NO INCREASE'
                           TO WS-REASON
                       IF WS-TARGET < WS-CURRENT-LIMIT
                           MOVE WS-TARGET TO WS-RECOMMENDED
                       END-IF
                   WHEN WS-REFERRAL-COUNT > 0
                       MOVE 'REFERRED OVER LIMIT - RAISE' TO WS-REASON
                       IF WS-TARGET > WS-CURRENT-LIMIT
                           MOVE WS-TARGET TO WS-RECOMMENDED
                       END-IF
                   WHEN WS-TARGET > WS-CURRENT-LIMIT
                       MOVE 'PEAK EXPOSURE NEAR LIMIT - RAISE'
                           TO WS-REASON
                       MOVE WS-TARGET TO WS-RECOMMENDED
                   WHEN OTHER
                       MOVE 'LIMIT LITTLE USED - LOWER' TO WS-REASON
                       MOVE WS-TARGET TO WS-RECOMMENDED
               END-EVALUATE
               IF WS-TARGET-CAPPED = 'Y'
                   AND WS-RECOMMENDED = WS-MAX-LIMIT
                   MOVE 'NEED EXCEEDS MAXIMUM LIMIT - CAPPED'
                       TO WS-REASON
               END-IF

               COMPUTE WS-CHANGE = WS-RECOMMENDED - WS-CURRENT-LIMIT
               IF WS-CHANGE NOT = 0
                   AND FUNCTION ABS(WS-CHANGE) * 10 < WS-CURRENT-LIMIT
                   MOVE WS-CURRENT-LIMIT TO WS-RECOMMENDED
                   MOVE 0 TO WS-CHANGE
                   MOVE 'WITHIN A TENTH OF THE LIMIT - NO CHANGE'
                       TO WS-REASON
               END-IF
               IF WS-CHANGE NOT = 0
                   MOVE 'Y' TO WS-CARD-SW
               END-IF
               .

           3600-WRITE-CARD.
               MOVE SPACES TO MAINT-RECORD
               MOVE 'L' TO MAINT-ACTION
               MOVE CUST-ID TO MAINT-CUST-ID
               MOVE CUST-NAME TO MAINT-CUST-NAME
               MOVE WS-RECOMMENDED TO MAINT-CREDIT-LIMIT
               MOVE 'CREDREV' TO MAINT-RAISED-BY
               WRITE MAINT-RECORD
               ADD 1 TO WS-CARD-COUNT
               IF WS-CHANGE > 0
                   ADD 1 TO WS-RAISE-COUNT
                   ADD WS-CHANGE TO WS-RAISE-TOTAL
               ELSE
                   ADD 1 TO WS-LOWER-COUNT
                   SUBTRACT WS-CHANGE FROM WS-LOWER-TOTAL
               END-IF
               .

           3650-WRITE-REVIEW-LINE.
               MOVE WS-CURRENT-LIMIT TO WS-AMT-EDIT-1
               MOVE WS-PEAK TO WS-AMT-EDIT-2
               MOVE WS-OVER-90 TO WS-AMT-EDIT-3
               MOVE WS-RECOMMENDED TO WS-AMT-EDIT-4
               MOVE WS-REFERRAL-COUNT TO WS-CNT-EDIT-1
               MOVE WS-REVERSAL-COUNT TO WS-CNT-EDIT-2
               MOVE SPACES TO REVIEW-LINE
               STRING CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CNT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CNT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-4 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CARD-SW DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SIZE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               .

           3900-PRINT-TOTALS.
               MOVE SPACES TO REVIEW-LINE
               WRITE REVIEW-LINE
               MOVE SPACES TO REVIEW-LINE
               STRING WS-REVIEWED-COUNT DELIMITED BY SIZE
                   ' ACTIVE CUSTOMER(S) REVIEWED, ' DELIMITED BY SIZE
                   WS-CARD-COUNT DELIMITED BY SIZE
                   ' LIMIT CARD(S) PROPOSED IN ' DELIMITED BY SIZE
                   WS-CARD-FILENAME DELIMITED BY SPACE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               MOVE WS-RAISE-TOTAL TO WS-TOT-EDIT
               MOVE SPACES TO REVIEW-LINE
               STRING WS-RAISE-COUNT DELIMITED BY SIZE
                   ' RAISE(S) TOTALLING ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               MOVE WS-LOWER-TOTAL TO WS-TOT-EDIT
               MOVE SPACES TO REVIEW-LINE
               STRING WS-LOWER-COUNT DELIMITED BY SIZE
                   ' REDUCTION(S) TOTALLING ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               MOVE SPACES TO REVIEW-LINE
               STRING 'CARDS CARRY NO OPERATOR - A SUPERVISOR SIGNS '
                   DELIMITED BY SIZE
                   'EACH APPROVED CARD AND SUBMITS THEM TO CUSTMNT'
                   DELIMITED BY SIZE
                   INTO REVIEW-LINE
               WRITE REVIEW-LINE
               .

           6000-WRITE-RUN-STATS.
               ACCEPT WS-RUN-STATS-FILENAME FROM ENVIRONMENT
                   'RUNSTATSFILE'.
               IF WS-RUN-STATS-FILENAME = SPACES
                   MOVE 'run-statistics.dat' TO WS-RUN-STATS-FILENAME
               END-IF
               MOVE 'RUNSTATSFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-RUN-STATS-FILENAME
               END-IF

               OPEN EXTEND RunStatsFile
               IF WS-RUN-STATS-STATUS NOT = '00'
                   OPEN OUTPUT RunStatsFile
               END-IF

               IF WS-RUN-STATS-STATUS = '00'
                   MOVE 'CREDREV' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-MASTER-COUNT TO STATS-RECORDS-IN
                   MOVE WS-CARD-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-FOLDED-COUNT TO STATS-KEY-TOTAL-1
                   MOVE WS-REVIEWED-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'CREDREV: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'CREDREV' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
