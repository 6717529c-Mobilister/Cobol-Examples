           IDENTIFICATION DIVISION.
           PROGRAM-ID. GLTRIAL.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GlExtractFile ASSIGN TO DYNAMIC
                   WS-GL-EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-EXTRACT-STATUS.

               SELECT GlBalanceFile ASSIGN TO DYNAMIC
                   WS-GL-BALANCE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-BALANCE-STATUS.

               SELECT GlMapFile ASSIGN TO DYNAMIC
                   WS-GL-MAP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-MAP-STATUS.

               SELECT GlTrialReportFile ASSIGN TO DYNAMIC
                   WS-GLT-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLT-REPORT-STATUS.

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
      * Tonight's general ledger interface file, as MAINPGM wrote
      * it.
           FD  GlExtractFile
               LABEL RECORDS ARE STANDARD.
           COPY GLJREC.

      * The running ledger balances, loaded whole and written back
      * whole once tonight's lines are folded in.
           FD  GlBalanceFile
               LABEL RECORDS ARE STANDARD.
           COPY GLBAL.

      * The account mapping, read here only for the account names.
           FD  GlMapFile
               LABEL RECORDS ARE STANDARD.
           COPY GLMAP.

           FD  GlTrialReportFile
               LABEL RECORDS ARE STANDARD.
           01 GLT-REPORT-LINE           PIC X(132).

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
           01 WS-GL-EXTRACT-FILENAME PIC X(80).
           01 WS-GL-EXTRACT-STATUS PIC XX VALUE '00'.
           01 WS-GL-BALANCE-FILENAME PIC X(80).
           01 WS-GL-BALANCE-STATUS PIC XX VALUE '00'.
           01 WS-GL-MAP-FILENAME PIC X(80).
           01 WS-GL-MAP-STATUS PIC XX VALUE '00'.
           01 WS-GLT-REPORT-FILENAME PIC X(80).
           01 WS-GLT-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * The period the trial balance is struck for: the business
      * date's month unless GLTRIALPERIOD names another.
           01 WS-REPORT-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-ENV PIC X(6).

      * Account rows, kept in entity, account, currency and period
      * order so the report reads straight down the table and an
      * account's earlier periods sit just ahead of the one being
      * reported.
           01 WS-GLB-MAX PIC 9(5) VALUE 5000.
           01 WS-GLB-COUNT PIC 9(5) VALUE 0.
           01 WS-GLB-TABLE.
               05 WS-GLB-ENTRY OCCURS 5000 TIMES.
                   10 WS-GLB-KEY.
                       15 WS-GLB-ENTITY PIC X(3).
                       15 WS-GLB-ACCOUNT PIC X(8).
                       15 WS-GLB-CCY PIC X(3).
                       15 WS-GLB-PERIOD PIC 9(6).
                   10 WS-GLB-DR PIC 9(11)V99.
                   10 WS-GLB-CR PIC 9(11)V99.
                   10 WS-GLB-LINES PIC 9(9).
           01 WS-GLB-IX PIC 9(5).
           01 WS-GLB-JX PIC 9(5).
           01 WS-GLB-FOUND PIC X VALUE 'N'.
           01 WS-NEW-KEY.
               05 WS-NEW-ENTITY PIC X(3).
               05 WS-NEW-ACCOUNT PIC X(8).
               05 WS-NEW-CCY PIC X(3).
               05 WS-NEW-PERIOD PIC 9(6).

      * Posted value per period, entity and currency: the posting
      * and discount debits of originals and adjustments, and of
      * reversals, which together make up the period summary.
           01 WS-GPV-MAX PIC 9(4) VALUE 1000.
           01 WS-GPV-COUNT PIC 9(4) VALUE 0.
           01 WS-GPV-TABLE.
               05 WS-GPV-ENTRY OCCURS 1000 TIMES.
                   10 WS-GPV-PERIOD PIC 9(6).
                   10 WS-GPV-ENTITY PIC X(3).
                   10 WS-GPV-CCY PIC X(3).
                   10 WS-GPV-POSTED PIC 9(11)V99.
                   10 WS-GPV-REVERSED PIC 9(11)V99.
                   10 WS-GPV-LINES PIC 9(9).
           01 WS-GPV-IX PIC 9(4).
           01 WS-GPV-FOUND PIC X VALUE 'N'.

      * Account names off the mapping file.
           01 WS-ACD-MAX PIC 9(3) VALUE 200.
           01 WS-ACD-COUNT PIC 9(3) VALUE 0.
           01 WS-ACD-TABLE.
               05 WS-ACD-ENTRY OCCURS 200 TIMES.
                   10 WS-ACD-ACCOUNT PIC X(8).
                   10 WS-ACD-DESC PIC X(30).
           01 WS-ACD-IX PIC 9(3).
           01 WS-ACD-FOUND PIC X VALUE 'N'.
           01 WS-ACD-WANT-ACCOUNT PIC X(8).
           01 WS-ACD-WANT-DESC PIC X(30).
           01 WS-ACCT-DESC PIC X(30).

      * Tonight's extract, checked against its own trailer before a
      * single line of it reaches the balances.
           01 WS-LAST-FOLDED-DATE PIC 9(8) VALUE 0.
           01 WS-EXT-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-EXT-LINE-COUNT PIC 9(7) VALUE 0.
           01 WS-EXT-DR-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-EXT-CR-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-EXT-TRAILER-SW PIC X VALUE 'N'.
           01 WS-EXT-TRL-COUNT PIC 9(7) VALUE 0.
           01 WS-EXT-TRL-DR PIC 9(11)V99 VALUE 0.
           01 WS-EXT-TRL-CR PIC 9(11)V99 VALUE 0.
           01 WS-EXT-RESULT PIC X(40).
           01 WS-FOLDED-SW PIC X VALUE 'N'.
           01 WS-FOLDED-COUNT PIC 9(7) VALUE 0.

      * Control break on entity, account and currency.
           01 WS-GROUP-ACTIVE PIC X VALUE 'N'.
           01 WS-CUR-ENTITY PIC X(3).
           01 WS-CUR-ACCOUNT PIC X(8).
           01 WS-CUR-CCY PIC X(3).
           01 WS-ACCT-OPENING PIC S9(11)V99 VALUE 0.
           01 WS-ACCT-DR PIC 9(11)V99 VALUE 0.
           01 WS-ACCT-CR PIC 9(11)V99 VALUE 0.
           01 WS-ACCT-CLOSING PIC S9(11)V99 VALUE 0.
           01 WS-ENT-ACTIVE PIC X VALUE 'N'.
           01 WS-ENT-ENTITY PIC X(3).
           01 WS-ENT-OPENING PIC S9(11)V99 VALUE 0.
           01 WS-ENT-DR PIC 9(11)V99 VALUE 0.
           01 WS-ENT-CR PIC 9(11)V99 VALUE 0.
           01 WS-ENT-CLOSING PIC S9(11)V99 VALUE 0.
           01 WS-GRAND-OPENING PIC S9(11)V99 VALUE 0.
           01 WS-GRAND-DR PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-CR PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-CLOSING PIC S9(11)V99 VALUE 0.
           01 WS-ACCOUNTS-SHOWN PIC 9(5) VALUE 0.
           01 WS-OUT-OF-BALANCE PIC 9(3) VALUE 0.
           01 WS-BAL-TEXT PIC X(16).
           01 WS-EXCEPTION-SW PIC X VALUE 'N'.
           01 WS-GPV-NET PIC S9(11)V99 VALUE 0.

           01 WS-TOTAL-LABEL PIC X(44).
           01 WS-BAL-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-BAL-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-TOT-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Shop calendar interface
           COPY PROCDATA.

      * Common abend handler interface
           COPY ABENDREC.

      * Common message handler interface
           COPY MSGREC.

      * Central run parameter file interface
           COPY PARMDATA.

      * Shop-wide run statistics feed
           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.

           COPY RUNSTATS.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'GLTRIAL: GL balances and trial balance'

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
               PERFORM 1100-LOAD-BALANCES
               PERFORM 1200-LOAD-ACCOUNT-NAMES
               PERFORM 1300-OPEN-REPORT
               PERFORM 2000-FOLD-EXTRACT
               PERFORM 3000-PRINT-TRIAL-BALANCE
               PERFORM 3500-PRINT-POSTED-VALUE
               IF WS-FOLDED-SW = 'Y'
                   PERFORM 4000-WRITE-BALANCES
               END-IF
               CLOSE GlTrialReportFile

               DISPLAY 'GLTRIAL: ' WS-FOLDED-COUNT
                   ' journal line(s) folded in, '
                   WS-ACCOUNTS-SHOWN ' account(s) on the trial '
                   'balance for ' WS-REPORT-PERIOD

      * An entity whose ledger does not balance is an alert for
      * the GL desk; an extract that disagrees with its trailer is
      * left out of the balances and flagged. The chain carries on.
               IF WS-OUT-OF-BALANCE > 0
                   MOVE 3011 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING 'PERIOD ' DELIMITED BY SIZE
                       WS-REPORT-PERIOD DELIMITED BY SIZE
                       ' - ' DELIMITED BY SIZE
                       WS-OUT-OF-BALANCE DELIMITED BY SIZE
                       ' ENTITY(S) OUT OF BALANCE' DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 4900-RAISE-MESSAGE
               END-IF
               IF WS-EXCEPTION-SW = 'Y'
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 6000-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-FILES.
               ACCEPT WS-GL-EXTRACT-FILENAME FROM ENVIRONMENT
                   'GLEXTRACT'.
               IF WS-GL-EXTRACT-FILENAME = SPACES
                   MOVE 'gl-extract.dat' TO WS-GL-EXTRACT-FILENAME
               END-IF
               MOVE 'GLEXTRACT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-EXTRACT-FILENAME
               END-IF

               ACCEPT WS-GL-BALANCE-FILENAME FROM ENVIRONMENT
                   'GLBALANCE'.
               IF WS-GL-BALANCE-FILENAME = SPACES
                   MOVE 'gl-balances.dat' TO WS-GL-BALANCE-FILENAME
               END-IF
               MOVE 'GLBALANCE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-BALANCE-FILENAME
               END-IF

               ACCEPT WS-GL-MAP-FILENAME FROM ENVIRONMENT
                   'GLMAPFILE'.
               IF WS-GL-MAP-FILENAME = SPACES
                   MOVE 'gl-accounts.map' TO WS-GL-MAP-FILENAME
               END-IF
               MOVE 'GLMAPFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-MAP-FILENAME
               END-IF

               ACCEPT WS-GLT-REPORT-FILENAME FROM ENVIRONMENT
                   'GLTRIALREPORT'.
               IF WS-GLT-REPORT-FILENAME = SPACES
                   MOVE 'gltrial.rpt' TO WS-GLT-REPORT-FILENAME
               END-IF
               MOVE 'GLTRIALREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GLT-REPORT-FILENAME
               END-IF

               MOVE SPACES TO WS-PERIOD-ENV
               ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT 'GLTRIALPERIOD'.
               MOVE 'GLTRIALPERIOD' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERIOD-ENV
               END-IF
               IF WS-PERIOD-ENV IS NUMERIC
                   MOVE WS-PERIOD-ENV TO WS-REPORT-PERIOD
               ELSE
                   MOVE WS-BUS-DATE(1:6) TO WS-REPORT-PERIOD
               END-IF
               .

      * No balance file yet is a first night, not a failure: the
      * ledger starts from nothing and this run writes the file.
           1100-LOAD-BALANCES.
               MOVE 0 TO WS-GLB-COUNT
               MOVE 0 TO WS-GPV-COUNT
               OPEN INPUT GlBalanceFile
               IF WS-GL-BALANCE-STATUS NOT = '00'
                   DISPLAY 'GLTRIAL: no GL balance file '
                       WS-GL-BALANCE-FILENAME ' - starting empty'
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlBalanceFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 1150-KEEP-ONE-BALANCE
                       END-READ
                   END-PERFORM
                   CLOSE GlBalanceFile
               END-IF
               .

           1150-KEEP-ONE-BALANCE.
               EVALUATE GLB-REC-TYPE
                   WHEN 'H'
                       IF GLBC-LAST-RUN-DATE IS NUMERIC
                           MOVE GLBC-LAST-RUN-DATE
                               TO WS-LAST-FOLDED-DATE
                       END-IF
                   WHEN 'A'
                       MOVE GLB-ENTITY TO WS-NEW-ENTITY
                       MOVE GLB-ACCOUNT TO WS-NEW-ACCOUNT
                       MOVE GLB-CURRENCY TO WS-NEW-CCY
                       MOVE GLB-PERIOD TO WS-NEW-PERIOD
                       PERFORM 2300-FIND-OR-ADD-BALANCE
                       ADD GLB-DR-TOTAL TO WS-GLB-DR(WS-GLB-IX)
                       ADD GLB-CR-TOTAL TO WS-GLB-CR(WS-GLB-IX)
                       ADD GLB-LINE-COUNT TO WS-GLB-LINES(WS-GLB-IX)
                   WHEN 'S'
                       MOVE GLB-PERIOD TO WS-NEW-PERIOD
                       MOVE GLB-ENTITY TO WS-NEW-ENTITY
                       MOVE GLB-CURRENCY TO WS-NEW-CCY
                       PERFORM 2400-FIND-OR-ADD-POSTED
                       ADD GLB-DR-TOTAL TO WS-GPV-POSTED(WS-GPV-IX)
                       ADD GLB-CR-TOTAL TO WS-GPV-REVERSED(WS-GPV-IX)
                       ADD GLB-LINE-COUNT TO WS-GPV-LINES(WS-GPV-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

      * Every account named on the mapping file, debit side or
      * credit side, with the first description given for it.
           1200-LOAD-ACCOUNT-NAMES.
               MOVE 0 TO WS-ACD-COUNT
               OPEN INPUT GlMapFile
               IF WS-GL-MAP-STATUS NOT = '00'
                   DISPLAY 'GLTRIAL: no GL account mapping '
                       WS-GL-MAP-FILENAME
                       ' - trial balance prints without names'
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlMapFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE MAP-DR-ACCOUNT
                                   TO WS-ACD-WANT-ACCOUNT
                               MOVE MAP-DR-DESC TO WS-ACD-WANT-DESC
                               PERFORM 1250-KEEP-ONE-NAME
                               MOVE MAP-CR-ACCOUNT
                                   TO WS-ACD-WANT-ACCOUNT
                               MOVE MAP-CR-DESC TO WS-ACD-WANT-DESC
                               PERFORM 1250-KEEP-ONE-NAME
                       END-READ
                   END-PERFORM
                   CLOSE GlMapFile
               END-IF
               .

           1250-KEEP-ONE-NAME.
               MOVE 'N' TO WS-ACD-FOUND
               PERFORM VARYING WS-ACD-IX FROM 1 BY 1
                       UNTIL WS-ACD-IX > WS-ACD-COUNT
                   IF WS-ACD-ACCOUNT(WS-ACD-IX) = WS-ACD-WANT-ACCOUNT
                       MOVE 'Y' TO WS-ACD-FOUND
                       IF WS-ACD-DESC(WS-ACD-IX) = SPACES
                           MOVE WS-ACD-WANT-DESC
                               TO WS-ACD-DESC(WS-ACD-IX)
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ACD-FOUND = 'N'
                   AND WS-ACD-WANT-ACCOUNT NOT = SPACES
                   AND WS-ACD-COUNT < WS-ACD-MAX
                   ADD 1 TO WS-ACD-COUNT
                   MOVE WS-ACD-WANT-ACCOUNT
                       TO WS-ACD-ACCOUNT(WS-ACD-COUNT)
                   MOVE WS-ACD-WANT-DESC TO WS-ACD-DESC(WS-ACD-COUNT)
               END-IF
               .

           1300-OPEN-REPORT.
               OPEN OUTPUT GlTrialReportFile
               IF WS-GLT-REPORT-STATUS NOT = '00'
                   MOVE '1300-OPEN-REPORT' TO ABEND-PARAGRAPH
                   MOVE WS-GLT-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GLT-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO GLT-REPORT-LINE
               STRING 'GL TRIAL BALANCE - PERIOD ' DELIMITED BY SIZE
                   WS-REPORT-PERIOD DELIMITED BY SIZE
                   ' - BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               .

      * Tonight's extract is folded in once, into the period of its
      * own run date. A run date no later than the last one folded
      * was taken in by an earlier pass and is left alone, so a
      * rerun never counts a night twice.
           2000-FOLD-EXTRACT.
               MOVE SPACES TO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               MOVE 0 TO WS-EXT-RUN-DATE
               OPEN INPUT GlExtractFile
               IF WS-GL-EXTRACT-STATUS NOT = '00'
                   MOVE SPACES TO GLT-REPORT-LINE
                   STRING 'EXTRACT: NONE ON FILE ' DELIMITED BY SIZE
                       WS-GL-EXTRACT-FILENAME DELIMITED BY SPACE
                       INTO GLT-REPORT-LINE
                   WRITE GLT-REPORT-LINE
               ELSE
                   READ GlExtractFile
                       AT END
                           MOVE SPACES TO GL-JOURNAL-RECORD
                   END-READ
                   IF GLH-TAG = 'HDR' AND GLH-RUN-DATE IS NUMERIC
                       MOVE GLH-RUN-DATE TO WS-EXT-RUN-DATE
                   END-IF
                   IF WS-EXT-RUN-DATE = 0
                       MOVE 'Y' TO WS-EXCEPTION-SW
                       MOVE SPACES TO GLT-REPORT-LINE
                       STRING 'EXTRACT: NO HEADER RECORD - '
                           DELIMITED BY SIZE
                           'NOT FOLDED IN' DELIMITED BY SIZE
                           INTO GLT-REPORT-LINE
                       WRITE GLT-REPORT-LINE
                   ELSE
                       IF WS-EXT-RUN-DATE NOT > WS-LAST-FOLDED-DATE
                           MOVE SPACES TO GLT-REPORT-LINE
                           STRING 'EXTRACT: RUN ' DELIMITED BY SIZE
                               WS-EXT-RUN-DATE DELIMITED BY SIZE
                               ' ALREADY FOLDED IN' DELIMITED BY SIZE
                               INTO GLT-REPORT-LINE
                           WRITE GLT-REPORT-LINE
                       ELSE
                           PERFORM 2050-CHECK-EXTRACT
                       END-IF
                   END-IF
                   CLOSE GlExtractFile
               END-IF
               .

      * First pass proves the extract against its trailer; only a
      * clean file is read a second time and folded in.
           2050-CHECK-EXTRACT.
               MOVE 0 TO WS-EXT-LINE-COUNT
               MOVE 0 TO WS-EXT-DR-TOTAL
               MOVE 0 TO WS-EXT-CR-TOTAL
               MOVE 'N' TO WS-EXT-TRAILER-SW
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ GlExtractFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 2060-CHECK-ONE-LINE
                   END-READ
               END-PERFORM

               IF WS-EXT-TRAILER-SW = 'N'
                   MOVE 'TRAILER MISSING - NOT FOLDED IN'
                       TO WS-EXT-RESULT
               ELSE
                   IF WS-EXT-TRL-COUNT = WS-EXT-LINE-COUNT
                       AND WS-EXT-TRL-DR = WS-EXT-DR-TOTAL
                       AND WS-EXT-TRL-CR = WS-EXT-CR-TOTAL
                       MOVE 'FOLDED IN' TO WS-EXT-RESULT
                   ELSE
                       MOVE 'DISAGREES WITH TRAILER - NOT FOLDED IN'
                           TO WS-EXT-RESULT
                   END-IF
               END-IF

               IF WS-EXT-RESULT = 'FOLDED IN'
                   CLOSE GlExtractFile
                   OPEN INPUT GlExtractFile
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlExtractFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF GLJ-TAG = 'J'
                                   PERFORM 2100-FOLD-ONE-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE WS-EXT-RUN-DATE TO WS-LAST-FOLDED-DATE
                   MOVE 'Y' TO WS-FOLDED-SW
               ELSE
                   MOVE 'Y' TO WS-EXCEPTION-SW
               END-IF

               MOVE WS-EXT-DR-TOTAL TO WS-TOT-EDIT-1
               MOVE WS-EXT-CR-TOTAL TO WS-TOT-EDIT-2
               MOVE SPACES TO GLT-REPORT-LINE
               STRING 'EXTRACT: RUN ' DELIMITED BY SIZE
                   WS-EXT-RUN-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EXT-LINE-COUNT DELIMITED BY SIZE
                   ' LINE(S) DR ' DELIMITED BY SIZE
                   WS-TOT-EDIT-1 DELIMITED BY SIZE
                   ' CR ' DELIMITED BY SIZE
                   WS-TOT-EDIT-2 DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-EXT-RESULT DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               .

           2060-CHECK-ONE-LINE.
               IF GLT-TAG = 'TRL'
                   MOVE 'Y' TO WS-EXT-TRAILER-SW
                   MOVE GLT-RECORD-COUNT TO WS-EXT-TRL-COUNT
                   MOVE GLT-DR-TOTAL TO WS-EXT-TRL-DR
                   MOVE GLT-CR-TOTAL TO WS-EXT-TRL-CR
               ELSE
                   IF GLJ-TAG = 'J'
                       ADD 1 TO WS-EXT-LINE-COUNT
                       IF GLJ-DRCR = 'D'
                           ADD GLJ-AMOUNT TO WS-EXT-DR-TOTAL
                       ELSE
                           ADD GLJ-AMOUNT TO WS-EXT-CR-TOTAL
                       END-IF
                   END-IF
               END-IF
               .

      * Each line lands on its account row for the run's period.
      * The debit line of every posting and discount pair also
      * counts towards the period's posted value - reversals on
      * their own side - so the ledger can be tied back to the
      * period summary entity by entity.
           2100-FOLD-ONE-LINE.
               MOVE GLJ-ENTITY TO WS-NEW-ENTITY
               MOVE GLJ-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE GLJ-CURRENCY TO WS-NEW-CCY
               MOVE WS-EXT-RUN-DATE(1:6) TO WS-NEW-PERIOD
               PERFORM 2300-FIND-OR-ADD-BALANCE
               IF GLJ-DRCR = 'D'
                   ADD GLJ-AMOUNT TO WS-GLB-DR(WS-GLB-IX)
               ELSE
                   ADD GLJ-AMOUNT TO WS-GLB-CR(WS-GLB-IX)
               END-IF
               ADD 1 TO WS-GLB-LINES(WS-GLB-IX)
               ADD 1 TO WS-FOLDED-COUNT

               IF GLJ-DRCR = 'D'
                   AND (GLJ-ENTRY-TYPE = 'P' OR GLJ-ENTRY-TYPE = 'D')
                   PERFORM 2400-FIND-OR-ADD-POSTED
                   IF GLJ-TRANS-TYPE = 'R' OR GLJ-TRANS-TYPE = 'C'
                       ADD GLJ-AMOUNT TO WS-GPV-REVERSED(WS-GPV-IX)
                   ELSE
                       ADD GLJ-AMOUNT TO WS-GPV-POSTED(WS-GPV-IX)
                   END-IF
                   ADD 1 TO WS-GPV-LINES(WS-GPV-IX)
               END-IF
               .

      * Find the row for WS-NEW-KEY, or open one in its ordered
      * place. WS-GLB-IX is left on the row either way.
           2300-FIND-OR-ADD-BALANCE.
               MOVE 'N' TO WS-GLB-FOUND
               PERFORM VARYING WS-GLB-IX FROM 1 BY 1
                       UNTIL WS-GLB-IX > WS-GLB-COUNT
                   IF WS-GLB-KEY(WS-GLB-IX) NOT < WS-NEW-KEY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GLB-IX <= WS-GLB-COUNT
                   IF WS-GLB-KEY(WS-GLB-IX) = WS-NEW-KEY
                       MOVE 'Y' TO WS-GLB-FOUND
                   END-IF
               END-IF

               IF WS-GLB-FOUND = 'N'
                   IF WS-GLB-COUNT >= WS-GLB-MAX
                       CLOSE GlTrialReportFile
                       MOVE '2300-FIND-OR-ADD-BALANCE'
                           TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'GL BALANCE TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   PERFORM VARYING WS-GLB-JX FROM WS-GLB-COUNT BY -1
                           UNTIL WS-GLB-JX < WS-GLB-IX
                       MOVE WS-GLB-ENTRY(WS-GLB-JX)
                           TO WS-GLB-ENTRY(WS-GLB-JX + 1)
                   END-PERFORM
                   ADD 1 TO WS-GLB-COUNT
                   MOVE WS-NEW-KEY TO WS-GLB-KEY(WS-GLB-IX)
                   MOVE 0 TO WS-GLB-DR(WS-GLB-IX)
                   MOVE 0 TO WS-GLB-CR(WS-GLB-IX)
                   MOVE 0 TO WS-GLB-LINES(WS-GLB-IX)
               END-IF
               .

           2400-FIND-OR-ADD-POSTED.
               MOVE 'N' TO WS-GPV-FOUND
               PERFORM VARYING WS-GPV-IX FROM 1 BY 1
                       UNTIL WS-GPV-IX > WS-GPV-COUNT
                   IF WS-GPV-PERIOD(WS-GPV-IX) = WS-NEW-PERIOD
                       AND WS-GPV-ENTITY(WS-GPV-IX) = WS-NEW-ENTITY
                       AND WS-GPV-CCY(WS-GPV-IX) = WS-NEW-CCY
                       MOVE 'Y' TO WS-GPV-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GPV-FOUND = 'N'
                   IF WS-GPV-COUNT >= WS-GPV-MAX
                       CLOSE GlTrialReportFile
                       MOVE '2400-FIND-OR-ADD-POSTED'
                           TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'POSTED VALUE TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   ADD 1 TO WS-GPV-COUNT
                   MOVE WS-GPV-COUNT TO WS-GPV-IX
                   MOVE WS-NEW-PERIOD TO WS-GPV-PERIOD(WS-GPV-IX)
                   MOVE WS-NEW-ENTITY TO WS-GPV-ENTITY(WS-GPV-IX)
                   MOVE WS-NEW-CCY TO WS-GPV-CCY(WS-GPV-IX)
                   MOVE 0 TO WS-GPV-POSTED(WS-GPV-IX)
                   MOVE 0 TO WS-GPV-REVERSED(WS-GPV-IX)
                   MOVE 0 TO WS-GPV-LINES(WS-GPV-IX)
               END-IF
               .

      * One line per account and currency with a balance or any
      * movement in the period: opening balance (every earlier
      * period netted), the period's debits and credits, and the
      * closing balance. Balances read debit-positive; a credit
      * balance carries the trailing minus.
           3000-PRINT-TRIAL-BALANCE.
               MOVE SPACES TO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               MOVE SPACES TO GLT-REPORT-LINE
               STRING 'ACCOUNT  DESCRIPTION                    CCY'
                   DELIMITED BY SIZE
                   '    OPENING BALANCE' DELIMITED BY SIZE
                   '     PERIOD DEBITS    PERIOD CREDITS'
                   DELIMITED BY SIZE
                   '    CLOSING BALANCE' DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE

               MOVE 'N' TO WS-GROUP-ACTIVE
               MOVE 'N' TO WS-ENT-ACTIVE
               PERFORM VARYING WS-GLB-IX FROM 1 BY 1
                       UNTIL WS-GLB-IX > WS-GLB-COUNT
                   PERFORM 3100-TAKE-ONE-ROW
               END-PERFORM
               IF WS-GROUP-ACTIVE = 'Y'
                   PERFORM 3200-FLUSH-ACCOUNT
               END-IF
               IF WS-ENT-ACTIVE = 'Y'
                   PERFORM 3300-FLUSH-ENTITY
               END-IF

               IF WS-GRAND-DR = WS-GRAND-CR
                   AND WS-GRAND-CLOSING = 0
                   MOVE 'IN BALANCE' TO WS-BAL-TEXT
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-BAL-TEXT
               END-IF
               MOVE WS-GRAND-OPENING TO WS-BAL-EDIT-1
               MOVE WS-GRAND-DR TO WS-TOT-EDIT-1
               MOVE WS-GRAND-CR TO WS-TOT-EDIT-2
               MOVE WS-GRAND-CLOSING TO WS-BAL-EDIT-2
               MOVE SPACES TO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               MOVE 'ALL ENTITIES' TO WS-TOTAL-LABEL
               MOVE SPACES TO GLT-REPORT-LINE
               STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                   WS-BAL-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BAL-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BAL-TEXT DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               .

           3100-TAKE-ONE-ROW.
               IF WS-GROUP-ACTIVE = 'Y'
                   IF WS-GLB-ENTITY(WS-GLB-IX) NOT = WS-CUR-ENTITY
                       OR WS-GLB-ACCOUNT(WS-GLB-IX)
                           NOT = WS-CUR-ACCOUNT
                       OR WS-GLB-CCY(WS-GLB-IX) NOT = WS-CUR-CCY
                       PERFORM 3200-FLUSH-ACCOUNT
                   END-IF
               END-IF
               IF WS-GROUP-ACTIVE = 'N'
                   MOVE 'Y' TO WS-GROUP-ACTIVE
                   MOVE WS-GLB-ENTITY(WS-GLB-IX) TO WS-CUR-ENTITY
                   MOVE WS-GLB-ACCOUNT(WS-GLB-IX) TO WS-CUR-ACCOUNT
                   MOVE WS-GLB-CCY(WS-GLB-IX) TO WS-CUR-CCY
                   MOVE 0 TO WS-ACCT-OPENING
                   MOVE 0 TO WS-ACCT-DR
                   MOVE 0 TO WS-ACCT-CR
               END-IF
               IF WS-GLB-PERIOD(WS-GLB-IX) < WS-REPORT-PERIOD
                   ADD WS-GLB-DR(WS-GLB-IX) TO WS-ACCT-OPENING
                   SUBTRACT WS-GLB-CR(WS-GLB-IX) FROM WS-ACCT-OPENING
               END-IF
               IF WS-GLB-PERIOD(WS-GLB-IX) = WS-REPORT-PERIOD
                   ADD WS-GLB-DR(WS-GLB-IX) TO WS-ACCT-DR
                   ADD WS-GLB-CR(WS-GLB-IX) TO WS-ACCT-CR
               END-IF
               .

           3200-FLUSH-ACCOUNT.
               MOVE 'N' TO WS-GROUP-ACTIVE
               IF WS-ACCT-OPENING NOT = 0
                   OR WS-ACCT-DR NOT = 0
                   OR WS-ACCT-CR NOT = 0
                   IF WS-ENT-ACTIVE = 'Y'
                       AND WS-ENT-ENTITY NOT = WS-CUR-ENTITY
                       PERFORM 3300-FLUSH-ENTITY
                   END-IF
                   IF WS-ENT-ACTIVE = 'N'
                       PERFORM 3250-START-ENTITY
                   END-IF
                   COMPUTE WS-ACCT-CLOSING = WS-ACCT-OPENING
                       + WS-ACCT-DR - WS-ACCT-CR
                   PERFORM 3400-FIND-ACCOUNT-NAME
                   MOVE WS-ACCT-OPENING TO WS-BAL-EDIT-1
                   MOVE WS-ACCT-DR TO WS-TOT-EDIT-1
                   MOVE WS-ACCT-CR TO WS-TOT-EDIT-2
                   MOVE WS-ACCT-CLOSING TO WS-BAL-EDIT-2
                   MOVE SPACES TO GLT-REPORT-LINE
                   STRING WS-CUR-ACCOUNT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-ACCT-DESC DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CUR-CCY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-BAL-EDIT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TOT-EDIT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TOT-EDIT-2 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-BAL-EDIT-2 DELIMITED BY SIZE
                       INTO GLT-REPORT-LINE
                   WRITE GLT-REPORT-LINE
                   ADD 1 TO WS-ACCOUNTS-SHOWN
                   ADD WS-ACCT-OPENING TO WS-ENT-OPENING
                   ADD WS-ACCT-DR TO WS-ENT-DR
                   ADD WS-ACCT-CR TO WS-ENT-CR
                   ADD WS-ACCT-CLOSING TO WS-ENT-CLOSING
               END-IF
               .

           3250-START-ENTITY.
               MOVE 'Y' TO WS-ENT-ACTIVE
               MOVE WS-CUR-ENTITY TO WS-ENT-ENTITY
               MOVE 0 TO WS-ENT-OPENING
               MOVE 0 TO WS-ENT-DR
               MOVE 0 TO WS-ENT-CR
               MOVE 0 TO WS-ENT-CLOSING
               MOVE SPACES TO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               MOVE SPACES TO GLT-REPORT-LINE
               STRING 'ENTITY ' DELIMITED BY SIZE
                   WS-ENT-ENTITY DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               .

      * Every pair debits and credits the same amount, so each
      * entity's period debits equal its credits and its balances
      * net to nothing. Anything else is out of balance.
           3300-FLUSH-ENTITY.
               MOVE 'N' TO WS-ENT-ACTIVE
               IF WS-ENT-DR = WS-ENT-CR
                   AND WS-ENT-CLOSING = 0
                   MOVE 'IN BALANCE' TO WS-BAL-TEXT
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-BAL-TEXT
                   ADD 1 TO WS-OUT-OF-BALANCE
                   MOVE 'Y' TO WS-EXCEPTION-SW
               END-IF
               MOVE WS-ENT-OPENING TO WS-BAL-EDIT-1
               MOVE WS-ENT-DR TO WS-TOT-EDIT-1
               MOVE WS-ENT-CR TO WS-TOT-EDIT-2
               MOVE WS-ENT-CLOSING TO WS-BAL-EDIT-2
               MOVE SPACES TO WS-TOTAL-LABEL
               STRING 'ENTITY ' DELIMITED BY SIZE
                   WS-ENT-ENTITY DELIMITED BY SIZE
                   ' TOTAL' DELIMITED BY SIZE
                   INTO WS-TOTAL-LABEL
               MOVE SPACES TO GLT-REPORT-LINE
               STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                   WS-BAL-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TOT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BAL-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-BAL-TEXT DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               ADD WS-ENT-OPENING TO WS-GRAND-OPENING
               ADD WS-ENT-DR TO WS-GRAND-DR
               ADD WS-ENT-CR TO WS-GRAND-CR
               ADD WS-ENT-CLOSING TO WS-GRAND-CLOSING
               .

           3400-FIND-ACCOUNT-NAME.
               MOVE SPACES TO WS-ACCT-DESC
               PERFORM VARYING WS-ACD-IX FROM 1 BY 1
                       UNTIL WS-ACD-IX > WS-ACD-COUNT
                   IF WS-ACD-ACCOUNT(WS-ACD-IX) = WS-CUR-ACCOUNT
                       MOVE WS-ACD-DESC(WS-ACD-IX) TO WS-ACCT-DESC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ACCT-DESC = SPACES
                   IF WS-CUR-ACCOUNT = '99999999'
                       MOVE 'SUSPENSE - UNMAPPED ENTRIES'
                           TO WS-ACCT-DESC
                   ELSE
                       MOVE '(NOT NAMED ON THE GL MAP)'
                           TO WS-ACCT-DESC
                   END-IF
               END-IF
               .

      * The period's posted value as the ledger saw it, by entity
      * and currency: the figure month-end close sets against the
      * period summary.
           3500-PRINT-POSTED-VALUE.
               MOVE SPACES TO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               MOVE SPACES TO GLT-REPORT-LINE
               STRING 'POSTED VALUE BY ENTITY AND CURRENCY:'
                   DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               MOVE SPACES TO GLT-REPORT-LINE
               STRING 'ENT CCY            POSTED          REVERSED'
                   DELIMITED BY SIZE
                   '   NET POSTED VALUE' DELIMITED BY SIZE
                   INTO GLT-REPORT-LINE
               WRITE GLT-REPORT-LINE
               PERFORM VARYING WS-GPV-IX FROM 1 BY 1
                       UNTIL WS-GPV-IX > WS-GPV-COUNT
                   IF WS-GPV-PERIOD(WS-GPV-IX) = WS-REPORT-PERIOD
                       COMPUTE WS-GPV-NET = WS-GPV-POSTED(WS-GPV-IX)
                           - WS-GPV-REVERSED(WS-GPV-IX)
                       MOVE WS-GPV-POSTED(WS-GPV-IX) TO WS-TOT-EDIT-1
                       MOVE WS-GPV-REVERSED(WS-GPV-IX)
                           TO WS-TOT-EDIT-2
                       MOVE WS-GPV-NET TO WS-BAL-EDIT-1
                       MOVE SPACES TO GLT-REPORT-LINE
                       STRING WS-GPV-ENTITY(WS-GPV-IX)
                           DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-GPV-CCY(WS-GPV-IX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-TOT-EDIT-1 DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-TOT-EDIT-2 DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-BAL-EDIT-1 DELIMITED BY SIZE
                           INTO GLT-REPORT-LINE
                       WRITE GLT-REPORT-LINE
                   END-IF
               END-PERFORM
               .

      * The whole ledger goes back: the control row first, then the
      * account rows in order, then the posted-value rows.
           4000-WRITE-BALANCES.
               OPEN OUTPUT GlBalanceFile
               IF WS-GL-BALANCE-STATUS NOT = '00'
                   CLOSE GlTrialReportFile
                   MOVE '4000-WRITE-BALANCES' TO ABEND-PARAGRAPH
                   MOVE WS-GL-BALANCE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GL-BALANCE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO GLB-CONTROL-RECORD
               MOVE 'H' TO GLBC-REC-TYPE
               MOVE WS-LAST-FOLDED-DATE TO GLBC-LAST-RUN-DATE
               WRITE GLB-CONTROL-RECORD

               PERFORM VARYING WS-GLB-IX FROM 1 BY 1
                       UNTIL WS-GLB-IX > WS-GLB-COUNT
                   MOVE SPACES TO GLB-RECORD
                   MOVE 'A' TO GLB-REC-TYPE
                   MOVE WS-GLB-PERIOD(WS-GLB-IX) TO GLB-PERIOD
                   MOVE WS-GLB-ENTITY(WS-GLB-IX) TO GLB-ENTITY
                   MOVE WS-GLB-ACCOUNT(WS-GLB-IX) TO GLB-ACCOUNT
                   MOVE WS-GLB-CCY(WS-GLB-IX) TO GLB-CURRENCY
                   MOVE WS-GLB-DR(WS-GLB-IX) TO GLB-DR-TOTAL
                   MOVE WS-GLB-CR(WS-GLB-IX) TO GLB-CR-TOTAL
                   MOVE WS-GLB-LINES(WS-GLB-IX) TO GLB-LINE-COUNT
                   WRITE GLB-RECORD
               END-PERFORM

               PERFORM VARYING WS-GPV-IX FROM 1 BY 1
                       UNTIL WS-GPV-IX > WS-GPV-COUNT
                   MOVE SPACES TO GLB-RECORD
                   MOVE 'S' TO GLB-REC-TYPE
                   MOVE WS-GPV-PERIOD(WS-GPV-IX) TO GLB-PERIOD
                   MOVE WS-GPV-ENTITY(WS-GPV-IX) TO GLB-ENTITY
                   MOVE WS-GPV-CCY(WS-GPV-IX) TO GLB-CURRENCY
                   MOVE WS-GPV-POSTED(WS-GPV-IX) TO GLB-DR-TOTAL
                   MOVE WS-GPV-REVERSED(WS-GPV-IX) TO GLB-CR-TOTAL
                   MOVE WS-GPV-LINES(WS-GPV-IX) TO GLB-LINE-COUNT
                   WRITE GLB-RECORD
               END-PERFORM
               CLOSE GlBalanceFile
               .

           4900-RAISE-MESSAGE.
               MOVE 'GLTRIAL' TO MSG-PROGRAM
               CALL 'MSGLOG' USING MSG-ARGS
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
                   MOVE 'GLTRIAL' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-FOLDED-COUNT TO STATS-RECORDS-IN
                   MOVE WS-ACCOUNTS-SHOWN TO STATS-RECORDS-OUT
                   MOVE WS-GRAND-DR TO STATS-KEY-TOTAL-1
                   MOVE WS-GRAND-CR TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'GLTRIAL: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'GLTRIAL' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
