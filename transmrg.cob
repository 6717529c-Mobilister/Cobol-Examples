           IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSMRG.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FeederListFile ASSIGN TO DYNAMIC
                   WS-FEEDLIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEEDLIST-STATUS.

               SELECT FeederFile ASSIGN TO DYNAMIC
                   WS-FEEDER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEEDER-STATUS.

               SELECT MergedTransFile ASSIGN TO DYNAMIC
                   WS-MERGED-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MERGED-STATUS.

               SELECT MergeReportFile ASSIGN TO DYNAMIC
                   WS-MRG-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MRG-REPORT-STATUS.

               SELECT ProcDateFile ASSIGN TO DYNAMIC
                   WS-PROCDATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.

               SELECT RunStatsFile ASSIGN TO DYNAMIC
                   WS-RUN-STATS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-STATS-STATUS.

               SELECT ChainBalFile ASSIGN TO DYNAMIC
                   WS-CHAIN-BAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHAIN-BAL-STATUS.

               SELECT ParamFile ASSIGN TO DYNAMIC
                   PARM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
      * Feeder list: one line per source system sending an extract
      * tonight - a short source code the records are tagged with,
      * then the file it sent.
           FD  FeederListFile
               LABEL RECORDS ARE STANDARD.
           01 FEEDLIST-RECORD.
               05 FL-SOURCE             PIC X(8).
               05 FILLER                PIC X.
               05 FL-FILENAME           PIC X(80).

      * One feeder's extract: its own header, detail and trailer in
      * the shared extract layout, told apart by the 3-byte tag.
           FD  FeederFile
               LABEL RECORDS ARE STANDARD.
           01 FEEDER-RECORD.
               05 FDR-TAG               PIC X(3).
               05 FILLER                PIC X(31).

      * The merged extract the pre-edit reads: a fresh header, every
      * accepted feeder's detail with its source code after the
      * record image, and a trailer over all of it.
           FD  MergedTransFile
               LABEL RECORDS ARE STANDARD.
           01 MERGED-TRANS-RECORD.
               05 MRG-TRANS-IMAGE       PIC X(34).
               05 MRG-SOURCE            PIC X(8).

           FD  MergeReportFile
               LABEL RECORDS ARE STANDARD.
           01 MERGE-REPORT-LINE         PIC X(132).

      * Shop calendar control file
           FD  ProcDateFile
               LABEL RECORDS ARE STANDARD.
           COPY PROCREC.

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

      * The merge is the first step with control figures, so it
      * starts the night's chain-balance file fresh.
           FD  ChainBalFile
               LABEL RECORDS ARE STANDARD.
           COPY CHNBAL.

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-FEEDLIST-FILENAME PIC X(80).
           01 WS-FEEDLIST-STATUS PIC XX VALUE '00'.
           01 WS-FEEDER-FILENAME PIC X(80).
           01 WS-FEEDER-STATUS PIC XX VALUE '00'.
           01 WS-MERGED-FILENAME PIC X(80).
           01 WS-MERGED-STATUS PIC XX VALUE '00'.
           01 WS-MRG-REPORT-FILENAME PIC X(80).
           01 WS-MRG-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-NO-LIST-SW PIC X VALUE 'N'.

      * Header and trailer layouts, for each feeder's and for the
      * merged extract's own.
           COPY TRANSHDR.

      * A detail record in the shared layout, for its amount.
           COPY TRANSREC.

      * Tonight's feeders in list order, with what each sent and
      * what its trailer said it sent.
           01 WS-FEED-MAX PIC 9(2) VALUE 20.
           01 WS-FEED-COUNT PIC 9(2) VALUE 0.
           01 WS-FEED-TABLE.
               05 WS-FEED-ENTRY OCCURS 20 TIMES.
                   10 WS-FEED-SOURCE PIC X(8).
                   10 WS-FEED-FILENAME PIC X(80).
                   10 WS-FEED-HDR-DATE PIC 9(8).
                   10 WS-FEED-COUNT-IN PIC 9(7).
                   10 WS-FEED-HASH-IN PIC 9(13)V99.
                   10 WS-FEED-TRL-COUNT PIC 9(7).
                   10 WS-FEED-TRL-HASH PIC 9(13)V99.
                   10 WS-FEED-ACCEPTED PIC X.
                   10 WS-FEED-REASON PIC X(20).
           01 WS-FEED-IX PIC 9(2).
           01 WS-FEED-SCAN PIC 9(2).

      * Balancing one feeder
           01 WS-HDR-SEEN-SW PIC X VALUE 'N'.
           01 WS-TRL-SEEN-SW PIC X VALUE 'N'.
           01 WS-AFTER-TRL-SW PIC X VALUE 'N'.
           01 WS-FEED-REC-NO PIC 9(7) VALUE 0.

      * Merged extract totals
           01 WS-MERGED-COUNT PIC 9(7) VALUE 0.
           01 WS-MERGED-HASH PIC 9(13)V99 VALUE 0.
           01 WS-RECEIVED-COUNT PIC 9(7) VALUE 0.
           01 WS-FEEDREJ-COUNT PIC 9(7) VALUE 0.
           01 WS-ACCEPTED-FEEDS PIC 9(2) VALUE 0.
           01 WS-REJECTED-FEEDS PIC 9(2) VALUE 0.

           01 WS-CNT-EDIT-1 PIC Z,ZZZ,ZZ9.
           01 WS-CNT-EDIT-2 PIC Z,ZZZ,ZZ9.
           01 WS-AMT-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

      * Shop calendar interface
           COPY PROCDATA.

      * Shop-wide run statistics feed
           01 WS-RUN-STATS-FILENAME PIC X(80).
           01 WS-RUN-STATS-STATUS PIC XX VALUE '00'.

           COPY RUNSTATS.

      * Chain-balance feed for the certification step
           01 WS-CHAIN-BAL-FILENAME PIC X(80).
           01 WS-CHAIN-BAL-STATUS PIC XX VALUE '00'.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'TRANSMRG: feeder extract merge'

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
               PERFORM 1100-LOAD-FEEDER-LIST

      * With no feeder list the shop is still on a single extract:
      * the raw file is left exactly as it was delivered and the
      * pre-edit reads it as before.
               IF WS-NO-LIST-SW = 'Y'
                   DISPLAY 'TRANSMRG: no feeder list '
                       WS-FEEDLIST-FILENAME
                       ' - single extract left as delivered'
               ELSE
                   PERFORM 2000-MERGE-FEEDERS
                   PERFORM 3000-WRITE-MERGE-REPORT
                   DISPLAY 'TRANSMRG: ' WS-ACCEPTED-FEEDS
                       ' feed(s) merged, ' WS-REJECTED-FEEDS
                       ' rejected, ' WS-MERGED-COUNT
                       ' record(s) to the pre-edit'
               END-IF

      * A rejected feed is held back for the operator without
      * holding up the others.
               IF WS-REJECTED-FEEDS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 4000-WRITE-CHAIN-BALANCE
               PERFORM 4500-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-FILES.
               ACCEPT WS-FEEDLIST-FILENAME FROM ENVIRONMENT
                   'TRANSFEEDERS'.
               IF WS-FEEDLIST-FILENAME = SPACES
                   MOVE 'feeders.ctl' TO WS-FEEDLIST-FILENAME
               END-IF
               MOVE 'TRANSFEEDERS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-FEEDLIST-FILENAME
               END-IF

      * The merged extract is the pre-edit's raw input.
               ACCEPT WS-MERGED-FILENAME FROM ENVIRONMENT
                   'TRANSEDITIN'.
               IF WS-MERGED-FILENAME = SPACES
                   MOVE 'transactions-raw.dat' TO WS-MERGED-FILENAME
               END-IF
               MOVE 'TRANSEDITIN' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-MERGED-FILENAME
               END-IF

               ACCEPT WS-MRG-REPORT-FILENAME FROM ENVIRONMENT
                   'TRANSMRGREPORT'.
               IF WS-MRG-REPORT-FILENAME = SPACES
                   MOVE 'transmrg.rpt' TO WS-MRG-REPORT-FILENAME
               END-IF
               MOVE 'TRANSMRGREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-MRG-REPORT-FILENAME
               END-IF
               .

      * A source listed twice would be merged twice; the second
      * entry is refused. Blank lines are skipped.
           1100-LOAD-FEEDER-LIST.
               OPEN INPUT FeederListFile
               IF WS-FEEDLIST-STATUS NOT = '00'
                   MOVE 'Y' TO WS-NO-LIST-SW
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ FeederListFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF FEEDLIST-RECORD NOT = SPACES
                                   PERFORM 1150-KEEP-FEEDER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FeederListFile
               END-IF
               .

           1150-KEEP-FEEDER.
               IF WS-FEED-COUNT >= WS-FEED-MAX
                   MOVE '1150-KEEP-FEEDER' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'FEEDER TABLE FULL' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               ADD 1 TO WS-FEED-COUNT
               MOVE FL-SOURCE TO WS-FEED-SOURCE(WS-FEED-COUNT)
               MOVE FL-FILENAME TO WS-FEED-FILENAME(WS-FEED-COUNT)
               MOVE 0 TO WS-FEED-HDR-DATE(WS-FEED-COUNT)
               MOVE 0 TO WS-FEED-COUNT-IN(WS-FEED-COUNT)
               MOVE 0 TO WS-FEED-HASH-IN(WS-FEED-COUNT)
               MOVE 0 TO WS-FEED-TRL-COUNT(WS-FEED-COUNT)
               MOVE 0 TO WS-FEED-TRL-HASH(WS-FEED-COUNT)
               MOVE 'Y' TO WS-FEED-ACCEPTED(WS-FEED-COUNT)
               MOVE SPACES TO WS-FEED-REASON(WS-FEED-COUNT)
               PERFORM VARYING WS-FEED-SCAN FROM 1 BY 1
                       UNTIL WS-FEED-SCAN >= WS-FEED-COUNT
                   IF WS-FEED-SOURCE(WS-FEED-SCAN) = FL-SOURCE
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-COUNT)
                       MOVE 'DUPLICATE SOURCE'
                           TO WS-FEED-REASON(WS-FEED-COUNT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FL-SOURCE = SPACES
                   MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-COUNT)
                   MOVE 'NO SOURCE CODE'
                       TO WS-FEED-REASON(WS-FEED-COUNT)
               END-IF
               .

      * Every feeder is balanced on its own before a record of it
      * is merged; only a feed that proves whole is copied.
           2000-MERGE-FEEDERS.
               OPEN OUTPUT MergedTransFile
               IF WS-MERGED-STATUS NOT = '00'
                   MOVE '2000-MERGE-FEEDERS' TO ABEND-PARAGRAPH
                   MOVE WS-MERGED-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-MERGED-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO TRANS-HEADER-RECORD
               MOVE 'HDR' TO THDR-TAG
               MOVE WS-BUS-DATE TO THDR-EXTRACT-DATE
               MOVE SPACES TO MERGED-TRANS-RECORD
               MOVE TRANS-HEADER-RECORD TO MRG-TRANS-IMAGE
               WRITE MERGED-TRANS-RECORD

               PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                       UNTIL WS-FEED-IX > WS-FEED-COUNT
                   IF WS-FEED-ACCEPTED(WS-FEED-IX) = 'Y'
                       PERFORM 2100-BALANCE-FEEDER
                   END-IF
                   IF WS-FEED-ACCEPTED(WS-FEED-IX) = 'Y'
                       PERFORM 2500-COPY-FEEDER
                       ADD 1 TO WS-ACCEPTED-FEEDS
                   ELSE
                       ADD 1 TO WS-REJECTED-FEEDS
                       ADD WS-FEED-COUNT-IN(WS-FEED-IX)
                           TO WS-FEEDREJ-COUNT
                       DISPLAY 'TRANSMRG: feed '
                           WS-FEED-SOURCE(WS-FEED-IX) ' REJECTED - '
                           WS-FEED-REASON(WS-FEED-IX)
                   END-IF
                   ADD WS-FEED-COUNT-IN(WS-FEED-IX)
                       TO WS-RECEIVED-COUNT
               END-PERFORM

      * Written only after every feed is through: an abended
      * merge leaves no trailer, so the pre-edit refuses the file.
               MOVE SPACES TO TRANS-TRAILER-RECORD
               MOVE 'TRL' TO TTRL-TAG
               MOVE WS-MERGED-COUNT TO TTRL-RECORD-COUNT
               MOVE WS-MERGED-HASH TO TTRL-HASH-TOTAL
               MOVE SPACES TO MERGED-TRANS-RECORD
               MOVE TRANS-TRAILER-RECORD TO MRG-TRANS-IMAGE
               WRITE MERGED-TRANS-RECORD
               CLOSE MergedTransFile
               .

      * A feed is whole when it opens with its header, closes with
      * its trailer, carries nothing after the trailer, is dated
      * for tonight's business date, and its detail adds up to the
      * trailer's count and hash. The hash is the detail amounts
      * summed, as every extract's trailer carries it.
           2100-BALANCE-FEEDER.
               MOVE WS-FEED-FILENAME(WS-FEED-IX) TO WS-FEEDER-FILENAME
               MOVE 'N' TO WS-HDR-SEEN-SW
               MOVE 'N' TO WS-TRL-SEEN-SW
               MOVE 'N' TO WS-AFTER-TRL-SW
               MOVE 0 TO WS-FEED-REC-NO

               OPEN INPUT FeederFile
               IF WS-FEEDER-STATUS NOT = '00'
                   MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                   MOVE 'FEED NOT RECEIVED'
                       TO WS-FEED-REASON(WS-FEED-IX)
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ FeederFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF FEEDER-RECORD NOT = SPACES
                                   PERFORM 2150-BALANCE-ONE-RECORD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FeederFile
                   PERFORM 2200-JUDGE-FEEDER
               END-IF
               .

           2150-BALANCE-ONE-RECORD.
               ADD 1 TO WS-FEED-REC-NO
               IF WS-TRL-SEEN-SW = 'Y'
                   MOVE 'Y' TO WS-AFTER-TRL-SW
               END-IF
               EVALUATE TRUE
                   WHEN FDR-TAG = 'HDR' AND WS-FEED-REC-NO = 1
                       MOVE FEEDER-RECORD TO TRANS-HEADER-RECORD
                       MOVE 'Y' TO WS-HDR-SEEN-SW
                       IF THDR-EXTRACT-DATE IS NUMERIC
                           MOVE THDR-EXTRACT-DATE
                               TO WS-FEED-HDR-DATE(WS-FEED-IX)
                       END-IF
                   WHEN FDR-TAG = 'TRL' AND WS-TRL-SEEN-SW = 'N'
                       MOVE FEEDER-RECORD TO TRANS-TRAILER-RECORD
                       MOVE 'Y' TO WS-TRL-SEEN-SW
                       IF TTRL-RECORD-COUNT IS NUMERIC
                           MOVE TTRL-RECORD-COUNT
                               TO WS-FEED-TRL-COUNT(WS-FEED-IX)
                       END-IF
                       IF TTRL-HASH-TOTAL IS NUMERIC
                           MOVE TTRL-HASH-TOTAL
                               TO WS-FEED-TRL-HASH(WS-FEED-IX)
                       END-IF
                   WHEN OTHER
                       IF WS-TRL-SEEN-SW = 'N'
                           MOVE FEEDER-RECORD TO TRANS-RECORD
                           ADD 1 TO WS-FEED-COUNT-IN(WS-FEED-IX)
                           IF TRANS-AMOUNT IS NUMERIC
                               ADD TRANS-AMOUNT
                                   TO WS-FEED-HASH-IN(WS-FEED-IX)
                           END-IF
                       END-IF
               END-EVALUATE
               .

           2200-JUDGE-FEEDER.
               EVALUATE TRUE
                   WHEN WS-HDR-SEEN-SW = 'N'
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                       MOVE 'NO HEADER'
                           TO WS-FEED-REASON(WS-FEED-IX)
                   WHEN WS-TRL-SEEN-SW = 'N'
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                       MOVE 'NO TRAILER - SHORT'
                           TO WS-FEED-REASON(WS-FEED-IX)
                   WHEN WS-AFTER-TRL-SW = 'Y'
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                       MOVE 'DATA AFTER TRAILER'
                           TO WS-FEED-REASON(WS-FEED-IX)
                   WHEN WS-FEED-HDR-DATE(WS-FEED-IX) NOT = WS-BUS-DATE
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                       MOVE 'NOT TONIGHTS DATE'
                           TO WS-FEED-REASON(WS-FEED-IX)
                   WHEN WS-FEED-COUNT-IN(WS-FEED-IX)
                           < WS-FEED-TRL-COUNT(WS-FEED-IX)
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                       MOVE 'SHORT - COUNT'
                           TO WS-FEED-REASON(WS-FEED-IX)
                   WHEN WS-FEED-COUNT-IN(WS-FEED-IX)
                           NOT = WS-FEED-TRL-COUNT(WS-FEED-IX)
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                       MOVE 'OVER - COUNT'
                           TO WS-FEED-REASON(WS-FEED-IX)
                   WHEN WS-FEED-HASH-IN(WS-FEED-IX)
                           NOT = WS-FEED-TRL-HASH(WS-FEED-IX)
                       MOVE 'N' TO WS-FEED-ACCEPTED(WS-FEED-IX)
                       MOVE 'HASH TOTAL'
                           TO WS-FEED-REASON(WS-FEED-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

      * Second pass over a proven feed: the detail goes onto the
      * merged extract behind its source code.
           2500-COPY-FEEDER.
               OPEN INPUT FeederFile
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ FeederFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FDR-TAG NOT = 'HDR'
                               AND FDR-TAG NOT = 'TRL'
                               AND FEEDER-RECORD NOT = SPACES
                               MOVE FEEDER-RECORD TO TRANS-RECORD
                               MOVE TRANS-RECORD TO MRG-TRANS-IMAGE
                               MOVE WS-FEED-SOURCE(WS-FEED-IX)
                                   TO MRG-SOURCE
                               WRITE MERGED-TRANS-RECORD
                               ADD 1 TO WS-MERGED-COUNT
                               IF TRANS-AMOUNT IS NUMERIC
                                   ADD TRANS-AMOUNT TO WS-MERGED-HASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeederFile
               .

           3000-WRITE-MERGE-REPORT.
               OPEN OUTPUT MergeReportFile
               IF WS-MRG-REPORT-STATUS NOT = '00'
                   DISPLAY 'TRANSMRG: unable to open merge report '
                       WS-MRG-REPORT-FILENAME
                       ' status=' WS-MRG-REPORT-STATUS
               ELSE
                   MOVE SPACES TO MERGE-REPORT-LINE
                   STRING 'TRANSMRG FEEDER MERGE - BUSINESS DATE '
                       DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       INTO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
                   MOVE SPACES TO MERGE-REPORT-LINE
                   STRING 'SOURCE   HDR DATE  RECEIVED  TRAILER'
                       DELIMITED BY SIZE
                       '          HASH RECEIVED         HASH TRAILER'
                       DELIMITED BY SIZE
                       '  RESULT   REASON' DELIMITED BY SIZE
                       INTO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
                   PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                           UNTIL WS-FEED-IX > WS-FEED-COUNT
                       PERFORM 3100-WRITE-FEEDER-LINE
                   END-PERFORM
                   MOVE SPACES TO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
                   MOVE WS-MERGED-COUNT TO WS-CNT-EDIT-1
                   MOVE WS-MERGED-HASH TO WS-AMT-EDIT-1
                   MOVE SPACES TO MERGE-REPORT-LINE
                   STRING 'MERGED EXTRACT RECORDS ' DELIMITED BY SIZE
                       WS-CNT-EDIT-1 DELIMITED BY SIZE
                       '  HASH ' DELIMITED BY SIZE
                       WS-AMT-EDIT-1 DELIMITED BY SIZE
                       INTO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
                   MOVE SPACES TO MERGE-REPORT-LINE
                   STRING 'FEEDS MERGED ' DELIMITED BY SIZE
                       WS-ACCEPTED-FEEDS DELIMITED BY SIZE
                       '  FEEDS REJECTED ' DELIMITED BY SIZE
                       WS-REJECTED-FEEDS DELIMITED BY SIZE
                       '  RECORDS HELD BACK ' DELIMITED BY SIZE
                       WS-FEEDREJ-COUNT DELIMITED BY SIZE
                       INTO MERGE-REPORT-LINE
                   WRITE MERGE-REPORT-LINE
                   CLOSE MergeReportFile
               END-IF
               .

           3100-WRITE-FEEDER-LINE.
               MOVE WS-FEED-COUNT-IN(WS-FEED-IX) TO WS-CNT-EDIT-1
               MOVE WS-FEED-TRL-COUNT(WS-FEED-IX) TO WS-CNT-EDIT-2
               MOVE WS-FEED-HASH-IN(WS-FEED-IX) TO WS-AMT-EDIT-1
               MOVE WS-FEED-TRL-HASH(WS-FEED-IX) TO WS-AMT-EDIT-2
               MOVE SPACES TO MERGE-REPORT-LINE
               MOVE WS-FEED-SOURCE(WS-FEED-IX)
                   TO MERGE-REPORT-LINE(1:8)
               MOVE WS-FEED-HDR-DATE(WS-FEED-IX)
                   TO MERGE-REPORT-LINE(10:8)
               MOVE WS-CNT-EDIT-1 TO MERGE-REPORT-LINE(19:9)
               MOVE WS-CNT-EDIT-2 TO MERGE-REPORT-LINE(29:9)
               MOVE WS-AMT-EDIT-1 TO MERGE-REPORT-LINE(39:21)
               MOVE WS-AMT-EDIT-2 TO MERGE-REPORT-LINE(61:21)
               IF WS-FEED-ACCEPTED(WS-FEED-IX) = 'Y'
                   MOVE 'MERGED' TO MERGE-REPORT-LINE(84:8)
               ELSE
                   MOVE 'REJECTED' TO MERGE-REPORT-LINE(84:8)
                   MOVE WS-FEED-REASON(WS-FEED-IX)
                       TO MERGE-REPORT-LINE(93:20)
               END-IF
               WRITE MERGE-REPORT-LINE
               MOVE SPACES TO MERGE-REPORT-LINE
               STRING '         FILE ' DELIMITED BY SIZE
                   WS-FEED-FILENAME(WS-FEED-IX) DELIMITED BY SIZE
                   INTO MERGE-REPORT-LINE
               WRITE MERGE-REPORT-LINE
               .

      * The night's chain balance starts here. One FEEDER figure
      * per source - the detail it sent, merged or not - and the
      * merge's own totals: MERGED went on to the pre-edit, FEEDREJ
      * was held back in rejected feeds. The certification step
      * ties the feeders to those two and MERGED to what the
      * pre-edit read. With no feeder list the file is started
      * empty and the feeder legs do not apply.
           4000-WRITE-CHAIN-BALANCE.
               ACCEPT WS-CHAIN-BAL-FILENAME FROM ENVIRONMENT
                   'CHAINBALANCE'.
               IF WS-CHAIN-BAL-FILENAME = SPACES
                   MOVE 'chain-balance.dat' TO WS-CHAIN-BAL-FILENAME
               END-IF
               MOVE 'CHAINBALANCE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CHAIN-BAL-FILENAME
               END-IF

               OPEN OUTPUT ChainBalFile
               IF WS-CHAIN-BAL-STATUS NOT = '00'
                   DISPLAY 'TRANSMRG: unable to open chain balance '
                       WS-CHAIN-BAL-FILENAME
                       ' status=' WS-CHAIN-BAL-STATUS
               ELSE
                   IF WS-NO-LIST-SW = 'N'
                       MOVE SPACES TO CB-RECORD
                       MOVE 'FEEDER' TO CB-PROGRAM
                       MOVE WS-BUS-DATE TO CB-RUN-DATE
                       PERFORM VARYING WS-FEED-IX FROM 1 BY 1
                               UNTIL WS-FEED-IX > WS-FEED-COUNT
                           MOVE WS-FEED-SOURCE(WS-FEED-IX)
                               TO CB-FIGURE
                           MOVE WS-FEED-COUNT-IN(WS-FEED-IX)
                               TO CB-VALUE
                           WRITE CB-RECORD
                       END-PERFORM
                       MOVE 'TRANSMRG' TO CB-PROGRAM
                       MOVE 'MERGED' TO CB-FIGURE
                       MOVE WS-MERGED-COUNT TO CB-VALUE
                       WRITE CB-RECORD
                       MOVE 'FEEDREJ' TO CB-FIGURE
                       MOVE WS-FEEDREJ-COUNT TO CB-VALUE
                       WRITE CB-RECORD
                   END-IF
                   CLOSE ChainBalFile
               END-IF
               .

      * One statistics record per run on the shared feed: feeder
      * records received, records merged, the merged hash total
      * and the records held back in rejected feeds.
           4500-WRITE-RUN-STATS.
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
                   MOVE 'TRANSMRG' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-RECEIVED-COUNT TO STATS-RECORDS-IN
                   MOVE WS-MERGED-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-MERGED-HASH TO STATS-KEY-TOTAL-1
                   MOVE WS-FEEDREJ-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'TRANSMRG: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'TRANSMRG' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
