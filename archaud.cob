           IDENTIFICATION DIVISION.
           PROGRAM-ID. ARCHAUD.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT HistoryFile ASSIGN TO DYNAMIC
                   WS-HISTORY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

               SELECT PeriodSummaryFile ASSIGN TO DYNAMIC
                   WS-PERSUM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERSUM-STATUS.

               SELECT EntityFile ASSIGN TO DYNAMIC
                   WS-ENT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-FILE-STATUS.

               SELECT CatalogFile ASSIGN TO DYNAMIC
                   WS-CATALOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.

               SELECT AuditReportFile ASSIGN TO DYNAMIC
                   WS-AUDIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

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
           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

           FD  HistoryFile
               LABEL RECORDS ARE STANDARD.
           COPY RUNHIST.

           FD  PeriodSummaryFile
               LABEL RECORDS ARE STANDARD.
           COPY PERSUM.

      * Entity control file: one record per business unit.
           FD  EntityFile
               LABEL RECORDS ARE STANDARD.
           01 ENTITY-RECORD.
               05 ENT-CODE              PIC X(3).
               05 FILLER                PIC X.
               05 ENT-NAME              PIC X(30).

           FD  CatalogFile
               LABEL RECORDS ARE STANDARD.
           COPY OFFLCAT.

           FD  AuditReportFile
               LABEL RECORDS ARE STANDARD.
           01 AUDIT-LINE                PIC X(132).

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
           01 RUN-STATS-RECORD          PIC X(76).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-HISTORY-FILENAME PIC X(80).
           01 WS-HISTORY-STATUS PIC XX VALUE '00'.
           01 WS-PERSUM-FILENAME PIC X(80).
           01 WS-PERSUM-STATUS PIC XX VALUE '00'.
           01 WS-CATALOG-FILENAME PIC X(80).
           01 WS-CATALOG-STATUS PIC XX VALUE '00'.
           01 WS-AUDIT-FILENAME PIC X(80).
           01 WS-AUDIT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

           01 WS-RUN-DATE PIC 9(8).

      * Entity control table
           COPY ENTDATA.

      * Run dates up to and including the latest date any offload
      * run moved to cold storage. Figures for those dates are no
      * longer expected on the live archive, so a history or
      * summary row there with nothing live behind it is passed
      * over, and a reversal dated there whose original is missing
      * is noted, not counted as an exception.
           01 WS-OFFLOADED-TO PIC 9(8) VALUE 0.
           01 WS-OFFLOADED-PERIOD PIC 9(6) VALUE 0.

      * The archive is read in key order, so every posting for one
      * id and transaction date arrives together: the group the
      * sequence and reversal checks work over.
           01 WS-GRP-ID PIC X(10).
           01 WS-GRP-DATE PIC X(8).
           01 WS-GRP-OPEN PIC X VALUE 'N'.

      * Sequence check: the posting run allocates ARCH-SEQ from 1
      * with no gaps within id, date and entity, and every probe
      * of a group stops at the first missing number - a gap hides
      * the postings beyond it from the duplicate screen and the
      * reversal match. 999 is the last number there is.
           01 WS-SQ-MAX PIC 9(2) VALUE 20.
           01 WS-SQ-COUNT PIC 9(2) VALUE 0.
           01 WS-SQ-TABLE.
               05 WS-SQ-ENTRY OCCURS 20 TIMES.
                   10 WS-SQ-ENTITY PIC X(3).
                   10 WS-SQ-LAST PIC 9(3).
           01 WS-SQ-IX PIC 9(2).
           01 WS-SQ-FOUND PIC X VALUE 'N'.
           01 WS-SQ-EXPECT PIC 9(4).

      * Reversal check: a reversal nets out one unreversed posting
      * of the same id, date, entity and amount and flags it. In
      * a group, each entity and amount must carry as many
      * flagged postings as reversals.
           01 WS-RV-MAX PIC 9(3) VALUE 200.
           01 WS-RV-COUNT PIC 9(3) VALUE 0.
           01 WS-RV-TABLE.
               05 WS-RV-ENTRY OCCURS 200 TIMES.
                   10 WS-RV-ENTITY PIC X(3).
                   10 WS-RV-AMOUNT PIC 9(7)V99.
                   10 WS-RV-FLAGGED PIC 9(4).
                   10 WS-RV-REVERSALS PIC 9(4).
           01 WS-RV-IX PIC 9(3).
           01 WS-RV-FOUND PIC X VALUE 'N'.
           01 WS-RV-DIFF PIC 9(4).

      * Archive figures by run date, proved against the posting
      * run's history: postings the run counted (originals,
      * adjustments, and reversals taken off); cash-receipt
      * payments are not the posting run's and stay out.
           01 WS-RD-MAX PIC 9(4) VALUE 3000.
           01 WS-RD-COUNT PIC 9(4) VALUE 0.
           01 WS-RD-TABLE.
               05 WS-RD-ENTRY OCCURS 3000 TIMES.
                   10 WS-RD-DATE PIC 9(8).
                   10 WS-RD-ARCH-COUNT PIC 9(7).
                   10 WS-RD-ARCH-TOTAL PIC S9(11)V99.
                   10 WS-RD-HIST-SW PIC X.
                   10 WS-RD-HIST-COUNT PIC 9(6).
                   10 WS-RD-HIST-TOTAL PIC 9(9)V99.
           01 WS-RD-IX PIC 9(4) VALUE 0.
           01 WS-RD-FOUND PIC X VALUE 'N'.
           01 WS-RD-ABS-TOTAL PIC 9(11)V99.

      * The same figures by period, entity and currency, proved
      * against the period summary the posting run folds into.
           01 WS-PD-MAX PIC 9(3) VALUE 500.
           01 WS-PD-COUNT PIC 9(3) VALUE 0.
           01 WS-PD-TABLE.
               05 WS-PD-ENTRY OCCURS 500 TIMES.
                   10 WS-PD-PERIOD PIC 9(6).
                   10 WS-PD-ENTITY PIC X(3).
                   10 WS-PD-CCY PIC X(3).
                   10 WS-PD-ARCH-COUNT PIC 9(9).
                   10 WS-PD-ARCH-TOTAL PIC S9(11)V99.
                   10 WS-PD-PS-SW PIC X.
                   10 WS-PD-PS-COUNT PIC 9(9).
                   10 WS-PD-PS-TOTAL PIC S9(11)V99.
           01 WS-PD-IX PIC 9(3) VALUE 0.
           01 WS-PD-FOUND PIC X VALUE 'N'.
           01 WS-PD-KEY-PERIOD PIC 9(6).
           01 WS-PD-KEY-ENTITY PIC X(3).
           01 WS-PD-KEY-CCY PIC X(3).

           01 WS-SIGNED-AMOUNT PIC S9(7)V99.
           01 WS-PROOF-RESULT PIC X(30).

           01 WS-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-FLAG-EXC-COUNT PIC 9(7) VALUE 0.
           01 WS-REV-EXC-COUNT PIC 9(7) VALUE 0.
           01 WS-OFFL-NOTE-COUNT PIC 9(7) VALUE 0.
           01 WS-SEQ-EXC-COUNT PIC 9(7) VALUE 0.
           01 WS-ENT-EXC-COUNT PIC 9(7) VALUE 0.
           01 WS-AMT-EXC-COUNT PIC 9(7) VALUE 0.
           01 WS-RD-EXC-COUNT PIC 9(7) VALUE 0.
           01 WS-RD-PROVED-COUNT PIC 9(7) VALUE 0.
           01 WS-PD-EXC-COUNT PIC 9(7) VALUE 0.
           01 WS-PD-PROVED-COUNT PIC 9(7) VALUE 0.
           01 WS-EXC-TOTAL PIC 9(7) VALUE 0.

           01 WS-EXC-TEXT PIC X(60).
           01 WS-AMT-EDIT-1 PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-2 PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-CNT-EDIT-1 PIC ZZZ,ZZZ,ZZ9.
           01 WS-CNT-EDIT-2 PIC ZZZ,ZZZ,ZZ9.

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
               DISPLAY 'ARCHAUD: transaction archive integrity audit'
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 1000-OPEN-FILES
               PERFORM 1100-LOAD-ENTITY-TABLE
               PERFORM 1200-LOAD-OFFLOAD-FLOOR
               PERFORM 2000-WALK-ARCHIVE
               PERFORM 3000-PROVE-RUN-DATES
               PERFORM 3500-PROVE-PERIODS
               PERFORM 3900-WRITE-REPORT-TOTALS
               PERFORM 4000-CLOSE-FILES

               COMPUTE WS-EXC-TOTAL = WS-FLAG-EXC-COUNT
                   + WS-REV-EXC-COUNT + WS-SEQ-EXC-COUNT
                   + WS-ENT-EXC-COUNT + WS-AMT-EXC-COUNT
                   + WS-RD-EXC-COUNT + WS-PD-EXC-COUNT
               DISPLAY 'ARCHAUD: ' WS-READ-COUNT
                   ' archive record(s) audited, ' WS-EXC-TOTAL
                   ' exception(s)'

      * Anything found is a warning for the morning: the archive
      * is still readable, but some figure on it cannot be trusted
      * until the exception is run down.
               IF WS-EXC-TOTAL > 0
                   MOVE 3013 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING WS-EXC-TOTAL DELIMITED BY SIZE
                       ' EXCEPTION(S) - SEE ' DELIMITED BY SIZE
                       WS-AUDIT-FILENAME DELIMITED BY SPACE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 5100-RAISE-MESSAGE
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 5000-WRITE-RUN-STATS
               STOP RUN.

           1000-OPEN-FILES.
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

               ACCEPT WS-HISTORY-FILENAME FROM ENVIRONMENT
                   'TRANSHISTORY'.
               IF WS-HISTORY-FILENAME = SPACES
                   MOVE 'mainpgm-history.dat' TO WS-HISTORY-FILENAME
               END-IF
               MOVE 'TRANSHISTORY' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HISTORY-FILENAME
               END-IF

               ACCEPT WS-PERSUM-FILENAME FROM ENVIRONMENT
                   'PERIODSUMMARY'.
               IF WS-PERSUM-FILENAME = SPACES
                   MOVE 'period-summary.dat' TO WS-PERSUM-FILENAME
               END-IF
               MOVE 'PERIODSUMMARY' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERSUM-FILENAME
               END-IF

               ACCEPT WS-AUDIT-FILENAME FROM ENVIRONMENT
                   'ARCHAUDREPORT'.
               IF WS-AUDIT-FILENAME = SPACES
                   MOVE 'archaud.rpt' TO WS-AUDIT-FILENAME
               END-IF
               MOVE 'ARCHAUDREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-AUDIT-FILENAME
               END-IF

               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT AuditReportFile
               IF WS-AUDIT-STATUS NOT = '00'
                   CLOSE ArchiveFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-AUDIT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-AUDIT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO AUDIT-LINE
               STRING 'ARCHAUD ARCHIVE INTEGRITY AUDIT - RUN DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE 'POSTING EXCEPTIONS' TO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING 'ID         DATE     SEQ ENT '
                   DELIMITED BY SIZE
                   'EXCEPTION' DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               .

      * The audit must agree with the pre-edit on which entity
      * codes exist, so the same control file loads here. With
      * none on file the entity check is skipped.
           1100-LOAD-ENTITY-TABLE.
               ACCEPT WS-ENT-FILENAME FROM ENVIRONMENT 'ENTITYFILE'.
               IF WS-ENT-FILENAME = SPACES
                   MOVE 'entity.ctl' TO WS-ENT-FILENAME
               END-IF
               MOVE 'ENTITYFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ENT-FILENAME
               END-IF

               MOVE 0 TO WS-ENT-COUNT
               OPEN INPUT EntityFile
               IF WS-ENT-FILE-STATUS NOT = '00'
                   DISPLAY 'ARCHAUD: no entity control file '
                       WS-ENT-FILENAME ' - entity check skipped'
               ELSE
                   PERFORM UNTIL WS-ENT-FILE-STATUS NOT = '00'
                       OR WS-ENT-COUNT >= WS-ENT-MAX
                       READ EntityFile
                           AT END
                               MOVE '10' TO WS-ENT-FILE-STATUS
                           NOT AT END
                               ADD 1 TO WS-ENT-COUNT
                               MOVE ENT-CODE TO
                                   WS-ENT-CODE(WS-ENT-COUNT)
                               MOVE ENT-NAME TO
                                   WS-ENT-NAME(WS-ENT-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE EntityFile
               END-IF
               .

           1200-LOAD-OFFLOAD-FLOOR.
               ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT
                   'ARCHOFFLOADCATALOG'.
               IF WS-CATALOG-FILENAME = SPACES
                   MOVE 'archive-offload-catalog.dat' TO
                       WS-CATALOG-FILENAME
               END-IF
               MOVE 'ARCHOFFLOADCATALOG' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CATALOG-FILENAME
               END-IF

               MOVE 0 TO WS-OFFLOADED-TO
               OPEN INPUT CatalogFile
               IF WS-CATALOG-STATUS NOT = '00'
      * Nothing has ever been offloaded - every date is live.
                   CONTINUE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ CatalogFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF OCAT-TO-DATE IS NUMERIC
                                   AND OCAT-TO-DATE > WS-OFFLOADED-TO
                                   MOVE OCAT-TO-DATE
                                       TO WS-OFFLOADED-TO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CatalogFile
               END-IF
               MOVE WS-OFFLOADED-TO(1:6) TO WS-OFFLOADED-PERIOD
               .

      * One pass down the whole archive in key order. A change of
      * id or transaction date closes the group in hand.
           2000-WALK-ARCHIVE.
               MOVE 'N' TO WS-EOF-SW
               MOVE 'N' TO WS-GRP-OPEN
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ ArchiveFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF WS-GRP-OPEN = 'Y'
                               AND (ARCH-TRANS-ID NOT = WS-GRP-ID
                               OR ARCH-TRANS-DATE NOT = WS-GRP-DATE)
                               PERFORM 2500-CLOSE-GROUP
                           END-IF
                           IF WS-GRP-OPEN = 'N'
                               MOVE ARCH-TRANS-ID TO WS-GRP-ID
                               MOVE ARCH-TRANS-DATE TO WS-GRP-DATE
                               MOVE 0 TO WS-SQ-COUNT
                               MOVE 0 TO WS-RV-COUNT
                               MOVE 'Y' TO WS-GRP-OPEN
                           END-IF
                           PERFORM 2100-AUDIT-ONE-RECORD
                   END-READ
               END-PERFORM
               IF WS-GRP-OPEN = 'Y'
                   PERFORM 2500-CLOSE-GROUP
               END-IF
               .

           2100-AUDIT-ONE-RECORD.
               PERFORM 2200-CHECK-SEQUENCE
               PERFORM 2300-CHECK-ENTITY
               IF ARCH-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-AMT-EXC-COUNT
                   MOVE 'AMOUNT NOT NUMERIC - LEFT OUT OF THE PROOFS'
                       TO WS-EXC-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   PERFORM 2400-NOTE-REVERSAL
                   IF ARCH-TRANS-TYPE NOT = 'P'
                       IF ARCH-TRANS-TYPE = 'R'
                           OR ARCH-TRANS-TYPE = 'C'
                           COMPUTE WS-SIGNED-AMOUNT = 0 - ARCH-AMOUNT
                       ELSE
                           MOVE ARCH-AMOUNT TO WS-SIGNED-AMOUNT
                       END-IF
                       PERFORM 2600-ACCUM-RUN-DATE
                       PERFORM 2650-ACCUM-PERIOD
                   END-IF
               END-IF
               .

           2200-CHECK-SEQUENCE.
               MOVE 'N' TO WS-SQ-FOUND
               PERFORM VARYING WS-SQ-IX FROM 1 BY 1
                       UNTIL WS-SQ-IX > WS-SQ-COUNT
                   IF WS-SQ-ENTITY(WS-SQ-IX) = ARCH-ENTITY
                       MOVE 'Y' TO WS-SQ-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SQ-FOUND = 'N'
                   IF WS-SQ-COUNT >= WS-SQ-MAX
                       PERFORM 4000-CLOSE-FILES
                       MOVE '2200-CHECK-SEQUENCE' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'SEQUENCE TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   ADD 1 TO WS-SQ-COUNT
                   MOVE WS-SQ-COUNT TO WS-SQ-IX
                   MOVE ARCH-ENTITY TO WS-SQ-ENTITY(WS-SQ-IX)
                   MOVE 0 TO WS-SQ-LAST(WS-SQ-IX)
               END-IF

               IF ARCH-SEQ IS NOT NUMERIC OR ARCH-SEQ = 0
                   ADD 1 TO WS-SEQ-EXC-COUNT
                   MOVE 'SEQUENCE NUMBER INVALID' TO WS-EXC-TEXT
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   COMPUTE WS-SQ-EXPECT = WS-SQ-LAST(WS-SQ-IX) + 1
                   IF ARCH-SEQ NOT = WS-SQ-EXPECT
                       ADD 1 TO WS-SEQ-EXC-COUNT
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING 'SEQUENCE GAP - EXPECTED '
                           DELIMITED BY SIZE
                           WS-SQ-EXPECT(2:3) DELIMITED BY SIZE
                           ' - LATER POSTINGS UNPROBED'
                           DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                       PERFORM 2900-WRITE-EXCEPTION
                   END-IF
                   IF ARCH-SEQ = 999
                       ADD 1 TO WS-SEQ-EXC-COUNT
                       MOVE 'SEQUENCE OVERFLOW - NO ROOM FOR ANOTHER'
                           TO WS-EXC-TEXT
                       PERFORM 2900-WRITE-EXCEPTION
                   END-IF
                   MOVE ARCH-SEQ TO WS-SQ-LAST(WS-SQ-IX)
               END-IF
               .

           2300-CHECK-ENTITY.
               IF WS-ENT-COUNT > 0
                   MOVE 'N' TO WS-ENT-FOUND
                   PERFORM VARYING WS-ENT-IX FROM 1 BY 1
                           UNTIL WS-ENT-IX > WS-ENT-COUNT
                       IF WS-ENT-CODE(WS-ENT-IX) = ARCH-ENTITY
                           MOVE 'Y' TO WS-ENT-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-ENT-FOUND = 'N'
                       ADD 1 TO WS-ENT-EXC-COUNT
                       MOVE 'ENTITY NOT ON THE ENTITY CONTROL FILE'
                           TO WS-EXC-TEXT
                       PERFORM 2900-WRITE-EXCEPTION
                   END-IF
               END-IF
               .

      * Flagged postings and reversals tallied side by side by
      * entity and amount for the group's close.
           2400-NOTE-REVERSAL.
               IF ARCH-TRANS-TYPE = 'R'
                   OR ARCH-REVERSED = 'Y'
                   MOVE 'N' TO WS-RV-FOUND
                   PERFORM VARYING WS-RV-IX FROM 1 BY 1
                           UNTIL WS-RV-IX > WS-RV-COUNT
                       IF WS-RV-ENTITY(WS-RV-IX) = ARCH-ENTITY
                           AND WS-RV-AMOUNT(WS-RV-IX) = ARCH-AMOUNT
                           MOVE 'Y' TO WS-RV-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-RV-FOUND = 'N'
                       IF WS-RV-COUNT >= WS-RV-MAX
                           PERFORM 4000-CLOSE-FILES
                           MOVE '2400-NOTE-REVERSAL' TO ABEND-PARAGRAPH
                           MOVE SPACES TO ABEND-FILE-STATUS
                           MOVE 16 TO ABEND-CONDITION-CODE
                           MOVE 'REVERSAL TABLE FULL - RAISE THE SIZE'
                               TO ABEND-KEY-VALUES
                           PERFORM 9000-ABEND-RUN
                       END-IF
                       ADD 1 TO WS-RV-COUNT
                       MOVE WS-RV-COUNT TO WS-RV-IX
                       MOVE ARCH-ENTITY TO WS-RV-ENTITY(WS-RV-IX)
                       MOVE ARCH-AMOUNT TO WS-RV-AMOUNT(WS-RV-IX)
                       MOVE 0 TO WS-RV-FLAGGED(WS-RV-IX)
                       MOVE 0 TO WS-RV-REVERSALS(WS-RV-IX)
                   END-IF
                   IF ARCH-TRANS-TYPE = 'R'
                       ADD 1 TO WS-RV-REVERSALS(WS-RV-IX)
                   ELSE
                       ADD 1 TO WS-RV-FLAGGED(WS-RV-IX)
                   END-IF
               END-IF
               .

      * A flag with no reversal behind it means a posting stopped
      * counting as open without anything netting it out. A
      * reversal with no flagged posting behind it took value off
      * a posting that is not there - unless that posting may have
      * gone to cold storage with its run date.
           2500-CLOSE-GROUP.
               PERFORM VARYING WS-RV-IX FROM 1 BY 1
                       UNTIL WS-RV-IX > WS-RV-COUNT
                   PERFORM 2550-CLOSE-ONE-REVERSAL-ROW
               END-PERFORM
               MOVE 'N' TO WS-GRP-OPEN
               .

           2550-CLOSE-ONE-REVERSAL-ROW.
               MOVE WS-RV-AMOUNT(WS-RV-IX) TO WS-AMT-EDIT-1
               IF WS-RV-FLAGGED(WS-RV-IX) >
                   WS-RV-REVERSALS(WS-RV-IX)
                   COMPUTE WS-RV-DIFF = WS-RV-FLAGGED(WS-RV-IX)
                       - WS-RV-REVERSALS(WS-RV-IX)
                   ADD WS-RV-DIFF TO WS-FLAG-EXC-COUNT
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING 'REVERSED FLAG, NO REVERSAL x'
                       DELIMITED BY SIZE
                       WS-RV-DIFF DELIMITED BY SIZE
                       ' AMOUNT' DELIMITED BY SIZE
                       WS-AMT-EDIT-1 DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   PERFORM 2950-WRITE-GROUP-EXCEPTION
               END-IF
               IF WS-RV-REVERSALS(WS-RV-IX) >
                   WS-RV-FLAGGED(WS-RV-IX)
                   COMPUTE WS-RV-DIFF = WS-RV-REVERSALS(WS-RV-IX)
                       - WS-RV-FLAGGED(WS-RV-IX)
                   MOVE SPACES TO WS-EXC-TEXT
                   IF WS-GRP-DATE IS NUMERIC
                       AND WS-GRP-DATE <= WS-OFFLOADED-TO
                       ADD WS-RV-DIFF TO WS-OFFL-NOTE-COUNT
                       STRING 'NOTE: ORIGINAL MAY BE OFFLOADED x'
                           DELIMITED BY SIZE
                           WS-RV-DIFF DELIMITED BY SIZE
                           ' AMOUNT' DELIMITED BY SIZE
                           WS-AMT-EDIT-1 DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                   ELSE
                       ADD WS-RV-DIFF TO WS-REV-EXC-COUNT
                       STRING 'REVERSAL, NO ORIGINAL x'
                           DELIMITED BY SIZE
                           WS-RV-DIFF DELIMITED BY SIZE
                           ' AMOUNT' DELIMITED BY SIZE
                           WS-AMT-EDIT-1 DELIMITED BY SIZE
                           INTO WS-EXC-TEXT
                   END-IF
                   PERFORM 2950-WRITE-GROUP-EXCEPTION
               END-IF
               .

           2600-ACCUM-RUN-DATE.
               MOVE 'N' TO WS-RD-FOUND
               IF WS-RD-IX > 0
                   IF WS-RD-DATE(WS-RD-IX) = ARCH-RUN-DATE
                       MOVE 'Y' TO WS-RD-FOUND
                   END-IF
               END-IF
               IF WS-RD-FOUND = 'N'
                   PERFORM VARYING WS-RD-IX FROM 1 BY 1
                           UNTIL WS-RD-IX > WS-RD-COUNT
                       IF WS-RD-DATE(WS-RD-IX) = ARCH-RUN-DATE
                           MOVE 'Y' TO WS-RD-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-RD-FOUND = 'N'
                   PERFORM 2610-ADD-RUN-DATE
                   MOVE ARCH-RUN-DATE TO WS-RD-DATE(WS-RD-IX)
               END-IF
               ADD 1 TO WS-RD-ARCH-COUNT(WS-RD-IX)
               ADD WS-SIGNED-AMOUNT TO WS-RD-ARCH-TOTAL(WS-RD-IX)
               .

           2610-ADD-RUN-DATE.
               IF WS-RD-COUNT >= WS-RD-MAX
                   PERFORM 4000-CLOSE-FILES
                   MOVE '2610-ADD-RUN-DATE' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'RUN DATE TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-COUNT TO WS-RD-IX
               MOVE 0 TO WS-RD-DATE(WS-RD-IX)
               MOVE 0 TO WS-RD-ARCH-COUNT(WS-RD-IX)
               MOVE 0 TO WS-RD-ARCH-TOTAL(WS-RD-IX)
               MOVE 'N' TO WS-RD-HIST-SW(WS-RD-IX)
               MOVE 0 TO WS-RD-HIST-COUNT(WS-RD-IX)
               MOVE 0 TO WS-RD-HIST-TOTAL(WS-RD-IX)
               .

           2650-ACCUM-PERIOD.
               MOVE ARCH-RUN-DATE(1:6) TO WS-PD-KEY-PERIOD
               MOVE ARCH-ENTITY TO WS-PD-KEY-ENTITY
               MOVE ARCH-CURRENCY TO WS-PD-KEY-CCY
               PERFORM 2660-FIND-PERIOD-ROW
               ADD 1 TO WS-PD-ARCH-COUNT(WS-PD-IX)
               ADD WS-SIGNED-AMOUNT TO WS-PD-ARCH-TOTAL(WS-PD-IX)
               .

           2660-FIND-PERIOD-ROW.
               MOVE 'N' TO WS-PD-FOUND
               IF WS-PD-IX > 0
                   IF WS-PD-PERIOD(WS-PD-IX) = WS-PD-KEY-PERIOD
                       AND WS-PD-ENTITY(WS-PD-IX) = WS-PD-KEY-ENTITY
                       AND WS-PD-CCY(WS-PD-IX) = WS-PD-KEY-CCY
                       MOVE 'Y' TO WS-PD-FOUND
                   END-IF
               END-IF
               IF WS-PD-FOUND = 'N'
                   PERFORM VARYING WS-PD-IX FROM 1 BY 1
                           UNTIL WS-PD-IX > WS-PD-COUNT
                       IF WS-PD-PERIOD(WS-PD-IX) = WS-PD-KEY-PERIOD
                           AND WS-PD-ENTITY(WS-PD-IX) =
                               WS-PD-KEY-ENTITY
                           AND WS-PD-CCY(WS-PD-IX) = WS-PD-KEY-CCY
                           MOVE 'Y' TO WS-PD-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-PD-FOUND = 'N'
                   IF WS-PD-COUNT >= WS-PD-MAX
                       PERFORM 4000-CLOSE-FILES
                       MOVE '2660-FIND-PERIOD-ROW' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'PERIOD TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   ADD 1 TO WS-PD-COUNT
                   MOVE WS-PD-COUNT TO WS-PD-IX
                   MOVE WS-PD-KEY-PERIOD TO WS-PD-PERIOD(WS-PD-IX)
                   MOVE WS-PD-KEY-ENTITY TO WS-PD-ENTITY(WS-PD-IX)
                   MOVE WS-PD-KEY-CCY TO WS-PD-CCY(WS-PD-IX)
                   MOVE 0 TO WS-PD-ARCH-COUNT(WS-PD-IX)
                   MOVE 0 TO WS-PD-ARCH-TOTAL(WS-PD-IX)
                   MOVE 'N' TO WS-PD-PS-SW(WS-PD-IX)
                   MOVE 0 TO WS-PD-PS-COUNT(WS-PD-IX)
                   MOVE 0 TO WS-PD-PS-TOTAL(WS-PD-IX)
               END-IF
               .

           2900-WRITE-EXCEPTION.
               MOVE SPACES TO AUDIT-LINE
               STRING ARCH-TRANS-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ARCH-TRANS-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ARCH-SEQ DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ARCH-ENTITY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EXC-TEXT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               .

           2950-WRITE-GROUP-EXCEPTION.
               MOVE SPACES TO AUDIT-LINE
               STRING WS-GRP-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-GRP-DATE DELIMITED BY SIZE
                   '     ' DELIMITED BY SIZE
                   WS-RV-ENTITY(WS-RV-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EXC-TEXT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               .

      * Lay the posting run's history over the archive's figures.
      * A date run twice (a rerun after a failed night) keeps its
      * latest record - the one that finished the date.
           3000-PROVE-RUN-DATES.
               MOVE SPACES TO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE 'RUN-DATE PROOF AGAINST THE POSTING HISTORY'
                   TO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING 'RUN DATE  ARCHIVE COUNT    ARCHIVE TOTAL'
                   DELIMITED BY SIZE
                   '  HISTORY COUNT    HISTORY TOTAL  RESULT'
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE

               OPEN INPUT HistoryFile
               IF WS-HISTORY-STATUS NOT = '00'
                   MOVE SPACES TO AUDIT-LINE
                   STRING 'NO POSTING HISTORY ' DELIMITED BY SIZE
                       WS-HISTORY-FILENAME DELIMITED BY SPACE
                       ' - RUN DATES NOT PROVED' DELIMITED BY SIZE
                       INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ HistoryFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 3100-KEEP-ONE-HISTORY
                       END-READ
                   END-PERFORM
                   CLOSE HistoryFile
                   PERFORM VARYING WS-RD-IX FROM 1 BY 1
                           UNTIL WS-RD-IX > WS-RD-COUNT
                       PERFORM 3200-PROVE-ONE-RUN-DATE
                   END-PERFORM
               END-IF
               .

           3100-KEEP-ONE-HISTORY.
               IF HIST-RUN-DATE IS NUMERIC
                   MOVE 'N' TO WS-RD-FOUND
                   PERFORM VARYING WS-RD-IX FROM 1 BY 1
                           UNTIL WS-RD-IX > WS-RD-COUNT
                       IF WS-RD-DATE(WS-RD-IX) = HIST-RUN-DATE
                           MOVE 'Y' TO WS-RD-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-RD-FOUND = 'N'
                       PERFORM 2610-ADD-RUN-DATE
                       MOVE HIST-RUN-DATE TO WS-RD-DATE(WS-RD-IX)
                   END-IF
                   MOVE 'Y' TO WS-RD-HIST-SW(WS-RD-IX)
                   MOVE HIST-COUNT TO WS-RD-HIST-COUNT(WS-RD-IX)
                   MOVE HIST-TOTAL TO WS-RD-HIST-TOTAL(WS-RD-IX)
               END-IF
               .

      * The history carries the run's total without its sign, so
      * the archive's net is proved by size. A history date with
      * nothing live on the archive is passed over once its run
      * date has gone to cold storage, and so is a run that posted
      * nothing.
           3200-PROVE-ONE-RUN-DATE.
               MOVE SPACES TO WS-PROOF-RESULT
               IF WS-RD-ARCH-TOTAL(WS-RD-IX) < 0
                   COMPUTE WS-RD-ABS-TOTAL =
                       0 - WS-RD-ARCH-TOTAL(WS-RD-IX)
               ELSE
                   MOVE WS-RD-ARCH-TOTAL(WS-RD-IX) TO WS-RD-ABS-TOTAL
               END-IF
               EVALUATE TRUE
                   WHEN WS-RD-ARCH-COUNT(WS-RD-IX) = 0
                       AND (WS-RD-DATE(WS-RD-IX) <= WS-OFFLOADED-TO
                       OR WS-RD-HIST-COUNT(WS-RD-IX) = 0)
                       CONTINUE
                   WHEN WS-RD-HIST-SW(WS-RD-IX) = 'N'
                       MOVE 'NO POSTING HISTORY FOR THE DATE'
                           TO WS-PROOF-RESULT
                   WHEN WS-RD-ARCH-COUNT(WS-RD-IX) NOT =
                       WS-RD-HIST-COUNT(WS-RD-IX)
                       MOVE 'COUNT DIFFERS' TO WS-PROOF-RESULT
                   WHEN WS-RD-ABS-TOTAL NOT =
                       WS-RD-HIST-TOTAL(WS-RD-IX)
                       MOVE 'TOTAL DIFFERS' TO WS-PROOF-RESULT
                   WHEN OTHER
                       ADD 1 TO WS-RD-PROVED-COUNT
               END-EVALUATE
               IF WS-PROOF-RESULT NOT = SPACES
                   ADD 1 TO WS-RD-EXC-COUNT
                   MOVE WS-RD-ARCH-COUNT(WS-RD-IX) TO WS-CNT-EDIT-1
                   MOVE WS-RD-ARCH-TOTAL(WS-RD-IX) TO WS-AMT-EDIT-1
                   MOVE WS-RD-HIST-COUNT(WS-RD-IX) TO WS-CNT-EDIT-2
                   MOVE WS-RD-HIST-TOTAL(WS-RD-IX) TO WS-AMT-EDIT-2
                   MOVE SPACES TO AUDIT-LINE
                   STRING WS-RD-DATE(WS-RD-IX) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-CNT-EDIT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-1 DELIMITED BY SIZE
                       '    ' DELIMITED BY SIZE
                       WS-CNT-EDIT-2 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-2 DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-PROOF-RESULT DELIMITED BY SIZE
                       INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               END-IF
               .

      * Every period, entity and currency on either side is
      * listed with both figures - month-end wants to see the
      * whole proof, not just the breaks.
           3500-PROVE-PERIODS.
               MOVE SPACES TO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE 'PERIOD PROOF AGAINST THE PERIOD SUMMARY'
                   TO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING 'PERIOD ENT CCY  ARCHIVE COUNT    ARCHIVE TOTAL'
                   DELIMITED BY SIZE
                   '  SUMMARY COUNT    SUMMARY TOTAL  RESULT'
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE

               OPEN INPUT PeriodSummaryFile
               IF WS-PERSUM-STATUS NOT = '00'
                   MOVE SPACES TO AUDIT-LINE
                   STRING 'NO PERIOD SUMMARY ' DELIMITED BY SIZE
                       WS-PERSUM-FILENAME DELIMITED BY SPACE
                       ' - PERIODS NOT PROVED' DELIMITED BY SIZE
                       INTO AUDIT-LINE
                   WRITE AUDIT-LINE
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ PeriodSummaryFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 3600-KEEP-ONE-SUMMARY-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PeriodSummaryFile
                   PERFORM VARYING WS-PD-IX FROM 1 BY 1
                           UNTIL WS-PD-IX > WS-PD-COUNT
                       PERFORM 3700-PROVE-ONE-PERIOD-ROW
                   END-PERFORM
               END-IF
               .

           3600-KEEP-ONE-SUMMARY-ROW.
               IF PS-PERIOD IS NUMERIC
                   MOVE PS-PERIOD TO WS-PD-KEY-PERIOD
                   MOVE PS-ENTITY TO WS-PD-KEY-ENTITY
                   MOVE PS-CURRENCY TO WS-PD-KEY-CCY
                   PERFORM 2660-FIND-PERIOD-ROW
                   MOVE 'Y' TO WS-PD-PS-SW(WS-PD-IX)
                   MOVE PS-REC-COUNT TO WS-PD-PS-COUNT(WS-PD-IX)
                   MOVE PS-AMOUNT TO WS-PD-PS-TOTAL(WS-PD-IX)
               END-IF
               .

           3700-PROVE-ONE-PERIOD-ROW.
               MOVE SPACES TO WS-PROOF-RESULT
               EVALUATE TRUE
                   WHEN WS-PD-ARCH-COUNT(WS-PD-IX) = 0
                       AND WS-PD-PERIOD(WS-PD-IX) <=
                           WS-OFFLOADED-PERIOD
                       MOVE 'OFFLOADED - NOT PROVED'
                           TO WS-PROOF-RESULT
                   WHEN WS-PD-PS-SW(WS-PD-IX) = 'N'
                       MOVE 'NOT ON THE PERIOD SUMMARY'
                           TO WS-PROOF-RESULT
                       ADD 1 TO WS-PD-EXC-COUNT
                   WHEN WS-PD-ARCH-COUNT(WS-PD-IX) NOT =
                       WS-PD-PS-COUNT(WS-PD-IX)
                       MOVE 'COUNT DIFFERS' TO WS-PROOF-RESULT
                       ADD 1 TO WS-PD-EXC-COUNT
                   WHEN WS-PD-ARCH-TOTAL(WS-PD-IX) NOT =
                       WS-PD-PS-TOTAL(WS-PD-IX)
                       MOVE 'TOTAL DIFFERS' TO WS-PROOF-RESULT
                       ADD 1 TO WS-PD-EXC-COUNT
                   WHEN OTHER
                       MOVE 'AGREES' TO WS-PROOF-RESULT
                       ADD 1 TO WS-PD-PROVED-COUNT
               END-EVALUATE
               MOVE WS-PD-ARCH-COUNT(WS-PD-IX) TO WS-CNT-EDIT-1
               MOVE WS-PD-ARCH-TOTAL(WS-PD-IX) TO WS-AMT-EDIT-1
               MOVE WS-PD-PS-COUNT(WS-PD-IX) TO WS-CNT-EDIT-2
               MOVE WS-PD-PS-TOTAL(WS-PD-IX) TO WS-AMT-EDIT-2
               MOVE SPACES TO AUDIT-LINE
               STRING WS-PD-PERIOD(WS-PD-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PD-ENTITY(WS-PD-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-PD-CCY(WS-PD-IX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CNT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   '    ' DELIMITED BY SIZE
                   WS-CNT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-PROOF-RESULT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               .

           3900-WRITE-REPORT-TOTALS.
               MOVE SPACES TO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING 'RECORDS AUDITED ' DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   '  RUN DATES PROVED ' DELIMITED BY SIZE
                   WS-RD-PROVED-COUNT DELIMITED BY SIZE
                   '  PERIOD ROWS PROVED ' DELIMITED BY SIZE
                   WS-PD-PROVED-COUNT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING 'REVERSED FLAGS WITHOUT REVERSAL  '
                   DELIMITED BY SIZE
                   WS-FLAG-EXC-COUNT DELIMITED BY SIZE
                   '  REVERSALS WITHOUT ORIGINAL ' DELIMITED BY SIZE
                   WS-REV-EXC-COUNT DELIMITED BY SIZE
                   '  (OFFLOAD NOTES ' DELIMITED BY SIZE
                   WS-OFFL-NOTE-COUNT DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING 'SEQUENCE EXCEPTIONS ' DELIMITED BY SIZE
                   WS-SEQ-EXC-COUNT DELIMITED BY SIZE
                   '  UNKNOWN ENTITIES ' DELIMITED BY SIZE
                   WS-ENT-EXC-COUNT DELIMITED BY SIZE
                   '  BAD AMOUNTS ' DELIMITED BY SIZE
                   WS-AMT-EXC-COUNT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               STRING 'RUN-DATE BREAKS ' DELIMITED BY SIZE
                   WS-RD-EXC-COUNT DELIMITED BY SIZE
                   '  PERIOD BREAKS ' DELIMITED BY SIZE
                   WS-PD-EXC-COUNT DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
               .

           4000-CLOSE-FILES.
               CLOSE ArchiveFile
               CLOSE AuditReportFile
               .

      * One statistics record per run on the shared feed: archive
      * records read in, exceptions out, run dates and period rows
      * proved as the key figures.
           5000-WRITE-RUN-STATS.
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
                   MOVE 'ARCHAUD' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-READ-COUNT TO STATS-RECORDS-IN
                   MOVE WS-EXC-TOTAL TO STATS-RECORDS-OUT
                   MOVE WS-RD-PROVED-COUNT TO STATS-KEY-TOTAL-1
                   MOVE WS-PD-PROVED-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'ARCHAUD: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           5100-RAISE-MESSAGE.
               MOVE 'ARCHAUD' TO MSG-PROGRAM
               CALL 'MSGLOG' USING MSG-ARGS
               .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'ARCHAUD' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
