                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERSUM-STATUS.

               SELECT PeriodJournalFile ASSIGN TO DYNAMIC
                   WS-PSJ-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PSJ-STATUS.

               SELECT PeriodCtlFile ASSIGN TO DYNAMIC
                   WS-PERCTL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-MAP-STATUS.

               SELECT TaxJurisdictionFile ASSIGN TO DYNAMIC
                   WS-TAXJUR-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAXJUR-STATUS.

               SELECT GlExtractFile ASSIGN TO DYNAMIC
                   WS-GL-EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT CheckpointFile ASSIGN TO DYNAMIC
                   WS-CKP-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CKP-FILE-KEY
                   FILE STATUS IS WS-CKP-STATUS.

               SELECT RestartInFile ASSIGN TO DYNAMIC
                   WS-RST-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RST-IN-STATUS.

               SELECT RestartOutFile ASSIGN TO DYNAMIC
                   WS-RST-OUT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RST-OUT-STATUS.

               SELECT PartPlanFile ASSIGN TO DYNAMIC
                   WS-PART-PLAN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PART-PLAN-STATUS.

               SELECT PartEventFile ASSIGN TO DYNAMIC
                   WS-PART-EVENT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PART-EVENT-STATUS.

               SELECT PartSortWork ASSIGN TO DYNAMIC
                   WS-PART-SORT-FILENAME.

           DATA DIVISION.
           FILE SECTION.
           FD  TransactionFile
      * extract the day it happens.
           FD  HistoryFile
               LABEL RECORDS ARE STANDARD.
           COPY RUNHIST.

           FD  RunStatsFile
               LABEL RECORDS ARE STANDARD.
               LABEL RECORDS ARE STANDARD.
           COPY PERSUM.

           FD  PeriodJournalFile
               LABEL RECORDS ARE STANDARD.
           COPY PSJRNL.

           FD  PeriodCtlFile
               LABEL RECORDS ARE STANDARD.
           COPY PERCTL.

      * Ledger account mapping: which debit and credit accounts a
      * journal entry posts to, by entry type ('P' posting, 'D'
      * discount, 'C' conversion difference, 'T' sales tax) and
      * transaction currency, '***' matching any currency.
           FD  GlMapFile
               LABEL RECORDS ARE STANDARD.
           COPY GLMAP.

      * Sales tax jurisdictions by entity, with per-customer
      * overrides and exemptions.
           FD  TaxJurisdictionFile
               LABEL RECORDS ARE STANDARD.
           COPY TAXJUR.

      * General ledger interface file: balanced debit/credit
      * journal records per posting, wrapped in a header and a
      * the ledger side balances the file on receipt.
           FD  GlExtractFile
               LABEL RECORDS ARE STANDARD.
           COPY GLJREC.

      * Months of history for customer-call lookups: every posted
      * record lands here keyed on id plus date, with a sequence
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

      * Restart checkpoint: one control record keyed 'CONTROL'
      * holding the last committed position in the sorted extract
      * with every running figure, plus the undo entries logged
      * ahead of each archive write, reversal flag, credit
      * application and exposure rewrite made since that commit.
      * Layouts are in working storage (WS-CKP-CONTROL and
      * WS-CKP-UNDO).
           FD  CheckpointFile
               LABEL RECORDS ARE STANDARD.
           01 CKP-FILE-RECORD.
               05 CKP-FILE-KEY          PIC X(12).
               05 FILLER                PIC X(4988).

      * Any one of the sequential outputs, copied line for line
      * when a restart cuts it back to its committed length.
           FD  RestartInFile
               LABEL RECORDS ARE STANDARD.
           01 RESTART-IN-LINE           PIC X(200).

           FD  RestartOutFile
               LABEL RECORDS ARE STANDARD.
           01 RESTART-OUT-LINE          PIC X(200).

      * Partition plan from the planner, and one partition's
      * posting events (layouts PARTPLAN and PARTEVT).
           FD  PartPlanFile
               LABEL RECORDS ARE STANDARD.
           COPY PARTPLAN.

           FD  PartEventFile
               LABEL RECORDS ARE STANDARD.
           01 PART-EVENT-LINE           PIC X(200).

      * Every partition's events in one sort, back into the order
      * of the sorted extract: id, entity, the record's position
      * in the partition's extract and the event within the record.
           SD  PartSortWork.
           01 PART-SORT-RECORD.
               05 PSR-SORT-ID           PIC X(10).
               05 PSR-SORT-ENTITY       PIC X(3).
               05 PSR-REC-SEQ           PIC 9(7).
               05 PSR-EVT-SEQ           PIC 9(4).
               05 FILLER                PIC X(176).

           FD  ReportFile
               LABEL RECORDS ARE STANDARD.
           01 REPORT-LINE               PIC X(132).
      * Release cards: id, date and amount of a held duplicate the
      * review confirmed as a genuine same-day repeat. A matching
      * incoming record posts even though the archive already
      * carries the combination. Each card is signed: who kept the
      * item on hold through the review, who released it and the
      * date the release was signed - the posting run ignores them,
      * the operator audit reads them.
           FD  DupReleaseFile
               LABEL RECORDS ARE STANDARD.
           01 DUP-RELEASE-RECORD.
               05 REL-TRANS-ID          PIC X(10).
               05 REL-TRANS-DATE        PIC X(8).
               05 REL-TRANS-AMOUNT      PIC 9(7)V99.
               05 REL-HELD-BY           PIC X(8).
               05 REL-OPERATOR          PIC X(8).
               05 REL-CARD-DATE         PIC X(8).

           FD  NumbersFile
               LABEL RECORDS ARE STANDARD.
      * figures into the period summary file.
           01 WS-PERSUM-FILENAME PIC X(80).
           01 WS-PERSUM-STATUS PIC XX VALUE '00'.
           01 WS-PSJ-FILENAME PIC X(80).
           01 WS-PSJ-STATUS PIC XX VALUE '00'.
           01 WS-PERCTL-FILENAME PIC X(80).
           01 WS-PERCTL-STATUS PIC XX VALUE '00'.
           01 WS-RUN-PERIOD PIC 9(6) VALUE 0.
           01 WS-GL-MAP-IX PIC 9(3).
           01 WS-GL-WANT-TYPE PIC X.
           01 WS-GL-WANT-CCY PIC X(3).
           01 WS-GL-TRANS-TYPE PIC X.
           01 WS-GL-DR-ACCT PIC X(8).
           01 WS-GL-CR-ACCT PIC X(8).
           01 WS-GL-MAP-FOUND PIC X VALUE 'N'.
           01 WS-GL-PAIR-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-GL-PAIR-CCY PIC X(3).
           01 WS-GL-CONV-DIFF PIC S9(9)V99 VALUE 0.

      * Sales tax: the jurisdiction table is loaded up front. Each
      * original or adjustment is taxed through the engine's TAX
      * function on its value after discount, and the tax is
      * ledgered as its own pair and archived with the posting. A
      * reversal takes its original's archived tax, so the
      * liability nets back out exactly. No control file, or no
      * row for the entity, leaves the posting untaxed.
           01 WS-TAXJUR-FILENAME PIC X(80).
           01 WS-TAXJUR-STATUS PIC XX VALUE '00'.
           01 WS-TXJ-MAX PIC 9(4) VALUE 1000.
           01 WS-TXJ-COUNT PIC 9(4) VALUE 0.
           01 WS-TXJ-TABLE.
               05 WS-TXJ-ENTRY OCCURS 1000 TIMES.
                   10 WS-TXJ-ENTITY PIC X(3).
                   10 WS-TXJ-CUSTOMER PIC X(10).
                   10 WS-TXJ-JURIS PIC X(6).
                   10 WS-TXJ-RATE PIC 9(2)V9(4).
                   10 WS-TXJ-EXEMPT PIC X.
           01 WS-TXJ-IX PIC 9(4).
           01 WS-TAX-STATUS PIC X VALUE 'N'.
           01 WS-TAX-JURIS PIC X(6).
           01 WS-TAX-PCT PIC 9(2)V9(4) VALUE 0.
           01 WS-TAX-BASE PIC 9(7)V99 VALUE 0.
           01 WS-TAX-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-TAX-SAVE-DISC PIC 9(7)V99.
           01 WS-TAX-SAVE-NET PIC 9(7)V99.
           01 WS-TAX-SAVE-RESULT PIC 9(6)V99.
           01 WS-TAX-SAVE-RC PIC 9(2).
           01 WS-REV-TAX-STATUS PIC X VALUE SPACE.
           01 WS-REV-TAX-JURIS PIC X(6).
           01 WS-REV-TAX-BASE PIC 9(7)V99 VALUE 0.
           01 WS-REV-TAX-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-GL-SWAP-ACCT PIC X(8).
           01 WS-GL-REC-COUNT PIC 9(7) VALUE 0.
           01 WS-GL-DR-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-SUSPENSE-COUNT PIC 9(6) VALUE 0.
           01 WS-SUSPENSE-REASON PIC X(14).

      * Accounts merged into another (CUSTMRG) stay on the master,
      * deactivated, naming the survivor. Extract records still
      * arriving under the old id are re-keyed to the survivor
      * before any screen runs; a chain of merges is followed a
      * few hops, no further, so a loop cannot hang the run.
           01 WS-REDIRECT-COUNT PIC 9(6) VALUE 0.
           01 WS-REDIRECT-HOPS PIC 9 VALUE 0.
           01 WS-REDIRECT-MAX-HOPS PIC 9 VALUE 5.
           01 WS-REDIRECT-DONE PIC X VALUE 'N'.
           01 WS-REDIRECT-FROM-ID PIC X(10).

      * Credit screen against the master's limit and running
      * exposure: a posting that would push an id past its
      * available headroom goes to the credit-referral report

      * Signed view of the amount in hand: a reversal nets its
      * amount back out of every total, subtotal and bucket
      * instead of adding to them, and so does a credit
      * adjustment; originals and adjustments add.
           01 WS-SIGNED-AMOUNT PIC S9(7)V99 VALUE 0.
           01 WS-REV-MATCHED PIC X VALUE 'N'.
           01 WS-REV-COUNT PIC 9(6) VALUE 0.
           01 WS-UNMATCHED-REV-COUNT PIC 9(6) VALUE 0.
      * An original with cash already applied against it - by a
      * payment or a credit adjustment - is not reversed here:
      * the applied cash would be left on the paying record with
      * nothing owed under it. The reversal is referred instead.
           01 WS-REV-PAID-SEEN PIC X VALUE 'N'.
           01 WS-REV-PAID-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-REV-PAID-LABEL PIC X(30)
               VALUE 'REVERSAL OF A PAID POSTING'.
      * Run ids: the run stamp (date and time to the hundredth,
      * captured once at start of run) plus a per-call sequence.
      * The stamp keeps ids unique across reruns - even a rerun
           01 WS-CALL-SEQ PIC 9(6) VALUE 0.
           01 WS-SHARED-LOG-EVENT PIC X(9).

      * Mid-file commit and restart. Every WS-CKP-INTERVAL records
      * read from the sorted extract the run flushes its
      * sequential outputs and commits a checkpoint: position,
      * running figures and the committed length of each output.
      * Between commits, every archive write, reversal flag,
      * credit application and exposure rewrite is preceded by an
      * undo entry. A run that finds a checkpoint for its
      * business date rolls back the uncommitted updates, cuts
      * the outputs back to their committed length and resumes
      * after the last committed record, so nothing is archived,
      * stepped or ledgered twice.
           01 WS-CKP-FILENAME PIC X(80).
           01 WS-CKP-STATUS PIC XX VALUE '00'.
           01 WS-CKP-OPEN-SW PIC X VALUE 'N'.
           01 WS-CKP-RESTART-SW PIC X VALUE 'N'.
           01 WS-CKP-RESUMED-SW PIC X VALUE 'N'.
           01 WS-CKP-CONTROL-FOUND PIC X VALUE 'N'.
           01 WS-CKP-PENDING-SW PIC X VALUE 'N'.
           01 WS-CKP-STAGES-HELD PIC X(3).
           01 WS-CKP-INTERVAL PIC 9(6) VALUE 100.
           01 WS-CKP-INTERVAL-ENV PIC X(6).
           01 WS-CKP-SINCE PIC 9(6) VALUE 0.
           01 WS-CKP-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-CKP-SKIP-COUNT PIC 9(7) VALUE 0.
           01 WS-CKP-GEN PIC 9(5) VALUE 1.
           01 WS-CKP-UNDO-SEQ PIC 9(6) VALUE 0.
           01 WS-CKP-UNDO-MAX PIC 9(6) VALUE 0.
           01 WS-CKP-UNDO-DONE PIC X VALUE 'N'.
           01 WS-CKP-ROLLED-BACK PIC 9(6) VALUE 0.
           01 WS-CKP-OUT-IX PIC 9.
      * Lines written so far to each sequential output: 1 results
      * report (a partition's event file), 2 suspense, 3 aging,
      * 4 credit referral, 5 held duplicates, 6 duplicate review,
      * 7 GL extract.
           01 WS-CKP-OUT-TABLE.
               05 WS-CKP-OUT-LINES PIC 9(9) OCCURS 7 TIMES.
           01 WS-CKP-SAVE-TABLE.
               05 WS-CKP-SAVE-NAME PIC X(90) OCCURS 7 TIMES.
      * Archive record being written, kept while the key probe
      * reads over the record area.
           01 WS-ARCH-BUILD PIC X(80).
           01 WS-ARCH-TRY-SEQ PIC 9(3).
      * A credit adjustment settling the customer's open items:
      * what is left of it to apply, and what it has applied.
           01 WS-CREDIT-REMAINING PIC 9(7)V99 VALUE 0.
           01 WS-CREDIT-APPLIED PIC 9(7)V99 VALUE 0.
           01 WS-CREDIT-APPLY-NOW PIC 9(7)V99 VALUE 0.
           01 WS-CREDIT-OPEN PIC 9(7)V99 VALUE 0.
           01 WS-CREDIT-BROWSE-DONE PIC X VALUE 'N'.

      * The checkpoint control record. The tables travel as whole
      * groups, sized to the working-storage tables they carry.
           01 WS-CKP-CONTROL.
               05 WS-CKP-KEY PIC X(12).
               05 WS-CKP-RUN-DATE PIC 9(8).
               05 WS-CKP-COMMIT-GEN PIC 9(5).
               05 WS-CKP-IN-COUNT PIC 9(7).
               05 WS-CKP-IN-HASH PIC 9(13)V99.
               05 WS-CKP-POSITION PIC 9(7).
               05 WS-CKP-TRANS-COUNT PIC 9(6).
               05 WS-CKP-TRANS-TOTAL PIC S9(9)V99.
               05 WS-CKP-DISC-TOTAL PIC S9(9)V99.
               05 WS-CKP-NET-TOTAL PIC S9(9)V99.
               05 WS-CKP-SCHED-HOLE-COUNT PIC 9(6).
               05 WS-CKP-PREV-TRANS-ID PIC X(10).
               05 WS-CKP-PREV-ENTITY PIC X(3).
               05 WS-CKP-ID-COUNT PIC 9(6).
               05 WS-CKP-ID-TOTAL PIC S9(9)V99.
               05 WS-CKP-IDE-COUNT PIC 9(6).
               05 WS-CKP-IDE-TOTAL PIC S9(9)V99.
               05 WS-CKP-ID-AGE PIC X(44).
               05 WS-CKP-TOT-AGE PIC X(44).
               05 WS-CKP-CCY-COUNT PIC 9(3).
               05 WS-CKP-CCY-TABLE PIC X(400).
               05 WS-CKP-NO-RATE-COUNT PIC 9(6).
               05 WS-CKP-BASE-TOTAL PIC S9(11)V99.
               05 WS-CKP-ENT-TOT-COUNT PIC 9(2).
               05 WS-CKP-ENT-TOT-TABLE PIC X(2720).
               05 WS-CKP-SUSPENSE-COUNT PIC 9(6).
               05 WS-CKP-REFERRED-COUNT PIC 9(6).
               05 WS-CKP-HELD-DUP-COUNT PIC 9(6).
               05 WS-CKP-RELEASED-COUNT PIC 9(6).
               05 WS-CKP-REV-COUNT PIC 9(6).
               05 WS-CKP-UNMATCHED-REV-COUNT PIC 9(6).
               05 WS-CKP-ARCHIVE-COUNT PIC 9(6).
               05 WS-CKP-GL-REC-COUNT PIC 9(7).
               05 WS-CKP-GL-DR-TOTAL PIC 9(11)V99.
               05 WS-CKP-GL-CR-TOTAL PIC 9(11)V99.
               05 WS-CKP-GL-UNMAPPED-COUNT PIC 9(6).
               05 WS-CKP-REDIRECT-COUNT PIC 9(6).
               05 WS-CKP-CALL-SEQ PIC 9(6).
               05 WS-CKP-RPT-STATE PIC X(468).
               05 WS-CKP-OUTPUT OCCURS 7 TIMES.
                   10 WS-CKP-OUT-FILENAME PIC X(80).
                   10 WS-CKP-OUT-COMMITTED PIC 9(9).
      * Closing stages done since the last record was committed:
      * history written, chain balance written, period summary
      * updated. 'Y' when done.
               05 WS-CKP-CLOSE-STAGES.
                   10 WS-CKP-HIST-DONE PIC X.
                   10 WS-CKP-CHAIN-DONE PIC X.
                   10 WS-CKP-PERSUM-DONE PIC X.

      * One undo entry: 'A' archive record written (delete it),
      * 'R' reversal flag set (clear it), 'E' exposure rewritten
      * (put the before-image back), 'C' credit applied to an
      * open item (put the applied amount back). Keyed on the
      * generation - the commit it belongs after - and a sequence
      * within it.
           01 WS-CKP-UNDO.
               05 WS-CKU-KEY.
                   10 WS-CKU-TAG PIC X.
                   10 WS-CKU-GEN PIC 9(5).
                   10 WS-CKU-SEQ PIC 9(6).
               05 WS-CKU-ACTION PIC X.
               05 WS-CKU-ARCH-KEY PIC X(24).
               05 WS-CKU-CUST-ID PIC X(10).
               05 WS-CKU-EXPOSURE PIC 9(9)V99.
               05 WS-CKU-APPLIED PIC 9(7)V99.

      * Restart copy of one sequential output
           01 WS-RST-IN-NAME PIC X(90).
           01 WS-RST-IN-STATUS PIC XX VALUE '00'.
           01 WS-RST-OUT-NAME PIC X(90).
           01 WS-RST-OUT-STATUS PIC XX VALUE '00'.
           01 WS-RST-LIMIT PIC 9(9) VALUE 0.
           01 WS-RST-COPIED PIC 9(9) VALUE 0.
           01 WS-RST-EOF-SW PIC X VALUE 'N'.

      * Entity-partitioned posting. MAINPGMPARTITION blank posts
      * the whole extract serially; a two-digit partition number
      * posts only that partition's entities from the plan, with
      * every shared output written to the partition's event file;
      * MERGE replays every partition's events into the outputs
      * and finishes the run. The partition's own files are named
      * from MAINPGMPARTPREFIX and its number.
           01 WS-PART-MODE PIC X VALUE SPACE.
               88 PART-POSTING VALUE 'P'.
               88 PART-MERGING VALUE 'M'.
           01 WS-PART-PARM PIC X(5).
           01 WS-PART-NUMBER PIC 9(2) VALUE 0.
           01 WS-PART-PREFIX PIC X(60).
           01 WS-PART-PLAN-FILENAME PIC X(80).
           01 WS-PART-PLAN-STATUS PIC XX VALUE '00'.
           01 WS-PART-PLAN-EOF-SW PIC X VALUE 'N'.
           01 WS-PART-EVENT-FILENAME PIC X(80).
           01 WS-PART-EVENT-STATUS PIC XX VALUE '00'.
           01 WS-PART-EVENT-OPEN-SW PIC X VALUE 'N'.
           01 WS-PART-EVENT-EOF-SW PIC X VALUE 'N'.
           01 WS-PART-CKP-FILENAME PIC X(80).
           01 WS-PART-SORTED-FILENAME PIC X(80).
           01 WS-PART-SORT-FILENAME PIC X(80).
           01 WS-PART-DONE-SW PIC X VALUE 'N'.
           01 WS-PART-LAST-TYPE PIC X VALUE SPACE.
           01 WS-PART-RELEASED PIC 9(7) VALUE 0.
      * This partition's entities, in the plan line's layout
           01 WS-PART-ENT-COUNT PIC 9(2) VALUE 0.
           01 WS-PART-ENT-TABLE.
               05 WS-PART-ENT-ENTRY OCCURS 20 TIMES.
                   10 WS-PART-ENTITY PIC X(3).
                   10 FILLER PIC X.
           01 WS-PART-ENT-IX PIC 9(2).
           01 WS-PART-MINE-SW PIC X VALUE 'N'.
      * Sort key of the extract record in hand, and the events it
      * has written so far.
           01 WS-PART-SORT-ID PIC X(10).
           01 WS-PART-SORT-ENTITY PIC X(3).
           01 WS-PART-EVT-SEQ PIC 9(4) VALUE 0.
      * The whole plan, for the merge and for a partition finding
      * its own line.
           01 WS-PTN-MAX PIC 9(2) VALUE 20.
           01 WS-PTN-COUNT PIC 9(2) VALUE 0.
           01 WS-PTN-TABLE.
               05 WS-PTN-ENTRY OCCURS 20 TIMES.
                   10 WS-PTN-NUMBER PIC 9(2).
                   10 WS-PTN-ENT-COUNT PIC 9(2).
                   10 WS-PTN-ENT-LIST PIC X(80).
           01 WS-PTN-IX PIC 9(2).
           01 WS-PTN-FIGS-SW PIC X VALUE 'N'.
           01 WS-PTN-RELEASED-SUM PIC 9(7) VALUE 0.
      * One posted detail line, built once whether it prints now
      * or travels as an event to the merge.
           01 WS-DETAIL-LINE PIC X(132).

           COPY PARTEVT.

           PROCEDURE DIVISION.
           0000-MAIN.
               DISPLAY 'COBOL Demo Program'
               ACCEPT WS-RUN-ID-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-ID-TIME FROM TIME

      * Serial run, one partition of a partitioned run, or the
      * merge that finishes a partitioned run.
               PERFORM 1975-RESOLVE-PARTITION.

      * Handling Dates - the business date comes off the shop
      * calendar, is validated up front, and is guarded against a
      * double posting of the same processing date.

               DISPLAY 'Date: ' WS-YEAR '/' WS-MONTH '/' WS-DAY.

      * A partition posts its entities and stops: the reports,
      * statistics, chain balance and date stamp all belong to
      * the merge that follows.
               IF PART-POSTING
                   PERFORM 1980-POST-PARTITION
                   STOP RUN
               END-IF.

      * A checkpoint left by a failed run for this business date
      * is picked up before a single output file is reopened. The
      * merge posts nothing to the master or the archive - its
      * checkpoint holds only the closing stages it finished.
               PERFORM 1610-CHECK-RESTART.

               PERFORM 1200-OPEN-RESULTS-REPORT.

      * Arithmetic Operations
               PERFORM 2100-WRITE-CHAIN-BALANCE.
               PERFORM 2200-MARK-DATE-POSTED.
               PERFORM 2400-UPDATE-PERIOD-SUMMARY.
               PERFORM 1690-CLEAR-CHECKPOINT.
               IF PART-MERGING
                   PERFORM 1990-CLEAR-PART-EVENTS
               END-IF.

      * Exiting the Program
               STOP RUN.

      * The same processing date must not post twice: a rerun of
      * a clean day needs the operator's explicit override. A run
      * that failed after the stamp left its checkpoint behind,
      * and the restart that finishes it needs no override.
           1220-CHECK-DATE-GUARD.
               ACCEPT WS-DATE-OVERRIDE-ENV FROM ENVIRONMENT
                   'PROCDATEOVERRIDE'.

               IF WS-BUS-DATE-FOUND = 'Y'
                   AND WS-LAST-POSTED-DATE = WS-BUS-DATE
                   PERFORM 1225-CHECK-PENDING-RESTART
                   EVALUATE TRUE
                       WHEN WS-CKP-PENDING-SW = 'Y'
                           DISPLAY 'MAINPGM: processing date '
                               WS-BUS-DATE ' already stamped -'
                               ' finishing its checkpointed run'
                       WHEN WS-DATE-OVERRIDE-SW = 'Y'
                           DISPLAY 'MAINPGM: processing date '
                               WS-BUS-DATE ' already posted -'
                               ' operator override in effect'
                       WHEN OTHER
                           MOVE '1220-CHECK-DATE-GUARD'
                               TO ABEND-PARAGRAPH
                           MOVE SPACES TO ABEND-FILE-STATUS
                           MOVE 12 TO ABEND-CONDITION-CODE
                           MOVE SPACES TO ABEND-KEY-VALUES
                           STRING 'PROCESSING DATE ' DELIMITED BY SIZE
                               WS-BUS-DATE DELIMITED BY SIZE
                               ' ALREADY POSTED - SET PROCDATEOVERRIDE'
                               DELIMITED BY SIZE
                               INTO ABEND-KEY-VALUES
                           PERFORM 9000-ABEND-RUN
                   END-EVALUATE
               END-IF
               .

      * Look, without disturbing it, for a checkpoint this
      * business date left behind.
           1225-CHECK-PENDING-RESTART.
               MOVE 'N' TO WS-CKP-PENDING-SW
               PERFORM 1605-NAME-CHECKPOINT
               OPEN INPUT CheckpointFile
               IF WS-CKP-STATUS = '00'
                   MOVE 'CONTROL' TO CKP-FILE-KEY
                   READ CheckpointFile INTO WS-CKP-CONTROL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-CKP-RUN-DATE = WS-BUS-DATE
                               MOVE 'Y' TO WS-CKP-PENDING-SW
                           END-IF
                   END-READ
                   CLOSE CheckpointFile
               END-IF
               .

                   MOVE PARM-LOOKUP-VALUE TO WS-CHAIN-BAL-FILENAME
               END-IF

               IF WS-CKP-CHAIN-DONE = 'Y'
                   DISPLAY 'MAINPGM: chain balance already holds '
                       WS-RUN-DATE ' - not written again'
               ELSE
                   PERFORM 2110-APPEND-CHAIN-BALANCE
               END-IF
               .

           2110-APPEND-CHAIN-BALANCE.
               OPEN EXTEND ChainBalFile
               IF WS-CHAIN-BAL-STATUS NOT = '00'
                   OPEN OUTPUT ChainBalFile
                   MOVE WS-ARCHIVE-COUNT TO CB-VALUE
                   WRITE CB-RECORD
                   CLOSE ChainBalFile
                   MOVE 'Y' TO WS-CKP-CHAIN-DONE
                   PERFORM 1640-MARK-CLOSE-STAGE
               END-IF
               .

                           AT END
                               MOVE 'Y' TO WS-HISTORY-EOF-SW
                           NOT AT END
                               IF HIST-RUN-DATE NOT = WS-RUN-DATE
                                   OR WS-CKP-HIST-DONE NOT = 'Y'
                                   PERFORM 1255-KEEP-HISTORY-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   END-IF
               END-IF

               IF WS-CKP-HIST-DONE = 'Y'
                   DISPLAY 'MAINPGM: history already holds '
                       WS-RUN-DATE ' - not written again'
               ELSE
                   OPEN EXTEND HistoryFile
                   IF WS-HISTORY-STATUS NOT = '00'
                       OPEN OUTPUT HistoryFile
                   END-IF
                   IF WS-HISTORY-STATUS = '00'
                       MOVE WS-RUN-DATE TO HIST-RUN-DATE
                       MOVE WS-TRANS-COUNT TO HIST-COUNT
                       MOVE WS-TRANS-TOTAL TO HIST-TOTAL
                       WRITE HIST-RECORD
                       CLOSE HistoryFile
                       MOVE 'Y' TO WS-CKP-HIST-DONE
                       PERFORM 1640-MARK-CLOSE-STAGE
                   ELSE
                       DISPLAY 'MAINPGM: unable to open history file '
                           WS-HISTORY-FILENAME
                           ' status=' WS-HISTORY-STATUS
                   END-IF
               END-IF
               .

      * One prior run into the averaging window. A restart whose
      * failed run already wrote tonight's entry leaves it out:
      * the night is not a prior run of itself.
           1255-KEEP-HISTORY-ENTRY.
               ADD 1 TO WS-HIST-RING-IX
               IF WS-HIST-RING-IX > WS-HIST-WINDOW
                   MOVE 1 TO WS-HIST-RING-IX
               END-IF
               MOVE HIST-COUNT TO WS-HIST-RING-COUNT(WS-HIST-RING-IX)
               MOVE HIST-TOTAL TO WS-HIST-RING-TOTAL(WS-HIST-RING-IX)
               IF WS-HIST-USED < WS-HIST-WINDOW
                   ADD 1 TO WS-HIST-USED
               END-IF
               .

      * Fold tonight's per-entity, per-currency figures into the
      * accounting period's running summary: read the file, merge
      * the run's entity table in, write it back. A run that
      * ended badly leaves the summary untouched, and a restart
      * whose failed run already folded the night in adds nothing.
           2400-UPDATE-PERIOD-SUMMARY.
               EVALUATE TRUE
                   WHEN RETURN-CODE > 4 OR WS-ENT-TOT-COUNT = 0
                       CONTINUE
                   WHEN WS-CKP-PERSUM-DONE = 'Y'
                       DISPLAY 'MAINPGM: period summary already holds '
                           WS-RUN-DATE ' - not added again'
                   WHEN OTHER
                       ACCEPT WS-PERSUM-FILENAME FROM ENVIRONMENT
                           'PERIODSUMMARY'
                       IF WS-PERSUM-FILENAME = SPACES
                           MOVE 'period-summary.dat' TO
                               WS-PERSUM-FILENAME
                       END-IF
                       MOVE 'PERIODSUMMARY' TO PARM-LOOKUP-KEY
                       PERFORM 8100-GET-PARM
                       IF PARM-LOOKUP-FOUND = 'Y'
                           MOVE PARM-LOOKUP-VALUE TO WS-PERSUM-FILENAME
                       END-IF
                       ACCEPT WS-PSJ-FILENAME FROM ENVIRONMENT
                           'PERIODSUMJOURNAL'
                       IF WS-PSJ-FILENAME = SPACES
                           MOVE 'period-summary-journal.dat' TO
                               WS-PSJ-FILENAME
                       END-IF
                       MOVE 'PERIODSUMJOURNAL' TO PARM-LOOKUP-KEY
                       PERFORM 8100-GET-PARM
                       IF PARM-LOOKUP-FOUND = 'Y'
                           MOVE PARM-LOOKUP-VALUE TO WS-PSJ-FILENAME
                       END-IF

                       PERFORM 2410-LOAD-PERIOD-SUMMARY
                       PERFORM 2420-MERGE-RUN-FIGURES
                       PERFORM 2430-REWRITE-PERIOD-SUMMARY
               END-EVALUATE
               .

      * The whole file comes through the table and goes back out
                       WRITE PS-RECORD
                   END-PERFORM
                   CLOSE PeriodSummaryFile
                   PERFORM 2440-JOURNAL-RUN-FIGURES
                   MOVE 'Y' TO WS-CKP-PERSUM-DONE
                   PERFORM 1640-MARK-CLOSE-STAGE
               END-IF
               .

      * The night's share of the summary, dated, so a restore of
      * the masters can take it back out (MSTREST).
           2440-JOURNAL-RUN-FIGURES.
               OPEN EXTEND PeriodJournalFile
               IF WS-PSJ-STATUS NOT = '00'
                   OPEN OUTPUT PeriodJournalFile
               END-IF
               IF WS-PSJ-STATUS NOT = '00'
                   DISPLAY 'MAINPGM: unable to open period summary'
                       ' journal ' WS-PSJ-FILENAME
                       ' status=' WS-PSJ-STATUS
               ELSE
                   PERFORM VARYING WS-ENT-TOT-IX FROM 1 BY 1
                           UNTIL WS-ENT-TOT-IX > WS-ENT-TOT-COUNT
                       PERFORM VARYING WS-ET-CCY-IX FROM 1 BY 1
                               UNTIL WS-ET-CCY-IX >
                                   WS-ET-CCY-COUNT(WS-ENT-TOT-IX)
                           MOVE SPACES TO PSJ-RECORD
                           MOVE WS-RUN-DATE TO PSJ-RUN-DATE
                           MOVE WS-RUN-PERIOD TO PSJ-PERIOD
                           MOVE WS-ET-CODE(WS-ENT-TOT-IX) TO PSJ-ENTITY
                           MOVE WS-ET-CCY-CODE
                               (WS-ENT-TOT-IX WS-ET-CCY-IX)
                               TO PSJ-CURRENCY
                           MOVE WS-ET-CCY-CNT
                               (WS-ENT-TOT-IX WS-ET-CCY-IX)
                               TO PSJ-REC-COUNT
                           MOVE WS-ET-CCY-AMT
                               (WS-ENT-TOT-IX WS-ET-CCY-IX)
                               TO PSJ-AMOUNT
                           WRITE PSJ-RECORD
                       END-PERFORM
                   END-PERFORM
                   CLOSE PeriodJournalFile
               END-IF
               .

                   MOVE PARM-LOOKUP-VALUE TO WS-SORTED-FILENAME
               END-IF
               MOVE 'mainpgm-sort.tmp' TO WS-SORT-WORK-FILENAME
      * A partition sorts its own entities into work files of its
      * own, clear of every other partition running beside it.
               IF PART-POSTING
                   MOVE WS-PART-SORTED-FILENAME TO WS-SORTED-FILENAME
                   MOVE WS-PART-SORT-FILENAME TO WS-SORT-WORK-FILENAME
               END-IF

               MOVE 'N' TO WS-TRANS-EOF-SW
               MOVE 0 TO WS-TRANS-COUNT
               MOVE 0 TO WS-NO-RATE-COUNT
               MOVE 0 TO WS-BASE-TOTAL

      * The merge has no extract pass of its own: it replays what
      * the partitions posted.
               IF PART-MERGING
                   PERFORM 1070-MERGE-PARTITIONS
               ELSE
                   PERFORM 1010-POST-EXTRACT
               END-IF
               .

      * The extract pass: balance and sort the extract, open the
      * master, archive and outputs, and post record by record
      * with a checkpoint every interval.
           1010-POST-EXTRACT.
               OPEN INPUT TransactionFile
               IF WS-TRANS-FILE-STATUS NOT = '00'
                   DISPLAY 'MAINPGM: unable to open transaction file '
               END-IF

               IF NOT TRANS-EOF AND WS-REPORT-OPEN-SW NOT = 'Y'
                   AND NOT PART-POSTING
                   DISPLAY 'MAINPGM: results report is not open -'
                       ' transaction detail will not be written'
                   MOVE 'Y' TO WS-TRANS-EOF-SW
               END-IF

               IF NOT TRANS-EOF
      * Equal keys keep their extract order, so a restarted run
      * sees the sorted records in exactly the order the failed
      * run committed them.
                   SORT SortWork
                       ON ASCENDING KEY SORT-TRANS-ID
                           SORT-TRANS-ENTITY
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS 1050-READ-AND-BALANCE
                       GIVING SortedTransFile


               IF NOT TRANS-EOF
                   PERFORM 1800-OPEN-CUSTOMER-MASTER
                   PERFORM 1930-LOAD-GL-MAP
                   PERFORM 1935-LOAD-TAX-JURISDICTIONS
                   PERFORM 1850-OPEN-ARCHIVE
                   PERFORM 1870-LOAD-RELEASE-CARDS
      * A partition's shared outputs all go to its event file.
                   IF PART-POSTING
                       PERFORM 1960-OPEN-PART-EVENTS
                   ELSE
                       PERFORM 1900-OPEN-SUSPENSE-REPORT
                       PERFORM 1950-OPEN-AGING-REPORT
                       PERFORM 1920-OPEN-CREDIT-REFERRAL
                       PERFORM 1940-OPEN-GL-EXTRACT
                       PERFORM 1860-OPEN-DUPLICATE-FILES
                   END-IF
                   IF WS-CKP-OPEN-SW = 'Y'
                       PERFORM 1620-RESUME-FROM-CHECKPOINT
                   END-IF

                   PERFORM UNTIL TRANS-EOF
                       READ SortedTransFile INTO TRANS-RECORD
                           AT END
                               MOVE 'Y' TO WS-TRANS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-CKP-READ-COUNT
                               IF PART-POSTING
                                   PERFORM 1963-START-PART-RECORD
                               END-IF
                               PERFORM 1100-PROCESS-TRANS-RECORD
                               ADD 1 TO WS-CKP-SINCE
                               IF WS-CKP-SINCE >= WS-CKP-INTERVAL
                                   PERFORM 1630-TAKE-CHECKPOINT
                               END-IF
                       END-READ
                   END-PERFORM
      * Every record is committed before the closing figures go
      * out: a failure from here on restarts straight into them.
                   PERFORM 1630-TAKE-CHECKPOINT
                   IF PART-POSTING
                       PERFORM 1970-CLOSE-PARTITION
                   ELSE
                       PERFORM 1280-CLOSE-POSTING-RUN
                   END-IF
                   PERFORM 1290-CLOSE-POSTING-FILES
               END-IF
               .

      * The closing figures of the posting run: subtotals, the
      * entity and consolidated summaries, the report trailers and
      * the end-of-run messages. The merge closes a partitioned
      * run through here exactly as the serial run does.
           1280-CLOSE-POSTING-RUN.
               IF WS-ID-COUNT > 0
                   PERFORM 1120-WRITE-ID-SUBTOTAL
               END-IF

               PERFORM 1260-WRITE-ENTITY-SUMMARY

               MOVE SPACES TO REPORT-LINE
               STRING 'ALL ENTITIES CONSOLIDATED SUMMARY'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 7410-PRINT-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE WS-TRANS-COUNT TO RPT-CNT-1
               STRING 'RECORDS READ: ' DELIMITED BY SIZE
                   RPT-CNT-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 7410-PRINT-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE WS-TRANS-TOTAL TO RPT-AMT-1
               STRING 'TOTAL AMOUNT: ' DELIMITED BY SIZE
                   RPT-AMT-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 7410-PRINT-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE WS-DISC-TOTAL TO RPT-AMT-1
               STRING 'TOTAL DISCOUNT: ' DELIMITED BY SIZE
                   RPT-AMT-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 7410-PRINT-REPORT-LINE

               MOVE SPACES TO REPORT-LINE
               MOVE WS-NET-TOTAL TO RPT-AMT-1
               STRING 'TOTAL NET AFTER DISCOUNT: '
                   DELIMITED BY SIZE
                   RPT-AMT-1 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 7410-PRINT-REPORT-LINE

               IF WS-SCHED-HOLE-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RECORDS WITH NO DISCOUNT TIER: '
                       DELIMITED BY SIZE
                       WS-SCHED-HOLE-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM 7410-PRINT-REPORT-LINE
                   DISPLAY 'MAINPGM: ' WS-SCHED-HOLE-COUNT
                       ' record(s) had no discount tier -'
                       ' schedule has a hole'
                   MOVE 2002 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING WS-SCHED-HOLE-COUNT DELIMITED BY SIZE
                       ' RECORD(S)' DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 2300-RAISE-MESSAGE
               END-IF

               PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                       UNTIL WS-CCY-IX > WS-CCY-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-CCY-REC-COUNT(WS-CCY-IX) TO RPT-CNT-1
                   MOVE WS-CCY-AMOUNT(WS-CCY-IX) TO RPT-AMT-1
                   STRING 'CURRENCY ' DELIMITED BY SIZE
                       WS-CCY-CODE(WS-CCY-IX) DELIMITED BY SIZE
                       ' RECORDS: ' DELIMITED BY SIZE
                       RPT-CNT-1 DELIMITED BY SIZE
                       ' AMOUNT: ' DELIMITED BY SIZE
                       RPT-AMT-1 DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM 7410-PRINT-REPORT-LINE
               END-PERFORM

               MOVE SPACES TO REPORT-LINE
               MOVE WS-BASE-TOTAL TO RPT-AMT-4
               STRING 'CONVERTED BASE-CURRENCY TOTAL: '
                   DELIMITED BY SIZE
                   RPT-AMT-4 DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM 7410-PRINT-REPORT-LINE

               IF WS-NO-RATE-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RECORDS REJECTED - NO RATE: '
                       DELIMITED BY SIZE
                       WS-NO-RATE-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM 7410-PRINT-REPORT-LINE
                   DISPLAY 'MAINPGM: ' WS-NO-RATE-COUNT
                       ' record(s) rejected - no exchange rate'
                       ' for the run date'
                   MOVE 2003 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING WS-NO-RATE-COUNT DELIMITED BY SIZE
                       ' RECORD(S)' DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 2300-RAISE-MESSAGE
               END-IF

               IF WS-REDIRECT-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING 'RECORDS REDIRECTED FROM MERGED IDS: '
                       DELIMITED BY SIZE
                       WS-REDIRECT-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM 7410-PRINT-REPORT-LINE
                   DISPLAY 'MAINPGM: ' WS-REDIRECT-COUNT
                       ' record(s) redirected from merged'
                       ' customer id(s)'
               END-IF

               IF WS-REV-COUNT > 0
                   OR WS-UNMATCHED-REV-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING 'REVERSALS NETTED: ' DELIMITED BY SIZE
                       WS-REV-COUNT DELIMITED BY SIZE
                       ' UNMATCHED REVERSALS: '
                       DELIMITED BY SIZE
                       WS-UNMATCHED-REV-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM 7410-PRINT-REPORT-LINE
                   IF WS-UNMATCHED-REV-COUNT > 0
                       DISPLAY 'MAINPGM: '
                           WS-UNMATCHED-REV-COUNT
                           ' unmatched reversal(s) in suspense'
                       MOVE 3006 TO MSG-NUMBER
                       MOVE SPACES TO MSG-VARIABLE-TEXT
                       STRING WS-UNMATCHED-REV-COUNT
                           DELIMITED BY SIZE
                           ' IN SUSPENSE' DELIMITED BY SIZE
                           INTO MSG-VARIABLE-TEXT
                       PERFORM 2300-RAISE-MESSAGE
                   END-IF
               END-IF

               PERFORM 1250-CHECK-RUN-VARIANCE

               IF WS-AGING-OPEN-SW = 'Y'
                   MOVE SPACES TO AGING-LINE
                   MOVE WS-TOT-AGE-AMT(1) TO RPT-AMT-1
                   MOVE WS-TOT-AGE-AMT(2) TO RPT-AMT-2
                   MOVE WS-TOT-AGE-AMT(3) TO RPT-AMT-3
                   MOVE WS-TOT-AGE-AMT(4) TO RPT-AMT-4
                   STRING 'TOTAL      ' DELIMITED BY SIZE
                       RPT-AMT-1 DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       RPT-AMT-2 DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       RPT-AMT-3 DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       RPT-AMT-4 DELIMITED BY SIZE
                       INTO AGING-LINE
                   PERFORM 7430-PRINT-AGING-LINE
                   MOVE 3 TO RPT-ID
                   PERFORM 7900-RPT-END-REPORT
                   CLOSE AgingReportFile
               END-IF
               IF WS-SUSPENSE-OPEN-SW = 'Y'
                   MOVE SPACES TO SUSPENSE-LINE
                   MOVE WS-SUSPENSE-COUNT TO RPT-CNT-1
                   STRING 'RECORDS IN SUSPENSE: ' DELIMITED BY SIZE
                       RPT-CNT-1 DELIMITED BY SIZE
                       INTO SUSPENSE-LINE
                   PERFORM 7420-PRINT-SUSPENSE-LINE
                   MOVE 2 TO RPT-ID
                   PERFORM 7900-RPT-END-REPORT
                   CLOSE SuspenseFile
               END-IF
               IF WS-GL-OPEN-SW = 'Y'
                   MOVE SPACES TO GL-TRAILER-RECORD
                   MOVE 'TRL' TO GLT-TAG
                   MOVE WS-GL-REC-COUNT TO GLT-RECORD-COUNT
                   MOVE WS-GL-DR-TOTAL TO GLT-DR-TOTAL
                   MOVE WS-GL-CR-TOTAL TO GLT-CR-TOTAL
                   WRITE GL-JOURNAL-RECORD FROM GL-TRAILER-RECORD
                   ADD 1 TO WS-CKP-OUT-LINES(7)
                   CLOSE GlExtractFile
                   DISPLAY 'MAINPGM: GL extract ' WS-GL-REC-COUNT
                       ' journal record(s), DR ' WS-GL-DR-TOTAL
                       ' CR ' WS-GL-CR-TOTAL
                   IF WS-GL-UNMAPPED-COUNT > 0
                       DISPLAY 'MAINPGM: ' WS-GL-UNMAPPED-COUNT
                           ' GL entr(ies) hit the suspense'
                           ' account - mapping has a hole'
                   END-IF
               END-IF
               IF WS-REFERRAL-OPEN-SW = 'Y'
                   MOVE SPACES TO REFERRAL-LINE
                   STRING 'RECORDS REFERRED: ' DELIMITED BY SIZE
                       WS-REFERRED-COUNT DELIMITED BY SIZE
                       INTO REFERRAL-LINE
                   WRITE REFERRAL-LINE
                   ADD 1 TO WS-CKP-OUT-LINES(4)
                   CLOSE CreditReferralFile
               END-IF
               IF WS-REFERRED-COUNT > 0
                   DISPLAY 'MAINPGM: ' WS-REFERRED-COUNT
                       ' record(s) referred - over credit limit'
               END-IF
               IF WS-HELD-DUP-OPEN-SW = 'Y'
                   CLOSE HeldDupFile
               END-IF
               IF WS-DUP-REVIEW-OPEN-SW = 'Y'
                   MOVE SPACES TO DUP-REVIEW-LINE
                   STRING 'DUPLICATES HELD: ' DELIMITED BY SIZE
                       WS-HELD-DUP-COUNT DELIMITED BY SIZE
                       ' RELEASED: ' DELIMITED BY SIZE
                       WS-RELEASED-COUNT DELIMITED BY SIZE
                       INTO DUP-REVIEW-LINE
                   WRITE DUP-REVIEW-LINE
                   ADD 1 TO WS-CKP-OUT-LINES(6)
                   CLOSE DupReviewFile
               END-IF
               IF WS-HELD-DUP-COUNT > 0
                   DISPLAY 'MAINPGM: ' WS-HELD-DUP-COUNT
                       ' duplicate(s) held for review'
                   MOVE 3005 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING WS-HELD-DUP-COUNT DELIMITED BY SIZE
                       ' HELD' DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 2300-RAISE-MESSAGE
               END-IF

               DISPLAY 'MAINPGM: processed ' WS-TRANS-COUNT
                   ' transaction(s), total ' WS-TRANS-TOTAL
               DISPLAY 'MAINPGM: ' WS-SUSPENSE-COUNT
                   ' record(s) in suspense'
               .

           1290-CLOSE-POSTING-FILES.
               CLOSE SortedTransFile
               IF WS-CUST-OPEN-SW = 'Y'
                   CLOSE CustMasterFile
               END-IF
               IF WS-ARCHIVE-OPEN-SW = 'Y'
                   CLOSE ArchiveFile
                   DISPLAY 'MAINPGM: archived ' WS-ARCHIVE-COUNT
                       ' record(s)'
               END-IF
               .

      * Intake side of the sort: strips the header and trailer off
      * the extract, balances the detail against the trailer, and
      * releases only detail records to the sort. Out-of-balance,
      * a missing header or a missing trailer abends with condition
      * code 12 before a single record posts.
           1050-READ-AND-BALANCE.
               MOVE 'N' TO WS-HDR-SEEN-SW
               MOVE 'N' TO WS-TRL-SEEN-SW
               MOVE 'N' TO WS-BAL-EOF-SW
               MOVE 0 TO WS-IN-COUNT
               MOVE 0 TO WS-IN-HASH
               MOVE 0 TO WS-PART-RELEASED

               OPEN INPUT TransactionFile
               IF WS-TRANS-FILE-STATUS NOT = '00'
                   MOVE '1050-READ-AND-BALANCE' TO ABEND-PARAGRAPH
                   MOVE WS-TRANS-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-TRANS-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM UNTIL WS-BAL-EOF-SW = 'Y'
                   READ TransactionFile
                       AT END
                           MOVE 'Y' TO WS-BAL-EOF-SW
                       NOT AT END
                           PERFORM 1060-BALANCE-ONE-RECORD
                   END-READ
                   WHEN OTHER
                       ADD 1 TO WS-IN-COUNT
                       ADD TIN-AMOUNT TO WS-IN-HASH
                       IF PART-POSTING
                           PERFORM 1065-RELEASE-IF-PARTITION
                       ELSE
                           RELEASE SORT-TRANS-RECORD FROM TIN-RECORD
                       END-IF
               END-EVALUATE
               .

      * A partition balances the whole extract but sorts and posts
      * only its own entities.
           1065-RELEASE-IF-PARTITION.
               MOVE 'N' TO WS-PART-MINE-SW
               PERFORM VARYING WS-PART-ENT-IX FROM 1 BY 1
                       UNTIL WS-PART-ENT-IX > WS-PART-ENT-COUNT
                   IF WS-PART-ENTITY(WS-PART-ENT-IX) = TIN-ENTITY
                       MOVE 'Y' TO WS-PART-MINE-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PART-MINE-SW = 'Y'
                   ADD 1 TO WS-PART-RELEASED
                   RELEASE SORT-TRANS-RECORD FROM TIN-RECORD
               END-IF
               .

      * The merge that finishes a partitioned run: every
      * partition's events sorted back into extract order and
      * replayed through the serial report paragraphs, the
      * partitions' own figures summed into the run's, and the run
      * closed exactly as the serial run closes it.
           1070-MERGE-PARTITIONS.
               IF WS-REPORT-OPEN-SW NOT = 'Y'
                   MOVE '1070-MERGE-PARTITIONS' TO ABEND-PARAGRAPH
                   MOVE WS-REPORT-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'RESULTS REPORT NOT OPEN - NOTHING MERGED'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM 1072-LOAD-PARTITION-PLAN
               IF WS-PTN-COUNT = 0
                   MOVE '1070-MERGE-PARTITIONS' TO ABEND-PARAGRAPH
                   MOVE WS-PART-PLAN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'NO PARTITION PLAN IN ' DELIMITED BY SIZE
                       WS-PART-PLAN-FILENAME DELIMITED BY SPACE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 1900-OPEN-SUSPENSE-REPORT
               PERFORM 1950-OPEN-AGING-REPORT
               PERFORM 1920-OPEN-CREDIT-REFERRAL
               PERFORM 1940-OPEN-GL-EXTRACT
               PERFORM 1860-OPEN-DUPLICATE-FILES

               MOVE 'N' TO WS-PTN-FIGS-SW
               MOVE 0 TO WS-PTN-RELEASED-SUM
               SORT PartSortWork
                   ON ASCENDING KEY PSR-SORT-ID
                       PSR-SORT-ENTITY
                       PSR-REC-SEQ
                       PSR-EVT-SEQ
                   INPUT PROCEDURE IS 1074-RELEASE-PART-EVENTS
                   OUTPUT PROCEDURE IS 1078-REPLAY-PART-EVENTS
      * The replay is the merge's posting pass: from here a clean
      * finish clears the merge's checkpoint.
               MOVE 'Y' TO WS-CKP-RESUMED-SW

               PERFORM 1280-CLOSE-POSTING-RUN
               DISPLAY 'MAINPGM: merged ' WS-PTN-COUNT
                   ' partition(s) over ' WS-IN-COUNT
                   ' extract record(s)'
               .

      * The plan the planner wrote: one line per partition. No
      * plan file, or an empty one, leaves the table empty.
           1072-LOAD-PARTITION-PLAN.
               MOVE 0 TO WS-PTN-COUNT
               MOVE 'N' TO WS-PART-PLAN-EOF-SW
               OPEN INPUT PartPlanFile
               IF WS-PART-PLAN-STATUS = '00'
                   PERFORM UNTIL WS-PART-PLAN-EOF-SW = 'Y'
                       READ PartPlanFile
                           AT END
                               MOVE 'Y' TO WS-PART-PLAN-EOF-SW
                           NOT AT END
                               IF PTP-PARTITION IS NUMERIC
                                   AND WS-PTN-COUNT < WS-PTN-MAX
                                   ADD 1 TO WS-PTN-COUNT
                                   MOVE PTP-PARTITION
                                       TO WS-PTN-NUMBER(WS-PTN-COUNT)
                                   MOVE PTP-ENTITY-COUNT
                                       TO WS-PTN-ENT-COUNT(WS-PTN-COUNT)
                                   MOVE PTP-ENTITY-LIST
                                       TO WS-PTN-ENT-LIST(WS-PTN-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PartPlanFile
               END-IF
               .

      * Sort input: every partition's events. Each partition must
      * have finished - its last record the closing figures - for
      * this business date and over the same extract, and between
      * them the partitions must have taken every extract record.
           1074-RELEASE-PART-EVENTS.
               PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                       UNTIL WS-PTN-IX > WS-PTN-COUNT
                   PERFORM 1076-RELEASE-ONE-PARTITION
               END-PERFORM
               IF WS-PTN-RELEASED-SUM NOT = WS-IN-COUNT
                   MOVE '1074-RELEASE-PART-EVENTS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 12 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'PARTITIONS TOOK ' DELIMITED BY SIZE
                       WS-PTN-RELEASED-SUM DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       WS-IN-COUNT DELIMITED BY SIZE
                       ' EXTRACT RECORDS' DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           1076-RELEASE-ONE-PARTITION.
               MOVE WS-PTN-NUMBER(WS-PTN-IX) TO WS-PART-NUMBER
               PERFORM 1976-NAME-PART-EVENTS
               MOVE SPACE TO WS-PART-LAST-TYPE
               MOVE 'N' TO WS-PART-EVENT-EOF-SW
               OPEN INPUT PartEventFile
               IF WS-PART-EVENT-STATUS NOT = '00'
                   MOVE '1076-RELEASE-ONE-PARTITION' TO ABEND-PARAGRAPH
                   PERFORM 1961-PART-EVENTS-FAILED
               END-IF
               PERFORM UNTIL WS-PART-EVENT-EOF-SW = 'Y'
                   READ PartEventFile INTO PEV-RECORD
                       AT END
                           MOVE 'Y' TO WS-PART-EVENT-EOF-SW
                       NOT AT END
                           MOVE PEV-TYPE TO WS-PART-LAST-TYPE
                           IF PEV-TYPE = 'F'
                               PERFORM 1077-TAKE-PART-FIGURES
                           ELSE
                               RELEASE PART-SORT-RECORD FROM PEV-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PartEventFile
               IF WS-PART-LAST-TYPE NOT = 'F'
                   MOVE '1076-RELEASE-ONE-PARTITION' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 12 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'PARTITION ' DELIMITED BY SIZE
                       WS-PART-NUMBER DELIMITED BY SIZE
                       ' HAS NOT FINISHED POSTING' DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * One partition's closing figures into the run's. The
      * report-side figures are rebuilt by the replay itself.
           1077-TAKE-PART-FIGURES.
               IF PEV-RUN-DATE NOT = WS-RUN-DATE
                   MOVE '1077-TAKE-PART-FIGURES' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 12 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'PARTITION ' DELIMITED BY SIZE
                       WS-PART-NUMBER DELIMITED BY SIZE
                       ' POSTED FOR ' DELIMITED BY SIZE
                       PEV-RUN-DATE DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               IF WS-PTN-FIGS-SW = 'N'
                   MOVE 'Y' TO WS-PTN-FIGS-SW
                   MOVE PEV-IN-COUNT TO WS-IN-COUNT
                   MOVE PEV-IN-HASH TO WS-IN-HASH
               ELSE
                   IF PEV-IN-COUNT NOT = WS-IN-COUNT
                       OR PEV-IN-HASH NOT = WS-IN-HASH
                       MOVE '1077-TAKE-PART-FIGURES' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 12 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'PARTITION ' DELIMITED BY SIZE
                           WS-PART-NUMBER DELIMITED BY SIZE
                           ' READ ' DELIMITED BY SIZE
                           PEV-IN-COUNT DELIMITED BY SIZE
                           ' RECORDS, OTHERS ' DELIMITED BY SIZE
                           WS-IN-COUNT DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF
               ADD PEV-RELEASED TO WS-PTN-RELEASED-SUM
               ADD PEV-DISC-TOTAL TO WS-DISC-TOTAL
               ADD PEV-NET-TOTAL TO WS-NET-TOTAL
               ADD PEV-SCHED-HOLE TO WS-SCHED-HOLE-COUNT
               ADD PEV-NO-RATE TO WS-NO-RATE-COUNT
               ADD PEV-REFERRED TO WS-REFERRED-COUNT
               ADD PEV-HELD-DUP TO WS-HELD-DUP-COUNT
               ADD PEV-RELEASED-DUP TO WS-RELEASED-COUNT
               ADD PEV-REV TO WS-REV-COUNT
               ADD PEV-UNMATCHED-REV TO WS-UNMATCHED-REV-COUNT
               ADD PEV-ARCHIVED TO WS-ARCHIVE-COUNT
               ADD PEV-GL-REC TO WS-GL-REC-COUNT
               ADD PEV-GL-DR TO WS-GL-DR-TOTAL
               ADD PEV-GL-CR TO WS-GL-CR-TOTAL
               ADD PEV-GL-UNMAPPED TO WS-GL-UNMAPPED-COUNT
               ADD PEV-REDIRECT TO WS-REDIRECT-COUNT
               .

      * Sort output: each event replayed through the paragraph
      * the serial run writes it with.
           1078-REPLAY-PART-EVENTS.
               MOVE 'N' TO WS-PART-EVENT-EOF-SW
               PERFORM UNTIL WS-PART-EVENT-EOF-SW = 'Y'
                   RETURN PartSortWork INTO PEV-RECORD
                       AT END
                           MOVE 'Y' TO WS-PART-EVENT-EOF-SW
                       NOT AT END
                           PERFORM 1079-REPLAY-ONE-EVENT
                   END-RETURN
               END-PERFORM
               .

           1079-REPLAY-ONE-EVENT.
               MOVE PEV-TRANS TO TRANS-RECORD
               EVALUATE PEV-TYPE
                   WHEN 'D'
                       MOVE PEV-RATE TO WS-CURR-RATE
                       MOVE PEV-LINE TO WS-DETAIL-LINE
                       PERFORM 1111-SET-SIGNED-AMOUNT
                       PERFORM 1112-REPORT-POSTING
                   WHEN 'S'
                       MOVE PEV-LINE TO SUSPENSE-LINE
                       PERFORM 1178-SUSPEND-RECORD
                   WHEN '4'
                       MOVE PEV-LINE TO REFERRAL-LINE
                       PERFORM 7440-PUT-REFERRAL-LINE
                   WHEN '5'
                       MOVE PEV-LINE TO HELD-DUP-RECORD
                       PERFORM 7450-PUT-HELD-DUP
                   WHEN '6'
                       MOVE PEV-LINE TO DUP-REVIEW-LINE
                       PERFORM 7460-PUT-DUP-REVIEW-LINE
                   WHEN '7'
                       MOVE PEV-LINE TO GL-JOURNAL-RECORD
                       PERFORM 7470-PUT-GL-RECORD
               END-EVALUATE
               .

               END-IF

               IF WS-CUST-FOUND = 'N'
                   MOVE SPACES TO SUSPENSE-LINE
                   MOVE TRANS-AMOUNT TO RPT-AMT-1
                   STRING TRANS-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RPT-AMT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TRANS-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-SUSPENSE-REASON DELIMITED BY SIZE
                       INTO SUSPENSE-LINE
                   PERFORM 1178-SUSPEND-RECORD
               END-IF
               .

                   IF CUST-EXPOSURE + TRANS-AMOUNT > CUST-CREDIT-LIMIT
                       MOVE 'Y' TO WS-CREDIT-REFERRED
                       ADD 1 TO WS-REFERRED-COUNT
                       IF WS-REFERRAL-OPEN-SW = 'Y' OR PART-POSTING
                           MOVE SPACES TO REFERRAL-LINE
                           STRING TRANS-ID DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               ' - OVER LIMIT, NOT POSTED'
                               DELIMITED BY SIZE
                               INTO REFERRAL-LINE
                           PERFORM 7440-PUT-REFERRAL-LINE
                       END-IF
                   END-IF
               END-IF

      * Step the running exposure for the posting that just
      * landed. A failed rewrite warns and posts on: the money is
      * in the totals either way, and the weekly exposure true-up
      * (CUSTTRUE) corrects the master from the archive.
           1156-UPDATE-EXPOSURE.
               IF WS-CUST-FOUND = 'Y' AND WS-CUST-OPEN-SW = 'Y'
                   IF CUST-EXPOSURE IS NOT NUMERIC
                       MOVE 0 TO CUST-EXPOSURE
                   END-IF
                   INITIALIZE WS-CKP-UNDO
                   MOVE 'E' TO WS-CKU-ACTION
                   MOVE CUST-ID TO WS-CKU-CUST-ID
                   MOVE CUST-EXPOSURE TO WS-CKU-EXPOSURE
                   PERFORM 1626-LOG-UNDO
                   IF TRANS-TYPE = 'R' OR TRANS-TYPE = 'C'
      * A reversal or a credit gives headroom back, never below
      * zero.
                       IF CUST-EXPOSURE >= TRANS-AMOUNT
                           SUBTRACT TRANS-AMOUNT FROM CUST-EXPOSURE
                       ELSE
                       DELIMITED BY SIZE
                       INTO REFERRAL-LINE
                   WRITE REFERRAL-LINE
                   ADD 1 TO WS-CKP-OUT-LINES(4)
               ELSE
                   DISPLAY 'MAINPGM: unable to open credit referral '
                       WS-REFERRAL-FILENAME
               END-IF
               .

      * A record under a merged-away id is re-keyed first, so the
      * duplicate screen, the reversal match and the posting all
      * see the surviving id. A reversal goes straight to the
      * rate screen - the archive match only runs on a reversal
      * that is actually going to post. Everything else passes
      * the duplicate screen first: a record already archived
      * with the same id, date and amount is held, not posted.
           1100-PROCESS-TRANS-RECORD.
               PERFORM 1095-REDIRECT-MERGED-ID
               IF TRANS-TYPE = 'R'
                   PERFORM 1101-SCREEN-AND-POST
               ELSE
               END-IF
               .

      * Follow the merge pointer on the master while the id in
      * hand names a deactivated account merged into another.
      * The extract is sorted on the old id, so a redirected
      * record subtotals as its own group on the results report.
           1095-REDIRECT-MERGED-ID.
               IF WS-CUST-OPEN-SW = 'Y'
                   MOVE TRANS-ID TO WS-REDIRECT-FROM-ID
                   MOVE 0 TO WS-REDIRECT-HOPS
                   MOVE 'N' TO WS-REDIRECT-DONE
                   PERFORM UNTIL WS-REDIRECT-DONE = 'Y'
                       OR WS-REDIRECT-HOPS >= WS-REDIRECT-MAX-HOPS
                       MOVE TRANS-ID TO CUST-ID
                       READ CustMasterFile
                           INVALID KEY
                               MOVE 'Y' TO WS-REDIRECT-DONE
                           NOT INVALID KEY
                               IF CUST-STATUS NOT = 'A'
                                   AND CUST-MERGED-INTO NOT = SPACES
                                   MOVE CUST-MERGED-INTO TO TRANS-ID
                                   ADD 1 TO WS-REDIRECT-HOPS
                               ELSE
                                   MOVE 'Y' TO WS-REDIRECT-DONE
                               END-IF
                       END-READ
                   END-PERFORM
                   IF TRANS-ID NOT = WS-REDIRECT-FROM-ID
                       ADD 1 TO WS-REDIRECT-COUNT
                   END-IF
               END-IF
               .

      * Rate screen first: a reversal whose currency has no rate
      * today must land in no-rate suspense with the archived
      * original untouched, so tomorrow's re-send can still
      * match. Only a reversal that will post runs the archive
      * match; everything else runs the credit screen (a reversal
      * or a credit adjustment reduces exposure and is never
      * credit-referred).
           1101-SCREEN-AND-POST.
               PERFORM 1160-CHECK-CURRENCY-RATE
               IF WS-RATE-FOUND = 'Y'
                           MOVE 'N' TO WS-CREDIT-REFERRED
                           PERFORM 1110-POST-TRANS-RECORD
                       ELSE
                           IF WS-REV-PAID-SEEN = 'Y'
                               PERFORM 1103-REFER-PAID-REVERSAL
                           ELSE
                               PERFORM 1102-SUSPEND-UNMATCHED-REV
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 1150-LOOKUP-CUSTOMER
                       MOVE 'N' TO WS-CREDIT-REFERRED
                       IF TRANS-TYPE NOT = 'C'
                           PERFORM 1155-CHECK-CREDIT-LIMIT
                       END-IF
                       IF WS-CREDIT-REFERRED = 'Y'
                           CONTINUE
                       ELSE
                   END-IF
               ELSE
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE SPACES TO SUSPENSE-LINE
                   MOVE TRANS-AMOUNT TO RPT-AMT-1
                   STRING TRANS-ID DELIMITED BY SIZE
                       RPT-AMT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TRANS-DATE DELIMITED BY SIZE
                       ' NO RATE FOR ' DELIMITED BY SIZE
                       TRANS-CURRENCY DELIMITED BY SIZE
                       INTO SUSPENSE-LINE
                   PERFORM 1178-SUSPEND-RECORD
               END-IF
               .

           1102-SUSPEND-UNMATCHED-REV.
               ADD 1 TO WS-UNMATCHED-REV-COUNT
               MOVE SPACES TO SUSPENSE-LINE
               MOVE TRANS-AMOUNT TO RPT-AMT-1
               STRING TRANS-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RPT-AMT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TRANS-DATE DELIMITED BY SIZE
                   ' UNMATCHED REVERSAL'
                   DELIMITED BY SIZE
                   INTO SUSPENSE-LINE
               PERFORM 1178-SUSPEND-RECORD
               .

      * A reversal whose only match has cash applied against it
      * goes to suspense and out on the referral report with the
      * applied amount, for credit control to unwind the cash by
      * hand. It is counted with the referrals: taken in, not
      * posted.
           1103-REFER-PAID-REVERSAL.
               ADD 1 TO WS-REFERRED-COUNT
               MOVE SPACES TO SUSPENSE-LINE
               MOVE TRANS-AMOUNT TO RPT-AMT-1
               STRING TRANS-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RPT-AMT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TRANS-DATE DELIMITED BY SIZE
                   ' REVERSAL OF PAID POSTING'
                   DELIMITED BY SIZE
                   INTO SUSPENSE-LINE
               PERFORM 1178-SUSPEND-RECORD
               IF WS-REFERRAL-OPEN-SW = 'Y' OR PART-POSTING
                   MOVE SPACES TO REFERRAL-LINE
                   STRING TRANS-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-REV-PAID-LABEL DELIMITED BY SIZE
                       ' AMOUNT ' DELIMITED BY SIZE
                       TRANS-AMOUNT DELIMITED BY SIZE
                       ' APPLIED ' DELIMITED BY SIZE
                       WS-REV-PAID-AMOUNT DELIMITED BY SIZE
                       ' - CASH APPLIED, NOT POSTED'
                       DELIMITED BY SIZE
                       INTO REFERRAL-LINE
                   PERFORM 7440-PUT-REFERRAL-LINE
               END-IF
               .

      * A reversal is accepted only against an archived original
      * or adjustment (never a payment or a credit adjustment)
      * for the same id, date, entity and amount
      * that has not already been reversed and has no cash
      * applied against it. The matched posting
      * is marked reversed so it nets out exactly once; if the
      * flag cannot be rewritten the reversal is not accepted -
      * an unflagged original could be netted twice.
           1185-MATCH-REVERSAL.
               MOVE 'N' TO WS-REV-MATCHED
               MOVE 'N' TO WS-REV-PAID-SEEN
               MOVE 0 TO WS-REV-PAID-AMOUNT
               IF WS-ARCHIVE-OPEN-SW = 'Y'
                   MOVE TRANS-ID TO ARCH-TRANS-ID
                   MOVE TRANS-DATE TO ARCH-TRANS-DATE
                           NOT INVALID KEY
                               IF ARCH-AMOUNT = TRANS-AMOUNT
                                   AND ARCH-TRANS-TYPE NOT = 'R'
                                   AND ARCH-TRANS-TYPE NOT = 'P'
                                   AND ARCH-TRANS-TYPE NOT = 'C'
                                   AND ARCH-REVERSED NOT = 'Y'
                                   IF ARCH-APPLIED-AMOUNT IS NUMERIC
                                       AND ARCH-APPLIED-AMOUNT > 0
                                       PERFORM 1187-NOTE-PAID-ORIGINAL
                                   ELSE
                                       MOVE 'Y' TO WS-REV-MATCHED
                                       PERFORM 1186-KEEP-ORIGINAL-TAX
                                       INITIALIZE WS-CKP-UNDO
                                       MOVE 'R' TO WS-CKU-ACTION
                                       MOVE ARCH-KEY TO WS-CKU-ARCH-KEY
                                       PERFORM 1626-LOG-UNDO
                                       MOVE 'Y' TO ARCH-REVERSED
                                       REWRITE ARCH-RECORD
                                       IF WS-ARCHIVE-STATUS NOT = '00'
                                           DISPLAY 'MAINPGM: reversal'
                                               ' flag rewrite failed'
                                               ' for ' TRANS-ID
                                               ' status='
                                               WS-ARCHIVE-STATUS
                                           MOVE 'N' TO WS-REV-MATCHED
                                           MOVE 'Y' TO
                                               WS-DUP-CHECK-DONE
                                       END-IF
                                   END-IF
                               ELSE
                                   ADD 1 TO ARCH-SEQ
               END-IF
               .

      * A paid original is passed over - an unpaid one further on
      * in the group still matches - and remembered for the
      * referral should nothing else match.
           1187-NOTE-PAID-ORIGINAL.
               MOVE 'Y' TO WS-REV-PAID-SEEN
               MOVE ARCH-APPLIED-AMOUNT TO WS-REV-PAID-AMOUNT
               ADD 1 TO ARCH-SEQ
               .

      * The matched original's tax, for the reversal to net back
      * out. An original archived before tax was charged carries
      * none.
           1186-KEEP-ORIGINAL-TAX.
               MOVE SPACE TO WS-REV-TAX-STATUS
               MOVE SPACES TO WS-REV-TAX-JURIS
               MOVE 0 TO WS-REV-TAX-BASE
               MOVE 0 TO WS-REV-TAX-AMOUNT
               IF (ARCH-TAX-STATUS = 'T' OR ARCH-TAX-STATUS = 'E')
                   AND ARCH-TAX-BASE IS NUMERIC
                   AND ARCH-TAX-AMOUNT IS NUMERIC
                   MOVE ARCH-TAX-STATUS TO WS-REV-TAX-STATUS
                   MOVE ARCH-TAX-JURIS TO WS-REV-TAX-JURIS
                   MOVE ARCH-TAX-BASE TO WS-REV-TAX-BASE
                   MOVE ARCH-TAX-AMOUNT TO WS-REV-TAX-AMOUNT
               END-IF
               .

      * Walk the archived postings for this id and date (the
      * sequence group steps from 1 with no gaps) and flag a
      * matching amount. Release cards confirmed by the review
                           INVALID KEY
                               MOVE 'Y' TO WS-DUP-CHECK-DONE
                           NOT INVALID KEY
      * A payment the cash run archived under the same id and
      * date is never a duplicate of a posting, and a credit
      * adjustment is only ever a duplicate of another credit.
                               IF ARCH-AMOUNT = TRANS-AMOUNT
                                   AND ARCH-TRANS-TYPE NOT = 'P'
                                   AND ((TRANS-TYPE = 'C'
                                   AND ARCH-TRANS-TYPE = 'C')
                                   OR (TRANS-TYPE NOT = 'C'
                                   AND ARCH-TRANS-TYPE NOT = 'C'))
                                   MOVE 'Y' TO WS-DUP-FOUND
                               ELSE
                                   ADD 1 TO ARCH-SEQ

           1198-HOLD-DUPLICATE.
               ADD 1 TO WS-HELD-DUP-COUNT
               IF WS-HELD-DUP-OPEN-SW = 'Y' OR PART-POSTING
                   MOVE TRANS-RECORD TO HELD-DUP-RECORD
                   PERFORM 7450-PUT-HELD-DUP
               END-IF
               IF WS-DUP-REVIEW-OPEN-SW = 'Y' OR PART-POSTING
                   MOVE SPACES TO DUP-REVIEW-LINE
                   STRING TRANS-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       TRANS-CURRENCY DELIMITED BY SIZE
                       ' ALREADY ARCHIVED - HELD' DELIMITED BY SIZE
                       INTO DUP-REVIEW-LINE
                   PERFORM 7460-PUT-DUP-REVIEW-LINE
               END-IF
               .

                       DELIMITED BY SIZE
                       INTO DUP-REVIEW-LINE
                   WRITE DUP-REVIEW-LINE
                   ADD 1 TO WS-CKP-OUT-LINES(6)
               ELSE
                   DISPLAY 'MAINPGM: unable to open duplicate review '
                       WS-DUP-REVIEW-FILENAME
               .

           1110-POST-TRANS-RECORD.
               PERFORM 1111-SET-SIGNED-AMOUNT
               PERFORM 1156-UPDATE-EXPOSURE
               PERFORM 1140-CALL-DISCOUNT-ENGINE
               PERFORM 1142-CALCULATE-SALES-TAX
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-SIGNED-AMOUNT TO RPT-AMT-1
               MOVE WS-DISCOUNT-AMOUNT TO RPT-AMT-2
               MOVE WS-NET-AMOUNT TO RPT-AMT-3
                   TRANS-CURRENCY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-CUST-DETAIL-NAME DELIMITED BY SIZE
                   INTO WS-DETAIL-LINE
      * A partition hands the detail line to the merge, which
      * prints it among the subtotals in extract order.
               IF PART-POSTING
                   MOVE 'D' TO PEV-TYPE
                   MOVE WS-DETAIL-LINE TO PEV-LINE
                   PERFORM 1965-WRITE-PART-EVENT
               ELSE
                   PERFORM 1112-REPORT-POSTING
               END-IF
               PERFORM 1145-WRITE-GL-ENTRIES
               PERFORM 1180-ARCHIVE-TRANS-RECORD
               .

           1111-SET-SIGNED-AMOUNT.
               IF TRANS-TYPE = 'R' OR TRANS-TYPE = 'C'
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TRANS-AMOUNT
               ELSE
                   MOVE TRANS-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
               .

      * The report side of a posting: control breaks, run counts
      * and totals, aging, entity and currency totals, and the
      * detail line itself.
           1112-REPORT-POSTING.
               IF WS-TRANS-COUNT = 0
                   MOVE TRANS-ID TO WS-PREV-TRANS-ID
                   MOVE TRANS-ENTITY TO WS-PREV-ENTITY
               END-IF
               IF TRANS-ID NOT = WS-PREV-TRANS-ID
                   PERFORM 1120-WRITE-ID-SUBTOTAL
               ELSE
                   IF TRANS-ENTITY NOT = WS-PREV-ENTITY
                       PERFORM 1125-WRITE-ENTITY-SUBTOTAL
                   END-IF
               END-IF
               ADD 1 TO WS-TRANS-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-TRANS-TOTAL
               ADD 1 TO WS-ID-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-ID-TOTAL
               ADD 1 TO WS-IDE-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-IDE-TOTAL
               PERFORM 1130-AGE-TRANS-AMOUNT
               PERFORM 1175-ACCUM-ENTITY-TOTALS
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM 7410-PRINT-REPORT-LINE
               PERFORM 1165-ACCUMULATE-CURRENCY
               .

      * The journal pairs for the posting that just landed: net
      * value in the transaction currency, the discount taken,
      * the sales tax charged, and the conversion difference
      * between the converted base value and the face value. Every
      * pair debits and credits the same amount, so the file
      * balances by construction.
           1145-WRITE-GL-ENTRIES.
               IF WS-GL-OPEN-SW = 'Y' OR PART-POSTING
                   MOVE 'P' TO WS-GL-WANT-TYPE
                   MOVE TRANS-CURRENCY TO WS-GL-WANT-CCY
                   PERFORM 1146-FIND-GL-MAP
                   IF TRANS-TYPE = 'R' OR TRANS-TYPE = 'C'
                       PERFORM 1148-REVERSE-GL-ACCOUNTS
                   END-IF
                   MOVE WS-NET-AMOUNT TO WS-GL-PAIR-AMOUNT
                   MOVE TRANS-CURRENCY TO WS-GL-PAIR-CCY
                   PERFORM 1147-WRITE-GL-PAIR

                   IF WS-DISCOUNT-AMOUNT > 0
                       MOVE 'D' TO WS-GL-WANT-TYPE
                       PERFORM 1146-FIND-GL-MAP
                       IF TRANS-TYPE = 'R' OR TRANS-TYPE = 'C'
                           PERFORM 1148-REVERSE-GL-ACCOUNTS
                       END-IF
                       MOVE WS-DISCOUNT-AMOUNT TO WS-GL-PAIR-AMOUNT
                       PERFORM 1147-WRITE-GL-PAIR
                   END-IF

                   IF WS-TAX-AMOUNT > 0
                       MOVE 'T' TO WS-GL-WANT-TYPE
                       PERFORM 1146-FIND-GL-MAP
                       IF TRANS-TYPE = 'R' OR TRANS-TYPE = 'C'
                           PERFORM 1148-REVERSE-GL-ACCOUNTS
                       END-IF
                       MOVE WS-TAX-AMOUNT TO WS-GL-PAIR-AMOUNT
                       MOVE TRANS-CURRENCY TO WS-GL-PAIR-CCY
                       PERFORM 1147-WRITE-GL-PAIR
                   END-IF

                   COMPUTE WS-GL-CONV-DIFF ROUNDED =
                       WS-SIGNED-AMOUNT * WS-CURR-RATE
                       - WS-SIGNED-AMOUNT
               END-IF
               .

      * A reversal posts the mirror image of the original entry;
      * a credit adjustment posts the mirror image of a sale.
           1148-REVERSE-GL-ACCOUNTS.
               MOVE WS-GL-DR-ACCT TO WS-GL-SWAP-ACCT
               MOVE WS-GL-CR-ACCT TO WS-GL-DR-ACCT
               .

           1147-WRITE-GL-PAIR.
               IF TRANS-TYPE = SPACE
                   MOVE 'O' TO WS-GL-TRANS-TYPE
               ELSE
                   MOVE TRANS-TYPE TO WS-GL-TRANS-TYPE
               END-IF
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'J' TO GLJ-TAG
               MOVE WS-GL-DR-ACCT TO GLJ-ACCOUNT
               MOVE WS-GL-PAIR-CCY TO GLJ-CURRENCY
               MOVE TRANS-ID TO GLJ-SOURCE-ID
               MOVE WS-RUN-DATE TO GLJ-RUN-DATE
               MOVE TRANS-ENTITY TO GLJ-ENTITY
               MOVE WS-GL-WANT-TYPE TO GLJ-ENTRY-TYPE
               MOVE WS-GL-TRANS-TYPE TO GLJ-TRANS-TYPE
               PERFORM 7470-PUT-GL-RECORD
               ADD 1 TO WS-GL-REC-COUNT
               ADD WS-GL-PAIR-AMOUNT TO WS-GL-DR-TOTAL

               MOVE WS-GL-PAIR-CCY TO GLJ-CURRENCY
               MOVE TRANS-ID TO GLJ-SOURCE-ID
               MOVE WS-RUN-DATE TO GLJ-RUN-DATE
               MOVE TRANS-ENTITY TO GLJ-ENTITY
               MOVE WS-GL-WANT-TYPE TO GLJ-ENTRY-TYPE
               MOVE WS-GL-TRANS-TYPE TO GLJ-TRANS-TYPE
               PERFORM 7470-PUT-GL-RECORD
               ADD 1 TO WS-GL-REC-COUNT
               ADD WS-GL-PAIR-AMOUNT TO WS-GL-CR-TOTAL
               .
               END-IF
               .

           1935-LOAD-TAX-JURISDICTIONS.
               ACCEPT WS-TAXJUR-FILENAME FROM ENVIRONMENT
                   'TAXJURFILE'.
               IF WS-TAXJUR-FILENAME = SPACES
                   MOVE 'tax-jurisdictions.ctl' TO WS-TAXJUR-FILENAME
               END-IF
               MOVE 'TAXJURFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-TAXJUR-FILENAME
               END-IF

               MOVE 0 TO WS-TXJ-COUNT
               OPEN INPUT TaxJurisdictionFile
               IF WS-TAXJUR-STATUS NOT = '00'
                   DISPLAY 'MAINPGM: no tax jurisdiction file '
                       WS-TAXJUR-FILENAME
                       ' - postings will not be taxed'
               ELSE
                   PERFORM UNTIL WS-TAXJUR-STATUS NOT = '00'
                       OR WS-TXJ-COUNT >= WS-TXJ-MAX
                       READ TaxJurisdictionFile
                           AT END
                               MOVE '10' TO WS-TAXJUR-STATUS
                           NOT AT END
                               IF TXJ-ENTITY NOT = SPACES
                                   AND TXJ-RATE IS NUMERIC
                                   ADD 1 TO WS-TXJ-COUNT
                                   MOVE TXJ-ENTITY TO
                                       WS-TXJ-ENTITY(WS-TXJ-COUNT)
                                   MOVE TXJ-CUSTOMER TO
                                       WS-TXJ-CUSTOMER(WS-TXJ-COUNT)
                                   MOVE TXJ-JURISDICTION TO
                                       WS-TXJ-JURIS(WS-TXJ-COUNT)
                                   MOVE TXJ-RATE TO
                                       WS-TXJ-RATE(WS-TXJ-COUNT)
                                   MOVE TXJ-EXEMPT TO
                                       WS-TXJ-EXEMPT(WS-TXJ-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TaxJurisdictionFile
                   DISPLAY 'MAINPGM: loaded ' WS-TXJ-COUNT
                       ' tax jurisdiction row(s)'
               END-IF
               .

           1940-OPEN-GL-EXTRACT.
               ACCEPT WS-GL-EXTRACT-FILENAME FROM ENVIRONMENT
                   'GLEXTRACT'.
                   MOVE 'HDR' TO GLH-TAG
                   MOVE WS-RUN-DATE TO GLH-RUN-DATE
                   WRITE GL-JOURNAL-RECORD FROM GL-HEADER-RECORD
                   ADD 1 TO WS-CKP-OUT-LINES(7)
               ELSE
                   DISPLAY 'MAINPGM: unable to open GL extract '
                       WS-GL-EXTRACT-FILENAME
      * Archive the posted record. The sequence part of the key
      * starts at 1 and steps past any posting already archived for
      * the same id and date, so a rerun or a same-day duplicate
      * never overwrites history. The free key is found by reading
      * first, so the undo entry logged ahead of the write always
      * names the record this run is about to add.
           1180-ARCHIVE-TRANS-RECORD.
               MOVE 0 TO WS-CREDIT-APPLIED
               IF WS-ARCHIVE-OPEN-SW = 'Y' AND TRANS-TYPE = 'C'
                   PERFORM 1182-APPLY-CREDIT
               END-IF
               IF WS-ARCHIVE-OPEN-SW = 'Y'
                   MOVE TRANS-ID TO ARCH-TRANS-ID
                   MOVE TRANS-DATE TO ARCH-TRANS-DATE
                       MOVE TRANS-TYPE TO ARCH-TRANS-TYPE
                   END-IF
                   MOVE 'N' TO ARCH-REVERSED
                   MOVE WS-CREDIT-APPLIED TO ARCH-APPLIED-AMOUNT
                   MOVE WS-TAX-STATUS TO ARCH-TAX-STATUS
                   MOVE WS-TAX-JURIS TO ARCH-TAX-JURIS
                   MOVE WS-TAX-BASE TO ARCH-TAX-BASE
                   MOVE WS-TAX-AMOUNT TO ARCH-TAX-AMOUNT
                   MOVE ARCH-RECORD TO WS-ARCH-BUILD
                   MOVE 'N' TO WS-ARCHIVE-WRITTEN
                   PERFORM UNTIL WS-ARCHIVE-WRITTEN = 'Y'
                       OR ARCH-SEQ > 999
                       MOVE ARCH-SEQ TO WS-ARCH-TRY-SEQ
                       READ ArchiveFile
                           INVALID KEY
                               MOVE WS-ARCH-BUILD TO ARCH-RECORD
                               MOVE WS-ARCH-TRY-SEQ TO ARCH-SEQ
                               INITIALIZE WS-CKP-UNDO
                               MOVE 'A' TO WS-CKU-ACTION
                               MOVE ARCH-KEY TO WS-CKU-ARCH-KEY
                               PERFORM 1626-LOG-UNDO
                               WRITE ARCH-RECORD
                                   INVALID KEY
                                       ADD 1 TO ARCH-SEQ
                                   NOT INVALID KEY
                                       MOVE 'Y' TO WS-ARCHIVE-WRITTEN
                                       ADD 1 TO WS-ARCHIVE-COUNT
                               END-WRITE
                           NOT INVALID KEY
                               MOVE WS-ARCH-BUILD TO ARCH-RECORD
                               COMPUTE ARCH-SEQ = WS-ARCH-TRY-SEQ + 1
                       END-READ
                   END-PERFORM
                   IF WS-ARCHIVE-WRITTEN = 'N'
                       DISPLAY 'MAINPGM: archive full for ' TRANS-ID
               END-IF
               .

      * A credit adjustment settles the customer's open items the
      * way the cash run applies a payment - oldest posting first,
      * originals and adjustments in the credit's own currency -
      * so aging, dunning and late charges stop chasing what the
      * credit has covered. Each application is logged for undo
      * before it is rewritten. What the credit cannot settle
      * stays on it as unapplied, and the amount it did apply is
      * archived on the credit itself.
           1182-APPLY-CREDIT.
               MOVE TRANS-AMOUNT TO WS-CREDIT-REMAINING
               MOVE TRANS-ID TO ARCH-TRANS-ID
               MOVE SPACES TO ARCH-TRANS-DATE
               MOVE 0 TO ARCH-SEQ
               MOVE SPACES TO ARCH-ENTITY
               MOVE 'N' TO WS-CREDIT-BROWSE-DONE
               START ArchiveFile KEY IS NOT LESS THAN ARCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CREDIT-BROWSE-DONE
               END-START
               PERFORM UNTIL WS-CREDIT-BROWSE-DONE = 'Y'
                   OR WS-CREDIT-REMAINING = 0
                   READ ArchiveFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-CREDIT-BROWSE-DONE
                       NOT AT END
                           IF ARCH-TRANS-ID = TRANS-ID
                               PERFORM 1183-APPLY-CREDIT-ITEM
                           ELSE
                               MOVE 'Y' TO WS-CREDIT-BROWSE-DONE
                           END-IF
                   END-READ
               END-PERFORM
               .

           1183-APPLY-CREDIT-ITEM.
               MOVE 0 TO WS-CREDIT-OPEN
               IF ARCH-TRANS-TYPE NOT = 'R'
                   AND ARCH-TRANS-TYPE NOT = 'P'
                   AND ARCH-TRANS-TYPE NOT = 'C'
                   AND ARCH-REVERSED NOT = 'Y'
                   AND ARCH-CURRENCY = TRANS-CURRENCY
                   AND ARCH-AMOUNT IS NUMERIC
                   IF ARCH-APPLIED-AMOUNT IS NOT NUMERIC
                       MOVE 0 TO ARCH-APPLIED-AMOUNT
                   END-IF
                   IF ARCH-APPLIED-AMOUNT < ARCH-AMOUNT
                       COMPUTE WS-CREDIT-OPEN =
                           ARCH-AMOUNT - ARCH-APPLIED-AMOUNT
                   END-IF
               END-IF
               IF WS-CREDIT-OPEN > 0
                   IF WS-CREDIT-OPEN > WS-CREDIT-REMAINING
                       MOVE WS-CREDIT-REMAINING TO WS-CREDIT-APPLY-NOW
                   ELSE
                       MOVE WS-CREDIT-OPEN TO WS-CREDIT-APPLY-NOW
                   END-IF
                   INITIALIZE WS-CKP-UNDO
                   MOVE 'C' TO WS-CKU-ACTION
                   MOVE ARCH-KEY TO WS-CKU-ARCH-KEY
                   MOVE ARCH-APPLIED-AMOUNT TO WS-CKU-APPLIED
                   PERFORM 1626-LOG-UNDO
                   ADD WS-CREDIT-APPLY-NOW TO ARCH-APPLIED-AMOUNT
                   REWRITE ARCH-RECORD
      * An item that will not take the application stops the
      * credit where it is: what already applied stands and the
      * rest stays unapplied on the credit.
                   IF WS-ARCHIVE-STATUS NOT = '00'
                       DISPLAY 'MAINPGM: credit application rewrite'
                           ' failed for ' ARCH-KEY
                           ' status=' WS-ARCHIVE-STATUS
                       MOVE 'Y' TO WS-CREDIT-BROWSE-DONE
                   ELSE
                       SUBTRACT WS-CREDIT-APPLY-NOW
                           FROM WS-CREDIT-REMAINING
                       ADD WS-CREDIT-APPLY-NOW TO WS-CREDIT-APPLIED
                   END-IF
               END-IF
               .

           1850-OPEN-ARCHIVE.
               ACCEPT WS-ARCHIVE-FILENAME FROM ENVIRONMENT
                   'ARCHIVEFILE'.
               END-IF
               .

      * Serial and merge runs share MAINPGMCHKPT; each partition
      * restarts from a checkpoint of its own.
           1605-NAME-CHECKPOINT.
               ACCEPT WS-CKP-FILENAME FROM ENVIRONMENT 'MAINPGMCHKPT'.
               IF WS-CKP-FILENAME = SPACES
                   MOVE 'mainpgm-checkpoint.dat' TO WS-CKP-FILENAME
               END-IF
               MOVE 'MAINPGMCHKPT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CKP-FILENAME
               END-IF
               IF PART-POSTING
                   MOVE WS-PART-CKP-FILENAME TO WS-CKP-FILENAME
               END-IF
               .

      * Resolve and open the checkpoint file and look for a commit
      * left by a failed run. A checkpoint for another business
      * date means that run was never finished - the operators
      * must see it through before a new date posts. For this
      * date, the committed part of each sequential output is
      * saved aside now, before the run reopens them for output,
      * and the closing stages the failed run finished are known.
           1610-CHECK-RESTART.
               PERFORM 1605-NAME-CHECKPOINT

               ACCEPT WS-CKP-INTERVAL-ENV FROM ENVIRONMENT
                   'MAINPGMCHKPTINTERVAL'.
               MOVE 'MAINPGMCHKPTINTERVAL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CKP-INTERVAL-ENV
               END-IF
               IF WS-CKP-INTERVAL-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-CKP-INTERVAL-ENV)
                       TO WS-CKP-INTERVAL
               END-IF
               IF WS-CKP-INTERVAL = 0
                   MOVE 100 TO WS-CKP-INTERVAL
               END-IF

               MOVE 'N' TO WS-CKP-RESTART-SW
               MOVE 'N' TO WS-CKP-CONTROL-FOUND
               MOVE 1 TO WS-CKP-GEN
               MOVE 0 TO WS-CKP-UNDO-SEQ
               INITIALIZE WS-CKP-OUT-TABLE
               MOVE SPACES TO WS-CKP-CLOSE-STAGES

               OPEN I-O CheckpointFile
               IF WS-CKP-STATUS = '35'
                   OPEN OUTPUT CheckpointFile
                   CLOSE CheckpointFile
                   OPEN I-O CheckpointFile
               END-IF
               IF WS-CKP-STATUS NOT = '00'
                   DISPLAY 'MAINPGM: unable to open checkpoint '
                       WS-CKP-FILENAME
                       ' status=' WS-CKP-STATUS
                       ' - run continues without restart points'
               ELSE
                   MOVE 'Y' TO WS-CKP-OPEN-SW
                   MOVE 'CONTROL' TO CKP-FILE-KEY
                   READ CheckpointFile INTO WS-CKP-CONTROL
                       INVALID KEY
                           MOVE 'N' TO WS-CKP-CONTROL-FOUND
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CKP-CONTROL-FOUND
                   END-READ
               END-IF

               IF WS-CKP-CONTROL-FOUND = 'Y'
                   IF WS-CKP-RUN-DATE NOT = WS-RUN-DATE
                       MOVE '1610-CHECK-RESTART' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 12 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'CHECKPOINT HELD FOR ' DELIMITED BY SIZE
                           WS-CKP-RUN-DATE DELIMITED BY SIZE
                           ' - RESTART THAT DATE FIRST'
                           DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'Y' TO WS-CKP-RESTART-SW
                   COMPUTE WS-CKP-GEN = WS-CKP-COMMIT-GEN + 1
                   IF PART-MERGING
                       DISPLAY 'MAINPGM: restarting the merge for '
                           WS-CKP-RUN-DATE
                   ELSE
                       DISPLAY 'MAINPGM: restarting after record '
                           WS-CKP-POSITION ' of the sorted extract'
                   END-IF
                   PERFORM VARYING WS-CKP-OUT-IX FROM 1 BY 1
                           UNTIL WS-CKP-OUT-IX > 7
                       PERFORM 1615-SAVE-COMMITTED-OUTPUT
                   END-PERFORM
               END-IF
               .

      * Copy the committed lines of one output to its save copy.
      * An output shorter than its checkpoint has lost committed
      * lines, and the run cannot rebuild them - it stops.
           1615-SAVE-COMMITTED-OUTPUT.
               MOVE SPACES TO WS-CKP-SAVE-NAME(WS-CKP-OUT-IX)
               IF WS-CKP-OUT-FILENAME(WS-CKP-OUT-IX) NOT = SPACES
                   STRING WS-CKP-OUT-FILENAME(WS-CKP-OUT-IX)
                       DELIMITED BY SPACE
                       '.rst' DELIMITED BY SIZE
                       INTO WS-CKP-SAVE-NAME(WS-CKP-OUT-IX)
                   MOVE WS-CKP-OUT-FILENAME(WS-CKP-OUT-IX)
                       TO WS-RST-IN-NAME
                   MOVE WS-CKP-SAVE-NAME(WS-CKP-OUT-IX)
                       TO WS-RST-OUT-NAME
                   MOVE WS-CKP-OUT-COMMITTED(WS-CKP-OUT-IX)
                       TO WS-RST-LIMIT
                   PERFORM 1650-COPY-RESTART-FILE
                   IF WS-RST-COPIED < WS-RST-LIMIT
                       MOVE '1615-SAVE-COMMITTED-OUTPUT'
                           TO ABEND-PARAGRAPH
                       MOVE WS-RST-IN-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'OUTPUT SHORTER THAN CHECKPOINT '
                           DELIMITED BY SIZE
                           WS-RST-IN-NAME DELIMITED BY SPACE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF
               .

      * With the master, archive and outputs open: undo whatever
      * the failed run changed after its last commit, then - on a
      * restart - put the committed outputs and running figures
      * back and read past the records already committed.
           1620-RESUME-FROM-CHECKPOINT.
               MOVE 'Y' TO WS-CKP-RESUMED-SW
               PERFORM 1622-ROLL-BACK-UNCOMMITTED
               IF WS-CKP-RESTART-SW = 'Y'
                   IF WS-IN-COUNT NOT = WS-CKP-IN-COUNT
                       OR WS-IN-HASH NOT = WS-CKP-IN-HASH
                       MOVE '1620-RESUME-FROM-CHECKPOINT'
                           TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 12 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'EXTRACT CHANGED SINCE CHECKPOINT READ='
                           DELIMITED BY SIZE
                           WS-IN-COUNT DELIMITED BY SIZE
                           ' CHECKPOINT=' DELIMITED BY SIZE
                           WS-CKP-IN-COUNT DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   PERFORM 1625-RESTORE-OUTPUTS
                   PERFORM 1628-RESTORE-RUNNING-FIGURES
                   MOVE 0 TO WS-CKP-SKIP-COUNT
                   PERFORM UNTIL TRANS-EOF
                       OR WS-CKP-SKIP-COUNT >= WS-CKP-POSITION
                       READ SortedTransFile INTO TRANS-RECORD
                           AT END
                               MOVE 'Y' TO WS-TRANS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-CKP-SKIP-COUNT
                       END-READ
                   END-PERFORM
                   MOVE WS-CKP-SKIP-COUNT TO WS-CKP-READ-COUNT
                   DISPLAY 'MAINPGM: resumed after ' WS-CKP-SKIP-COUNT
                       ' committed record(s), '
                       WS-CKP-ROLLED-BACK
                       ' uncommitted update(s) rolled back'
               ELSE
                   IF WS-CKP-ROLLED-BACK > 0
                       DISPLAY 'MAINPGM: ' WS-CKP-ROLLED-BACK
                           ' update(s) from a run that failed before'
                           ' its first commit rolled back'
                   END-IF
               END-IF
               MOVE 0 TO WS-CKP-SINCE
               .

      * Find the highest undo entry of the open generation, then
      * apply the entries newest first, so an exposure rewritten
      * more than once ends on its earliest before-image.
           1622-ROLL-BACK-UNCOMMITTED.
               MOVE 0 TO WS-CKP-UNDO-MAX
               MOVE 0 TO WS-CKP-ROLLED-BACK
               INITIALIZE WS-CKP-UNDO
               MOVE 'U' TO WS-CKU-TAG
               MOVE WS-CKP-GEN TO WS-CKU-GEN
               MOVE 0 TO WS-CKU-SEQ
               MOVE WS-CKU-KEY TO CKP-FILE-KEY
               MOVE 'N' TO WS-CKP-UNDO-DONE
               START CheckpointFile KEY IS GREATER THAN CKP-FILE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CKP-UNDO-DONE
               END-START
               PERFORM UNTIL WS-CKP-UNDO-DONE = 'Y'
                   READ CheckpointFile NEXT RECORD INTO WS-CKP-UNDO
                       AT END
                           MOVE 'Y' TO WS-CKP-UNDO-DONE
                       NOT AT END
                           IF WS-CKU-TAG = 'U'
                               AND WS-CKU-GEN = WS-CKP-GEN
                               MOVE WS-CKU-SEQ TO WS-CKP-UNDO-MAX
                           ELSE
                               MOVE 'Y' TO WS-CKP-UNDO-DONE
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-CKP-UNDO-SEQ FROM WS-CKP-UNDO-MAX
                       BY -1 UNTIL WS-CKP-UNDO-SEQ = 0
                   MOVE 'U' TO WS-CKU-TAG
                   MOVE WS-CKP-GEN TO WS-CKU-GEN
                   MOVE WS-CKP-UNDO-SEQ TO WS-CKU-SEQ
                   MOVE WS-CKU-KEY TO CKP-FILE-KEY
                   READ CheckpointFile INTO WS-CKP-UNDO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 1624-UNDO-ONE-UPDATE
                           DELETE CheckpointFile RECORD
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-CKP-UNDO-SEQ
               .

      * A record that is already gone, or a master row that no
      * longer exists, needs no undo. Any other failure leaves the
      * files half rolled back, and the run must not post on top.
           1624-UNDO-ONE-UPDATE.
               MOVE '00' TO WS-ARCHIVE-STATUS
               MOVE '00' TO WS-CUST-FILE-STATUS
               EVALUATE WS-CKU-ACTION
                   WHEN 'A'
                       IF WS-ARCHIVE-OPEN-SW = 'Y'
                           MOVE WS-CKU-ARCH-KEY TO ARCH-KEY
                           DELETE ArchiveFile RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CKP-ROLLED-BACK
                           END-DELETE
                       END-IF
                   WHEN 'R'
                       IF WS-ARCHIVE-OPEN-SW = 'Y'
                           MOVE WS-CKU-ARCH-KEY TO ARCH-KEY
                           READ ArchiveFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'N' TO ARCH-REVERSED
                                   REWRITE ARCH-RECORD
                                   ADD 1 TO WS-CKP-ROLLED-BACK
                           END-READ
                       END-IF
                   WHEN 'C'
                       IF WS-ARCHIVE-OPEN-SW = 'Y'
                           MOVE WS-CKU-ARCH-KEY TO ARCH-KEY
                           READ ArchiveFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WS-CKU-APPLIED
                                       TO ARCH-APPLIED-AMOUNT
                                   REWRITE ARCH-RECORD
                                   ADD 1 TO WS-CKP-ROLLED-BACK
                           END-READ
                       END-IF
                   WHEN 'E'
                       IF WS-CUST-OPEN-SW = 'Y'
                           MOVE WS-CKU-CUST-ID TO CUST-ID
                           READ CustMasterFile
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WS-CKU-EXPOSURE
                                       TO CUST-EXPOSURE
                                   REWRITE CUST-RECORD
                                   ADD 1 TO WS-CKP-ROLLED-BACK
                           END-READ
                       END-IF
               END-EVALUATE
               IF (WS-ARCHIVE-STATUS NOT = '00'
                   AND WS-ARCHIVE-STATUS NOT = '23')
                   OR (WS-CUST-FILE-STATUS NOT = '00'
                   AND WS-CUST-FILE-STATUS NOT = '23')
                   MOVE '1624-UNDO-ONE-UPDATE' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   IF WS-CUST-FILE-STATUS NOT = '00'
                       MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   END-IF
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'ROLLBACK FAILED ' DELIMITED BY SIZE
                       WS-CKU-ACTION DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CKU-ARCH-KEY DELIMITED BY SIZE
                       WS-CKU-CUST-ID DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Put each output back to exactly its committed lines: the
      * fresh copy the run just opened is replaced by the saved
      * copy, and the file is reopened to carry on from there.
           1625-RESTORE-OUTPUTS.
               IF WS-CKP-OUT-FILENAME(1) NOT = SPACES
                   AND WS-REPORT-OPEN-SW = 'Y'
                   CLOSE ReportFile
                   MOVE 1 TO WS-CKP-OUT-IX
                   MOVE WS-REPORT-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND ReportFile
                   IF WS-REPORT-FILE-STATUS NOT = '00'
                       MOVE 'N' TO WS-REPORT-OPEN-SW
                   END-IF
               END-IF
               IF WS-CKP-OUT-FILENAME(2) NOT = SPACES
                   AND WS-SUSPENSE-OPEN-SW = 'Y'
                   CLOSE SuspenseFile
                   MOVE 2 TO WS-CKP-OUT-IX
                   MOVE WS-SUSPENSE-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND SuspenseFile
                   IF WS-SUSPENSE-STATUS NOT = '00'
                       MOVE 'N' TO WS-SUSPENSE-OPEN-SW
                   END-IF
               END-IF
               IF WS-CKP-OUT-FILENAME(3) NOT = SPACES
                   AND WS-AGING-OPEN-SW = 'Y'
                   CLOSE AgingReportFile
                   MOVE 3 TO WS-CKP-OUT-IX
                   MOVE WS-AGING-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND AgingReportFile
                   IF WS-AGING-STATUS NOT = '00'
                       MOVE 'N' TO WS-AGING-OPEN-SW
                   END-IF
               END-IF
               IF WS-CKP-OUT-FILENAME(4) NOT = SPACES
                   AND WS-REFERRAL-OPEN-SW = 'Y'
                   CLOSE CreditReferralFile
                   MOVE 4 TO WS-CKP-OUT-IX
                   MOVE WS-REFERRAL-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND CreditReferralFile
                   IF WS-REFERRAL-STATUS NOT = '00'
                       MOVE 'N' TO WS-REFERRAL-OPEN-SW
                   END-IF
               END-IF
               IF WS-CKP-OUT-FILENAME(5) NOT = SPACES
                   AND WS-HELD-DUP-OPEN-SW = 'Y'
                   CLOSE HeldDupFile
                   MOVE 5 TO WS-CKP-OUT-IX
                   MOVE WS-HELD-DUP-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND HeldDupFile
                   IF WS-HELD-DUP-STATUS NOT = '00'
                       MOVE 'N' TO WS-HELD-DUP-OPEN-SW
                   END-IF
               END-IF
               IF WS-CKP-OUT-FILENAME(6) NOT = SPACES
                   AND WS-DUP-REVIEW-OPEN-SW = 'Y'
                   CLOSE DupReviewFile
                   MOVE 6 TO WS-CKP-OUT-IX
                   MOVE WS-DUP-REVIEW-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND DupReviewFile
                   IF WS-DUP-REVIEW-STATUS NOT = '00'
                       MOVE 'N' TO WS-DUP-REVIEW-OPEN-SW
                   END-IF
               END-IF
               IF WS-CKP-OUT-FILENAME(7) NOT = SPACES
                   AND WS-GL-OPEN-SW = 'Y'
                   CLOSE GlExtractFile
                   MOVE 7 TO WS-CKP-OUT-IX
                   MOVE WS-GL-EXTRACT-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND GlExtractFile
                   IF WS-GL-EXTRACT-STATUS NOT = '00'
                       MOVE 'N' TO WS-GL-OPEN-SW
                   END-IF
               END-IF
      * A partition's event file rides in the results report's
      * slot - a partition never opens the report.
               IF WS-CKP-OUT-FILENAME(1) NOT = SPACES
                   AND WS-PART-EVENT-OPEN-SW = 'Y'
                   CLOSE PartEventFile
                   MOVE 1 TO WS-CKP-OUT-IX
                   MOVE WS-PART-EVENT-FILENAME TO WS-RST-OUT-NAME
                   PERFORM 1627-COPY-BACK-OUTPUT
                   OPEN EXTEND PartEventFile
                   IF WS-PART-EVENT-STATUS NOT = '00'
                       MOVE '1625-RESTORE-OUTPUTS' TO ABEND-PARAGRAPH
                       PERFORM 1961-PART-EVENTS-FAILED
                   END-IF
               END-IF
               .

      * Copy the saved lines back over the output just closed,
      * then empty the save copy so it cannot be picked up again.
           1627-COPY-BACK-OUTPUT.
               MOVE WS-CKP-SAVE-NAME(WS-CKP-OUT-IX) TO WS-RST-IN-NAME
               MOVE 999999999 TO WS-RST-LIMIT
               PERFORM 1650-COPY-RESTART-FILE
               MOVE WS-RST-COPIED TO WS-CKP-OUT-LINES(WS-CKP-OUT-IX)
               MOVE WS-CKP-SAVE-NAME(WS-CKP-OUT-IX) TO WS-RST-OUT-NAME
               OPEN OUTPUT RestartOutFile
               IF WS-RST-OUT-STATUS = '00'
                   CLOSE RestartOutFile
               END-IF
               .

           1628-RESTORE-RUNNING-FIGURES.
               MOVE WS-CKP-TRANS-COUNT TO WS-TRANS-COUNT
               MOVE WS-CKP-TRANS-TOTAL TO WS-TRANS-TOTAL
               MOVE WS-CKP-DISC-TOTAL TO WS-DISC-TOTAL
               MOVE WS-CKP-NET-TOTAL TO WS-NET-TOTAL
               MOVE WS-CKP-SCHED-HOLE-COUNT TO WS-SCHED-HOLE-COUNT
               MOVE WS-CKP-PREV-TRANS-ID TO WS-PREV-TRANS-ID
               MOVE WS-CKP-PREV-ENTITY TO WS-PREV-ENTITY
               MOVE WS-CKP-ID-COUNT TO WS-ID-COUNT
               MOVE WS-CKP-ID-TOTAL TO WS-ID-TOTAL
               MOVE WS-CKP-IDE-COUNT TO WS-IDE-COUNT
               MOVE WS-CKP-IDE-TOTAL TO WS-IDE-TOTAL
               MOVE WS-CKP-ID-AGE TO WS-ID-AGE-BUCKETS
               MOVE WS-CKP-TOT-AGE TO WS-TOT-AGE-BUCKETS
               MOVE WS-CKP-CCY-COUNT TO WS-CCY-COUNT
               MOVE WS-CKP-CCY-TABLE TO WS-CCY-TABLE
               MOVE WS-CKP-NO-RATE-COUNT TO WS-NO-RATE-COUNT
               MOVE WS-CKP-BASE-TOTAL TO WS-BASE-TOTAL
               MOVE WS-CKP-ENT-TOT-COUNT TO WS-ENT-TOT-COUNT
               MOVE WS-CKP-ENT-TOT-TABLE TO WS-ENT-TOT-TABLE
               MOVE WS-CKP-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT
               MOVE WS-CKP-REFERRED-COUNT TO WS-REFERRED-COUNT
               MOVE WS-CKP-HELD-DUP-COUNT TO WS-HELD-DUP-COUNT
               MOVE WS-CKP-RELEASED-COUNT TO WS-RELEASED-COUNT
               MOVE WS-CKP-REV-COUNT TO WS-REV-COUNT
               MOVE WS-CKP-REDIRECT-COUNT TO WS-REDIRECT-COUNT
               MOVE WS-CKP-UNMATCHED-REV-COUNT
                   TO WS-UNMATCHED-REV-COUNT
               MOVE WS-CKP-ARCHIVE-COUNT TO WS-ARCHIVE-COUNT
               MOVE WS-CKP-GL-REC-COUNT TO WS-GL-REC-COUNT
               MOVE WS-CKP-GL-DR-TOTAL TO WS-GL-DR-TOTAL
               MOVE WS-CKP-GL-CR-TOTAL TO WS-GL-CR-TOTAL
               MOVE WS-CKP-GL-UNMAPPED-COUNT TO WS-GL-UNMAPPED-COUNT
               MOVE WS-CKP-CALL-SEQ TO WS-CALL-SEQ
               MOVE WS-CKP-RPT-STATE TO RPT-STATE-TABLE
               .

      * Log one undo entry ahead of the update it covers. An entry
      * that cannot be logged would leave an update no restart
      * could take back, so the run stops before making it.
           1626-LOG-UNDO.
               IF WS-CKP-OPEN-SW = 'Y'
                   ADD 1 TO WS-CKP-UNDO-SEQ
                   MOVE 'U' TO WS-CKU-TAG
                   MOVE WS-CKP-GEN TO WS-CKU-GEN
                   MOVE WS-CKP-UNDO-SEQ TO WS-CKU-SEQ
                   WRITE CKP-FILE-RECORD FROM WS-CKP-UNDO
                   IF WS-CKP-STATUS NOT = '00'
                       MOVE '1626-LOG-UNDO' TO ABEND-PARAGRAPH
                       MOVE WS-CKP-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'UNDO ENTRY NOT LOGGED ' DELIMITED BY SIZE
                           WS-CKU-KEY DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF
               .

      * Commit: flush the sequential outputs so their committed
      * lines are on disk, write the control record, then drop the
      * undo entries the commit has made unnecessary and open the
      * next generation.
           1630-TAKE-CHECKPOINT.
               IF WS-CKP-OPEN-SW = 'Y'
                   PERFORM 1635-FLUSH-OUTPUTS
                   MOVE WS-CKP-CLOSE-STAGES TO WS-CKP-STAGES-HELD
                   INITIALIZE WS-CKP-CONTROL
                   MOVE WS-CKP-STAGES-HELD TO WS-CKP-CLOSE-STAGES
                   MOVE 'CONTROL' TO WS-CKP-KEY
                   MOVE WS-RUN-DATE TO WS-CKP-RUN-DATE
                   MOVE WS-CKP-GEN TO WS-CKP-COMMIT-GEN
                   MOVE WS-IN-COUNT TO WS-CKP-IN-COUNT
                   MOVE WS-IN-HASH TO WS-CKP-IN-HASH
                   MOVE WS-CKP-READ-COUNT TO WS-CKP-POSITION
                   MOVE WS-TRANS-COUNT TO WS-CKP-TRANS-COUNT
                   MOVE WS-TRANS-TOTAL TO WS-CKP-TRANS-TOTAL
                   MOVE WS-DISC-TOTAL TO WS-CKP-DISC-TOTAL
                   MOVE WS-NET-TOTAL TO WS-CKP-NET-TOTAL
                   MOVE WS-SCHED-HOLE-COUNT TO WS-CKP-SCHED-HOLE-COUNT
                   MOVE WS-PREV-TRANS-ID TO WS-CKP-PREV-TRANS-ID
                   MOVE WS-PREV-ENTITY TO WS-CKP-PREV-ENTITY
                   MOVE WS-ID-COUNT TO WS-CKP-ID-COUNT
                   MOVE WS-ID-TOTAL TO WS-CKP-ID-TOTAL
                   MOVE WS-IDE-COUNT TO WS-CKP-IDE-COUNT
                   MOVE WS-IDE-TOTAL TO WS-CKP-IDE-TOTAL
                   MOVE WS-ID-AGE-BUCKETS TO WS-CKP-ID-AGE
                   MOVE WS-TOT-AGE-BUCKETS TO WS-CKP-TOT-AGE
                   MOVE WS-CCY-COUNT TO WS-CKP-CCY-COUNT
                   MOVE WS-CCY-TABLE TO WS-CKP-CCY-TABLE
                   MOVE WS-NO-RATE-COUNT TO WS-CKP-NO-RATE-COUNT
                   MOVE WS-BASE-TOTAL TO WS-CKP-BASE-TOTAL
                   MOVE WS-ENT-TOT-COUNT TO WS-CKP-ENT-TOT-COUNT
                   MOVE WS-ENT-TOT-TABLE TO WS-CKP-ENT-TOT-TABLE
                   MOVE WS-SUSPENSE-COUNT TO WS-CKP-SUSPENSE-COUNT
                   MOVE WS-REFERRED-COUNT TO WS-CKP-REFERRED-COUNT
                   MOVE WS-HELD-DUP-COUNT TO WS-CKP-HELD-DUP-COUNT
                   MOVE WS-RELEASED-COUNT TO WS-CKP-RELEASED-COUNT
                   MOVE WS-REV-COUNT TO WS-CKP-REV-COUNT
                   MOVE WS-REDIRECT-COUNT TO WS-CKP-REDIRECT-COUNT
                   MOVE WS-UNMATCHED-REV-COUNT
                       TO WS-CKP-UNMATCHED-REV-COUNT
                   MOVE WS-ARCHIVE-COUNT TO WS-CKP-ARCHIVE-COUNT
                   MOVE WS-GL-REC-COUNT TO WS-CKP-GL-REC-COUNT
                   MOVE WS-GL-DR-TOTAL TO WS-CKP-GL-DR-TOTAL
                   MOVE WS-GL-CR-TOTAL TO WS-CKP-GL-CR-TOTAL
                   MOVE WS-GL-UNMAPPED-COUNT
                       TO WS-CKP-GL-UNMAPPED-COUNT
                   MOVE WS-CALL-SEQ TO WS-CKP-CALL-SEQ
                   MOVE RPT-STATE-TABLE TO WS-CKP-RPT-STATE
                   IF WS-REPORT-OPEN-SW = 'Y'
                       MOVE WS-REPORT-FILENAME TO WS-CKP-OUT-FILENAME(1)
                   END-IF
                   IF WS-SUSPENSE-OPEN-SW = 'Y'
                       MOVE WS-SUSPENSE-FILENAME
                           TO WS-CKP-OUT-FILENAME(2)
                   END-IF
                   IF WS-AGING-OPEN-SW = 'Y'
                       MOVE WS-AGING-FILENAME TO WS-CKP-OUT-FILENAME(3)
                   END-IF
                   IF WS-REFERRAL-OPEN-SW = 'Y'
                       MOVE WS-REFERRAL-FILENAME
                           TO WS-CKP-OUT-FILENAME(4)
                   END-IF
                   IF WS-HELD-DUP-OPEN-SW = 'Y'
                       MOVE WS-HELD-DUP-FILENAME
                           TO WS-CKP-OUT-FILENAME(5)
                   END-IF
                   IF WS-DUP-REVIEW-OPEN-SW = 'Y'
                       MOVE WS-DUP-REVIEW-FILENAME
                           TO WS-CKP-OUT-FILENAME(6)
                   END-IF
                   IF WS-GL-OPEN-SW = 'Y'
                       MOVE WS-GL-EXTRACT-FILENAME
                           TO WS-CKP-OUT-FILENAME(7)
                   END-IF
                   IF WS-PART-EVENT-OPEN-SW = 'Y'
                       MOVE WS-PART-EVENT-FILENAME
                           TO WS-CKP-OUT-FILENAME(1)
                   END-IF
                   PERFORM VARYING WS-CKP-OUT-IX FROM 1 BY 1
                           UNTIL WS-CKP-OUT-IX > 7
                       MOVE WS-CKP-OUT-LINES(WS-CKP-OUT-IX)
                           TO WS-CKP-OUT-COMMITTED(WS-CKP-OUT-IX)
                   END-PERFORM

                   IF WS-CKP-CONTROL-FOUND = 'Y'
                       REWRITE CKP-FILE-RECORD FROM WS-CKP-CONTROL
                   ELSE
                       WRITE CKP-FILE-RECORD FROM WS-CKP-CONTROL
                   END-IF
                   IF WS-CKP-STATUS NOT = '00'
                       MOVE '1630-TAKE-CHECKPOINT' TO ABEND-PARAGRAPH
                       MOVE WS-CKP-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'CHECKPOINT NOT COMMITTED AT RECORD '
                           DELIMITED BY SIZE
                           WS-CKP-READ-COUNT DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'Y' TO WS-CKP-CONTROL-FOUND

                   MOVE WS-CKP-UNDO-SEQ TO WS-CKP-UNDO-MAX
                   PERFORM VARYING WS-CKP-UNDO-SEQ FROM 1 BY 1
                           UNTIL WS-CKP-UNDO-SEQ > WS-CKP-UNDO-MAX
                       MOVE 'U' TO WS-CKU-TAG
                       MOVE WS-CKP-GEN TO WS-CKU-GEN
                       MOVE WS-CKP-UNDO-SEQ TO WS-CKU-SEQ
                       MOVE WS-CKU-KEY TO CKP-FILE-KEY
                       DELETE CheckpointFile RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-PERFORM
                   ADD 1 TO WS-CKP-GEN
                   MOVE 0 TO WS-CKP-UNDO-SEQ
               END-IF
               MOVE 0 TO WS-CKP-SINCE
               .

      * The closing stages append to files no restart can cut
      * back - the run history, the chain balance, the period
      * summary. The caller has flagged the stage just finished;
      * the control record carries the flag so a restart of this
      * date skips the stage instead of adding the night twice.
      * The merge commits nothing else, so its first stage writes
      * the control record fresh.
           1640-MARK-CLOSE-STAGE.
               IF WS-CKP-OPEN-SW = 'Y'
                   IF WS-CKP-CONTROL-FOUND = 'Y'
                       REWRITE CKP-FILE-RECORD FROM WS-CKP-CONTROL
                   ELSE
                       MOVE WS-CKP-CLOSE-STAGES TO WS-CKP-STAGES-HELD
                       INITIALIZE WS-CKP-CONTROL
                       MOVE WS-CKP-STAGES-HELD TO WS-CKP-CLOSE-STAGES
                       MOVE 'CONTROL' TO WS-CKP-KEY
                       MOVE WS-RUN-DATE TO WS-CKP-RUN-DATE
                       MOVE WS-CKP-GEN TO WS-CKP-COMMIT-GEN
                       WRITE CKP-FILE-RECORD FROM WS-CKP-CONTROL
                   END-IF
                   IF WS-CKP-STATUS NOT = '00'
                       MOVE '1640-MARK-CLOSE-STAGE' TO ABEND-PARAGRAPH
                       MOVE WS-CKP-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'CLOSING STAGES NOT COMMITTED - '
                           DELIMITED BY SIZE
                           WS-CKP-CLOSE-STAGES DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'Y' TO WS-CKP-CONTROL-FOUND
               END-IF
               .

      * Close and reopen each open output so everything written
      * so far is on disk before the commit counts it.
           1635-FLUSH-OUTPUTS.
               IF WS-REPORT-OPEN-SW = 'Y'
                   CLOSE ReportFile
                   OPEN EXTEND ReportFile
                   IF WS-REPORT-FILE-STATUS NOT = '00'
                       MOVE 'N' TO WS-REPORT-OPEN-SW
                   END-IF
               END-IF
               IF WS-SUSPENSE-OPEN-SW = 'Y'
                   CLOSE SuspenseFile
                   OPEN EXTEND SuspenseFile
                   IF WS-SUSPENSE-STATUS NOT = '00'
                       MOVE 'N' TO WS-SUSPENSE-OPEN-SW
                   END-IF
               END-IF
               IF WS-AGING-OPEN-SW = 'Y'
                   CLOSE AgingReportFile
                   OPEN EXTEND AgingReportFile
                   IF WS-AGING-STATUS NOT = '00'
                       MOVE 'N' TO WS-AGING-OPEN-SW
                   END-IF
               END-IF
               IF WS-REFERRAL-OPEN-SW = 'Y'
                   CLOSE CreditReferralFile
                   OPEN EXTEND CreditReferralFile
                   IF WS-REFERRAL-STATUS NOT = '00'
                       MOVE 'N' TO WS-REFERRAL-OPEN-SW
                   END-IF
               END-IF
               IF WS-HELD-DUP-OPEN-SW = 'Y'
                   CLOSE HeldDupFile
                   OPEN EXTEND HeldDupFile
                   IF WS-HELD-DUP-STATUS NOT = '00'
                       MOVE 'N' TO WS-HELD-DUP-OPEN-SW
                   END-IF
               END-IF
               IF WS-DUP-REVIEW-OPEN-SW = 'Y'
                   CLOSE DupReviewFile
                   OPEN EXTEND DupReviewFile
                   IF WS-DUP-REVIEW-STATUS NOT = '00'
                       MOVE 'N' TO WS-DUP-REVIEW-OPEN-SW
                   END-IF
               END-IF
               IF WS-GL-OPEN-SW = 'Y'
                   CLOSE GlExtractFile
                   OPEN EXTEND GlExtractFile
                   IF WS-GL-EXTRACT-STATUS NOT = '00'
                       MOVE 'N' TO WS-GL-OPEN-SW
                   END-IF
               END-IF
               IF WS-PART-EVENT-OPEN-SW = 'Y'
                   CLOSE PartEventFile
                   OPEN EXTEND PartEventFile
                   IF WS-PART-EVENT-STATUS NOT = '00'
                       MOVE '1635-FLUSH-OUTPUTS' TO ABEND-PARAGRAPH
                       PERFORM 1961-PART-EVENTS-FAILED
                   END-IF
               END-IF
               .

      * Copy up to WS-RST-LIMIT lines from one line-sequential
      * file to another; WS-RST-COPIED says how many made it.
           1650-COPY-RESTART-FILE.
               MOVE 0 TO WS-RST-COPIED
               MOVE 'N' TO WS-RST-EOF-SW
               OPEN INPUT RestartInFile
               IF WS-RST-IN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-RST-EOF-SW
               END-IF
               OPEN OUTPUT RestartOutFile
               IF WS-RST-OUT-STATUS NOT = '00'
                   MOVE '1650-COPY-RESTART-FILE' TO ABEND-PARAGRAPH
                   MOVE WS-RST-OUT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-RST-OUT-NAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM UNTIL WS-RST-EOF-SW = 'Y'
                   OR WS-RST-COPIED >= WS-RST-LIMIT
                   READ RestartInFile
                       AT END
                           MOVE 'Y' TO WS-RST-EOF-SW
                       NOT AT END
                           WRITE RESTART-OUT-LINE FROM RESTART-IN-LINE
                           ADD 1 TO WS-RST-COPIED
                   END-READ
               END-PERFORM
               IF WS-RST-IN-STATUS = '00' OR WS-RST-IN-STATUS = '10'
                   CLOSE RestartInFile
               END-IF
               CLOSE RestartOutFile
               .

      * A clean finish leaves nothing to restart from. The file is
      * kept if the posting pass never reached the resume point -
      * a pending restart must survive a run that did not post.
           1690-CLEAR-CHECKPOINT.
               IF WS-CKP-OPEN-SW = 'Y'
                   CLOSE CheckpointFile
                   IF WS-CKP-RESUMED-SW = 'Y'
                       OR WS-CKP-RESTART-SW = 'N'
                       OPEN OUTPUT CheckpointFile
                       IF WS-CKP-STATUS = '00'
                           CLOSE CheckpointFile
                       ELSE
                           DISPLAY 'MAINPGM: unable to clear checkpoint'
                               ' ' WS-CKP-FILENAME
                               ' status=' WS-CKP-STATUS
                       END-IF
                   ELSE
                       DISPLAY 'MAINPGM: restart checkpoint kept -'
                           ' the posting pass did not run'
                   END-IF
               END-IF
               .

      * A partition's event file, fresh for this posting. A
      * restart cuts it back to its committed events.
           1960-OPEN-PART-EVENTS.
               OPEN OUTPUT PartEventFile
               IF WS-PART-EVENT-STATUS NOT = '00'
                   MOVE '1960-OPEN-PART-EVENTS' TO ABEND-PARAGRAPH
                   PERFORM 1961-PART-EVENTS-FAILED
               END-IF
               MOVE 'Y' TO WS-PART-EVENT-OPEN-SW
               .

      * Without its events a partition's postings never reach the
      * reports or the ledger: any failure on the file stops the
      * run. The caller names the paragraph.
           1961-PART-EVENTS-FAILED.
               MOVE WS-PART-EVENT-STATUS TO ABEND-FILE-STATUS
               MOVE 16 TO ABEND-CONDITION-CODE
               MOVE SPACES TO ABEND-KEY-VALUES
               STRING 'PARTITION EVENTS ' DELIMITED BY SIZE
                   WS-PART-EVENT-FILENAME DELIMITED BY SPACE
                   INTO ABEND-KEY-VALUES
               PERFORM 9000-ABEND-RUN
               .

      * A partition that already closed for this business date -
      * its event file ends in the closing figures - has nothing
      * left to post. Rerunning it would post everything twice.
           1962-CHECK-PART-FINISHED.
               MOVE 'N' TO WS-PART-DONE-SW
               MOVE SPACE TO WS-PART-LAST-TYPE
               MOVE 'N' TO WS-PART-EVENT-EOF-SW
               OPEN INPUT PartEventFile
               IF WS-PART-EVENT-STATUS = '00'
                   PERFORM UNTIL WS-PART-EVENT-EOF-SW = 'Y'
                       READ PartEventFile INTO PEV-RECORD
                           AT END
                               MOVE 'Y' TO WS-PART-EVENT-EOF-SW
                           NOT AT END
                               MOVE PEV-TYPE TO WS-PART-LAST-TYPE
                       END-READ
                   END-PERFORM
                   CLOSE PartEventFile
                   IF WS-PART-LAST-TYPE = 'F'
                       AND PEV-RUN-DATE = WS-RUN-DATE
                       MOVE 'Y' TO WS-PART-DONE-SW
                   END-IF
               END-IF
               .

      * Each record starts its own run of events, keyed on where
      * it sorted in the extract.
           1963-START-PART-RECORD.
               MOVE TRANS-ID TO WS-PART-SORT-ID
               MOVE TRANS-ENTITY TO WS-PART-SORT-ENTITY
               MOVE 0 TO WS-PART-EVT-SEQ
               .

      * The caller has set the event type and its line.
           1965-WRITE-PART-EVENT.
               ADD 1 TO WS-PART-EVT-SEQ
               MOVE WS-PART-SORT-ID TO PEV-SORT-ID
               MOVE WS-PART-SORT-ENTITY TO PEV-SORT-ENTITY
               MOVE WS-CKP-READ-COUNT TO PEV-REC-SEQ
               MOVE WS-PART-EVT-SEQ TO PEV-EVT-SEQ
               MOVE WS-CURR-RATE TO PEV-RATE
               MOVE TRANS-RECORD TO PEV-TRANS
               WRITE PART-EVENT-LINE FROM PEV-RECORD
               IF WS-PART-EVENT-STATUS NOT = '00'
                   MOVE '1965-WRITE-PART-EVENT' TO ABEND-PARAGRAPH
                   PERFORM 1961-PART-EVENTS-FAILED
               END-IF
               ADD 1 TO WS-CKP-OUT-LINES(1)
               .

      * Close a partition: its closing figures go last on the
      * event file - the mark the merge and any rerun look for.
           1970-CLOSE-PARTITION.
               MOVE SPACES TO PEV-RECORD
               MOVE WS-PART-NUMBER TO PEV-REC-SEQ
               MOVE 0 TO PEV-EVT-SEQ
               MOVE 'F' TO PEV-TYPE
               MOVE 0 TO PEV-RATE
               MOVE WS-RUN-DATE TO PEV-RUN-DATE
               MOVE WS-IN-COUNT TO PEV-IN-COUNT
               MOVE WS-IN-HASH TO PEV-IN-HASH
               MOVE WS-PART-RELEASED TO PEV-RELEASED
               MOVE WS-DISC-TOTAL TO PEV-DISC-TOTAL
               MOVE WS-NET-TOTAL TO PEV-NET-TOTAL
               MOVE WS-SCHED-HOLE-COUNT TO PEV-SCHED-HOLE
               MOVE WS-NO-RATE-COUNT TO PEV-NO-RATE
               MOVE WS-REFERRED-COUNT TO PEV-REFERRED
               MOVE WS-HELD-DUP-COUNT TO PEV-HELD-DUP
               MOVE WS-RELEASED-COUNT TO PEV-RELEASED-DUP
               MOVE WS-REV-COUNT TO PEV-REV
               MOVE WS-UNMATCHED-REV-COUNT TO PEV-UNMATCHED-REV
               MOVE WS-ARCHIVE-COUNT TO PEV-ARCHIVED
               MOVE WS-GL-REC-COUNT TO PEV-GL-REC
               MOVE WS-GL-DR-TOTAL TO PEV-GL-DR
               MOVE WS-GL-CR-TOTAL TO PEV-GL-CR
               MOVE WS-GL-UNMAPPED-COUNT TO PEV-GL-UNMAPPED
               MOVE WS-REDIRECT-COUNT TO PEV-REDIRECT
               WRITE PART-EVENT-LINE FROM PEV-RECORD
               IF WS-PART-EVENT-STATUS NOT = '00'
                   MOVE '1970-CLOSE-PARTITION' TO ABEND-PARAGRAPH
                   PERFORM 1961-PART-EVENTS-FAILED
               END-IF
               CLOSE PartEventFile
               MOVE 'N' TO WS-PART-EVENT-OPEN-SW
               DISPLAY 'MAINPGM: partition ' WS-PART-NUMBER
                   ' posted ' WS-PART-RELEASED
                   ' of ' WS-IN-COUNT ' extract record(s)'
               .

      * MAINPGMPARTITION picks the mode (blank, a two-digit
      * partition number, or MERGE); the plan and the partition
      * files are named from the same prefix in every process.
      * Each partition stamps its number into the hundredths of
      * its run id, so engine calls from partitions started in the
      * same second never share an id.
           1975-RESOLVE-PARTITION.
               MOVE SPACE TO WS-PART-MODE
               ACCEPT WS-PART-PARM FROM ENVIRONMENT 'MAINPGMPARTITION'.
               MOVE 'MAINPGMPARTITION' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PART-PARM
               END-IF

               ACCEPT WS-PART-PREFIX FROM ENVIRONMENT
                   'MAINPGMPARTPREFIX'.
               IF WS-PART-PREFIX = SPACES
                   MOVE 'mainpgm-part' TO WS-PART-PREFIX
               END-IF
               MOVE 'MAINPGMPARTPREFIX' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PART-PREFIX
               END-IF

               ACCEPT WS-PART-PLAN-FILENAME FROM ENVIRONMENT
                   'MAINPGMPARTPLAN'.
               IF WS-PART-PLAN-FILENAME = SPACES
                   MOVE 'mainpgm-partitions.ctl'
                       TO WS-PART-PLAN-FILENAME
               END-IF
               MOVE 'MAINPGMPARTPLAN' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PART-PLAN-FILENAME
               END-IF

               EVALUATE TRUE
                   WHEN WS-PART-PARM = SPACES
                       CONTINUE
                   WHEN WS-PART-PARM = 'MERGE'
                       MOVE 'M' TO WS-PART-MODE
                       MOVE SPACES TO WS-PART-SORT-FILENAME
                       STRING WS-PART-PREFIX DELIMITED BY SPACE
                           '-merge.tmp' DELIMITED BY SIZE
                           INTO WS-PART-SORT-FILENAME
                       DISPLAY 'MAINPGM: merging the posting partitions'
                   WHEN WS-PART-PARM(1:2) IS NUMERIC
                       AND WS-PART-PARM(3:3) = SPACES
                       AND WS-PART-PARM(1:2) NOT = '00'
                       MOVE 'P' TO WS-PART-MODE
                       MOVE WS-PART-PARM(1:2) TO WS-PART-NUMBER
                       PERFORM 1976-NAME-PART-EVENTS
                       PERFORM 1977-NAME-PART-WORK-FILES
                       PERFORM 1072-LOAD-PARTITION-PLAN
                       PERFORM 1978-FIND-OWN-PARTITION
                       MOVE WS-PART-NUMBER TO WS-RUN-ID-TIME(7:2)
                       DISPLAY 'MAINPGM: posting partition '
                           WS-PART-NUMBER ' - '
                           WS-PART-ENT-COUNT ' entit(ies)'
                   WHEN OTHER
                       MOVE '1975-RESOLVE-PARTITION' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'MAINPGMPARTITION ' DELIMITED BY SIZE
                           WS-PART-PARM DELIMITED BY SIZE
                           ' IS NOT A PARTITION NUMBER OR MERGE'
                           DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
               END-EVALUATE
               .

           1976-NAME-PART-EVENTS.
               MOVE SPACES TO WS-PART-EVENT-FILENAME
               STRING WS-PART-PREFIX DELIMITED BY SPACE
                   WS-PART-NUMBER DELIMITED BY SIZE
                   '.evt' DELIMITED BY SIZE
                   INTO WS-PART-EVENT-FILENAME
               .

           1977-NAME-PART-WORK-FILES.
               MOVE SPACES TO WS-PART-CKP-FILENAME
               STRING WS-PART-PREFIX DELIMITED BY SPACE
                   WS-PART-NUMBER DELIMITED BY SIZE
                   '-checkpoint.dat' DELIMITED BY SIZE
                   INTO WS-PART-CKP-FILENAME
               MOVE SPACES TO WS-PART-SORTED-FILENAME
               STRING WS-PART-PREFIX DELIMITED BY SPACE
                   WS-PART-NUMBER DELIMITED BY SIZE
                   '-sorted.tmp' DELIMITED BY SIZE
                   INTO WS-PART-SORTED-FILENAME
               MOVE SPACES TO WS-PART-SORT-FILENAME
               STRING WS-PART-PREFIX DELIMITED BY SPACE
                   WS-PART-NUMBER DELIMITED BY SIZE
                   '-sort.tmp' DELIMITED BY SIZE
                   INTO WS-PART-SORT-FILENAME
               .

      * This partition's entities from its plan line. A partition
      * the plan does not carry has nothing it may post.
           1978-FIND-OWN-PARTITION.
               MOVE 0 TO WS-PART-ENT-COUNT
               PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                       UNTIL WS-PTN-IX > WS-PTN-COUNT
                   IF WS-PTN-NUMBER(WS-PTN-IX) = WS-PART-NUMBER
                       MOVE WS-PTN-ENT-COUNT(WS-PTN-IX)
                           TO WS-PART-ENT-COUNT
                       MOVE WS-PTN-ENT-LIST(WS-PTN-IX)
                           TO WS-PART-ENT-TABLE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PART-ENT-COUNT = 0
                   MOVE '1978-FIND-OWN-PARTITION' TO ABEND-PARAGRAPH
                   MOVE WS-PART-PLAN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'PARTITION ' DELIMITED BY SIZE
                       WS-PART-NUMBER DELIMITED BY SIZE
                       ' NOT IN PLAN ' DELIMITED BY SIZE
                       WS-PART-PLAN-FILENAME DELIMITED BY SPACE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * One partition's posting. A partition already closed for
      * this date only clears the checkpoint it may have left.
           1980-POST-PARTITION.
               PERFORM 1962-CHECK-PART-FINISHED
               IF WS-PART-DONE-SW = 'Y'
                   DISPLAY 'MAINPGM: partition ' WS-PART-NUMBER
                       ' already posted for ' WS-RUN-DATE
                       ' - nothing to do'
                   MOVE WS-PART-CKP-FILENAME TO WS-CKP-FILENAME
                   OPEN OUTPUT CheckpointFile
                   IF WS-CKP-STATUS = '00'
                       CLOSE CheckpointFile
                   END-IF
               ELSE
                   PERFORM 1610-CHECK-RESTART
                   PERFORM 1000-PROCESS-TRANSACTIONS
                   IF WS-SHARED-LOG-OPEN-SW = 'Y'
                       CLOSE SharedLogFile
                   END-IF
                   MOVE 'EOJ' TO WS-FUNCTION-CODE
                   MOVE 0 TO WS-RETURN-CODE
                   CALL 'other' USING ARGS
                   PERFORM 1690-CLEAR-CHECKPOINT
               END-IF
               .

      * A merged run leaves every partition's event file empty, so
      * no event can be replayed into a second night's reports.
           1990-CLEAR-PART-EVENTS.
               PERFORM VARYING WS-PTN-IX FROM 1 BY 1
                       UNTIL WS-PTN-IX > WS-PTN-COUNT
                   MOVE WS-PTN-NUMBER(WS-PTN-IX) TO WS-PART-NUMBER
                   PERFORM 1976-NAME-PART-EVENTS
                   OPEN OUTPUT PartEventFile
                   IF WS-PART-EVENT-STATUS = '00'
                       CLOSE PartEventFile
                   ELSE
                       DISPLAY 'MAINPGM: unable to clear '
                           WS-PART-EVENT-FILENAME
                           ' status=' WS-PART-EVENT-STATUS
                   END-IF
               END-PERFORM
               .

           1160-CHECK-CURRENCY-RATE.
               MOVE 'N' TO WS-RATE-FOUND
               MOVE 0 TO WS-CURR-RATE
               END-IF
               .

      * One record to suspense, its line already built: counted
      * and printed here, or passed to the merge as an event.
           1178-SUSPEND-RECORD.
               IF PART-POSTING
                   MOVE 'S' TO PEV-TYPE
                   MOVE SUSPENSE-LINE TO PEV-LINE
                   PERFORM 1965-WRITE-PART-EVENT
               ELSE
                   ADD 1 TO WS-SUSPENSE-COUNT
                   PERFORM 1176-ACCUM-ENTITY-SUSPENSE
                   IF WS-SUSPENSE-OPEN-SW = 'Y'
                       PERFORM 7420-PRINT-SUSPENSE-LINE
                   END-IF
               END-IF
               .

      * The per-entity blocks print ahead of the consolidated
      * summary, one block per business unit posted this run.
           1260-WRITE-ENTITY-SUMMARY.
                   DISPLAY 'MAINPGM: no exchange rate file '
                       WS-RATE-FILENAME
                       ' - all amounts treated as base currency'
      * A partitioned run alerts once, from the merge.
                   IF NOT PART-POSTING
                       MOVE 3001 TO MSG-NUMBER
                       MOVE WS-RATE-FILENAME TO MSG-VARIABLE-TEXT
                       PERFORM 2300-RAISE-MESSAGE
                   END-IF
               END-IF
               .

               MOVE TRANS-AMOUNT TO WS-AMOUNT
               MOVE TRANS-DATE TO WS-EFFECTIVE-DATE
               MOVE 'DISC' TO WS-FUNCTION-CODE
               MOVE 0 TO WS-TAX-RATE
               MOVE 0 TO WS-RETURN-CODE
               MOVE 0 TO WS-DISCOUNT-AMOUNT
               MOVE TRANS-AMOUNT TO WS-NET-AMOUNT
      * A credit adjustment is not a sale: it is never discounted
      * and posts at its face value.
               IF TRANS-TYPE NOT = 'C'
                   PERFORM 1141-RUN-DISCOUNT-CALL
               END-IF
      * A reversal nets its discount and net value back out of
      * the run totals instead of adding them, and a credit its
      * net value.
               IF TRANS-TYPE = 'R' OR TRANS-TYPE = 'C'
                   SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-DISC-TOTAL
                   SUBTRACT WS-NET-AMOUNT FROM WS-NET-TOTAL
               ELSE
                   ADD WS-DISCOUNT-AMOUNT TO WS-DISC-TOTAL
                   ADD WS-NET-AMOUNT TO WS-NET-TOTAL
               END-IF
               .

           1141-RUN-DISCOUNT-CALL.
               ADD 1 TO WS-CALL-SEQ
               MOVE SPACES TO WS-RUN-ID
               STRING WS-RUN-ID-DATE DELIMITED BY SIZE
                           ' - posting gross'
                   END-IF
               END-IF
               .

      * Tax for the posting just priced. An original or adjustment
      * takes its entity's jurisdiction, or its own customer row
      * where there is one; a reversal takes its original's. A
      * credit adjustment carries no tax.
           1142-CALCULATE-SALES-TAX.
               MOVE 'N' TO WS-TAX-STATUS
               MOVE SPACES TO WS-TAX-JURIS
               MOVE 0 TO WS-TAX-PCT
               MOVE 0 TO WS-TAX-BASE
               MOVE 0 TO WS-TAX-AMOUNT
               IF TRANS-TYPE = 'R'
                   IF WS-REV-TAX-STATUS = 'T'
                       OR WS-REV-TAX-STATUS = 'E'
                       MOVE WS-REV-TAX-STATUS TO WS-TAX-STATUS
                       MOVE WS-REV-TAX-JURIS TO WS-TAX-JURIS
                       MOVE WS-REV-TAX-BASE TO WS-TAX-BASE
                       MOVE WS-REV-TAX-AMOUNT TO WS-TAX-AMOUNT
                   END-IF
               END-IF
               IF TRANS-TYPE NOT = 'R' AND TRANS-TYPE NOT = 'C'
                   PERFORM 1143-FIND-TAX-JURISDICTION
                   IF WS-TAX-STATUS = 'T' OR WS-TAX-STATUS = 'E'
                       MOVE WS-NET-AMOUNT TO WS-TAX-BASE
                   END-IF
                   IF WS-TAX-STATUS = 'T'
                       AND WS-TAX-BASE > 0
                       AND WS-TAX-PCT > 0
                       PERFORM 1144-CALL-TAX-ENGINE
                   END-IF
               END-IF
               .

           1143-FIND-TAX-JURISDICTION.
               PERFORM VARYING WS-TXJ-IX FROM 1 BY 1
                       UNTIL WS-TXJ-IX > WS-TXJ-COUNT
                   IF WS-TXJ-ENTITY(WS-TXJ-IX) = TRANS-ENTITY
                       AND WS-TXJ-CUSTOMER(WS-TXJ-IX) = SPACES
                       MOVE 'T' TO WS-TAX-STATUS
                       MOVE WS-TXJ-JURIS(WS-TXJ-IX) TO WS-TAX-JURIS
                       MOVE WS-TXJ-RATE(WS-TXJ-IX) TO WS-TAX-PCT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-TXJ-IX FROM 1 BY 1
                       UNTIL WS-TXJ-IX > WS-TXJ-COUNT
                   IF WS-TXJ-ENTITY(WS-TXJ-IX) = TRANS-ENTITY
                       AND WS-TXJ-CUSTOMER(WS-TXJ-IX) = TRANS-ID
                       MOVE 'T' TO WS-TAX-STATUS
                       IF WS-TXJ-JURIS(WS-TXJ-IX) NOT = SPACES
                           MOVE WS-TXJ-JURIS(WS-TXJ-IX) TO WS-TAX-JURIS
                           MOVE WS-TXJ-RATE(WS-TXJ-IX) TO WS-TAX-PCT
                       END-IF
                       IF WS-TXJ-EXEMPT(WS-TXJ-IX) = 'Y'
                           MOVE 'E' TO WS-TAX-STATUS
                           MOVE 0 TO WS-TAX-PCT
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               .

      * The engine shares its argument block with the discount
      * call, whose figures the report and the ledger still need,
      * so they are kept aside across the tax call.
           1144-CALL-TAX-ENGINE.
               MOVE WS-DISCOUNT-AMOUNT TO WS-TAX-SAVE-DISC
               MOVE WS-NET-AMOUNT TO WS-TAX-SAVE-NET
               MOVE WS-CALC-RESULT TO WS-TAX-SAVE-RESULT
               MOVE WS-RETURN-CODE TO WS-TAX-SAVE-RC
               MOVE WS-TAX-BASE TO WS-AMOUNT
               MOVE TRANS-DATE TO WS-EFFECTIVE-DATE
               MOVE 'TAX' TO WS-FUNCTION-CODE
               MOVE WS-TAX-PCT TO WS-TAX-RATE
               MOVE 0 TO WS-RETURN-CODE
               MOVE 0 TO WS-DISCOUNT-AMOUNT
               MOVE WS-TAX-BASE TO WS-NET-AMOUNT
               ADD 1 TO WS-CALL-SEQ
               MOVE SPACES TO WS-RUN-ID
               STRING WS-RUN-ID-DATE DELIMITED BY SIZE
                   WS-RUN-ID-TIME DELIMITED BY SIZE
                   WS-CALL-SEQ DELIMITED BY SIZE
                   INTO WS-RUN-ID
               MOVE 'INITIATED' TO WS-SHARED-LOG-EVENT
               PERFORM 1500-WRITE-SHARED-LOG-ENTRY
               CALL 'other' USING ARGS
               IF WS-RETURN-CODE = 0
                   MOVE WS-DISCOUNT-AMOUNT TO WS-TAX-AMOUNT
               ELSE
                   DISPLAY 'MAINPGM: tax engine returned '
                       WS-RETURN-CODE ' for ' TRANS-ID
                       ' - posting untaxed'
                   MOVE 'N' TO WS-TAX-STATUS
                   MOVE 0 TO WS-TAX-AMOUNT
               END-IF
               MOVE 0 TO WS-TAX-RATE
               MOVE 'DISC' TO WS-FUNCTION-CODE
               MOVE WS-TAX-SAVE-DISC TO WS-DISCOUNT-AMOUNT
               MOVE WS-TAX-SAVE-NET TO WS-NET-AMOUNT
               MOVE WS-TAX-SAVE-RESULT TO WS-CALC-RESULT
               MOVE WS-TAX-SAVE-RC TO WS-RETURN-CODE
               .

           COPY RPTWRT.
                       MOVE RPT-PRINT-LINE TO AGING-LINE
                       WRITE AGING-LINE
               END-EVALUATE
               ADD 1 TO WS-CKP-OUT-LINES(RPT-ID)
               .

      * The line builders still STRING into each file's record
               PERFORM 7100-RPT-WRITE-LINE
               .

      * The unformatted outputs, each line landed on its file - or,
      * in a partition, passed to the merge as an event of its own
      * type.
           7440-PUT-REFERRAL-LINE.
               IF PART-POSTING
                   MOVE '4' TO PEV-TYPE
                   MOVE REFERRAL-LINE TO PEV-LINE
                   PERFORM 1965-WRITE-PART-EVENT
               ELSE
                   WRITE REFERRAL-LINE
                   ADD 1 TO WS-CKP-OUT-LINES(4)
               END-IF
               .

           7450-PUT-HELD-DUP.
               IF PART-POSTING
                   MOVE '5' TO PEV-TYPE
                   MOVE HELD-DUP-RECORD TO PEV-LINE
                   PERFORM 1965-WRITE-PART-EVENT
               ELSE
                   WRITE HELD-DUP-RECORD
                   ADD 1 TO WS-CKP-OUT-LINES(5)
               END-IF
               .

           7460-PUT-DUP-REVIEW-LINE.
               IF PART-POSTING
                   MOVE '6' TO PEV-TYPE
                   MOVE DUP-REVIEW-LINE TO PEV-LINE
                   PERFORM 1965-WRITE-PART-EVENT
               ELSE
                   WRITE DUP-REVIEW-LINE
                   ADD 1 TO WS-CKP-OUT-LINES(6)
               END-IF
               .

           7470-PUT-GL-RECORD.
               IF PART-POSTING
                   MOVE '7' TO PEV-TYPE
                   MOVE GL-JOURNAL-RECORD TO PEV-LINE
                   PERFORM 1965-WRITE-PART-EVENT
               ELSE
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-CKP-OUT-LINES(7)
               END-IF
               .

           COPY PARMLOAD.
