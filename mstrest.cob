           IDENTIFICATION DIVISION.
           PROGRAM-ID. MSTREST.

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

               SELECT CustGenFile ASSIGN TO DYNAMIC
                   WS-CUST-GEN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-GEN-STATUS.

               SELECT ArchGenFile ASSIGN TO DYNAMIC
                   WS-ARCH-GEN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCH-GEN-STATUS.

               SELECT BackupCatalogFile ASSIGN TO DYNAMIC
                   WS-CATALOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.

               SELECT RestoreReportFile ASSIGN TO DYNAMIC
                   WS-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT CheckpointFile ASSIGN TO DYNAMIC
                   WS-CKP-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CKP-FILE-KEY
                   FILE STATUS IS WS-CKP-STATUS.

               SELECT OperatorFile ASSIGN TO DYNAMIC
                   WS-OPER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.

               SELECT ProcDateFile ASSIGN TO DYNAMIC
                   WS-PROCDATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROCDATE-STATUS.

               SELECT PeriodSummaryFile ASSIGN TO DYNAMIC
                   WS-PERSUM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERSUM-STATUS.

               SELECT PeriodJournalFile ASSIGN TO DYNAMIC
                   WS-PSJ-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PSJ-STATUS.

               SELECT RollInFile ASSIGN TO DYNAMIC
                   WS-ROLL-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROLL-IN-STATUS.

               SELECT RollOutFile ASSIGN TO DYNAMIC
                   WS-ROLL-OUT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROLL-OUT-STATUS.

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

      * Generation layouts as MSTBKUP writes them: the record
      * image in key order, with the hashed amounts named.
           FD  CustGenFile
               LABEL RECORDS ARE STANDARD.
           01 CGN-RECORD.
               05 CGN-CUST-ID           PIC X(10).
               05 CGN-CUST-NAME         PIC X(30).
               05 FILLER                PIC X(9).
               05 CGN-CREDIT-LIMIT      PIC 9(9)V99.
               05 CGN-EXPOSURE          PIC 9(9)V99.
               05 FILLER                PIC X(10).

           FD  ArchGenFile
               LABEL RECORDS ARE STANDARD.
           01 AGN-RECORD.
               05 AGN-KEY               PIC X(24).
               05 AGN-AMOUNT            PIC 9(7)V99.
               05 FILLER                PIC X(13).
               05 AGN-APPLIED-AMOUNT    PIC 9(7)V99.
               05 FILLER                PIC X(16).
               05 AGN-TAX-AMOUNT        PIC 9(7)V99.

           FD  BackupCatalogFile
               LABEL RECORDS ARE STANDARD.
           COPY BKPCAT.

           FD  RestoreReportFile
               LABEL RECORDS ARE STANDARD.
           01 RESTORE-LINE              PIC X(132).

      * MAINPGM's commit-point file, declared as MAINPGM declares
      * it; a full restore empties it so the next posting run
      * starts clean instead of resuming the night rolled back.
           FD  CheckpointFile
               LABEL RECORDS ARE STANDARD.
           01 CKP-FILE-RECORD.
               05 CKP-FILE-KEY          PIC X(12).
               05 FILLER                PIC X(4988).

      * Operator security file: id, name, authorization level.
           FD  OperatorFile
               LABEL RECORDS ARE STANDARD.
           01 OPER-RECORD.
               05 OP-ID                 PIC X(8).
               05 FILLER                PIC X.
               05 OP-NAME               PIC X(30).
               05 FILLER                PIC X.
               05 OP-LEVEL              PIC 9.

           FD  ProcDateFile
               LABEL RECORDS ARE STANDARD.
           COPY PROCREC.

      * The period summary and the dated journal of what each
      * posting run folded into it, as MAINPGM writes them.
           FD  PeriodSummaryFile
               LABEL RECORDS ARE STANDARD.
           COPY PERSUM.

           FD  PeriodJournalFile
               LABEL RECORDS ARE STANDARD.
           COPY PSJRNL.

      * Any one of the dated sequential files a full restore cuts
      * back, copied line for line.
           FD  RollInFile
               LABEL RECORDS ARE STANDARD.
           01 ROLL-IN-LINE              PIC X(200).

           FD  RollOutFile
               LABEL RECORDS ARE STANDARD.
           01 ROLL-OUT-LINE             PIC X(200).

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
           01 WS-CUST-GEN-FILENAME PIC X(80).
           01 WS-CUST-GEN-STATUS PIC XX VALUE '00'.
           01 WS-ARCH-GEN-FILENAME PIC X(80).
           01 WS-ARCH-GEN-STATUS PIC XX VALUE '00'.
           01 WS-CATALOG-FILENAME PIC X(80).
           01 WS-CATALOG-STATUS PIC XX VALUE '00'.
           01 WS-REPORT-FILENAME PIC X(80).
           01 WS-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-CKP-FILENAME PIC X(80).
           01 WS-CKP-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * What the posting chain wrote for the nights a full restore
      * rolls back: the cash run's posted-remittance register, the
      * posting run's history, the period summary journal, and
      * the partition checkpoints and event files.
           01 WS-POSTED-FILENAME PIC X(80).
           01 WS-HISTORY-FILENAME PIC X(80).
           01 WS-PERSUM-FILENAME PIC X(80).
           01 WS-PERSUM-STATUS PIC XX VALUE '00'.
           01 WS-PSJ-FILENAME PIC X(80).
           01 WS-PSJ-STATUS PIC XX VALUE '00'.
           01 WS-PART-PREFIX PIC X(60).
           01 WS-PART-IX PIC 9(3).
           01 WS-PART-NUMBER PIC 99.
           01 WS-PART-CLEARED PIC 9(3) VALUE 0.

      * Cutting one dated file back: the whole file is saved to
      * <name>.rst, then rewritten from the save without the lines
      * dated on or after the generation.
           01 WS-ROLL-NAME PIC X(80).
           01 WS-ROLL-DATE-POS PIC 9(3).
           01 WS-ROLL-CUTOFF PIC X(8).
           01 WS-ROLL-IN-NAME PIC X(90).
           01 WS-ROLL-IN-STATUS PIC XX VALUE '00'.
           01 WS-ROLL-OUT-NAME PIC X(90).
           01 WS-ROLL-OUT-STATUS PIC XX VALUE '00'.
           01 WS-ROLL-FOUND PIC X VALUE 'N'.
           01 WS-ROLL-KEPT PIC 9(9) VALUE 0.
           01 WS-ROLL-DROPPED PIC 9(9) VALUE 0.
           01 WS-ROLL-LABEL PIC X(40).

      * The period summary in hand while the journal is backed
      * out of it.
           01 WS-PS-MAX PIC 9(3) VALUE 500.
           01 WS-PS-COUNT PIC 9(3) VALUE 0.
           01 WS-PS-TABLE.
               05 WS-PS-ENTRY OCCURS 500 TIMES.
                   10 WS-PS-PERIOD PIC 9(6).
                   10 WS-PS-ENTITY PIC X(3).
                   10 WS-PS-CCY PIC X(3).
                   10 WS-PS-REC-COUNT PIC 9(9).
                   10 WS-PS-AMOUNT PIC S9(11)V99.
           01 WS-PS-IX PIC 9(3).
           01 WS-PS-FOUND PIC X VALUE 'N'.
           01 WS-PSJ-BACKED-OUT PIC 9(9) VALUE 0.

      * What is asked for: REPORT (default) lists what rolling
      * back would lose and changes nothing; RESTORE reloads.
           01 WS-ACTION PIC X(8) VALUE 'REPORT'.
           01 WS-RESTORE-FILES PIC X(4) VALUE 'BOTH'.
           01 WS-REQ-GEN-DATE PIC 9(8) VALUE 0.
           01 WS-REQ-GEN-ENV PIC X(8).
           01 WS-REQ-OPERATOR PIC X(8).
           01 WS-GEN-DATE PIC 9(8) VALUE 0.

      * Shop calendar interface
           COPY PROCDATA.

      * Operator security table
           COPY OPERDATA.

      * The catalog entries of the generation being restored.
           01 WS-CAT-CUST-FOUND PIC X VALUE 'N'.
           01 WS-CAT-CUST-COUNT PIC 9(9) VALUE 0.
           01 WS-CAT-CUST-HASH PIC 9(13)V99 VALUE 0.
           01 WS-CAT-CUST-POSTED PIC 9(8) VALUE 0.
           01 WS-CAT-ARCH-FOUND PIC X VALUE 'N'.
           01 WS-CAT-ARCH-COUNT PIC 9(9) VALUE 0.
           01 WS-CAT-ARCH-HASH PIC 9(13)V99 VALUE 0.
           01 WS-CAT-ARCH-POSTED PIC 9(8) VALUE 0.
           01 WS-CAT-LATEST PIC 9(8) VALUE 0.
           01 WS-CAT-TYPE PIC X(4).

      * Proving a generation, or a reloaded master, against the
      * catalog: count and amount hash as read.
           01 WS-PROVE-COUNT PIC 9(9) VALUE 0.
           01 WS-PROVE-HASH PIC 9(13)V99 VALUE 0.

      * Balanced-line compare of the live master against the
      * generation: high values mark a side that has run out.
           01 WS-CUR-KEY PIC X(24).
           01 WS-GEN-KEY PIC X(24).
           01 WS-CUR-AMOUNT PIC 9(11)V99 VALUE 0.
           01 WS-GEN-AMOUNT PIC 9(11)V99 VALUE 0.
           01 WS-CUR-COUNT PIC 9(9) VALUE 0.
           01 WS-CUR-HASH PIC 9(13)V99 VALUE 0.
           01 WS-ADDED-COUNT PIC 9(9) VALUE 0.
           01 WS-CHANGED-COUNT PIC 9(9) VALUE 0.
           01 WS-DELETED-COUNT PIC 9(9) VALUE 0.
           01 WS-SAME-COUNT PIC 9(9) VALUE 0.
           01 WS-ADDED-AMOUNT PIC 9(13)V99 VALUE 0.
           01 WS-DELETED-AMOUNT PIC 9(13)V99 VALUE 0.
           01 WS-DIFF-LABEL PIC X(36).
           01 WS-DIFF-TEXT PIC X(30).

           01 WS-TOTAL-LOST PIC 9(9) VALUE 0.
           01 WS-TOTAL-RELOADED PIC 9(9) VALUE 0.
           01 WS-FILES-DONE PIC 9 VALUE 0.

           01 WS-AMT-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-CNT-EDIT PIC ZZZ,ZZZ,ZZ9.

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
               DISPLAY 'MSTREST: customer master and archive '
                   'restore from backup generation'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 8200-GET-BUSINESS-DATE
               PERFORM 1000-RESOLVE-REQUEST
               IF WS-ACTION = 'RESTORE'
                   PERFORM 1100-AUTHORIZE-OPERATOR
               END-IF
               PERFORM 1200-FIND-GENERATION

               OPEN OUTPUT RestoreReportFile
               IF WS-REPORT-STATUS NOT = '00'
                   MOVE '0000-MAIN' TO ABEND-PARAGRAPH
                   MOVE WS-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM 1500-WRITE-REPORT-HEADING

      * Both generations are proved before either master is
      * touched, so a bad copy stops the restore with the live
      * files still as they were.
               IF WS-RESTORE-FILES NOT = 'ARCH'
                   PERFORM 2000-PROVE-CUST-GENERATION
               END-IF
               IF WS-RESTORE-FILES NOT = 'CUST'
                   PERFORM 2500-PROVE-ARCH-GENERATION
               END-IF

               IF WS-RESTORE-FILES NOT = 'ARCH'
                   PERFORM 3000-COMPARE-CUSTOMER
               END-IF
               IF WS-RESTORE-FILES NOT = 'CUST'
                   PERFORM 3500-COMPARE-ARCHIVE
               END-IF

               IF WS-ACTION = 'RESTORE'
                   IF WS-RESTORE-FILES NOT = 'ARCH'
                       PERFORM 4000-RELOAD-CUSTOMER
                   END-IF
                   IF WS-RESTORE-FILES NOT = 'CUST'
                       PERFORM 4500-RELOAD-ARCHIVE
                   END-IF
                   PERFORM 5000-RESET-RUN-STATE
               END-IF

               CLOSE RestoreReportFile

               IF WS-ACTION = 'RESTORE'
                   DISPLAY 'MSTREST: ' WS-TOTAL-RELOADED
                       ' record(s) reloaded from generation '
                       WS-GEN-DATE ', ' WS-TOTAL-LOST
                       ' record difference(s) rolled back'
               ELSE
                   DISPLAY 'MSTREST: report only - '
                       WS-TOTAL-LOST ' record difference(s) since '
                       'generation ' WS-GEN-DATE ', nothing changed'
               END-IF

               PERFORM 6000-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-REQUEST.
               ACCEPT WS-ACTION FROM ENVIRONMENT 'RESTOREACTION'.
               MOVE 'RESTOREACTION' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ACTION
               END-IF
               IF WS-ACTION = SPACES
                   MOVE 'REPORT' TO WS-ACTION
               END-IF
               IF WS-ACTION NOT = 'REPORT'
                   AND WS-ACTION NOT = 'RESTORE'
                   MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'UNKNOWN RESTORE ACTION ' DELIMITED BY SIZE
                       WS-ACTION DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               ACCEPT WS-RESTORE-FILES FROM ENVIRONMENT
                   'RESTOREFILES'.
               MOVE 'RESTOREFILES' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-RESTORE-FILES
               END-IF
               IF WS-RESTORE-FILES = SPACES
                   MOVE 'BOTH' TO WS-RESTORE-FILES
               END-IF
               IF WS-RESTORE-FILES NOT = 'BOTH'
                   AND WS-RESTORE-FILES NOT = 'CUST'
                   AND WS-RESTORE-FILES NOT = 'ARCH'
                   MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'UNKNOWN RESTORE FILE SELECTION '
                       DELIMITED BY SIZE
                       WS-RESTORE-FILES DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * No generation named means the latest verified one.
               MOVE SPACES TO WS-REQ-GEN-ENV
               ACCEPT WS-REQ-GEN-ENV FROM ENVIRONMENT
                   'RESTOREGENERATION'.
               MOVE 'RESTOREGENERATION' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-GEN-ENV
               END-IF
               IF WS-REQ-GEN-ENV NOT = SPACES
                   IF WS-REQ-GEN-ENV IS NUMERIC
                       MOVE WS-REQ-GEN-ENV TO WS-REQ-GEN-DATE
                   ELSE
                       MOVE '1000-RESOLVE-REQUEST' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'INVALID RESTORE GENERATION '
                           DELIMITED BY SIZE
                           WS-REQ-GEN-ENV DELIMITED BY SIZE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF

               MOVE SPACES TO WS-REQ-OPERATOR
               ACCEPT WS-REQ-OPERATOR FROM ENVIRONMENT
                   'RESTOREOPERATOR'.
               MOVE 'RESTOREOPERATOR' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQ-OPERATOR
               END-IF

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

               ACCEPT WS-CATALOG-FILENAME FROM ENVIRONMENT
                   'BACKUPCATALOG'.
               IF WS-CATALOG-FILENAME = SPACES
                   MOVE 'backup-catalog.dat' TO WS-CATALOG-FILENAME
               END-IF
               MOVE 'BACKUPCATALOG' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CATALOG-FILENAME
               END-IF

               ACCEPT WS-REPORT-FILENAME FROM ENVIRONMENT
                   'RESTOREREPORT'.
               IF WS-REPORT-FILENAME = SPACES
                   MOVE 'restore.rpt' TO WS-REPORT-FILENAME
               END-IF
               MOVE 'RESTOREREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REPORT-FILENAME
               END-IF

               ACCEPT WS-CKP-FILENAME FROM ENVIRONMENT 'MAINPGMCHKPT'.
               IF WS-CKP-FILENAME = SPACES
                   MOVE 'mainpgm-checkpoint.dat' TO WS-CKP-FILENAME
               END-IF
               MOVE 'MAINPGMCHKPT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CKP-FILENAME
               END-IF

               ACCEPT WS-POSTED-FILENAME FROM ENVIRONMENT
                   'CASHRCPTPOSTED'.
               IF WS-POSTED-FILENAME = SPACES
                   MOVE 'cashrcpt-posted.dat' TO WS-POSTED-FILENAME
               END-IF
               MOVE 'CASHRCPTPOSTED' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-POSTED-FILENAME
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

               ACCEPT WS-PSJ-FILENAME FROM ENVIRONMENT
                   'PERIODSUMJOURNAL'.
               IF WS-PSJ-FILENAME = SPACES
                   MOVE 'period-summary-journal.dat' TO WS-PSJ-FILENAME
               END-IF
               MOVE 'PERIODSUMJOURNAL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PSJ-FILENAME
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
               .

      * Reloading a master is a supervisor action.
           1100-AUTHORIZE-OPERATOR.
               ACCEPT WS-OPER-FILENAME FROM ENVIRONMENT 'OPERFILE'.
               IF WS-OPER-FILENAME = SPACES
                   MOVE 'operators.ctl' TO WS-OPER-FILENAME
               END-IF
               MOVE 'OPERFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-OPER-FILENAME
               END-IF

               MOVE 0 TO WS-OPER-COUNT
               OPEN INPUT OperatorFile
               IF WS-OPER-FILE-STATUS NOT = '00'
                   MOVE '1100-AUTHORIZE-OPERATOR' TO ABEND-PARAGRAPH
                   MOVE WS-OPER-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-OPER-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM UNTIL WS-OPER-FILE-STATUS NOT = '00'
                   OR WS-OPER-COUNT >= WS-OPER-MAX
                   READ OperatorFile
                       AT END
                           MOVE '10' TO WS-OPER-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OP-ID TO WS-OPER-ID(WS-OPER-COUNT)
                           MOVE OP-NAME TO
                               WS-OPER-NAME(WS-OPER-COUNT)
                           MOVE OP-LEVEL TO
                               WS-OPER-LEVEL(WS-OPER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE OperatorFile

               MOVE 'N' TO WS-OPER-FOUND
               MOVE 0 TO WS-OPER-AUTH-LEVEL
               PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                       UNTIL WS-OPER-IX > WS-OPER-COUNT
                   IF WS-OPER-ID(WS-OPER-IX) = WS-REQ-OPERATOR
                       MOVE 'Y' TO WS-OPER-FOUND
                       MOVE WS-OPER-LEVEL(WS-OPER-IX)
                           TO WS-OPER-AUTH-LEVEL
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-OPER-FOUND = 'N'
                   OR WS-OPER-AUTH-LEVEL < 2
                   MOVE '1100-AUTHORIZE-OPERATOR' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'OPERATOR ' DELIMITED BY SIZE
                       WS-REQ-OPERATOR DELIMITED BY SIZE
                       ' NOT AUTHORIZED TO RESTORE MASTERS'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * The generation date is the one asked for, else the latest
      * date with a verified copy of the first file wanted. Every
      * file being restored must have a verified entry at that
      * date; a failed copy is never a restore point.
           1200-FIND-GENERATION.
               IF WS-RESTORE-FILES = 'ARCH'
                   MOVE 'ARCH' TO WS-CAT-TYPE
               ELSE
                   MOVE 'CUST' TO WS-CAT-TYPE
               END-IF
               MOVE 0 TO WS-CAT-LATEST
               OPEN INPUT BackupCatalogFile
               IF WS-CATALOG-STATUS NOT = '00'
                   MOVE '1200-FIND-GENERATION' TO ABEND-PARAGRAPH
                   MOVE WS-CATALOG-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CATALOG-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ BackupCatalogFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF BKC-FILE-TYPE = WS-CAT-TYPE
                               AND BKC-STATUS = 'V'
                               AND BKC-GEN-DATE > WS-CAT-LATEST
                               MOVE BKC-GEN-DATE TO WS-CAT-LATEST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BackupCatalogFile

               IF WS-REQ-GEN-DATE > 0
                   MOVE WS-REQ-GEN-DATE TO WS-GEN-DATE
               ELSE
                   MOVE WS-CAT-LATEST TO WS-GEN-DATE
               END-IF

               MOVE 'N' TO WS-CAT-CUST-FOUND
               MOVE 'N' TO WS-CAT-ARCH-FOUND
               OPEN INPUT BackupCatalogFile
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ BackupCatalogFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF BKC-GEN-DATE = WS-GEN-DATE
                               AND BKC-STATUS = 'V'
                               PERFORM 1250-KEEP-GENERATION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BackupCatalogFile

               IF (WS-RESTORE-FILES NOT = 'ARCH'
                       AND WS-CAT-CUST-FOUND = 'N')
                   OR (WS-RESTORE-FILES NOT = 'CUST'
                       AND WS-CAT-ARCH-FOUND = 'N')
                   MOVE '1200-FIND-GENERATION' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'NO VERIFIED GENERATION ' DELIMITED BY SIZE
                       WS-GEN-DATE DELIMITED BY SIZE
                       ' FOR ' DELIMITED BY SIZE
                       WS-RESTORE-FILES DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           1250-KEEP-GENERATION-ENTRY.
               IF BKC-FILE-TYPE = 'CUST'
                   MOVE 'Y' TO WS-CAT-CUST-FOUND
                   MOVE BKC-RECORD-COUNT TO WS-CAT-CUST-COUNT
                   MOVE BKC-AMOUNT-HASH TO WS-CAT-CUST-HASH
                   MOVE BKC-LAST-POSTED TO WS-CAT-CUST-POSTED
                   MOVE BKC-FILENAME TO WS-CUST-GEN-FILENAME
               END-IF
               IF BKC-FILE-TYPE = 'ARCH'
                   MOVE 'Y' TO WS-CAT-ARCH-FOUND
                   MOVE BKC-RECORD-COUNT TO WS-CAT-ARCH-COUNT
                   MOVE BKC-AMOUNT-HASH TO WS-CAT-ARCH-HASH
                   MOVE BKC-LAST-POSTED TO WS-CAT-ARCH-POSTED
                   MOVE BKC-FILENAME TO WS-ARCH-GEN-FILENAME
               END-IF
               .

           1500-WRITE-REPORT-HEADING.
               MOVE SPACES TO RESTORE-LINE
               STRING 'MSTREST MASTER RESTORE - GENERATION '
                   DELIMITED BY SIZE
                   WS-GEN-DATE DELIMITED BY SIZE
                   ' - FILES ' DELIMITED BY SIZE
                   WS-RESTORE-FILES DELIMITED BY SIZE
                   ' - BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE SPACES TO RESTORE-LINE
               IF WS-ACTION = 'RESTORE'
                   STRING 'RESTORED BY ' DELIMITED BY SIZE
                       WS-REQ-OPERATOR DELIMITED BY SIZE
                       ' - EVERYTHING LISTED BELOW IS ROLLED BACK'
                       DELIMITED BY SIZE
                       INTO RESTORE-LINE
               ELSE
                   STRING 'REPORT ONLY - EVERYTHING LISTED BELOW '
                       DELIMITED BY SIZE
                       'WOULD BE ROLLED BACK BY A RESTORE'
                       DELIMITED BY SIZE
                       INTO RESTORE-LINE
               END-IF
               WRITE RESTORE-LINE
               .

      * Read the generation back and hold it to the figures the
      * backup step proved it against when it was taken.
           2000-PROVE-CUST-GENERATION.
               MOVE 0 TO WS-PROVE-COUNT
               MOVE 0 TO WS-PROVE-HASH
               OPEN INPUT CustGenFile
               IF WS-CUST-GEN-STATUS NOT = '00'
                   MOVE '2000-PROVE-CUST-GENERATION'
                       TO ABEND-PARAGRAPH
                   MOVE WS-CUST-GEN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-GEN-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ CustGenFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PROVE-COUNT
                           IF CGN-CREDIT-LIMIT IS NUMERIC
                               ADD CGN-CREDIT-LIMIT TO WS-PROVE-HASH
                           END-IF
                           IF CGN-EXPOSURE IS NUMERIC
                               ADD CGN-EXPOSURE TO WS-PROVE-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustGenFile
               IF WS-PROVE-COUNT NOT = WS-CAT-CUST-COUNT
                   OR WS-PROVE-HASH NOT = WS-CAT-CUST-HASH
                   MOVE '2000-PROVE-CUST-GENERATION'
                       TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'CUSTOMER GENERATION ' DELIMITED BY SIZE
                       WS-GEN-DATE DELIMITED BY SIZE
                       ' DOES NOT MATCH ITS CATALOG ENTRY'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           2500-PROVE-ARCH-GENERATION.
               MOVE 0 TO WS-PROVE-COUNT
               MOVE 0 TO WS-PROVE-HASH
               OPEN INPUT ArchGenFile
               IF WS-ARCH-GEN-STATUS NOT = '00'
                   MOVE '2500-PROVE-ARCH-GENERATION'
                       TO ABEND-PARAGRAPH
                   MOVE WS-ARCH-GEN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCH-GEN-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ ArchGenFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PROVE-COUNT
                           IF AGN-AMOUNT IS NUMERIC
                               ADD AGN-AMOUNT TO WS-PROVE-HASH
                           END-IF
                           IF AGN-APPLIED-AMOUNT IS NUMERIC
                               ADD AGN-APPLIED-AMOUNT TO WS-PROVE-HASH
                           END-IF
                           IF AGN-TAX-AMOUNT IS NUMERIC
                               ADD AGN-TAX-AMOUNT TO WS-PROVE-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchGenFile
               IF WS-PROVE-COUNT NOT = WS-CAT-ARCH-COUNT
                   OR WS-PROVE-HASH NOT = WS-CAT-ARCH-HASH
                   MOVE '2500-PROVE-ARCH-GENERATION'
                       TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'ARCHIVE GENERATION ' DELIMITED BY SIZE
                       WS-GEN-DATE DELIMITED BY SIZE
                       ' DOES NOT MATCH ITS CATALOG ENTRY'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Balanced-line match of the live master against the
      * generation, both in key order. A key only on the master
      * was added since the backup and is lost by a restore; one
      * only in the generation was deleted since and comes back;
      * one on both that differs is reverted.
           3000-COMPARE-CUSTOMER.
               MOVE 0 TO WS-CUR-COUNT
               MOVE 0 TO WS-CUR-HASH
               MOVE 0 TO WS-ADDED-COUNT
               MOVE 0 TO WS-CHANGED-COUNT
               MOVE 0 TO WS-DELETED-COUNT
               MOVE 0 TO WS-SAME-COUNT
               MOVE 0 TO WS-ADDED-AMOUNT
               MOVE 0 TO WS-DELETED-AMOUNT
               PERFORM 3700-WRITE-SECTION-HEADING

               MOVE HIGH-VALUES TO WS-CUR-KEY
               OPEN INPUT CustMasterFile
               IF WS-CUST-FILE-STATUS = '00'
                   PERFORM 3010-READ-CUR-CUSTOMER
               ELSE
                   IF WS-CUST-FILE-STATUS NOT = '35'
                       MOVE '3000-COMPARE-CUSTOMER' TO ABEND-PARAGRAPH
                       MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF
               OPEN INPUT CustGenFile
               PERFORM 3020-READ-GEN-CUSTOMER

               PERFORM UNTIL WS-CUR-KEY = HIGH-VALUES
                       AND WS-GEN-KEY = HIGH-VALUES
                   EVALUATE TRUE
                       WHEN WS-CUR-KEY < WS-GEN-KEY
                           MOVE 'ADDED SINCE BACKUP - LOST'
                               TO WS-DIFF-LABEL
                           MOVE CUST-NAME TO WS-DIFF-TEXT
                           ADD 1 TO WS-ADDED-COUNT
                           ADD WS-CUR-AMOUNT TO WS-ADDED-AMOUNT
                           MOVE 0 TO WS-GEN-AMOUNT
                           PERFORM 3800-WRITE-DIFF-LINE
                           PERFORM 3010-READ-CUR-CUSTOMER
                       WHEN WS-CUR-KEY > WS-GEN-KEY
                           MOVE 'DELETED SINCE BACKUP - REINSTATED'
                               TO WS-DIFF-LABEL
                           MOVE CGN-CUST-NAME TO WS-DIFF-TEXT
                           ADD 1 TO WS-DELETED-COUNT
                           ADD WS-GEN-AMOUNT TO WS-DELETED-AMOUNT
                           MOVE 0 TO WS-CUR-AMOUNT
                           PERFORM 3800-WRITE-DIFF-LINE
                           PERFORM 3020-READ-GEN-CUSTOMER
                       WHEN OTHER
                           IF CUST-RECORD = CGN-RECORD
                               ADD 1 TO WS-SAME-COUNT
                           ELSE
                               MOVE 'CHANGED SINCE BACKUP - REVERTED'
                                   TO WS-DIFF-LABEL
                               MOVE CUST-NAME TO WS-DIFF-TEXT
                               ADD 1 TO WS-CHANGED-COUNT
                               PERFORM 3800-WRITE-DIFF-LINE
                           END-IF
                           PERFORM 3010-READ-CUR-CUSTOMER
                           PERFORM 3020-READ-GEN-CUSTOMER
                   END-EVALUATE
               END-PERFORM

               CLOSE CustGenFile
               IF WS-CUST-FILE-STATUS NOT = '35'
                   CLOSE CustMasterFile
               END-IF
               MOVE WS-CAT-CUST-COUNT TO WS-PROVE-COUNT
               MOVE WS-CAT-CUST-HASH TO WS-PROVE-HASH
               PERFORM 3900-WRITE-SECTION-TOTALS
               .

      * The amount carried on each side is the record's share of
      * the hash: credit limit plus exposure.
           3010-READ-CUR-CUSTOMER.
               READ CustMasterFile
                   AT END
                       MOVE HIGH-VALUES TO WS-CUR-KEY
                   NOT AT END
                       MOVE CUST-ID TO WS-CUR-KEY
                       MOVE 0 TO WS-CUR-AMOUNT
                       IF CUST-CREDIT-LIMIT IS NUMERIC
                           ADD CUST-CREDIT-LIMIT TO WS-CUR-AMOUNT
                       END-IF
                       IF CUST-EXPOSURE IS NUMERIC
                           ADD CUST-EXPOSURE TO WS-CUR-AMOUNT
                       END-IF
                       ADD 1 TO WS-CUR-COUNT
                       ADD WS-CUR-AMOUNT TO WS-CUR-HASH
               END-READ
               .

           3020-READ-GEN-CUSTOMER.
               READ CustGenFile
                   AT END
                       MOVE HIGH-VALUES TO WS-GEN-KEY
                   NOT AT END
                       MOVE CGN-CUST-ID TO WS-GEN-KEY
                       MOVE 0 TO WS-GEN-AMOUNT
                       IF CGN-CREDIT-LIMIT IS NUMERIC
                           ADD CGN-CREDIT-LIMIT TO WS-GEN-AMOUNT
                       END-IF
                       IF CGN-EXPOSURE IS NUMERIC
                           ADD CGN-EXPOSURE TO WS-GEN-AMOUNT
                       END-IF
               END-READ
               .

           3500-COMPARE-ARCHIVE.
               MOVE 0 TO WS-CUR-COUNT
               MOVE 0 TO WS-CUR-HASH
               MOVE 0 TO WS-ADDED-COUNT
               MOVE 0 TO WS-CHANGED-COUNT
               MOVE 0 TO WS-DELETED-COUNT
               MOVE 0 TO WS-SAME-COUNT
               MOVE 0 TO WS-ADDED-AMOUNT
               MOVE 0 TO WS-DELETED-AMOUNT
               PERFORM 3700-WRITE-SECTION-HEADING

               MOVE HIGH-VALUES TO WS-CUR-KEY
               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS = '00'
                   PERFORM 3510-READ-CUR-ARCHIVE
               ELSE
                   IF WS-ARCHIVE-STATUS NOT = '35'
                       MOVE '3500-COMPARE-ARCHIVE' TO ABEND-PARAGRAPH
                       MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-IF
               OPEN INPUT ArchGenFile
               PERFORM 3520-READ-GEN-ARCHIVE

               PERFORM UNTIL WS-CUR-KEY = HIGH-VALUES
                       AND WS-GEN-KEY = HIGH-VALUES
                   MOVE SPACES TO WS-DIFF-TEXT
                   EVALUATE TRUE
                       WHEN WS-CUR-KEY < WS-GEN-KEY
                           MOVE 'ADDED SINCE BACKUP - LOST'
                               TO WS-DIFF-LABEL
                           ADD 1 TO WS-ADDED-COUNT
                           ADD WS-CUR-AMOUNT TO WS-ADDED-AMOUNT
                           MOVE 0 TO WS-GEN-AMOUNT
                           PERFORM 3800-WRITE-DIFF-LINE
                           PERFORM 3510-READ-CUR-ARCHIVE
                       WHEN WS-CUR-KEY > WS-GEN-KEY
                           MOVE 'DELETED SINCE BACKUP - REINSTATED'
                               TO WS-DIFF-LABEL
                           ADD 1 TO WS-DELETED-COUNT
                           ADD WS-GEN-AMOUNT TO WS-DELETED-AMOUNT
                           MOVE 0 TO WS-CUR-AMOUNT
                           PERFORM 3800-WRITE-DIFF-LINE
                           PERFORM 3520-READ-GEN-ARCHIVE
                       WHEN OTHER
                           IF ARCH-RECORD = AGN-RECORD
                               ADD 1 TO WS-SAME-COUNT
                           ELSE
                               MOVE 'CHANGED SINCE BACKUP - REVERTED'
                                   TO WS-DIFF-LABEL
                               ADD 1 TO WS-CHANGED-COUNT
                               PERFORM 3800-WRITE-DIFF-LINE
                           END-IF
                           PERFORM 3510-READ-CUR-ARCHIVE
                           PERFORM 3520-READ-GEN-ARCHIVE
                   END-EVALUATE
               END-PERFORM

               CLOSE ArchGenFile
               IF WS-ARCHIVE-STATUS NOT = '35'
                   CLOSE ArchiveFile
               END-IF
               MOVE WS-CAT-ARCH-COUNT TO WS-PROVE-COUNT
               MOVE WS-CAT-ARCH-HASH TO WS-PROVE-HASH
               PERFORM 3900-WRITE-SECTION-TOTALS
               .

      * An archive record's share of the hash: amount, applied
      * amount and tax.
           3510-READ-CUR-ARCHIVE.
               READ ArchiveFile
                   AT END
                       MOVE HIGH-VALUES TO WS-CUR-KEY
                   NOT AT END
                       MOVE ARCH-KEY TO WS-CUR-KEY
                       MOVE 0 TO WS-CUR-AMOUNT
                       IF ARCH-AMOUNT IS NUMERIC
                           ADD ARCH-AMOUNT TO WS-CUR-AMOUNT
                       END-IF
                       IF ARCH-APPLIED-AMOUNT IS NUMERIC
                           ADD ARCH-APPLIED-AMOUNT TO WS-CUR-AMOUNT
                       END-IF
                       IF ARCH-TAX-AMOUNT IS NUMERIC
                           ADD ARCH-TAX-AMOUNT TO WS-CUR-AMOUNT
                       END-IF
                       ADD 1 TO WS-CUR-COUNT
                       ADD WS-CUR-AMOUNT TO WS-CUR-HASH
               END-READ
               .

           3520-READ-GEN-ARCHIVE.
               READ ArchGenFile
                   AT END
                       MOVE HIGH-VALUES TO WS-GEN-KEY
                   NOT AT END
                       MOVE AGN-KEY TO WS-GEN-KEY
                       MOVE 0 TO WS-GEN-AMOUNT
                       IF AGN-AMOUNT IS NUMERIC
                           ADD AGN-AMOUNT TO WS-GEN-AMOUNT
                       END-IF
                       IF AGN-APPLIED-AMOUNT IS NUMERIC
                           ADD AGN-APPLIED-AMOUNT TO WS-GEN-AMOUNT
                       END-IF
                       IF AGN-TAX-AMOUNT IS NUMERIC
                           ADD AGN-TAX-AMOUNT TO WS-GEN-AMOUNT
                       END-IF
               END-READ
               .

           3700-WRITE-SECTION-HEADING.
               MOVE SPACES TO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE SPACES TO RESTORE-LINE
               IF WS-FILES-DONE = 0 AND WS-RESTORE-FILES NOT = 'ARCH'
                   STRING 'CUSTOMER MASTER ' DELIMITED BY SIZE
                       WS-CUST-FILENAME DELIMITED BY ' '
                       ' FROM ' DELIMITED BY SIZE
                       WS-CUST-GEN-FILENAME DELIMITED BY ' '
                       INTO RESTORE-LINE
               ELSE
                   STRING 'TRANSACTION ARCHIVE ' DELIMITED BY SIZE
                       WS-ARCHIVE-FILENAME DELIMITED BY ' '
                       ' FROM ' DELIMITED BY SIZE
                       WS-ARCH-GEN-FILENAME DELIMITED BY ' '
                       INTO RESTORE-LINE
               END-IF
               WRITE RESTORE-LINE
               MOVE SPACES TO RESTORE-LINE
               STRING 'DIFFERENCE                           '
                   DELIMITED BY SIZE
                   'KEY                           LIVE AMOUNT'
                   DELIMITED BY SIZE
                   '      BACKUP AMOUNT  DETAIL' DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               .

           3800-WRITE-DIFF-LINE.
               ADD 1 TO WS-TOTAL-LOST
               MOVE WS-CUR-AMOUNT TO WS-AMT-EDIT-1
               MOVE WS-GEN-AMOUNT TO WS-AMT-EDIT-2
               MOVE SPACES TO RESTORE-LINE
               IF WS-CUR-KEY < WS-GEN-KEY
                   MOVE WS-CUR-KEY TO RESTORE-LINE(38:24)
               ELSE
                   MOVE WS-GEN-KEY TO RESTORE-LINE(38:24)
               END-IF
               MOVE WS-DIFF-LABEL TO RESTORE-LINE(1:36)
               MOVE WS-AMT-EDIT-1 TO RESTORE-LINE(63:17)
               MOVE WS-AMT-EDIT-2 TO RESTORE-LINE(82:17)
               MOVE WS-DIFF-TEXT TO RESTORE-LINE(101:30)
               WRITE RESTORE-LINE
               .

           3900-WRITE-SECTION-TOTALS.
               ADD 1 TO WS-FILES-DONE
               MOVE SPACES TO RESTORE-LINE
               STRING 'ADDED ' DELIMITED BY SIZE
                   WS-ADDED-COUNT DELIMITED BY SIZE
                   '  CHANGED ' DELIMITED BY SIZE
                   WS-CHANGED-COUNT DELIMITED BY SIZE
                   '  DELETED ' DELIMITED BY SIZE
                   WS-DELETED-COUNT DELIMITED BY SIZE
                   '  UNCHANGED ' DELIMITED BY SIZE
                   WS-SAME-COUNT DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE WS-CUR-COUNT TO WS-CNT-EDIT
               MOVE WS-CUR-HASH TO WS-TOT-EDIT
               MOVE SPACES TO RESTORE-LINE
               STRING 'LIVE FILE    RECORDS ' DELIMITED BY SIZE
                   WS-CNT-EDIT DELIMITED BY SIZE
                   '  AMOUNT HASH ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE WS-PROVE-COUNT TO WS-CNT-EDIT
               MOVE WS-PROVE-HASH TO WS-TOT-EDIT
               MOVE SPACES TO RESTORE-LINE
               STRING 'GENERATION   RECORDS ' DELIMITED BY SIZE
                   WS-CNT-EDIT DELIMITED BY SIZE
                   '  AMOUNT HASH ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE WS-ADDED-AMOUNT TO WS-TOT-EDIT
               MOVE SPACES TO RESTORE-LINE
               STRING 'AMOUNT ON RECORDS LOST       ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE WS-DELETED-AMOUNT TO WS-TOT-EDIT
               MOVE SPACES TO RESTORE-LINE
               STRING 'AMOUNT ON RECORDS REINSTATED ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               .

      * The master is recreated empty and written back from the
      * generation in key order, then read once more and proved
      * against the catalog. A master that will not prove is left
      * for the operator with the run abended: the generation is
      * untouched, so the restore can simply be run again.
           4000-RELOAD-CUSTOMER.
               OPEN OUTPUT CustMasterFile
               IF WS-CUST-FILE-STATUS NOT = '00'
                   MOVE '4000-RELOAD-CUSTOMER' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN INPUT CustGenFile
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ CustGenFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           WRITE CUST-RECORD FROM CGN-RECORD
                           IF WS-CUST-FILE-STATUS NOT = '00'
                               MOVE '4000-RELOAD-CUSTOMER'
                                   TO ABEND-PARAGRAPH
                               MOVE WS-CUST-FILE-STATUS
                                   TO ABEND-FILE-STATUS
                               MOVE 16 TO ABEND-CONDITION-CODE
                               MOVE CGN-CUST-ID TO ABEND-KEY-VALUES
                               PERFORM 9000-ABEND-RUN
                           END-IF
                           ADD 1 TO WS-TOTAL-RELOADED
                   END-READ
               END-PERFORM
               CLOSE CustGenFile
               CLOSE CustMasterFile

               MOVE 0 TO WS-PROVE-COUNT
               MOVE 0 TO WS-PROVE-HASH
               OPEN INPUT CustMasterFile
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ CustMasterFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PROVE-COUNT
                           IF CUST-CREDIT-LIMIT IS NUMERIC
                               ADD CUST-CREDIT-LIMIT TO WS-PROVE-HASH
                           END-IF
                           IF CUST-EXPOSURE IS NUMERIC
                               ADD CUST-EXPOSURE TO WS-PROVE-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CustMasterFile
               IF WS-PROVE-COUNT NOT = WS-CAT-CUST-COUNT
                   OR WS-PROVE-HASH NOT = WS-CAT-CUST-HASH
                   MOVE '4000-RELOAD-CUSTOMER' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'RELOADED CUSTOMER MASTER FAILED TO PROVE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE WS-PROVE-COUNT TO WS-CNT-EDIT
               MOVE SPACES TO RESTORE-LINE
               STRING 'CUSTOMER MASTER RELOADED AND PROVED - '
                   DELIMITED BY SIZE
                   WS-CNT-EDIT DELIMITED BY SIZE
                   ' RECORDS' DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               .

           4500-RELOAD-ARCHIVE.
               OPEN OUTPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   MOVE '4500-RELOAD-ARCHIVE' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN INPUT ArchGenFile
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ ArchGenFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           WRITE ARCH-RECORD FROM AGN-RECORD
                           IF WS-ARCHIVE-STATUS NOT = '00'
                               MOVE '4500-RELOAD-ARCHIVE'
                                   TO ABEND-PARAGRAPH
                               MOVE WS-ARCHIVE-STATUS
                                   TO ABEND-FILE-STATUS
                               MOVE 16 TO ABEND-CONDITION-CODE
                               MOVE AGN-KEY TO ABEND-KEY-VALUES
                               PERFORM 9000-ABEND-RUN
                           END-IF
                           ADD 1 TO WS-TOTAL-RELOADED
                   END-READ
               END-PERFORM
               CLOSE ArchGenFile
               CLOSE ArchiveFile

               MOVE 0 TO WS-PROVE-COUNT
               MOVE 0 TO WS-PROVE-HASH
               OPEN INPUT ArchiveFile
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ ArchiveFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-PROVE-COUNT
                           IF ARCH-AMOUNT IS NUMERIC
                               ADD ARCH-AMOUNT TO WS-PROVE-HASH
                           END-IF
                           IF ARCH-APPLIED-AMOUNT IS NUMERIC
                               ADD ARCH-APPLIED-AMOUNT TO WS-PROVE-HASH
                           END-IF
                           IF ARCH-TAX-AMOUNT IS NUMERIC
                               ADD ARCH-TAX-AMOUNT TO WS-PROVE-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
               IF WS-PROVE-COUNT NOT = WS-CAT-ARCH-COUNT
                   OR WS-PROVE-HASH NOT = WS-CAT-ARCH-HASH
                   MOVE '4500-RELOAD-ARCHIVE' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'RELOADED ARCHIVE FAILED TO PROVE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO RESTORE-LINE
               WRITE RESTORE-LINE
               MOVE WS-PROVE-COUNT TO WS-CNT-EDIT
               MOVE SPACES TO RESTORE-LINE
               STRING 'TRANSACTION ARCHIVE RELOADED AND PROVED - '
                   DELIMITED BY SIZE
                   WS-CNT-EDIT DELIMITED BY SIZE
                   ' RECORDS' DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               .

      * Only a restore of both masters puts the night back where
      * it started: the calendar goes back to the generation's
      * business date and last-posted date, so the double-posting
      * guard lets the night be run again, and MAINPGM's commit
      * points - its own and every partition's - are emptied so
      * nothing resumes the night that was rolled back. What the
      * chain recorded for the rolled-back nights comes out too,
      * or their rerun would meet it: the cash run's register of
      * posted remittances, the posting run's history and its
      * share of the period summary. A single-file restore is a
      * repair and leaves all of it alone.
           5000-RESET-RUN-STATE.
               IF WS-RESTORE-FILES NOT = 'BOTH'
                   DISPLAY 'MSTREST: single-file restore - calendar '
                       'and posting commit point left as they are'
               ELSE
                   OPEN OUTPUT ProcDateFile
                   IF WS-PROCDATE-STATUS NOT = '00'
                       MOVE '5000-RESET-RUN-STATE' TO ABEND-PARAGRAPH
                       MOVE WS-PROCDATE-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-PROCDATE-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE SPACES TO PROCDATE-RECORD
                   MOVE WS-GEN-DATE TO PD-BUSINESS-DATE
                   MOVE WS-CAT-CUST-POSTED TO PD-LAST-POSTED
                   WRITE PROCDATE-RECORD
                   CLOSE ProcDateFile

                   OPEN OUTPUT CheckpointFile
                   IF WS-CKP-STATUS = '00'
                       CLOSE CheckpointFile
                   END-IF

                   MOVE SPACES TO RESTORE-LINE
                   STRING 'CALENDAR RESET TO BUSINESS DATE '
                       DELIMITED BY SIZE
                       WS-GEN-DATE DELIMITED BY SIZE
                       ' LAST POSTED ' DELIMITED BY SIZE
                       WS-CAT-CUST-POSTED DELIMITED BY SIZE
                       ' - POSTING COMMIT POINT CLEARED'
                       DELIMITED BY SIZE
                       INTO RESTORE-LINE
                   WRITE RESTORE-LINE

                   PERFORM 5100-CLEAR-PARTITION-FILES
                   MOVE WS-GEN-DATE TO WS-ROLL-CUTOFF
                   MOVE WS-POSTED-FILENAME TO WS-ROLL-NAME
                   MOVE 48 TO WS-ROLL-DATE-POS
                   MOVE 'CASH RECEIPT POSTINGS' TO WS-ROLL-LABEL
                   PERFORM 5300-ROLL-BACK-DATED-FILE
                   MOVE WS-HISTORY-FILENAME TO WS-ROLL-NAME
                   MOVE 1 TO WS-ROLL-DATE-POS
                   MOVE 'POSTING RUN HISTORY ENTRIES' TO WS-ROLL-LABEL
                   PERFORM 5300-ROLL-BACK-DATED-FILE
                   PERFORM 5200-BACK-OUT-PERIOD-SUMMARY

                   DISPLAY 'MSTREST: calendar reset to '
                       WS-GEN-DATE ' - rerun the chain from the start'
               END-IF
               .

      * Every partition's checkpoint and event file, named as
      * MAINPGM names them from MAINPGMPARTPREFIX and the
      * partition number. Only files that exist are emptied.
           5100-CLEAR-PARTITION-FILES.
               MOVE 0 TO WS-PART-CLEARED
               PERFORM VARYING WS-PART-IX FROM 1 BY 1
                       UNTIL WS-PART-IX > 99
                   MOVE WS-PART-IX TO WS-PART-NUMBER
                   MOVE SPACES TO WS-CKP-FILENAME
                   STRING WS-PART-PREFIX DELIMITED BY SPACE
                       WS-PART-NUMBER DELIMITED BY SIZE
                       '-checkpoint.dat' DELIMITED BY SIZE
                       INTO WS-CKP-FILENAME
                   OPEN INPUT CheckpointFile
                   IF WS-CKP-STATUS = '00'
                       CLOSE CheckpointFile
                       OPEN OUTPUT CheckpointFile
                       IF WS-CKP-STATUS = '00'
                           CLOSE CheckpointFile
                           ADD 1 TO WS-PART-CLEARED
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-ROLL-IN-NAME
                   STRING WS-PART-PREFIX DELIMITED BY SPACE
                       WS-PART-NUMBER DELIMITED BY SIZE
                       '.evt' DELIMITED BY SIZE
                       INTO WS-ROLL-IN-NAME
                   OPEN INPUT RollInFile
                   IF WS-ROLL-IN-STATUS = '00'
                       CLOSE RollInFile
                       MOVE WS-ROLL-IN-NAME TO WS-ROLL-OUT-NAME
                       OPEN OUTPUT RollOutFile
                       IF WS-ROLL-OUT-STATUS = '00'
                           CLOSE RollOutFile
                           ADD 1 TO WS-PART-CLEARED
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO RESTORE-LINE
               STRING 'PARTITION CHECKPOINT AND EVENT FILES CLEARED: '
                   DELIMITED BY SIZE
                   WS-PART-CLEARED DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               .

      * The period summary has no dates of its own: each journal
      * entry dated on or after the generation is taken back off
      * its summary row, a row left empty is dropped, and the
      * journal is then cut back like the other dated files.
           5200-BACK-OUT-PERIOD-SUMMARY.
               MOVE 0 TO WS-PS-COUNT
               MOVE 0 TO WS-PSJ-BACKED-OUT
               OPEN INPUT PeriodSummaryFile
               IF WS-PERSUM-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ PeriodSummaryFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 5210-KEEP-ONE-PS-ROW
                       END-READ
                   END-PERFORM
                   CLOSE PeriodSummaryFile

                   OPEN INPUT PeriodJournalFile
                   IF WS-PSJ-STATUS = '00'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ PeriodJournalFile
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   IF PSJ-RUN-DATE >= WS-GEN-DATE
                                       PERFORM 5220-BACK-OUT-ONE-ENTRY
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE PeriodJournalFile
                   END-IF
               END-IF

               IF WS-PSJ-BACKED-OUT > 0
                   MOVE WS-PERSUM-FILENAME TO WS-ROLL-NAME
                   PERFORM 5320-SAVE-FILE
                   OPEN OUTPUT PeriodSummaryFile
                   IF WS-PERSUM-STATUS NOT = '00'
                       MOVE '5200-BACK-OUT-PERIOD-SUMMARY'
                           TO ABEND-PARAGRAPH
                       MOVE WS-PERSUM-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'SUMMARY NOT REWRITTEN - SAVED AS '
                           DELIMITED BY SIZE
                           WS-ROLL-OUT-NAME DELIMITED BY SPACE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   PERFORM VARYING WS-PS-IX FROM 1 BY 1
                           UNTIL WS-PS-IX > WS-PS-COUNT
                       IF WS-PS-REC-COUNT(WS-PS-IX) NOT = 0
                           OR WS-PS-AMOUNT(WS-PS-IX) NOT = 0
                           MOVE SPACES TO PS-RECORD
                           MOVE WS-PS-PERIOD(WS-PS-IX) TO PS-PERIOD
                           MOVE WS-PS-ENTITY(WS-PS-IX) TO PS-ENTITY
                           MOVE WS-PS-CCY(WS-PS-IX) TO PS-CURRENCY
                           MOVE WS-PS-REC-COUNT(WS-PS-IX)
                               TO PS-REC-COUNT
                           MOVE WS-PS-AMOUNT(WS-PS-IX) TO PS-AMOUNT
                           WRITE PS-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE PeriodSummaryFile
               END-IF
               MOVE SPACES TO RESTORE-LINE
               STRING 'PERIOD SUMMARY ENTRIES BACKED OUT: '
                   DELIMITED BY SIZE
                   WS-PSJ-BACKED-OUT DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE

               MOVE WS-PSJ-FILENAME TO WS-ROLL-NAME
               MOVE 1 TO WS-ROLL-DATE-POS
               MOVE 'PERIOD SUMMARY JOURNAL ENTRIES' TO WS-ROLL-LABEL
               PERFORM 5300-ROLL-BACK-DATED-FILE
               .

      * The summary comes through the table and goes back out
      * whole, so a row the table could not hold would be lost.
           5210-KEEP-ONE-PS-ROW.
               IF WS-PS-COUNT >= WS-PS-MAX
                   CLOSE PeriodSummaryFile
                   MOVE '5210-KEEP-ONE-PS-ROW' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PERIOD SUMMARY TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE PS-PERIOD TO WS-PS-PERIOD(WS-PS-COUNT)
               MOVE PS-ENTITY TO WS-PS-ENTITY(WS-PS-COUNT)
               MOVE PS-CURRENCY TO WS-PS-CCY(WS-PS-COUNT)
               MOVE PS-REC-COUNT TO WS-PS-REC-COUNT(WS-PS-COUNT)
               MOVE PS-AMOUNT TO WS-PS-AMOUNT(WS-PS-COUNT)
               .

           5220-BACK-OUT-ONE-ENTRY.
               MOVE 'N' TO WS-PS-FOUND
               PERFORM VARYING WS-PS-IX FROM 1 BY 1
                       UNTIL WS-PS-IX > WS-PS-COUNT
                   IF WS-PS-PERIOD(WS-PS-IX) = PSJ-PERIOD
                       AND WS-PS-ENTITY(WS-PS-IX) = PSJ-ENTITY
                       AND WS-PS-CCY(WS-PS-IX) = PSJ-CURRENCY
                       MOVE 'Y' TO WS-PS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PS-FOUND = 'Y'
                   IF WS-PS-REC-COUNT(WS-PS-IX) < PSJ-REC-COUNT
                       MOVE 0 TO WS-PS-REC-COUNT(WS-PS-IX)
                   ELSE
                       SUBTRACT PSJ-REC-COUNT
                           FROM WS-PS-REC-COUNT(WS-PS-IX)
                   END-IF
                   SUBTRACT PSJ-AMOUNT FROM WS-PS-AMOUNT(WS-PS-IX)
                   ADD 1 TO WS-PSJ-BACKED-OUT
               ELSE
                   DISPLAY 'MSTREST: journal entry ' PSJ-RUN-DATE
                       ' ' PSJ-PERIOD ' ' PSJ-ENTITY ' '
                       PSJ-CURRENCY ' has no period summary row'
               END-IF
               .

      * Save the file, then write it back from the save without
      * the lines whose date - at WS-ROLL-DATE-POS - is on or
      * after the cutoff. A file that is not there has nothing
      * to cut.
           5300-ROLL-BACK-DATED-FILE.
               MOVE 0 TO WS-ROLL-KEPT
               MOVE 0 TO WS-ROLL-DROPPED
               PERFORM 5320-SAVE-FILE
               IF WS-ROLL-FOUND = 'Y'
                   MOVE WS-ROLL-OUT-NAME TO WS-ROLL-IN-NAME
                   MOVE WS-ROLL-NAME TO WS-ROLL-OUT-NAME
                   OPEN INPUT RollInFile
                   OPEN OUTPUT RollOutFile
                   IF WS-ROLL-IN-STATUS NOT = '00'
                       OR WS-ROLL-OUT-STATUS NOT = '00'
                       MOVE '5300-ROLL-BACK-DATED-FILE'
                           TO ABEND-PARAGRAPH
                       MOVE WS-ROLL-OUT-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE SPACES TO ABEND-KEY-VALUES
                       STRING 'NOT CUT BACK - SAVED AS '
                           DELIMITED BY SIZE
                           WS-ROLL-IN-NAME DELIMITED BY SPACE
                           INTO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RollInFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 5310-ROLL-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE RollInFile
                   CLOSE RollOutFile
               END-IF
               MOVE SPACES TO RESTORE-LINE
               STRING WS-ROLL-LABEL DELIMITED BY '  '
                   ' BACKED OUT: ' DELIMITED BY SIZE
                   WS-ROLL-DROPPED DELIMITED BY SIZE
                   ' KEPT: ' DELIMITED BY SIZE
                   WS-ROLL-KEPT DELIMITED BY SIZE
                   INTO RESTORE-LINE
               WRITE RESTORE-LINE
               .

           5310-ROLL-ONE-LINE.
               IF ROLL-IN-LINE(WS-ROLL-DATE-POS:8) IS NUMERIC
                   AND ROLL-IN-LINE(WS-ROLL-DATE-POS:8)
                       >= WS-ROLL-CUTOFF
                   ADD 1 TO WS-ROLL-DROPPED
               ELSE
                   WRITE ROLL-OUT-LINE FROM ROLL-IN-LINE
                   ADD 1 TO WS-ROLL-KEPT
               END-IF
               .

      * Copy WS-ROLL-NAME whole to WS-ROLL-NAME.rst before it is
      * rewritten: the image as it stood before the restore.
           5320-SAVE-FILE.
               MOVE 'N' TO WS-ROLL-FOUND
               MOVE WS-ROLL-NAME TO WS-ROLL-IN-NAME
               MOVE SPACES TO WS-ROLL-OUT-NAME
               STRING WS-ROLL-NAME DELIMITED BY SPACE
                   '.rst' DELIMITED BY SIZE
                   INTO WS-ROLL-OUT-NAME
               OPEN INPUT RollInFile
               IF WS-ROLL-IN-STATUS = '00'
                   MOVE 'Y' TO WS-ROLL-FOUND
                   OPEN OUTPUT RollOutFile
                   IF WS-ROLL-OUT-STATUS NOT = '00'
                       CLOSE RollInFile
                       MOVE '5320-SAVE-FILE' TO ABEND-PARAGRAPH
                       MOVE WS-ROLL-OUT-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-ROLL-OUT-NAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RollInFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               WRITE ROLL-OUT-LINE FROM ROLL-IN-LINE
                       END-READ
                   END-PERFORM
                   CLOSE RollInFile
                   CLOSE RollOutFile
               END-IF
               .

      * One statistics record per run on the shared feed: records
      * reloaded, differences found, and the two catalog hashes.
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
                   MOVE 'MSTREST' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-TOTAL-LOST TO STATS-RECORDS-IN
                   MOVE WS-TOTAL-RELOADED TO STATS-RECORDS-OUT
                   MOVE WS-CAT-CUST-HASH TO STATS-KEY-TOTAL-1
                   MOVE WS-CAT-ARCH-HASH TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'MSTREST: unable to open statistics file '
                       WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'MSTREST' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
