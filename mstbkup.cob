           IDENTIFICATION DIVISION.
           PROGRAM-ID. MSTBKUP.

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

               SELECT PurgeFile ASSIGN TO DYNAMIC
                   WS-PURGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PURGE-STATUS.

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

      * A generation is the record image, one per line, in key
      * order - the order the restore reloads it in. Only the
      * amounts the hash adds up are named.
           FD  CustGenFile
               LABEL RECORDS ARE STANDARD.
           01 CGN-RECORD.
               05 CGN-CUST-ID           PIC X(10).
               05 FILLER                PIC X(39).
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

      * An expired generation, emptied on its way off the catalog.
           FD  PurgeFile
               LABEL RECORDS ARE STANDARD.
           01 PURGE-RECORD              PIC X(81).

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
           01 WS-CUST-GEN-FILENAME PIC X(80).
           01 WS-CUST-GEN-STATUS PIC XX VALUE '00'.
           01 WS-ARCH-GEN-FILENAME PIC X(80).
           01 WS-ARCH-GEN-STATUS PIC XX VALUE '00'.
           01 WS-CUST-GEN-BASE PIC X(60).
           01 WS-ARCH-GEN-BASE PIC X(60).
           01 WS-CATALOG-FILENAME PIC X(80).
           01 WS-CATALOG-STATUS PIC XX VALUE '00'.
           01 WS-PURGE-FILENAME PIC X(80).
           01 WS-PURGE-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * Generations kept per file; older ones are purged.
           01 WS-KEEP-GENERATIONS PIC 9(3) VALUE 7.
           01 WS-KEEP-GENERATIONS-ENV PIC X(3).

      * Shop calendar interface
           COPY PROCDATA.

      * The catalog as loaded, plus tonight's entries. Purged
      * entries are dropped when it is written back.
           01 WS-CAT-MAX PIC 9(3) VALUE 200.
           01 WS-CAT-COUNT PIC 9(3) VALUE 0.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY OCCURS 200 TIMES.
                   10 WS-CAT-IMAGE PIC X(131).
                   10 WS-CAT-GEN-DATE PIC 9(8).
                   10 WS-CAT-FILE-TYPE PIC X(4).
                   10 WS-CAT-STATUS PIC X.
                   10 WS-CAT-FILENAME PIC X(80).
                   10 WS-CAT-PURGED PIC X.
           01 WS-CAT-IX PIC 9(3).
           01 WS-CAT-SCAN PIC 9(3).
           01 WS-CAT-KEPT PIC 9(3).
           01 WS-CAT-FOUND PIC X VALUE 'N'.

      * One file's unload in flight: CUST or ARCH.
           01 WS-GEN-TYPE PIC X(4).
           01 WS-GEN-FILENAME PIC X(80).
           01 WS-UNLOAD-COUNT PIC 9(9) VALUE 0.
           01 WS-UNLOAD-HASH PIC 9(13)V99 VALUE 0.
           01 WS-VERIFY-COUNT PIC 9(9) VALUE 0.
           01 WS-VERIFY-HASH PIC 9(13)V99 VALUE 0.
           01 WS-GEN-STATUS PIC X.

           01 WS-TOTAL-COUNT PIC 9(9) VALUE 0.
           01 WS-CUST-HASH PIC 9(13)V99 VALUE 0.
           01 WS-ARCH-HASH PIC 9(13)V99 VALUE 0.
           01 WS-GEN-TAKEN PIC 9 VALUE 0.
           01 WS-PURGED-COUNT PIC 9(3) VALUE 0.
           01 WS-FAILED-COUNT PIC 9 VALUE 0.

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
               DISPLAY 'MSTBKUP: customer master and archive '
                   'generation backup'

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
               PERFORM 1100-LOAD-CATALOG

      * A generation already on the catalog for tonight's date was
      * taken before anything updated the masters; a rerun of the
      * chain must not replace it with a copy of a half-run night.
               MOVE 'CUST' TO WS-GEN-TYPE
               MOVE WS-CUST-GEN-FILENAME TO WS-GEN-FILENAME
               PERFORM 1200-FIND-TONIGHT
               IF WS-CAT-FOUND = 'Y'
                   DISPLAY 'MSTBKUP: customer master generation '
                       WS-BUS-DATE ' already taken - kept'
               ELSE
                   PERFORM 2000-BACKUP-CUSTOMER
               END-IF

               MOVE 'ARCH' TO WS-GEN-TYPE
               MOVE WS-ARCH-GEN-FILENAME TO WS-GEN-FILENAME
               PERFORM 1200-FIND-TONIGHT
               IF WS-CAT-FOUND = 'Y'
                   DISPLAY 'MSTBKUP: archive generation '
                       WS-BUS-DATE ' already taken - kept'
               ELSE
                   PERFORM 3000-BACKUP-ARCHIVE
               END-IF

               PERFORM 4000-PURGE-GENERATIONS
               PERFORM 4500-REWRITE-CATALOG

               DISPLAY 'MSTBKUP: ' WS-GEN-TAKEN
                   ' generation(s) taken for ' WS-BUS-DATE ', '
                   WS-PURGED-COUNT ' expired generation(s) purged'

      * A copy that does not prove back to the file it came from
      * is no backup: the chain must not update the masters
      * tonight until it is put right.
               IF WS-FAILED-COUNT > 0
                   DISPLAY 'MSTBKUP: ' WS-FAILED-COUNT
                       ' generation(s) FAILED verification'
                   MOVE 12 TO RETURN-CODE
               END-IF

               PERFORM 5000-WRITE-RUN-STATS
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

               ACCEPT WS-CUST-GEN-BASE FROM ENVIRONMENT
                   'CUSTBACKUPBASE'.
               IF WS-CUST-GEN-BASE = SPACES
                   MOVE 'custmast-gen' TO WS-CUST-GEN-BASE
               END-IF
               MOVE 'CUSTBACKUPBASE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CUST-GEN-BASE
               END-IF

               ACCEPT WS-ARCH-GEN-BASE FROM ENVIRONMENT
                   'ARCHBACKUPBASE'.
               IF WS-ARCH-GEN-BASE = SPACES
                   MOVE 'transarchive-gen' TO WS-ARCH-GEN-BASE
               END-IF
               MOVE 'ARCHBACKUPBASE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-ARCH-GEN-BASE
               END-IF

      * Each generation is named for the business date it was
      * taken at the start of.
               MOVE SPACES TO WS-CUST-GEN-FILENAME
               STRING WS-CUST-GEN-BASE DELIMITED BY ' '
                   '-' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   '.dat' DELIMITED BY SIZE
                   INTO WS-CUST-GEN-FILENAME
               MOVE SPACES TO WS-ARCH-GEN-FILENAME
               STRING WS-ARCH-GEN-BASE DELIMITED BY ' '
                   '-' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   '.dat' DELIMITED BY SIZE
                   INTO WS-ARCH-GEN-FILENAME

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

               ACCEPT WS-KEEP-GENERATIONS-ENV FROM ENVIRONMENT
                   'BACKUPGENERATIONS'.
               MOVE 'BACKUPGENERATIONS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-KEEP-GENERATIONS-ENV
               END-IF
               IF WS-KEEP-GENERATIONS-ENV NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-KEEP-GENERATIONS-ENV)
                       TO WS-KEEP-GENERATIONS
               END-IF
      * Tonight's generation and at least the one before it, so a
      * copy that fails tonight never leaves nothing to go back to.
               IF WS-KEEP-GENERATIONS < 2
                   MOVE 2 TO WS-KEEP-GENERATIONS
               END-IF
               .

      * No catalog yet is a first backup: nothing to keep or purge.
           1100-LOAD-CATALOG.
               MOVE 0 TO WS-CAT-COUNT
               OPEN INPUT BackupCatalogFile
               IF WS-CATALOG-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ BackupCatalogFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 1150-KEEP-CATALOG-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE BackupCatalogFile
               END-IF
               .

      * Two entries a night come on; a catalog that cannot hold
      * them stops the run before it is rewritten without them.
           1150-KEEP-CATALOG-ENTRY.
               IF WS-CAT-COUNT >= WS-CAT-MAX - 2
                   MOVE '1150-KEEP-CATALOG-ENTRY' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'BACKUP CATALOG TABLE FULL'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE BKC-RECORD TO WS-CAT-IMAGE(WS-CAT-COUNT)
               MOVE BKC-GEN-DATE TO WS-CAT-GEN-DATE(WS-CAT-COUNT)
               MOVE BKC-FILE-TYPE TO WS-CAT-FILE-TYPE(WS-CAT-COUNT)
               MOVE BKC-STATUS TO WS-CAT-STATUS(WS-CAT-COUNT)
               MOVE BKC-FILENAME TO WS-CAT-FILENAME(WS-CAT-COUNT)
               MOVE 'N' TO WS-CAT-PURGED(WS-CAT-COUNT)
               .

           1200-FIND-TONIGHT.
               MOVE 'N' TO WS-CAT-FOUND
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                   IF WS-CAT-GEN-DATE(WS-CAT-IX) = WS-BUS-DATE
                       AND WS-CAT-FILE-TYPE(WS-CAT-IX) = WS-GEN-TYPE
                       AND WS-CAT-STATUS(WS-CAT-IX) = 'V'
                       MOVE 'Y' TO WS-CAT-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               .

      * A master that does not exist yet (a shop's first night)
      * is backed up as an empty generation: restoring it puts
      * the shop back to having none.
           2000-BACKUP-CUSTOMER.
               MOVE 0 TO WS-UNLOAD-COUNT
               MOVE 0 TO WS-UNLOAD-HASH
               OPEN OUTPUT CustGenFile
               IF WS-CUST-GEN-STATUS NOT = '00'
                   MOVE '2000-BACKUP-CUSTOMER' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-GEN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-GEN-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN INPUT CustMasterFile
               IF WS-CUST-FILE-STATUS = '35'
                   DISPLAY 'MSTBKUP: no customer master '
                       WS-CUST-FILENAME ' - empty generation'
               ELSE
                   IF WS-CUST-FILE-STATUS NOT = '00'
                       CLOSE CustGenFile
                       MOVE '2000-BACKUP-CUSTOMER' TO ABEND-PARAGRAPH
                       MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ CustMasterFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-UNLOAD-COUNT
                               IF CUST-CREDIT-LIMIT IS NUMERIC
                                   ADD CUST-CREDIT-LIMIT
                                       TO WS-UNLOAD-HASH
                               END-IF
                               IF CUST-EXPOSURE IS NUMERIC
                                   ADD CUST-EXPOSURE TO WS-UNLOAD-HASH
                               END-IF
                               WRITE CGN-RECORD FROM CUST-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CustMasterFile
               END-IF
               CLOSE CustGenFile

      * Prove the copy: read it back and add it up again.
               MOVE 0 TO WS-VERIFY-COUNT
               MOVE 0 TO WS-VERIFY-HASH
               OPEN INPUT CustGenFile
               IF WS-CUST-GEN-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ CustGenFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-VERIFY-COUNT
                               IF CGN-CREDIT-LIMIT IS NUMERIC
                                   ADD CGN-CREDIT-LIMIT
                                       TO WS-VERIFY-HASH
                               END-IF
                               IF CGN-EXPOSURE IS NUMERIC
                                   ADD CGN-EXPOSURE TO WS-VERIFY-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CustGenFile
               END-IF
               MOVE WS-UNLOAD-HASH TO WS-CUST-HASH
               PERFORM 2500-CATALOG-GENERATION
               .

           2500-CATALOG-GENERATION.
               IF WS-VERIFY-COUNT = WS-UNLOAD-COUNT
                   AND WS-VERIFY-HASH = WS-UNLOAD-HASH
                   MOVE 'V' TO WS-GEN-STATUS
                   ADD 1 TO WS-GEN-TAKEN
                   DISPLAY 'MSTBKUP: ' WS-GEN-TYPE ' generation '
                       WS-GEN-FILENAME(1:40) ' ' WS-UNLOAD-COUNT
                       ' record(s) verified'
               ELSE
                   MOVE 'F' TO WS-GEN-STATUS
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY 'MSTBKUP: ' WS-GEN-TYPE ' generation '
                       WS-GEN-FILENAME(1:40) ' unloaded '
                       WS-UNLOAD-COUNT ' read back '
                       WS-VERIFY-COUNT ' - hash or count differs'
               END-IF
               ADD WS-UNLOAD-COUNT TO WS-TOTAL-COUNT

               ADD 1 TO WS-CAT-COUNT
               MOVE SPACES TO BKC-RECORD
               MOVE WS-BUS-DATE TO BKC-GEN-DATE
               MOVE WS-GEN-TYPE TO BKC-FILE-TYPE
               MOVE WS-UNLOAD-COUNT TO BKC-RECORD-COUNT
               MOVE WS-UNLOAD-HASH TO BKC-AMOUNT-HASH
               MOVE WS-LAST-POSTED-DATE TO BKC-LAST-POSTED
               MOVE WS-GEN-STATUS TO BKC-STATUS
               MOVE WS-GEN-FILENAME TO BKC-FILENAME
               MOVE BKC-RECORD TO WS-CAT-IMAGE(WS-CAT-COUNT)
               MOVE WS-BUS-DATE TO WS-CAT-GEN-DATE(WS-CAT-COUNT)
               MOVE WS-GEN-TYPE TO WS-CAT-FILE-TYPE(WS-CAT-COUNT)
               MOVE WS-GEN-STATUS TO WS-CAT-STATUS(WS-CAT-COUNT)
               MOVE WS-GEN-FILENAME TO WS-CAT-FILENAME(WS-CAT-COUNT)
               MOVE 'N' TO WS-CAT-PURGED(WS-CAT-COUNT)
               .

           3000-BACKUP-ARCHIVE.
               MOVE 0 TO WS-UNLOAD-COUNT
               MOVE 0 TO WS-UNLOAD-HASH
               OPEN OUTPUT ArchGenFile
               IF WS-ARCH-GEN-STATUS NOT = '00'
                   MOVE '3000-BACKUP-ARCHIVE' TO ABEND-PARAGRAPH
                   MOVE WS-ARCH-GEN-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCH-GEN-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS = '35'
                   DISPLAY 'MSTBKUP: no archive '
                       WS-ARCHIVE-FILENAME ' - empty generation'
               ELSE
                   IF WS-ARCHIVE-STATUS NOT = '00'
                       CLOSE ArchGenFile
                       MOVE '3000-BACKUP-ARCHIVE' TO ABEND-PARAGRAPH
                       MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ ArchiveFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-UNLOAD-COUNT
                               IF ARCH-AMOUNT IS NUMERIC
                                   ADD ARCH-AMOUNT TO WS-UNLOAD-HASH
                               END-IF
                               IF ARCH-APPLIED-AMOUNT IS NUMERIC
                                   ADD ARCH-APPLIED-AMOUNT
                                       TO WS-UNLOAD-HASH
                               END-IF
                               IF ARCH-TAX-AMOUNT IS NUMERIC
                                   ADD ARCH-TAX-AMOUNT
                                       TO WS-UNLOAD-HASH
                               END-IF
                               WRITE AGN-RECORD FROM ARCH-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ArchiveFile
               END-IF
               CLOSE ArchGenFile

               MOVE 0 TO WS-VERIFY-COUNT
               MOVE 0 TO WS-VERIFY-HASH
               OPEN INPUT ArchGenFile
               IF WS-ARCH-GEN-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ ArchGenFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               ADD 1 TO WS-VERIFY-COUNT
                               IF AGN-AMOUNT IS NUMERIC
                                   ADD AGN-AMOUNT TO WS-VERIFY-HASH
                               END-IF
                               IF AGN-APPLIED-AMOUNT IS NUMERIC
                                   ADD AGN-APPLIED-AMOUNT
                                       TO WS-VERIFY-HASH
                               END-IF
                               IF AGN-TAX-AMOUNT IS NUMERIC
                                   ADD AGN-TAX-AMOUNT
                                       TO WS-VERIFY-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ArchGenFile
               END-IF
               MOVE WS-UNLOAD-HASH TO WS-ARCH-HASH
               PERFORM 2500-CATALOG-GENERATION
               .

      * Newest first, per file: the first WS-KEEP-GENERATIONS
      * verified generations stay, and everything older - a
      * failed copy included - is emptied and dropped. This
      * dialect cannot remove the file itself, so an expired
      * generation stays on disk as an empty file, as the
      * housekeeping run leaves its purged log archives.
           4000-PURGE-GENERATIONS.
               MOVE 'CUST' TO WS-GEN-TYPE
               PERFORM 4100-PURGE-ONE-FILE
               MOVE 'ARCH' TO WS-GEN-TYPE
               PERFORM 4100-PURGE-ONE-FILE
               .

           4100-PURGE-ONE-FILE.
               MOVE 0 TO WS-CAT-KEPT
               PERFORM VARYING WS-CAT-IX FROM WS-CAT-COUNT BY -1
                       UNTIL WS-CAT-IX < 1
                   IF WS-CAT-FILE-TYPE(WS-CAT-IX) = WS-GEN-TYPE
                       IF WS-CAT-KEPT >= WS-KEEP-GENERATIONS
                           PERFORM 4200-PURGE-GENERATION
                       ELSE
                           IF WS-CAT-STATUS(WS-CAT-IX) = 'V'
                               ADD 1 TO WS-CAT-KEPT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               .

      * A generation file that shares its name with one still
      * kept (a failed copy retaken under the same date) is only
      * dropped from the catalog, never emptied.
           4200-PURGE-GENERATION.
               MOVE 'Y' TO WS-CAT-PURGED(WS-CAT-IX)
               ADD 1 TO WS-PURGED-COUNT
               MOVE 'N' TO WS-CAT-FOUND
               PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
                       UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                   IF WS-CAT-PURGED(WS-CAT-SCAN) = 'N'
                       AND WS-CAT-FILENAME(WS-CAT-SCAN)
                           = WS-CAT-FILENAME(WS-CAT-IX)
                       MOVE 'Y' TO WS-CAT-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CAT-FOUND = 'N'
                   MOVE WS-CAT-FILENAME(WS-CAT-IX) TO WS-PURGE-FILENAME
                   OPEN OUTPUT PurgeFile
                   IF WS-PURGE-STATUS = '00'
                       CLOSE PurgeFile
                   END-IF
               END-IF
               DISPLAY 'MSTBKUP: purged ' WS-CAT-FILE-TYPE(WS-CAT-IX)
                   ' generation ' WS-CAT-GEN-DATE(WS-CAT-IX)
               .

           4500-REWRITE-CATALOG.
               OPEN OUTPUT BackupCatalogFile
               IF WS-CATALOG-STATUS NOT = '00'
                   MOVE '4500-REWRITE-CATALOG' TO ABEND-PARAGRAPH
                   MOVE WS-CATALOG-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CATALOG-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               PERFORM VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                   IF WS-CAT-PURGED(WS-CAT-IX) = 'N'
                       MOVE WS-CAT-IMAGE(WS-CAT-IX) TO BKC-RECORD
                       WRITE BKC-RECORD
                   END-IF
               END-PERFORM
               CLOSE BackupCatalogFile
               .

      * One statistics record per run on the shared feed: records
      * unloaded in and out, and the two files' amount hashes as
      * the key figures.
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
                   MOVE 'MSTBKUP' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-TOTAL-COUNT TO STATS-RECORDS-IN
                   MOVE WS-TOTAL-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-CUST-HASH TO STATS-KEY-TOTAL-1
                   MOVE WS-ARCH-HASH TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'MSTBKUP: unable to open statistics file '
                       WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'MSTBKUP' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
