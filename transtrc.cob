           IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSTRC.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT RawTransFile ASSIGN TO DYNAMIC
                   WS-RAW-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RAW-STATUS.

               SELECT CleanTransFile ASSIGN TO DYNAMIC
                   WS-CLEAN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLEAN-STATUS.

               SELECT RejectFile ASSIGN TO DYNAMIC
                   WS-REJECT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJECT-STATUS.

               SELECT InventoryFile ASSIGN TO DYNAMIC
                   WS-INV-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INV-STATUS.

               SELECT RepairCardFile ASSIGN TO DYNAMIC
                   WS-CARD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CARD-STATUS.

               SELECT SuspenseFile ASSIGN TO DYNAMIC
                   WS-SUSPENSE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUSPENSE-STATUS.

               SELECT CreditReferralFile ASSIGN TO DYNAMIC
                   WS-REFERRAL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFERRAL-STATUS.

               SELECT HeldDupFile ASSIGN TO DYNAMIC
                   WS-HELD-DUP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HELD-DUP-STATUS.

               SELECT DupReleaseFile ASSIGN TO DYNAMIC
                   WS-DUP-RELEASE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUP-RELEASE-STATUS.

               SELECT GlExtractFile ASSIGN TO DYNAMIC
                   WS-GL-EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-EXTRACT-STATUS.

               SELECT StatementFile ASSIGN TO DYNAMIC
                   WS-STMT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STMT-STATUS.

               SELECT CatalogFile ASSIGN TO DYNAMIC
                   WS-CATALOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-STATUS.

               SELECT ColdFile ASSIGN TO DYNAMIC
                   WS-COLD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COLD-STATUS.

               SELECT OperatorFile ASSIGN TO DYNAMIC
                   WS-OPER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.

               SELECT TrcLogFile ASSIGN TO DYNAMIC
                   WS-TRC-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRC-LOG-STATUS.

               SELECT RequestFile ASSIGN TO DYNAMIC
                   WS-REQUEST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQUEST-STATUS.

               SELECT ResponseFile ASSIGN TO DYNAMIC
                   WS-RESPONSE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESPONSE-STATUS.

               SELECT ParamFile ASSIGN TO DYNAMIC
                   PARM-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PARM-FILE-STATUS.

           DATA DIVISION.
           FILE SECTION.
      * The live archive MAINPGM posts to: every posting for an
      * id and date sits side by side under one key prefix.
           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

      * The raw extract the pre-edit reads, each record followed
      * by the feeder it came in from (blank for an extract
      * delivered whole and for records the repair run recycled).
           FD  RawTransFile
               LABEL RECORDS ARE STANDARD.
           01 RAW-TRANS-RECORD.
               05 RAW-TRANS-IMAGE       PIC X(34).
               05 RAW-SOURCE            PIC X(8).

      * The edited extract the posting run reads.
           FD  CleanTransFile
               LABEL RECORDS ARE STANDARD.
           01 CLEAN-TRANS-RECORD        PIC X(34).

      * The pre-edit's reject file: reason, raw image, feeder.
           FD  RejectFile
               LABEL RECORDS ARE STANDARD.
           01 REJECT-RECORD.
               05 REJ-REASON            PIC X(4).
               05 FILLER                PIC X.
               05 REJ-RAW-RECORD        PIC X(34).
               05 FILLER                PIC X.
               05 REJ-SOURCE            PIC X(8).

      * Reject inventory the repair run carries from night to
      * night: first-seen date, reason and raw image.
           FD  InventoryFile
               LABEL RECORDS ARE STANDARD.
           01 INV-RECORD.
               05 INV-FIRST-SEEN        PIC 9(8).
               05 FILLER                PIC X.
               05 INV-REASON            PIC X(4).
               05 FILLER                PIC X.
               05 INV-RAW-RECORD        PIC X(34).

      * Operator correction cards fed to the repair run.
           FD  RepairCardFile
               LABEL RECORDS ARE STANDARD.
           01 REPAIR-CARD.
               05 COR-ORIGINAL          PIC X(34).
               05 FILLER                PIC X.
               05 COR-CORRECTED         PIC X(34).
               05 FILLER                PIC X.
               05 COR-OPERATOR          PIC X(8).
               05 FILLER                PIC X.
               05 COR-CARD-DATE         PIC X(8).

      * The posting run's suspense report: id, edited amount,
      * date and reason on every detail line, the run date in
      * each page heading.
           FD  SuspenseFile
               LABEL RECORDS ARE STANDARD.
           01 SUSPENSE-LINE             PIC X(80).

      * The posting run's credit referral report.
           FD  CreditReferralFile
               LABEL RECORDS ARE STANDARD.
           01 REFERRAL-LINE             PIC X(120).

      * Held duplicates: the full extract record as it was held.
           FD  HeldDupFile
               LABEL RECORDS ARE STANDARD.
           01 HELD-DUP-RECORD           PIC X(34).

      * Release cards for held duplicates, signed and dated.
           FD  DupReleaseFile
               LABEL RECORDS ARE STANDARD.
           01 DUP-RELEASE-RECORD.
               05 REL-TRANS-ID          PIC X(10).
               05 REL-TRANS-DATE        PIC X(8).
               05 REL-TRANS-AMOUNT      PIC 9(7)V99.
               05 REL-HELD-BY           PIC X(8).
               05 REL-OPERATOR          PIC X(8).
               05 REL-CARD-DATE         PIC X(8).

      * The general ledger interface the posting run cut.
           FD  GlExtractFile
               LABEL RECORDS ARE STANDARD.
           COPY GLJREC.

      * Customer statements: a header naming the period and the
      * customer, then one dated line per posting listed.
           FD  StatementFile
               LABEL RECORDS ARE STANDARD.
           01 STMT-LINE                 PIC X(120).

      * Offload catalog ARCHOFFL maintains.
           FD  CatalogFile
               LABEL RECORDS ARE STANDARD.
           COPY OFFLCAT.

      * A dated cold-storage file: archive records exactly as
      * they were trimmed off the live archive.
           FD  ColdFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC REPLACING LEADING ==ARCH== BY ==COLD==.

      * Operator security file: id, name, authorization level.
           FD  OperatorFile
               LABEL RECORDS ARE STANDARD.
           01 OPER-RECORD.
               05 OP-ID                 PIC X(8).
               05 FILLER                PIC X.
               05 OP-NAME               PIC X(30).
               05 FILLER                PIC X.
               05 OP-LEVEL              PIC 9.

      * Who traced what: one line per trace, console or batch,
      * in the same form as the archive inquiry's access log.
           FD  TrcLogFile
               LABEL RECORDS ARE STANDARD.
           01 TRC-LOG-RECORD            PIC X(120).

      * Trace request cards for the batch mode: the id, date and
      * amount of the disputed charge (a zero or blank amount
      * traces every amount for the id and date) and the
      * operator the trace is made for.
           FD  RequestFile
               LABEL RECORDS ARE STANDARD.
           01 REQUEST-CARD.
               05 REQ-ID                PIC X(10).
               05 REQ-DATE              PIC X(8).
               05 REQ-AMOUNT            PIC 9(7)V99.
               05 REQ-OPERATOR          PIC X(8).

           FD  ResponseFile
               LABEL RECORDS ARE STANDARD.
           01 RESPONSE-LINE             PIC X(132).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
           01 PARAM-INPUT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-RAW-FILENAME PIC X(80).
           01 WS-RAW-STATUS PIC XX VALUE '00'.
           01 WS-CLEAN-FILENAME PIC X(80).
           01 WS-CLEAN-STATUS PIC XX VALUE '00'.
           01 WS-REJECT-FILENAME PIC X(80).
           01 WS-REJECT-STATUS PIC XX VALUE '00'.
           01 WS-INV-FILENAME PIC X(80).
           01 WS-INV-STATUS PIC XX VALUE '00'.
           01 WS-CARD-FILENAME PIC X(80).
           01 WS-CARD-STATUS PIC XX VALUE '00'.
           01 WS-SUSPENSE-FILENAME PIC X(80).
           01 WS-SUSPENSE-STATUS PIC XX VALUE '00'.
           01 WS-REFERRAL-FILENAME PIC X(80).
           01 WS-REFERRAL-STATUS PIC XX VALUE '00'.
           01 WS-HELD-DUP-FILENAME PIC X(80).
           01 WS-HELD-DUP-STATUS PIC XX VALUE '00'.
           01 WS-DUP-RELEASE-FILENAME PIC X(80).
           01 WS-DUP-RELEASE-STATUS PIC XX VALUE '00'.
           01 WS-GL-EXTRACT-FILENAME PIC X(80).
           01 WS-GL-EXTRACT-STATUS PIC XX VALUE '00'.
           01 WS-STMT-FILENAME PIC X(80).
           01 WS-STMT-STATUS PIC XX VALUE '00'.
           01 WS-CATALOG-FILENAME PIC X(80).
           01 WS-CATALOG-STATUS PIC XX VALUE '00'.
           01 WS-COLD-FILENAME PIC X(80).
           01 WS-COLD-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-CAT-EOF-SW PIC X VALUE 'N'.
           01 WS-BROWSE-DONE-SW PIC X VALUE 'N'.

           01 WS-MENU-CHOICE PIC X VALUE SPACE.
           01 WS-BATCH-SW PIC X VALUE 'N'.

      * The posting being traced: id, date and amount (zero
      * traces every amount for the id and date), with the
      * amount edited the way each report prints it so report
      * lines can be matched as they stand.
           01 WS-TRC-ID PIC X(10).
           01 WS-TRC-DATE PIC X(8).
           01 WS-TRC-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-TRC-AMT-ENTRY PIC X(12).
           01 WS-TRC-AMT-DISP PIC Z,ZZZ,ZZ9.99.
           01 WS-TRC-SUSP-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-TRC-REF-KEY PIC X(17).
           01 WS-TRC-TALLY PIC 9(3) VALUE 0.
           01 WS-TRC-PAID-TALLY PIC 9(3) VALUE 0.
           01 WS-TRC-STAGES PIC 9(3) VALUE 0.
           01 WS-TRC-OUT-LINE PIC X(132).

      * One timeline line: when, which stage, what happened. A
      * report that carries no date of its own is shown against
      * the latest run that produced it.
           01 WS-TL-LINE.
               05 FILLER PIC X(2).
               05 WS-TL-DATE PIC X(8).
               05 FILLER PIC X.
               05 WS-TL-STAGE PIC X(10).
               05 FILLER PIC X.
               05 WS-TL-TEXT PIC X(100).

      * What the trace found at each stage, for the closing
      * status line.
           01 WS-SEEN-RAW PIC X VALUE 'N'.
           01 WS-SEEN-CLEAN PIC X VALUE 'N'.
           01 WS-SEEN-REJECT PIC X VALUE 'N'.
           01 WS-SEEN-INVENTORY PIC X VALUE 'N'.
           01 WS-SEEN-REPAIR PIC X VALUE 'N'.
           01 WS-SEEN-SUSPENSE PIC X VALUE 'N'.
           01 WS-SEEN-REFERRAL PIC X VALUE 'N'.
           01 WS-SEEN-PAID-REV PIC X VALUE 'N'.
           01 WS-SEEN-HELD PIC X VALUE 'N'.
           01 WS-SEEN-RELEASED PIC X VALUE 'N'.
           01 WS-SEEN-REVERSED PIC X VALUE 'N'.
           01 WS-POSTED-COUNT PIC 9(3) VALUE 0.
           01 WS-GL-HIT-COUNT PIC 9(3) VALUE 0.
           01 WS-COLD-HIT-COUNT PIC 9(3) VALUE 0.
           01 WS-TRC-STATUS-TEXT PIC X(50).
           01 WS-TRC-FOUND-SW PIC X VALUE 'N'.

      * Run dates of the postings found on the archive: the GL
      * journal pairs are tied back to a posting by id and run.
           01 WS-POST-RUN-MAX PIC 9(2) VALUE 50.
           01 WS-POST-RUN-COUNT PIC 9(2) VALUE 0.
           01 WS-POST-RUN-TABLE.
               05 WS-POST-RUN-DATE PIC 9(8) OCCURS 50 TIMES.
           01 WS-POST-RUN-IX PIC 9(2).
           01 WS-POST-RUN-FOUND PIC X VALUE 'N'.

      * Raw image match: the image is loaded into TRANS-RECORD,
      * with the reason it bounced where one is known. A field
      * the record was rejected for, or one that is not even
      * numeric, is not held against the match.
           01 WS-MATCH-REASON PIC X(4) VALUE SPACES.
           01 WS-IMAGE-MATCH PIC X VALUE 'N'.
           01 WS-IMAGE-DATE-OK PIC X VALUE 'N'.
           01 WS-IMAGE-AMT-OK PIC X VALUE 'N'.

           COPY TRANSREC.

           COPY TRANSHDR.

           01 WS-EXTRACT-DATE PIC X(8).
           01 WS-SUSP-RUN-DATE PIC X(8).
           01 WS-GL-RUN-DATE PIC X(8).
           01 WS-STMT-IN-BLOCK PIC X VALUE 'N'.
           01 WS-STMT-FROM PIC X(8).
           01 WS-STMT-TO PIC X(8).
           01 WS-GL-AMT-DISP PIC ZZZ,ZZZ,ZZ9.99.

      * Batch request-card mode: only entered when a request file
      * is named explicitly; otherwise the console session runs.
           01 WS-REQUEST-FILENAME PIC X(80).
           01 WS-REQUEST-STATUS PIC XX VALUE '00'.
           01 WS-RESPONSE-FILENAME PIC X(80).
           01 WS-RESPONSE-STATUS PIC XX VALUE '00'.
           01 WS-REQ-EOF-SW PIC X VALUE 'N'.
           01 WS-REQ-COUNT PIC 9(5) VALUE 0.
           01 WS-REQ-FOUND-COUNT PIC 9(5) VALUE 0.
           01 WS-REQ-NOTFND-COUNT PIC 9(5) VALUE 0.
           01 WS-REQ-BAD-COUNT PIC 9(5) VALUE 0.
           01 WS-REQ-STAGE-COUNT PIC 9(7) VALUE 0.

      * Operator identification: the console session names its
      * operator up front and every trace is logged under that
      * id; batch request cards each carry their submitter.
           COPY OPERDATA.

           01 WS-TRC-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-TRC-LOG-FILENAME PIC X(80).
           01 WS-TRC-LOG-STATUS PIC XX VALUE '00'.
           01 WS-TRC-LOG-TEXT PIC X(60).
           01 WS-TRC-LOG-DATE PIC 9(8).
           01 WS-TRC-LOG-TIME PIC 9(8).

      * Common abend handler interface
           COPY ABENDREC.

      * Central run parameter file interface
           COPY PARMDATA.

           PROCEDURE DIVISION.
           0000-MAIN.
               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 1000-RESOLVE-FILENAMES

               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   MOVE '0000-MAIN' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 6000-LOAD-OPERATOR-TABLE

      * A named request file selects the unattended batch mode,
      * exactly as the archive inquiry does.
               ACCEPT WS-REQUEST-FILENAME FROM ENVIRONMENT
                   'TRANSTRCREQUESTS'.
               MOVE 'TRANSTRCREQUESTS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REQUEST-FILENAME
               END-IF
               IF WS-REQUEST-FILENAME NOT = SPACES
                   MOVE 'Y' TO WS-BATCH-SW
                   PERFORM 5000-RUN-BATCH-MODE
                   CLOSE ArchiveFile
                   STOP RUN
               END-IF

      * The console session is attributed before it answers
      * anything: an id the security file does not know is turned
      * away (with no security file the claimed id is logged).
               DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
               ACCEPT WS-TRC-OPERATOR FROM CONSOLE
               IF WS-OPER-COUNT > 0
                   MOVE 'N' TO WS-OPER-FOUND
                   PERFORM VARYING WS-OPER-IX FROM 1 BY 1
                           UNTIL WS-OPER-IX > WS-OPER-COUNT
                       IF WS-OPER-ID(WS-OPER-IX) = WS-TRC-OPERATOR
                           MOVE 'Y' TO WS-OPER-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-OPER-FOUND = 'N'
                       DISPLAY 'TRANSTRC: operator '
                           WS-TRC-OPERATOR
                           ' not on the security file - session'
                           ' refused'
                       MOVE SPACES TO WS-TRC-LOG-TEXT
                       STRING 'SESSION REFUSED' DELIMITED BY SIZE
                           INTO WS-TRC-LOG-TEXT
                       PERFORM 7000-LOG-TRACE
                       CLOSE ArchiveFile
                       STOP RUN
                   END-IF
               END-IF

               PERFORM UNTIL WS-MENU-CHOICE = '9'
                   DISPLAY ' '
                   DISPLAY 'TRANSTRC - END-TO-END POSTING TRACE'
                   DISPLAY '  1 = TRACE A TRANSACTION'
                   DISPLAY '  9 = EXIT'
                   DISPLAY 'CHOICE: ' WITH NO ADVANCING
                   ACCEPT WS-MENU-CHOICE FROM CONSOLE
                   EVALUATE WS-MENU-CHOICE
                       WHEN '1'
                           PERFORM 1100-CONSOLE-TRACE
                       WHEN '9'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'TRANSTRC: unknown choice'
                   END-EVALUATE
               END-PERFORM

               CLOSE ArchiveFile
               STOP RUN.

      * Every stage reads the file its own program writes, under
      * the same keyword and default that program uses.
           1000-RESOLVE-FILENAMES.
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

               ACCEPT WS-RAW-FILENAME FROM ENVIRONMENT 'TRANSEDITIN'.
               IF WS-RAW-FILENAME = SPACES
                   MOVE 'transactions-raw.dat' TO WS-RAW-FILENAME
               END-IF
               MOVE 'TRANSEDITIN' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-RAW-FILENAME
               END-IF

               ACCEPT WS-CLEAN-FILENAME FROM ENVIRONMENT 'TRANSFILE'.
               IF WS-CLEAN-FILENAME = SPACES
                   MOVE 'transactions.dat' TO WS-CLEAN-FILENAME
               END-IF
               MOVE 'TRANSFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CLEAN-FILENAME
               END-IF

               ACCEPT WS-REJECT-FILENAME FROM ENVIRONMENT
                   'TRANSREJECTS'.
               IF WS-REJECT-FILENAME = SPACES
                   MOVE 'transedit-rejects.dat' TO WS-REJECT-FILENAME
               END-IF
               MOVE 'TRANSREJECTS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REJECT-FILENAME
               END-IF

               ACCEPT WS-INV-FILENAME FROM ENVIRONMENT
                   'TRANSREPAIRINV'.
               IF WS-INV-FILENAME = SPACES
                   MOVE 'repair-inventory.dat' TO WS-INV-FILENAME
               END-IF
               MOVE 'TRANSREPAIRINV' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-INV-FILENAME
               END-IF

               ACCEPT WS-CARD-FILENAME FROM ENVIRONMENT
                   'TRANSREPAIRCARDS'.
               IF WS-CARD-FILENAME = SPACES
                   MOVE 'repair-cards.dat' TO WS-CARD-FILENAME
               END-IF
               MOVE 'TRANSREPAIRCARDS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-CARD-FILENAME
               END-IF

               ACCEPT WS-SUSPENSE-FILENAME FROM ENVIRONMENT
                   'SUSPENSEFILE'.
               IF WS-SUSPENSE-FILENAME = SPACES
                   MOVE 'mainpgm-suspense.rpt' TO WS-SUSPENSE-FILENAME
               END-IF
               MOVE 'SUSPENSEFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-SUSPENSE-FILENAME
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

               ACCEPT WS-HELD-DUP-FILENAME FROM ENVIRONMENT
                   'HELDDUPFILE'.
               IF WS-HELD-DUP-FILENAME = SPACES
                   MOVE 'mainpgm-held-dups.dat' TO WS-HELD-DUP-FILENAME
               END-IF
               MOVE 'HELDDUPFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HELD-DUP-FILENAME
               END-IF

               ACCEPT WS-DUP-RELEASE-FILENAME FROM ENVIRONMENT
                   'DUPRELEASEFILE'.
               IF WS-DUP-RELEASE-FILENAME = SPACES
                   MOVE 'dup-release.dat' TO WS-DUP-RELEASE-FILENAME
               END-IF
               MOVE 'DUPRELEASEFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-DUP-RELEASE-FILENAME
               END-IF

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

               ACCEPT WS-STMT-FILENAME FROM ENVIRONMENT 'STMTFILE'.
               IF WS-STMT-FILENAME = SPACES
                   MOVE 'customer-statements.rpt' TO WS-STMT-FILENAME
               END-IF
               MOVE 'STMTFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-STMT-FILENAME
               END-IF

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

               ACCEPT WS-TRC-LOG-FILENAME FROM ENVIRONMENT
                   'TRANSTRCLOG'.
               IF WS-TRC-LOG-FILENAME = SPACES
                   MOVE 'transtrc-access.log' TO WS-TRC-LOG-FILENAME
               END-IF
               MOVE 'TRANSTRCLOG' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-TRC-LOG-FILENAME
               END-IF
               .

           1100-CONSOLE-TRACE.
               DISPLAY 'TRANSACTION ID: ' WITH NO ADVANCING
               ACCEPT WS-TRC-ID FROM CONSOLE
               DISPLAY 'DATE (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT WS-TRC-DATE FROM CONSOLE
               DISPLAY 'AMOUNT (BLANK = ANY): ' WITH NO ADVANCING
               ACCEPT WS-TRC-AMT-ENTRY FROM CONSOLE
               IF WS-TRC-AMT-ENTRY = SPACES
                   MOVE 0 TO WS-TRC-AMOUNT
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TRC-AMT-ENTRY)
                       TO WS-TRC-AMOUNT
               END-IF

               IF WS-TRC-ID = SPACES OR WS-TRC-DATE IS NOT NUMERIC
                   DISPLAY 'TRANSTRC: a trace needs the id and an '
                       'eight-digit date'
               ELSE
                   PERFORM 2000-TRACE-ONE-POSTING
                   MOVE SPACES TO WS-TRC-LOG-TEXT
                   STRING 'TRACE ' DELIMITED BY SIZE
                       WS-TRC-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TRC-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TRC-AMOUNT DELIMITED BY SIZE
                       ' STAGES ' DELIMITED BY SIZE
                       WS-TRC-STAGES DELIMITED BY SIZE
                       INTO WS-TRC-LOG-TEXT
                   PERFORM 7000-LOG-TRACE
               END-IF
               .

      * One trace: every stage in the order a record travels,
      * each adding its timeline lines, then the status the
      * record stands at now.
           2000-TRACE-ONE-POSTING.
               MOVE 0 TO WS-TRC-STAGES
               MOVE 'N' TO WS-SEEN-RAW
               MOVE 'N' TO WS-SEEN-CLEAN
               MOVE 'N' TO WS-SEEN-REJECT
               MOVE 'N' TO WS-SEEN-INVENTORY
               MOVE 'N' TO WS-SEEN-REPAIR
               MOVE 'N' TO WS-SEEN-SUSPENSE
               MOVE 'N' TO WS-SEEN-REFERRAL
               MOVE 'N' TO WS-SEEN-PAID-REV
               MOVE 'N' TO WS-SEEN-HELD
               MOVE 'N' TO WS-SEEN-RELEASED
               MOVE 'N' TO WS-SEEN-REVERSED
               MOVE 0 TO WS-POSTED-COUNT
               MOVE 0 TO WS-GL-HIT-COUNT
               MOVE 0 TO WS-COLD-HIT-COUNT
               MOVE 0 TO WS-POST-RUN-COUNT

               MOVE WS-TRC-AMOUNT TO WS-TRC-AMT-DISP
               MOVE WS-TRC-AMOUNT TO WS-TRC-SUSP-EDIT
               MOVE SPACES TO WS-TRC-REF-KEY
               STRING ' AMOUNT ' DELIMITED BY SIZE
                   WS-TRC-AMOUNT DELIMITED BY SIZE
                   INTO WS-TRC-REF-KEY

               MOVE SPACES TO WS-TRC-OUT-LINE
               IF WS-TRC-AMOUNT = 0
                   STRING 'TRACE ' DELIMITED BY SIZE
                       WS-TRC-ID DELIMITED BY SIZE
                       ' DATE ' DELIMITED BY SIZE
                       WS-TRC-DATE DELIMITED BY SIZE
                       ' AMOUNT ANY' DELIMITED BY SIZE
                       INTO WS-TRC-OUT-LINE
               ELSE
                   STRING 'TRACE ' DELIMITED BY SIZE
                       WS-TRC-ID DELIMITED BY SIZE
                       ' DATE ' DELIMITED BY SIZE
                       WS-TRC-DATE DELIMITED BY SIZE
                       ' AMOUNT ' DELIMITED BY SIZE
                       WS-TRC-AMT-DISP DELIMITED BY SIZE
                       INTO WS-TRC-OUT-LINE
               END-IF
               PERFORM 7200-PUT-LINE

               PERFORM 2100-TRACE-RAW-EXTRACT
               PERFORM 2150-TRACE-CLEAN-EXTRACT
               PERFORM 2200-TRACE-INVENTORY
               PERFORM 2300-TRACE-REJECTS
               PERFORM 2400-TRACE-REPAIR-CARDS
               PERFORM 2500-TRACE-SUSPENSE
               PERFORM 2600-TRACE-REFERRALS
               PERFORM 2700-TRACE-HELD-DUPS
               PERFORM 2750-TRACE-RELEASE-CARDS
               PERFORM 2800-TRACE-ARCHIVE
               PERFORM 2900-TRACE-GL-EXTRACT
               PERFORM 3000-TRACE-STATEMENTS
               PERFORM 3100-TRACE-COLD-STORAGE
               PERFORM 3600-WRITE-STATUS
               .

      * Arrival: the raw extract as the feeder merge built it,
      * with the extract date from its header.
           2100-TRACE-RAW-EXTRACT.
               MOVE SPACES TO WS-EXTRACT-DATE
               OPEN INPUT RawTransFile
               IF WS-RAW-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RawTransFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2110-CHECK-RAW-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RawTransFile
               END-IF
               .

           2110-CHECK-RAW-RECORD.
               EVALUATE RAW-TRANS-IMAGE(1:3)
                   WHEN 'HDR'
                       MOVE RAW-TRANS-IMAGE TO TRANS-HEADER-RECORD
                       MOVE THDR-EXTRACT-DATE TO WS-EXTRACT-DATE
                   WHEN 'TRL'
                       CONTINUE
                   WHEN OTHER
                       MOVE RAW-TRANS-IMAGE TO TRANS-RECORD
                       MOVE SPACES TO WS-MATCH-REASON
                       PERFORM 3500-MATCH-IMAGE
                       IF WS-IMAGE-MATCH = 'Y'
                           MOVE 'Y' TO WS-SEEN-RAW
                           MOVE SPACES TO WS-TL-LINE
                           MOVE WS-EXTRACT-DATE TO WS-TL-DATE
                           MOVE 'ARRIVED' TO WS-TL-STAGE
                           IF RAW-SOURCE = SPACES
                               STRING 'IN THE RAW EXTRACT '
                                   DELIMITED BY SIZE
                                   RAW-TRANS-IMAGE DELIMITED BY SIZE
                                   INTO WS-TL-TEXT
                           ELSE
                               STRING 'IN THE RAW EXTRACT '
                                   DELIMITED BY SIZE
                                   RAW-TRANS-IMAGE DELIMITED BY SIZE
                                   ' FROM FEEDER ' DELIMITED BY SIZE
                                   RAW-SOURCE DELIMITED BY SIZE
                                   INTO WS-TL-TEXT
                           END-IF
                           PERFORM 7100-PUT-TIMELINE
                       END-IF
               END-EVALUATE
               .

      * Through the pre-edit: the edited extract the posting run
      * reads.
           2150-TRACE-CLEAN-EXTRACT.
               MOVE SPACES TO WS-EXTRACT-DATE
               OPEN INPUT CleanTransFile
               IF WS-CLEAN-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ CleanTransFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2160-CHECK-CLEAN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CleanTransFile
               END-IF
               .

           2160-CHECK-CLEAN-RECORD.
               EVALUATE CLEAN-TRANS-RECORD(1:3)
                   WHEN 'HDR'
                       MOVE CLEAN-TRANS-RECORD TO TRANS-HEADER-RECORD
                       MOVE THDR-EXTRACT-DATE TO WS-EXTRACT-DATE
                   WHEN 'TRL'
                       CONTINUE
                   WHEN OTHER
                       MOVE CLEAN-TRANS-RECORD TO TRANS-RECORD
                       MOVE SPACES TO WS-MATCH-REASON
                       PERFORM 3500-MATCH-IMAGE
                       IF WS-IMAGE-MATCH = 'Y'
                           MOVE 'Y' TO WS-SEEN-CLEAN
                           MOVE SPACES TO WS-TL-LINE
                           MOVE WS-EXTRACT-DATE TO WS-TL-DATE
                           MOVE 'EDITED' TO WS-TL-STAGE
                           MOVE 'PASSED THE PRE-EDIT - IN THE POSTING'
                               & ' EXTRACT' TO WS-TL-TEXT
                           PERFORM 7100-PUT-TIMELINE
                       END-IF
               END-EVALUATE
               .

      * Still outstanding on the reject inventory, aged from the
      * day it first bounced.
           2200-TRACE-INVENTORY.
               OPEN INPUT InventoryFile
               IF WS-INV-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ InventoryFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2210-CHECK-INVENTORY-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE InventoryFile
               END-IF
               .

           2210-CHECK-INVENTORY-ENTRY.
               MOVE INV-RAW-RECORD TO TRANS-RECORD
               MOVE INV-REASON TO WS-MATCH-REASON
               PERFORM 3500-MATCH-IMAGE
               IF WS-IMAGE-MATCH = 'Y'
                   MOVE 'Y' TO WS-SEEN-INVENTORY
                   MOVE SPACES TO WS-TL-LINE
                   MOVE INV-FIRST-SEEN TO WS-TL-DATE
                   MOVE 'REJECTED' TO WS-TL-STAGE
                   STRING 'ON THE REJECT INVENTORY, REASON '
                       DELIMITED BY SIZE
                       INV-REASON DELIMITED BY SIZE
                       ' - AWAITING REPAIR: ' DELIMITED BY SIZE
                       INV-RAW-RECORD DELIMITED BY SIZE
                       INTO WS-TL-TEXT
                   PERFORM 7100-PUT-TIMELINE
               END-IF
               .

      * The latest pre-edit's own reject file.
           2300-TRACE-REJECTS.
               OPEN INPUT RejectFile
               IF WS-REJECT-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RejectFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2310-CHECK-REJECT
                       END-READ
                   END-PERFORM
                   CLOSE RejectFile
               END-IF
               .

           2310-CHECK-REJECT.
               MOVE REJ-RAW-RECORD TO TRANS-RECORD
               MOVE REJ-REASON TO WS-MATCH-REASON
               PERFORM 3500-MATCH-IMAGE
               IF WS-IMAGE-MATCH = 'Y'
                   MOVE 'Y' TO WS-SEEN-REJECT
                   MOVE SPACES TO WS-TL-LINE
                   MOVE 'LAST RUN' TO WS-TL-DATE
                   MOVE 'REJECTED' TO WS-TL-STAGE
                   IF REJ-SOURCE = SPACES
                       STRING 'BY THE PRE-EDIT, REASON '
                           DELIMITED BY SIZE
                           REJ-REASON DELIMITED BY SIZE
                           INTO WS-TL-TEXT
                   ELSE
                       STRING 'BY THE PRE-EDIT, REASON '
                           DELIMITED BY SIZE
                           REJ-REASON DELIMITED BY SIZE
                           ' FEEDER ' DELIMITED BY SIZE
                           REJ-SOURCE DELIMITED BY SIZE
                           INTO WS-TL-TEXT
                   END-IF
                   PERFORM 7100-PUT-TIMELINE
               END-IF
               .

      * Correction cards: a card whose original or corrected
      * image is this record shows who repaired it and when. A
      * repaired record leaves the inventory when the repair run
      * recycles it into the raw extract; one still on the
      * inventory has not passed the edit yet.
           2400-TRACE-REPAIR-CARDS.
               OPEN INPUT RepairCardFile
               IF WS-CARD-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RepairCardFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2410-CHECK-REPAIR-CARD
                       END-READ
                   END-PERFORM
                   CLOSE RepairCardFile
               END-IF
               .

           2410-CHECK-REPAIR-CARD.
               MOVE COR-ORIGINAL TO TRANS-RECORD
               MOVE SPACES TO WS-MATCH-REASON
               PERFORM 3500-MATCH-IMAGE
               IF WS-IMAGE-MATCH = 'N'
                   MOVE COR-CORRECTED TO TRANS-RECORD
                   PERFORM 3500-MATCH-IMAGE
               END-IF
               IF WS-IMAGE-MATCH = 'Y'
                   MOVE 'Y' TO WS-SEEN-REPAIR
                   MOVE SPACES TO WS-TL-LINE
                   MOVE COR-CARD-DATE TO WS-TL-DATE
                   MOVE 'REPAIRED' TO WS-TL-STAGE
                   STRING 'CORRECTION CARD BY ' DELIMITED BY SIZE
                       COR-OPERATOR DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       COR-CORRECTED DELIMITED BY SIZE
                       INTO WS-TL-TEXT
                   PERFORM 7100-PUT-TIMELINE
                   MOVE SPACES TO WS-TL-LINE
                   MOVE COR-CARD-DATE TO WS-TL-DATE
                   IF WS-SEEN-INVENTORY = 'Y'
                       MOVE 'REPAIRED' TO WS-TL-STAGE
                       MOVE 'CORRECTION NOT YET ACCEPTED - STILL ON'
                           & ' THE REJECT INVENTORY' TO WS-TL-TEXT
                   ELSE
                       MOVE 'RECYCLED' TO WS-TL-STAGE
                       MOVE 'CORRECTED RECORD RECYCLED INTO THE RAW'
                           & ' EXTRACT' TO WS-TL-TEXT
                   END-IF
                   PERFORM 7100-PUT-TIMELINE
               END-IF
               .

      * Suspense: detail lines carry id, edited amount, date and
      * reason in fixed columns; the run date comes from the page
      * heading above them.
           2500-TRACE-SUSPENSE.
               MOVE 'LAST RUN' TO WS-SUSP-RUN-DATE
               OPEN INPUT SuspenseFile
               IF WS-SUSPENSE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ SuspenseFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2510-CHECK-SUSPENSE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE SuspenseFile
               END-IF
               .

           2510-CHECK-SUSPENSE-LINE.
               IF SUSPENSE-LINE(1:23) = 'MAINPGM SUSPENSE REPORT'
                   AND SUSPENSE-LINE(52:8) IS NUMERIC
                   MOVE SUSPENSE-LINE(52:8) TO WS-SUSP-RUN-DATE
               END-IF
               IF SUSPENSE-LINE(1:10) = WS-TRC-ID
                   AND SUSPENSE-LINE(28:8) = WS-TRC-DATE
                   AND (WS-TRC-AMOUNT = 0
                       OR SUSPENSE-LINE(12:15) = WS-TRC-SUSP-EDIT)
                   MOVE 'Y' TO WS-SEEN-SUSPENSE
                   MOVE SPACES TO WS-TL-LINE
                   MOVE WS-SUSP-RUN-DATE TO WS-TL-DATE
                   MOVE 'SUSPENDED' TO WS-TL-STAGE
                   STRING 'NOT POSTED - ' DELIMITED BY SIZE
                       SUSPENSE-LINE(37:44) DELIMITED BY SIZE
                       INTO WS-TL-TEXT
                   PERFORM 7100-PUT-TIMELINE
               END-IF
               .

      * Credit referral: id first, the amount after ' AMOUNT '.
      * The report carries no posting date.
           2600-TRACE-REFERRALS.
               OPEN INPUT CreditReferralFile
               IF WS-REFERRAL-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ CreditReferralFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2610-CHECK-REFERRAL-LINE
                       END-READ
                   END-PERFORM
                   CLOSE CreditReferralFile
               END-IF
               .

           2610-CHECK-REFERRAL-LINE.
               MOVE 0 TO WS-TRC-TALLY
               IF REFERRAL-LINE(1:10) = WS-TRC-ID
                   INSPECT REFERRAL-LINE TALLYING WS-TRC-TALLY
                       FOR ALL WS-TRC-REF-KEY
                   IF WS-TRC-AMOUNT = 0 OR WS-TRC-TALLY > 0
                       MOVE 0 TO WS-TRC-PAID-TALLY
                       INSPECT REFERRAL-LINE TALLYING WS-TRC-PAID-TALLY
                           FOR ALL ' - CASH APPLIED'
                       MOVE SPACES TO WS-TL-LINE
                       MOVE 'LAST RUN' TO WS-TL-DATE
                       MOVE 'REFERRED' TO WS-TL-STAGE
                       IF WS-TRC-PAID-TALLY > 0
                           MOVE 'Y' TO WS-SEEN-PAID-REV
                           MOVE 'REVERSAL OF A POSTING WITH CASH'
                               & ' APPLIED - NOT POSTED' TO WS-TL-TEXT
                       ELSE
                           MOVE 'Y' TO WS-SEEN-REFERRAL
                           MOVE 'OVER THE CREDIT LIMIT - NOT POSTED'
                               TO WS-TL-TEXT
                       END-IF
                       PERFORM 7100-PUT-TIMELINE
                   END-IF
               END-IF
               .

      * Held as a probable duplicate of an archived posting.
           2700-TRACE-HELD-DUPS.
               OPEN INPUT HeldDupFile
               IF WS-HELD-DUP-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ HeldDupFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2710-CHECK-HELD-DUP
                       END-READ
                   END-PERFORM
                   CLOSE HeldDupFile
               END-IF
               .

           2710-CHECK-HELD-DUP.
               MOVE HELD-DUP-RECORD TO TRANS-RECORD
               MOVE SPACES TO WS-MATCH-REASON
               PERFORM 3500-MATCH-IMAGE
               IF WS-IMAGE-MATCH = 'Y'
                   MOVE 'Y' TO WS-SEEN-HELD
                   MOVE SPACES TO WS-TL-LINE
                   MOVE 'LAST RUN' TO WS-TL-DATE
                   MOVE 'HELD' TO WS-TL-STAGE
                   MOVE 'AS A PROBABLE DUPLICATE - AWAITING REVIEW'
                       TO WS-TL-TEXT
                   PERFORM 7100-PUT-TIMELINE
               END-IF
               .

           2750-TRACE-RELEASE-CARDS.
               OPEN INPUT DupReleaseFile
               IF WS-DUP-RELEASE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ DupReleaseFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 2760-CHECK-RELEASE-CARD
                       END-READ
                   END-PERFORM
                   CLOSE DupReleaseFile
               END-IF
               .

           2760-CHECK-RELEASE-CARD.
               IF REL-TRANS-ID = WS-TRC-ID
                   AND REL-TRANS-DATE = WS-TRC-DATE
                   AND (WS-TRC-AMOUNT = 0
                       OR REL-TRANS-AMOUNT = WS-TRC-AMOUNT)
                   MOVE 'Y' TO WS-SEEN-RELEASED
                   MOVE SPACES TO WS-TL-LINE
                   MOVE REL-CARD-DATE TO WS-TL-DATE
                   MOVE 'RELEASED' TO WS-TL-STAGE
                   STRING 'FROM DUPLICATE HOLD BY ' DELIMITED BY SIZE
                       REL-OPERATOR DELIMITED BY SIZE
                       ', HELD THROUGH REVIEW BY ' DELIMITED BY SIZE
                       REL-HELD-BY DELIMITED BY SIZE
                       INTO WS-TL-TEXT
                   PERFORM 7100-PUT-TIMELINE
               END-IF
               .

      * Posting: every archived posting for the id and date, with
      * its sequence, and whether a reversal has netted it out.
      * A reversal archives under the same id and date, so it
      * turns up in the same browse.
           2800-TRACE-ARCHIVE.
               MOVE WS-TRC-ID TO ARCH-TRANS-ID
               MOVE WS-TRC-DATE TO ARCH-TRANS-DATE
               MOVE 0 TO ARCH-SEQ
               MOVE SPACES TO ARCH-ENTITY
               MOVE 'N' TO WS-BROWSE-DONE-SW

               START ArchiveFile KEY IS GREATER THAN ARCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-START

               PERFORM UNTIL WS-BROWSE-DONE-SW = 'Y'
                   READ ArchiveFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BROWSE-DONE-SW
                       NOT AT END
                           IF ARCH-TRANS-ID = WS-TRC-ID
                               AND ARCH-TRANS-DATE = WS-TRC-DATE
                               PERFORM 2810-CHECK-ARCHIVED-POSTING
                           ELSE
                               MOVE 'Y' TO WS-BROWSE-DONE-SW
                           END-IF
                   END-READ
               END-PERFORM
               .

           2810-CHECK-ARCHIVED-POSTING.
               IF WS-TRC-AMOUNT = 0 OR ARCH-AMOUNT = WS-TRC-AMOUNT
                   ADD 1 TO WS-POSTED-COUNT
                   IF WS-POST-RUN-COUNT < WS-POST-RUN-MAX
                       ADD 1 TO WS-POST-RUN-COUNT
                       MOVE ARCH-RUN-DATE TO
                           WS-POST-RUN-DATE(WS-POST-RUN-COUNT)
                   END-IF
                   MOVE ARCH-AMOUNT TO WS-TRC-AMT-DISP
                   MOVE SPACES TO WS-TL-LINE
                   MOVE ARCH-RUN-DATE TO WS-TL-DATE
                   IF ARCH-TRANS-TYPE = 'R'
                       MOVE 'REVERSAL' TO WS-TL-STAGE
                   ELSE
                       MOVE 'POSTED' TO WS-TL-STAGE
                   END-IF
                   STRING 'ARCH-SEQ ' DELIMITED BY SIZE
                       ARCH-SEQ DELIMITED BY SIZE
                       ' TYPE ' DELIMITED BY SIZE
                       ARCH-TRANS-TYPE DELIMITED BY SIZE
                       ' ENTITY ' DELIMITED BY SIZE
                       ARCH-ENTITY DELIMITED BY SIZE
                       ' AMOUNT ' DELIMITED BY SIZE
                       WS-TRC-AMT-DISP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARCH-CURRENCY DELIMITED BY SIZE
                       INTO WS-TL-TEXT
                   PERFORM 7100-PUT-TIMELINE
                   IF ARCH-REVERSED = 'Y'
                       MOVE 'Y' TO WS-SEEN-REVERSED
                       MOVE SPACES TO WS-TL-LINE
                       MOVE ARCH-RUN-DATE TO WS-TL-DATE
                       MOVE 'REVERSED' TO WS-TL-STAGE
                       STRING 'ARCH-SEQ ' DELIMITED BY SIZE
                           ARCH-SEQ DELIMITED BY SIZE
                           ' HAS BEEN NETTED OUT BY A REVERSAL'
                           DELIMITED BY SIZE
                           INTO WS-TL-TEXT
                       PERFORM 7100-PUT-TIMELINE
                   END-IF
               END-IF
               .

      * The GL journal pair: extract lines sourced from the id in
      * the run that posted it. The extract on file is only the
      * latest run's, so an older posting is said to be outside it.
           2900-TRACE-GL-EXTRACT.
               MOVE SPACES TO WS-GL-RUN-DATE
               IF WS-POSTED-COUNT > 0
                   OPEN INPUT GlExtractFile
                   IF WS-GL-EXTRACT-STATUS = '00'
                       MOVE 'N' TO WS-EOF-SW
                       PERFORM UNTIL WS-EOF-SW = 'Y'
                           READ GlExtractFile
                               AT END
                                   MOVE 'Y' TO WS-EOF-SW
                               NOT AT END
                                   PERFORM 2910-CHECK-GL-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE GlExtractFile
                   END-IF
                   IF WS-GL-HIT-COUNT = 0
                       MOVE SPACES TO WS-TL-LINE
                       MOVE WS-GL-RUN-DATE TO WS-TL-DATE
                       MOVE 'GL JOURNAL' TO WS-TL-STAGE
                       MOVE 'NOT ON THE GL EXTRACT ON FILE - POSTED IN'
                           & ' AN EARLIER RUN' TO WS-TL-TEXT
                       PERFORM 7100-PUT-TIMELINE
                   END-IF
               END-IF
               .

           2910-CHECK-GL-RECORD.
               IF GLH-TAG = 'HDR'
                   MOVE GLH-RUN-DATE TO WS-GL-RUN-DATE
               END-IF
               IF GLJ-TAG = 'J' AND GLJ-SOURCE-ID = WS-TRC-ID
                   MOVE 'N' TO WS-POST-RUN-FOUND
                   PERFORM VARYING WS-POST-RUN-IX FROM 1 BY 1
                           UNTIL WS-POST-RUN-IX > WS-POST-RUN-COUNT
                       IF WS-POST-RUN-DATE(WS-POST-RUN-IX)
                           = GLJ-RUN-DATE
                           MOVE 'Y' TO WS-POST-RUN-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-POST-RUN-FOUND = 'Y'
                       ADD 1 TO WS-GL-HIT-COUNT
                       MOVE GLJ-AMOUNT TO WS-GL-AMT-DISP
                       MOVE SPACES TO WS-TL-LINE
                       MOVE GLJ-RUN-DATE TO WS-TL-DATE
                       MOVE 'GL JOURNAL' TO WS-TL-STAGE
                       STRING 'ACCOUNT ' DELIMITED BY SIZE
                           GLJ-ACCOUNT DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GLJ-DRCR DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-GL-AMT-DISP DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           GLJ-CURRENCY DELIMITED BY SIZE
                           ' ENTRY ' DELIMITED BY SIZE
                           GLJ-ENTRY-TYPE DELIMITED BY SIZE
                           ' TYPE ' DELIMITED BY SIZE
                           GLJ-TRANS-TYPE DELIMITED BY SIZE
                           ' ENTITY ' DELIMITED BY SIZE
                           GLJ-ENTITY DELIMITED BY SIZE
                           INTO WS-TL-TEXT
                       PERFORM 7100-PUT-TIMELINE
                   END-IF
               END-IF
               .

      * Statements: each opens with 'STATEMENT from - to  CUSTOMER
      * id'; the customer's dated posting lines follow until the
      * next statement's rule line.
           3000-TRACE-STATEMENTS.
               MOVE 'N' TO WS-STMT-IN-BLOCK
               OPEN INPUT StatementFile
               IF WS-STMT-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ StatementFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 3010-CHECK-STATEMENT-LINE
                       END-READ
                   END-PERFORM
                   CLOSE StatementFile
               END-IF
               .

           3010-CHECK-STATEMENT-LINE.
               EVALUATE TRUE
                   WHEN STMT-LINE(1:1) = '='
                       MOVE 'N' TO WS-STMT-IN-BLOCK
                   WHEN STMT-LINE(1:10) = 'STATEMENT '
                       IF STMT-LINE(41:10) = WS-TRC-ID
                           MOVE 'Y' TO WS-STMT-IN-BLOCK
                           MOVE STMT-LINE(11:8) TO WS-STMT-FROM
                           MOVE STMT-LINE(22:8) TO WS-STMT-TO
                       ELSE
                           MOVE 'N' TO WS-STMT-IN-BLOCK
                       END-IF
                   WHEN WS-STMT-IN-BLOCK = 'Y'
                       AND STMT-LINE(1:8) = WS-TRC-DATE
                       MOVE WS-TRC-AMOUNT TO WS-TRC-AMT-DISP
                       IF WS-TRC-AMOUNT = 0
                           OR STMT-LINE(19:12) = WS-TRC-AMT-DISP
                           MOVE SPACES TO WS-TL-LINE
                           MOVE WS-STMT-TO TO WS-TL-DATE
                           MOVE 'STATEMENT' TO WS-TL-STAGE
                           STRING 'LISTED AS ' DELIMITED BY SIZE
                               STMT-LINE(10:8) DELIMITED BY SPACE
                               ' ON THE STATEMENT FOR '
                               DELIMITED BY SIZE
                               WS-STMT-FROM DELIMITED BY SIZE
                               ' - ' DELIMITED BY SIZE
                               WS-STMT-TO DELIMITED BY SIZE
                               INTO WS-TL-TEXT
                           PERFORM 7100-PUT-TIMELINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

      * Cold storage: each catalogued offload file is searched
      * for the posting itself. A file no longer on line can only
      * be named when its span covers the date traced (run dates
      * approximate posting dates closely enough for that).
           3100-TRACE-COLD-STORAGE.
               OPEN INPUT CatalogFile
               IF WS-CATALOG-STATUS = '00'
                   MOVE 'N' TO WS-CAT-EOF-SW
                   PERFORM UNTIL WS-CAT-EOF-SW = 'Y'
                       READ CatalogFile
                           AT END
                               MOVE 'Y' TO WS-CAT-EOF-SW
                           NOT AT END
                               PERFORM 3110-SEARCH-ONE-COLD-FILE
                       END-READ
                   END-PERFORM
                   CLOSE CatalogFile
               END-IF
               .

           3110-SEARCH-ONE-COLD-FILE.
               MOVE OCAT-FILENAME TO WS-COLD-FILENAME
               OPEN INPUT ColdFile
               IF WS-COLD-STATUS NOT = '00'
                   IF WS-TRC-DATE >= OCAT-FROM-DATE
                       AND WS-TRC-DATE <= OCAT-TO-DATE
                       MOVE SPACES TO WS-TL-LINE
                       MOVE OCAT-OFFLOAD-DATE TO WS-TL-DATE
                       MOVE 'COLD STORE' TO WS-TL-STAGE
                       STRING 'PERIOD ' DELIMITED BY SIZE
                           OCAT-FROM-DATE DELIMITED BY SIZE
                           '-' DELIMITED BY SIZE
                           OCAT-TO-DATE DELIMITED BY SIZE
                           ' OFFLOADED, FILE NOT ON LINE: '
                           DELIMITED BY SIZE
                           OCAT-FILENAME DELIMITED BY SPACE
                           INTO WS-TL-TEXT
                       PERFORM 7100-PUT-TIMELINE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ ColdFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 3120-CHECK-COLD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ColdFile
               END-IF
               .

           3120-CHECK-COLD-RECORD.
               IF COLD-TRANS-ID = WS-TRC-ID
                   AND COLD-TRANS-DATE = WS-TRC-DATE
                   AND (WS-TRC-AMOUNT = 0
                       OR COLD-AMOUNT = WS-TRC-AMOUNT)
                   ADD 1 TO WS-COLD-HIT-COUNT
                   IF COLD-REVERSED = 'Y'
                       MOVE 'Y' TO WS-SEEN-REVERSED
                   END-IF
                   MOVE SPACES TO WS-TL-LINE
                   MOVE OCAT-OFFLOAD-DATE TO WS-TL-DATE
                   MOVE 'COLD STORE' TO WS-TL-STAGE
                   STRING 'ARCH-SEQ ' DELIMITED BY SIZE
                       COLD-SEQ DELIMITED BY SIZE
                       ' TYPE ' DELIMITED BY SIZE
                       COLD-TRANS-TYPE DELIMITED BY SIZE
                       ' RUN ' DELIMITED BY SIZE
                       COLD-RUN-DATE DELIMITED BY SIZE
                       ' REVERSED ' DELIMITED BY SIZE
                       COLD-REVERSED DELIMITED BY SIZE
                       ' IN ' DELIMITED BY SIZE
                       OCAT-FILENAME DELIMITED BY SPACE
                       INTO WS-TL-TEXT
                   PERFORM 7100-PUT-TIMELINE
               END-IF
               .

      * Match one extract image loaded into TRANS-RECORD against
      * the trace: the id must agree; the date and amount must
      * agree unless the record bounced for that very field or it
      * is not even numeric, since a rejected image is traced as
      * it arrived, not as it should have been.
           3500-MATCH-IMAGE.
               MOVE 'N' TO WS-IMAGE-MATCH
               MOVE 'N' TO WS-IMAGE-DATE-OK
               MOVE 'N' TO WS-IMAGE-AMT-OK
               IF TRANS-DATE = WS-TRC-DATE
                   OR TRANS-DATE IS NOT NUMERIC
                   OR WS-MATCH-REASON = 'DATE'
                   MOVE 'Y' TO WS-IMAGE-DATE-OK
               END-IF
               IF WS-TRC-AMOUNT = 0
                   OR TRANS-AMOUNT IS NOT NUMERIC
                   OR WS-MATCH-REASON = 'AMT'
                   MOVE 'Y' TO WS-IMAGE-AMT-OK
               ELSE
                   IF TRANS-AMOUNT = WS-TRC-AMOUNT
                       MOVE 'Y' TO WS-IMAGE-AMT-OK
                   END-IF
               END-IF
               IF TRANS-ID = WS-TRC-ID
                   AND WS-IMAGE-DATE-OK = 'Y'
                   AND WS-IMAGE-AMT-OK = 'Y'
                   MOVE 'Y' TO WS-IMAGE-MATCH
               END-IF
               .

      * Where the record stands now, the furthest stage reached
      * winning. A cold-storage period note alone is not a find.
           3600-WRITE-STATUS.
               MOVE 'Y' TO WS-TRC-FOUND-SW
               EVALUATE TRUE
                   WHEN WS-COLD-HIT-COUNT > 0
                       MOVE 'POSTED - NOW IN COLD STORAGE'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-PAID-REV = 'Y'
                       MOVE 'POSTED - REVERSAL REFERRED, CASH APPLIED'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-REVERSED = 'Y'
                       MOVE 'POSTED AND REVERSED'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-POSTED-COUNT > 0
                       MOVE 'POSTED' TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-RELEASED = 'Y'
                       MOVE 'RELEASED FROM DUPLICATE HOLD - NOT YET'
                           & ' POSTED' TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-HELD = 'Y'
                       MOVE 'HELD AS A PROBABLE DUPLICATE'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-REFERRAL = 'Y'
                       MOVE 'REFERRED OVER CREDIT LIMIT - NOT POSTED'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-SUSPENSE = 'Y'
                       MOVE 'IN SUSPENSE - NOT POSTED'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-INVENTORY = 'Y'
                       MOVE 'REJECTED - AWAITING REPAIR'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-REPAIR = 'Y'
                       MOVE 'REPAIRED AND RECYCLED - NOT YET POSTED'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-REJECT = 'Y'
                       MOVE 'REJECTED AT THE PRE-EDIT'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-CLEAN = 'Y'
                       MOVE 'IN THE POSTING EXTRACT - NOT YET POSTED'
                           TO WS-TRC-STATUS-TEXT
                   WHEN WS-SEEN-RAW = 'Y'
                       MOVE 'ARRIVED - NOT YET EDITED'
                           TO WS-TRC-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'NOT FOUND AT ANY STAGE'
                           TO WS-TRC-STATUS-TEXT
                       MOVE 'N' TO WS-TRC-FOUND-SW
               END-EVALUATE
               MOVE SPACES TO WS-TRC-OUT-LINE
               STRING 'STATUS: ' DELIMITED BY SIZE
                   WS-TRC-STATUS-TEXT DELIMITED BY '  '
                   ' (' DELIMITED BY SIZE
                   WS-TRC-STAGES DELIMITED BY SIZE
                   ' TIMELINE ENTRIES)' DELIMITED BY SIZE
                   INTO WS-TRC-OUT-LINE
               PERFORM 7200-PUT-LINE
               .

           5000-RUN-BATCH-MODE.
               DISPLAY 'TRANSTRC: batch trace mode, requests from '
                   WS-REQUEST-FILENAME

               ACCEPT WS-RESPONSE-FILENAME FROM ENVIRONMENT
                   'TRANSTRCRESPONSE'.
               IF WS-RESPONSE-FILENAME = SPACES
                   MOVE 'transtrc-response.dat' TO
                       WS-RESPONSE-FILENAME
               END-IF
               MOVE 'TRANSTRCRESPONSE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-RESPONSE-FILENAME
               END-IF

               OPEN INPUT RequestFile
               IF WS-REQUEST-STATUS NOT = '00'
                   MOVE '5000-RUN-BATCH-MODE' TO ABEND-PARAGRAPH
                   MOVE WS-REQUEST-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-REQUEST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT ResponseFile
               IF WS-RESPONSE-STATUS NOT = '00'
                   CLOSE RequestFile
                   MOVE '5000-RUN-BATCH-MODE' TO ABEND-PARAGRAPH
                   MOVE WS-RESPONSE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-RESPONSE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE 'N' TO WS-REQ-EOF-SW
               PERFORM UNTIL WS-REQ-EOF-SW = 'Y'
                   READ RequestFile
                       AT END
                           MOVE 'Y' TO WS-REQ-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-REQ-COUNT
                           PERFORM 5100-PROCESS-ONE-REQUEST
                   END-READ
               END-PERFORM

      * Control totals so the help desk can balance the pull.
               MOVE SPACES TO RESPONSE-LINE
               STRING 'REQUESTS: ' DELIMITED BY SIZE
                   WS-REQ-COUNT DELIMITED BY SIZE
                   ' TRACED: ' DELIMITED BY SIZE
                   WS-REQ-FOUND-COUNT DELIMITED BY SIZE
                   ' NOT FOUND: ' DELIMITED BY SIZE
                   WS-REQ-NOTFND-COUNT DELIMITED BY SIZE
                   ' REJECTED: ' DELIMITED BY SIZE
                   WS-REQ-BAD-COUNT DELIMITED BY SIZE
                   ' TIMELINE ENTRIES: ' DELIMITED BY SIZE
                   WS-REQ-STAGE-COUNT DELIMITED BY SIZE
                   INTO RESPONSE-LINE
               WRITE RESPONSE-LINE

               CLOSE RequestFile
               CLOSE ResponseFile

               DISPLAY 'TRANSTRC: ' WS-REQ-COUNT ' request(s), '
                   WS-REQ-FOUND-COUNT ' traced, '
                   WS-REQ-NOTFND-COUNT ' not found, '
                   WS-REQ-BAD-COUNT ' rejected'
               .

           5100-PROCESS-ONE-REQUEST.
               MOVE REQ-OPERATOR TO WS-TRC-OPERATOR
               MOVE 0 TO WS-TRC-STAGES
               IF REQ-ID = SPACES OR REQ-DATE IS NOT NUMERIC
                   ADD 1 TO WS-REQ-BAD-COUNT
                   MOVE SPACES TO RESPONSE-LINE
                   STRING 'REQ ' DELIMITED BY SIZE
                       REQ-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REQ-DATE DELIMITED BY SIZE
                       ' REJECTED - ID AND DATE REQUIRED'
                       DELIMITED BY SIZE
                       INTO RESPONSE-LINE
                   WRITE RESPONSE-LINE
               ELSE
                   MOVE REQ-ID TO WS-TRC-ID
                   MOVE REQ-DATE TO WS-TRC-DATE
                   IF REQ-AMOUNT IS NUMERIC
                       MOVE REQ-AMOUNT TO WS-TRC-AMOUNT
                   ELSE
                       MOVE 0 TO WS-TRC-AMOUNT
                   END-IF
                   PERFORM 2000-TRACE-ONE-POSTING
                   ADD WS-TRC-STAGES TO WS-REQ-STAGE-COUNT
                   IF WS-TRC-FOUND-SW = 'Y'
                       ADD 1 TO WS-REQ-FOUND-COUNT
                   ELSE
                       ADD 1 TO WS-REQ-NOTFND-COUNT
                   END-IF
               END-IF
               MOVE SPACES TO WS-TRC-LOG-TEXT
               STRING 'BATCH TRACE ' DELIMITED BY SIZE
                   REQ-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   REQ-DATE DELIMITED BY SIZE
                   ' STAGES ' DELIMITED BY SIZE
                   WS-TRC-STAGES DELIMITED BY SIZE
                   INTO WS-TRC-LOG-TEXT
               PERFORM 7000-LOG-TRACE
               .

      * The security file is optional for inquiry - with none on
      * file the claimed operator id is still logged.
           6000-LOAD-OPERATOR-TABLE.
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
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-OPER-FILE-STATUS NOT = '00'
                       OR WS-OPER-COUNT >= WS-OPER-MAX
                       READ OperatorFile
                           AT END
                               MOVE '10' TO WS-OPER-FILE-STATUS
                           NOT AT END
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OP-ID TO
                                   WS-OPER-ID(WS-OPER-COUNT)
                               MOVE OP-NAME TO
                                   WS-OPER-NAME(WS-OPER-COUNT)
                               MOVE OP-LEVEL TO
                                   WS-OPER-LEVEL(WS-OPER-COUNT)
                       END-READ
                   END-PERFORM
                   CLOSE OperatorFile
               END-IF
               .

      * One line per trace on the access log: when, who, what -
      * the layout the operator activity audit reads.
           7000-LOG-TRACE.
               OPEN EXTEND TrcLogFile
               IF WS-TRC-LOG-STATUS NOT = '00'
                   OPEN OUTPUT TrcLogFile
               END-IF
               IF WS-TRC-LOG-STATUS = '00'
                   ACCEPT WS-TRC-LOG-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-TRC-LOG-TIME FROM TIME
                   MOVE SPACES TO TRC-LOG-RECORD
                   STRING WS-TRC-LOG-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TRC-LOG-TIME DELIMITED BY SIZE
                       ' OPERATOR=' DELIMITED BY SIZE
                       WS-TRC-OPERATOR DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-TRC-LOG-TEXT DELIMITED BY SIZE
                       INTO TRC-LOG-RECORD
                   WRITE TRC-LOG-RECORD
                   CLOSE TrcLogFile
               ELSE
                   DISPLAY 'TRANSTRC: unable to open access log '
                       WS-TRC-LOG-FILENAME
                       ' status=' WS-TRC-LOG-STATUS
               END-IF
               .

      * One timeline entry, counted, then out to the console or
      * the response file.
           7100-PUT-TIMELINE.
               ADD 1 TO WS-TRC-STAGES
               MOVE WS-TL-LINE TO WS-TRC-OUT-LINE
               PERFORM 7200-PUT-LINE
               .

           7200-PUT-LINE.
               IF WS-BATCH-SW = 'Y'
                   MOVE WS-TRC-OUT-LINE TO RESPONSE-LINE
                   WRITE RESPONSE-LINE
               ELSE
                   DISPLAY WS-TRC-OUT-LINE
               END-IF
               .

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'TRANSTRC' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
