           IDENTIFICATION DIVISION.
           PROGRAM-ID. FXREVAL.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT RateFile ASSIGN TO DYNAMIC
                   WS-RATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATE-FILE-STATUS.

               SELECT GlMapFile ASSIGN TO DYNAMIC
                   WS-GL-MAP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-MAP-STATUS.

               SELECT GlExtractFile ASSIGN TO DYNAMIC
                   WS-GL-EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-EXTRACT-STATUS.

               SELECT GlWorkFile ASSIGN TO DYNAMIC
                   WS-GL-WORK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-WORK-STATUS.

               SELECT GlRunCtlFile ASSIGN TO DYNAMIC
                   WS-GL-RUNCTL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-RUNCTL-STATUS.

               SELECT RevalPositionFile ASSIGN TO DYNAMIC
                   WS-POSITION-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POSITION-STATUS.

               SELECT RevalRegisterFile ASSIGN TO DYNAMIC
                   WS-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

               SELECT HolidayFile ASSIGN TO DYNAMIC
                   WS-HOLIDAY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLIDAY-STATUS.

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
           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

      * Same layout the posting run loads.
           FD  RateFile
               LABEL RECORDS ARE STANDARD.
           01 RATE-RECORD.
               05 RATE-CURRENCY         PIC X(3).
               05 RATE-DATE             PIC X(8).
               05 RATE-VALUE            PIC 9(3)V9(6).

           FD  GlMapFile
               LABEL RECORDS ARE STANDARD.
           COPY GLMAP.

      * Tonight's general ledger interface file. The revaluation
      * pairs join MAINPGM's journal lines ahead of a recomputed
      * trailer, so they reach the ledger with the night's run.
           FD  GlExtractFile
               LABEL RECORDS ARE STANDARD.
           COPY GLJREC.

           FD  GlWorkFile
               LABEL RECORDS ARE STANDARD.
           01 GL-WORK-LINE              PIC X(47).

      * GLRECON's run control file, read only to make sure
      * tonight's run has not already gone on the pending file.
           FD  GlRunCtlFile
               LABEL RECORDS ARE STANDARD.
           01 GRC-RECORD.
               05 GRC-RUN-DATE          PIC 9(8).
               05 FILLER                PIC X(84).

      * Unrealized gain or loss already booked, per entity and
      * currency, so each month-end posts only the movement.
      * REVP-REC-TYPE 'H' is the control row naming the last period
      * revalued; 'P' is a position row.
           FD  RevalPositionFile
               LABEL RECORDS ARE STANDARD.
           01 REVP-RECORD.
               05 REVP-REC-TYPE         PIC X.
               05 FILLER                PIC X.
               05 REVP-PERIOD           PIC 9(6).
               05 FILLER                PIC X.
               05 REVP-ENTITY           PIC X(3).
               05 FILLER                PIC X.
               05 REVP-CURRENCY         PIC X(3).
               05 FILLER                PIC X.
               05 REVP-UNREALIZED       PIC S9(11)V99
                   SIGN IS LEADING SEPARATE.

           FD  RevalRegisterFile
               LABEL RECORDS ARE STANDARD.
           01 REVAL-REPORT-LINE         PIC X(132).

      * One YYYYMMDD per line: the shop's non-working days beyond
      * the weekend.
           FD  HolidayFile
               LABEL RECORDS ARE STANDARD.
           01 HOLIDAY-RECORD            PIC X(8).

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
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-RATE-FILENAME PIC X(80).
           01 WS-RATE-FILE-STATUS PIC XX VALUE '00'.
           01 WS-GL-MAP-FILENAME PIC X(80).
           01 WS-GL-MAP-STATUS PIC XX VALUE '00'.
           01 WS-GL-EXTRACT-FILENAME PIC X(80).
           01 WS-GL-EXTRACT-STATUS PIC XX VALUE '00'.
           01 WS-GL-WORK-FILENAME PIC X(80).
           01 WS-GL-WORK-STATUS PIC XX VALUE '00'.
           01 WS-GL-RUNCTL-FILENAME PIC X(80).
           01 WS-GL-RUNCTL-STATUS PIC XX VALUE '00'.
           01 WS-POSITION-FILENAME PIC X(80).
           01 WS-POSITION-STATUS PIC XX VALUE '00'.
           01 WS-REGISTER-FILENAME PIC X(80).
           01 WS-REGISTER-STATUS PIC XX VALUE '00'.
           01 WS-HOLIDAY-FILENAME PIC X(80).
           01 WS-HOLIDAY-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * The period revalued: the business date's month unless
      * FXREVALPERIOD names another, and its last business day,
      * whose rates are the period-end rates.
           01 WS-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-ENV PIC X(6).
           01 WS-OVERRIDE-SW PIC X VALUE 'N'.
           01 WS-PER-YEAR PIC 9(4).
           01 WS-PER-MONTH PIC 9(2).
           01 WS-NEXT-FIRST PIC 9(8).
           01 WS-PE-DATE PIC 9(8) VALUE 0.
           01 WS-PE-DATE-X PIC X(8).
           01 WS-PE-INT PIC 9(8) VALUE 0.
           01 WS-DAY-OF-WEEK PIC 9 VALUE 0.
           01 WS-IS-BUS-DAY PIC X VALUE 'N'.
           01 WS-LAST-REVAL-PERIOD PIC 9(6) VALUE 0.

           01 WS-HOL-MAX PIC 9(3) VALUE 100.
           01 WS-HOL-COUNT PIC 9(3) VALUE 0.
           01 WS-HOL-TABLE.
               05 WS-HOL-DATE PIC 9(8) OCCURS 100 TIMES.
           01 WS-HOL-IX PIC 9(3).

      * Every rate on the feed up to the period end, for the rate
      * each open posting was booked at, and the period-end rates
      * on their own.
           01 WS-RTH-MAX PIC 9(5) VALUE 20000.
           01 WS-RTH-COUNT PIC 9(5) VALUE 0.
           01 WS-RTH-TABLE.
               05 WS-RTH-ENTRY OCCURS 20000 TIMES.
                   10 WS-RTH-CCY PIC X(3).
                   10 WS-RTH-DATE PIC X(8).
                   10 WS-RTH-AMT PIC 9(3)V9(6).
           01 WS-RTH-IX PIC 9(5).
           01 WS-RTH-OVERFLOW-SW PIC X VALUE 'N'.
           01 WS-PER-MAX PIC 9(3) VALUE 50.
           01 WS-PER-COUNT PIC 9(3) VALUE 0.
           01 WS-PER-TABLE.
               05 WS-PER-ENTRY OCCURS 50 TIMES.
                   10 WS-PER-CCY PIC X(3).
                   10 WS-PER-AMT PIC 9(3)V9(6).
           01 WS-PER-IX PIC 9(3).
           01 WS-PER-FOUND PIC X VALUE 'N'.
           01 WS-PE-RATE PIC 9(3)V9(6) VALUE 0.

      * Booked-rate lookup, with the last answer kept: the archive
      * runs customer by customer and date by date, so the same
      * currency and run date come up again and again.
           01 WS-BOOK-CCY PIC X(3).
           01 WS-BOOK-DATE PIC X(8).
           01 WS-BOOK-RATE PIC 9(3)V9(6) VALUE 0.
           01 WS-BOOK-BEST-DATE PIC X(8).
           01 WS-BOOK-FOUND PIC X VALUE 'N'.
           01 WS-CACHE-CCY PIC X(3) VALUE SPACES.
           01 WS-CACHE-DATE PIC X(8) VALUE SPACES.
           01 WS-CACHE-RATE PIC 9(3)V9(6) VALUE 0.
           01 WS-CACHE-FOUND PIC X VALUE 'N'.

      * Open foreign-currency balance per entity, currency and
      * customer, kept in that order so the register reads straight
      * down the table. The carrying value is each open posting at
      * the rate it was booked at.
           01 WS-RVC-MAX PIC 9(5) VALUE 5000.
           01 WS-RVC-COUNT PIC 9(5) VALUE 0.
           01 WS-RVC-TABLE.
               05 WS-RVC-ENTRY OCCURS 5000 TIMES.
                   10 WS-RVC-KEY.
                       15 WS-RVC-ENTITY PIC X(3).
                       15 WS-RVC-CCY PIC X(3).
                       15 WS-RVC-CUST PIC X(10).
                   10 WS-RVC-OPEN PIC S9(9)V99.
                   10 WS-RVC-CARRY PIC S9(11)V99.
           01 WS-RVC-IX PIC 9(5).
           01 WS-RVC-JX PIC 9(5).
           01 WS-RVC-FOUND PIC X VALUE 'N'.
           01 WS-NEW-KEY.
               05 WS-NEW-ENTITY PIC X(3).
               05 WS-NEW-CCY PIC X(3).
               05 WS-NEW-CUST PIC X(10).

      * Booked and newly worked-out unrealized per entity and
      * currency.
           01 WS-RVP-MAX PIC 9(3) VALUE 500.
           01 WS-RVP-COUNT PIC 9(3) VALUE 0.
           01 WS-RVP-TABLE.
               05 WS-RVP-ENTRY OCCURS 500 TIMES.
                   10 WS-RVP-ENTITY PIC X(3).
                   10 WS-RVP-CCY PIC X(3).
                   10 WS-RVP-OLD PIC S9(11)V99.
                   10 WS-RVP-NEW PIC S9(11)V99.
                   10 WS-RVP-SEEN PIC X.
           01 WS-RVP-IX PIC 9(3).
           01 WS-RVP-FOUND PIC X VALUE 'N'.

      * Register control break and figures.
           01 WS-GROUP-ACTIVE PIC X VALUE 'N'.
           01 WS-GROUP-SKIP PIC X VALUE 'N'.
           01 WS-CUR-ENTITY PIC X(3).
           01 WS-CUR-CCY PIC X(3).
           01 WS-ITEM-OPEN PIC S9(9)V99 VALUE 0.
           01 WS-ITEM-BASE PIC S9(11)V99 VALUE 0.
           01 WS-CUST-REVALUED PIC S9(11)V99 VALUE 0.
           01 WS-CUST-UNREALIZED PIC S9(11)V99 VALUE 0.
           01 WS-GRP-OPEN PIC S9(11)V99 VALUE 0.
           01 WS-GRP-CARRY PIC S9(11)V99 VALUE 0.
           01 WS-GRP-REVALUED PIC S9(11)V99 VALUE 0.
           01 WS-GRP-UNREALIZED PIC S9(11)V99 VALUE 0.
           01 WS-GRP-ENTRY PIC S9(11)V99 VALUE 0.
           01 WS-TOT-UNREALIZED PIC S9(11)V99 VALUE 0.
           01 WS-TOT-ENTRY PIC S9(11)V99 VALUE 0.

      * Missing period-end rates refuse the run outright.
           01 WS-MISSING-COUNT PIC 9(3) VALUE 0.
           01 WS-MISSING-LIST PIC X(60) VALUE SPACES.
           01 WS-MISSING-PTR PIC 9(3) VALUE 1.
           01 WS-MISSING-IX PIC 9(3).
           01 WS-MISSING-SEEN PIC X VALUE 'N'.
           01 WS-NO-BOOKED-COUNT PIC 9(7) VALUE 0.
           01 WS-ITEMS-READ PIC 9(9) VALUE 0.
           01 WS-ITEMS-OPEN PIC 9(9) VALUE 0.

      * Conversion-difference accounts off the GL map.
           01 WS-GL-MAP-MAX PIC 9(3) VALUE 100.
           01 WS-GL-MAP-COUNT PIC 9(3) VALUE 0.
           01 WS-GL-MAP-TABLE.
               05 WS-GL-MAP-ENTRY OCCURS 100 TIMES.
                   10 WS-GL-MAP-CCY PIC X(3).
                   10 WS-GL-MAP-DR PIC X(8).
                   10 WS-GL-MAP-CR PIC X(8).
           01 WS-GL-MAP-IX PIC 9(3).
           01 WS-GL-MAP-FOUND PIC X VALUE 'N'.
           01 WS-GL-DR-ACCT PIC X(8).
           01 WS-GL-CR-ACCT PIC X(8).
           01 WS-GL-SWAP-ACCT PIC X(8).
           01 WS-GL-PAIR-AMOUNT PIC 9(9)V99 VALUE 0.
           01 WS-GL-SOURCE-ID PIC X(10).

      * Tonight's extract as it is carried over to the work file.
           01 WS-EXT-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-EXT-TRAILER-SW PIC X VALUE 'N'.
           01 WS-EXT-REC-COUNT PIC 9(7) VALUE 0.
           01 WS-EXT-DR-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-EXT-CR-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-RUN-REGISTERED PIC X VALUE 'N'.
           01 WS-PAIRS-WRITTEN PIC 9(5) VALUE 0.
           01 WS-POSTED-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-POST-ENTRIES-SW PIC X VALUE 'N'.

           01 WS-OPEN-EDIT PIC ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-3 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-RATE-EDIT PIC ZZ9.999999.

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
               DISPLAY 'FXREVAL: month-end foreign currency '
                   'revaluation'

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
               PERFORM 1100-LOAD-HOLIDAYS
               PERFORM 1200-FIND-PERIOD-END
               PERFORM 1300-LOAD-POSITIONS

      * Nightly, the run only acts on the period's last business
      * day. A named period is revalued on demand, once it is over.
               EVALUATE TRUE
                   WHEN WS-OVERRIDE-SW = 'N'
                       AND WS-BUS-DATE NOT = WS-PE-DATE
                       DISPLAY 'FXREVAL: ' WS-BUS-DATE
                           ' is not the period end (' WS-PE-DATE
                           ') - nothing to revalue'
                   WHEN WS-LAST-REVAL-PERIOD >= WS-PERIOD
                       DISPLAY 'FXREVAL: period ' WS-PERIOD
                           ' already revalued - nothing posted'
                   WHEN OTHER
                       PERFORM 2000-REVALUE-PERIOD
               END-EVALUATE

               PERFORM 6000-WRITE-RUN-STATS
               STOP RUN.

           1000-RESOLVE-FILES.
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

               ACCEPT WS-RATE-FILENAME FROM ENVIRONMENT 'RATEFILE'.
               IF WS-RATE-FILENAME = SPACES
                   MOVE 'exchange-rates.dat' TO WS-RATE-FILENAME
               END-IF
               MOVE 'RATEFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-RATE-FILENAME
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

               ACCEPT WS-GL-WORK-FILENAME FROM ENVIRONMENT
                   'FXREVALWORK'.
               IF WS-GL-WORK-FILENAME = SPACES
                   MOVE 'gl-extract.wrk' TO WS-GL-WORK-FILENAME
               END-IF
               MOVE 'FXREVALWORK' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-WORK-FILENAME
               END-IF

               ACCEPT WS-GL-RUNCTL-FILENAME FROM ENVIRONMENT
                   'GLRUNCONTROL'.
               IF WS-GL-RUNCTL-FILENAME = SPACES
                   MOVE 'gl-run-control.dat' TO WS-GL-RUNCTL-FILENAME
               END-IF
               MOVE 'GLRUNCONTROL' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-GL-RUNCTL-FILENAME
               END-IF

               ACCEPT WS-POSITION-FILENAME FROM ENVIRONMENT
                   'FXREVALPOSITION'.
               IF WS-POSITION-FILENAME = SPACES
                   MOVE 'fx-reval-position.dat' TO WS-POSITION-FILENAME
               END-IF
               MOVE 'FXREVALPOSITION' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-POSITION-FILENAME
               END-IF

               ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT
                   'FXREVALREPORT'.
               IF WS-REGISTER-FILENAME = SPACES
                   MOVE 'fxreval.rpt' TO WS-REGISTER-FILENAME
               END-IF
               MOVE 'FXREVALREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REGISTER-FILENAME
               END-IF

               MOVE SPACES TO WS-PERIOD-ENV
               ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT 'FXREVALPERIOD'.
               MOVE 'FXREVALPERIOD' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERIOD-ENV
               END-IF
               IF WS-PERIOD-ENV IS NUMERIC
                   MOVE WS-PERIOD-ENV TO WS-PERIOD
                   MOVE 'Y' TO WS-OVERRIDE-SW
               ELSE
                   MOVE WS-BUS-DATE(1:6) TO WS-PERIOD
               END-IF
               .

           1100-LOAD-HOLIDAYS.
               ACCEPT WS-HOLIDAY-FILENAME FROM ENVIRONMENT
                   'HOLIDAYFILE'.
               IF WS-HOLIDAY-FILENAME = SPACES
                   MOVE 'holidays.ctl' TO WS-HOLIDAY-FILENAME
               END-IF
               MOVE 'HOLIDAYFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HOLIDAY-FILENAME
               END-IF

               MOVE 0 TO WS-HOL-COUNT
               OPEN INPUT HolidayFile
               IF WS-HOLIDAY-STATUS = '00'
                   PERFORM UNTIL WS-HOLIDAY-STATUS NOT = '00'
                       OR WS-HOL-COUNT >= WS-HOL-MAX
                       READ HolidayFile
                           AT END
                               MOVE '10' TO WS-HOLIDAY-STATUS
                           NOT AT END
                               IF HOLIDAY-RECORD IS NUMERIC
                                   ADD 1 TO WS-HOL-COUNT
                                   MOVE HOLIDAY-RECORD TO
                                       WS-HOL-DATE(WS-HOL-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HolidayFile
               END-IF
               .

      * The period's last business day: back from the last day of
      * the month over weekends and the shop's holidays.
           1200-FIND-PERIOD-END.
               MOVE WS-PERIOD(1:4) TO WS-PER-YEAR
               MOVE WS-PERIOD(5:2) TO WS-PER-MONTH
               IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
                   MOVE '1200-FIND-PERIOD-END' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'INVALID REVALUATION PERIOD '
                       DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               IF WS-PER-MONTH = 12
                   COMPUTE WS-NEXT-FIRST =
                       (WS-PER-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-FIRST =
                       WS-PER-YEAR * 10000 + (WS-PER-MONTH + 1) * 100
                       + 1
               END-IF
               COMPUTE WS-PE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
               MOVE 'N' TO WS-IS-BUS-DAY
               PERFORM UNTIL WS-IS-BUS-DAY = 'Y'
                   PERFORM 1250-CHECK-BUSINESS-DAY
                   IF WS-IS-BUS-DAY = 'N'
                       SUBTRACT 1 FROM WS-PE-INT
                   END-IF
               END-PERFORM
               COMPUTE WS-PE-DATE = FUNCTION DATE-OF-INTEGER(WS-PE-INT)
               MOVE WS-PE-DATE TO WS-PE-DATE-X

      * A named period is revalued only once it has closed.
               IF WS-OVERRIDE-SW = 'Y'
                   AND WS-PE-DATE > WS-BUS-DATE
                   MOVE '1200-FIND-PERIOD-END' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'PERIOD ' DELIMITED BY SIZE
                       WS-PERIOD DELIMITED BY SIZE
                       ' HAS NOT ENDED - PERIOD END ' DELIMITED BY SIZE
                       WS-PE-DATE DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

           1250-CHECK-BUSINESS-DAY.
               MOVE 'Y' TO WS-IS-BUS-DAY
               COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-PE-INT, 7)
               IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                   MOVE 'N' TO WS-IS-BUS-DAY
               ELSE
                   COMPUTE WS-PE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PE-INT)
                   PERFORM VARYING WS-HOL-IX FROM 1 BY 1
                           UNTIL WS-HOL-IX > WS-HOL-COUNT
                       IF WS-HOL-DATE(WS-HOL-IX) = WS-PE-DATE
                           MOVE 'N' TO WS-IS-BUS-DAY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               .

      * No position file is a first revaluation: nothing booked yet.
           1300-LOAD-POSITIONS.
               MOVE 0 TO WS-RVP-COUNT
               MOVE 0 TO WS-LAST-REVAL-PERIOD
               OPEN INPUT RevalPositionFile
               IF WS-POSITION-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RevalPositionFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               PERFORM 1350-KEEP-ONE-POSITION
                       END-READ
                   END-PERFORM
                   CLOSE RevalPositionFile
               END-IF
               .

           1350-KEEP-ONE-POSITION.
               IF REVP-REC-TYPE = 'H' AND REVP-PERIOD IS NUMERIC
                   MOVE REVP-PERIOD TO WS-LAST-REVAL-PERIOD
               END-IF
               IF REVP-REC-TYPE = 'P'
                   MOVE REVP-ENTITY TO WS-NEW-ENTITY
                   MOVE REVP-CURRENCY TO WS-NEW-CCY
                   PERFORM 2900-FIND-OR-ADD-POSITION
                   ADD REVP-UNREALIZED TO WS-RVP-OLD(WS-RVP-IX)
               END-IF
               .

      * The whole revaluation: open balances off the archive, the
      * rate screen, the register, the GL pairs and the positions.
      * A missing period-end rate stops it before anything posts.
           2000-REVALUE-PERIOD.
               PERFORM 2050-OPEN-REGISTER
               PERFORM 2100-LOAD-RATES
               PERFORM 2200-GATHER-OPEN-BALANCES
               PERFORM 2500-CHECK-PERIOD-END-RATES
               IF WS-MISSING-COUNT > 0
                   MOVE SPACES TO REVAL-REPORT-LINE
                   STRING 'RUN REFUSED - NO PERIOD-END RATE DATED '
                       DELIMITED BY SIZE
                       WS-PE-DATE DELIMITED BY SIZE
                       ' FOR: ' DELIMITED BY SIZE
                       WS-MISSING-LIST DELIMITED BY SIZE
                       INTO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
                   CLOSE RevalRegisterFile
                   DISPLAY 'FXREVAL: ' WS-MISSING-COUNT
                       ' currency(s) without a period-end rate - '
                       'run refused'
                   MOVE 'FXREVAL' TO MSG-PROGRAM
                   MOVE 3012 TO MSG-NUMBER
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING WS-PE-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-MISSING-LIST DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   CALL 'MSGLOG' USING MSG-ARGS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 3000-PRINT-REGISTER
                   PERFORM 3500-RELEASE-CLOSED-POSITIONS
                   IF WS-POST-ENTRIES-SW = 'Y'
                       PERFORM 4000-POST-GL-ENTRIES
                   END-IF
                   PERFORM 5000-WRITE-POSITIONS
                   PERFORM 3900-WRITE-REGISTER-TOTALS
                   CLOSE RevalRegisterFile
                   DISPLAY 'FXREVAL: period ' WS-PERIOD ' revalued, '
                       WS-ITEMS-OPEN ' open posting(s), '
                       WS-PAIRS-WRITTEN ' GL pair(s) written'
               END-IF
               .

           2050-OPEN-REGISTER.
               OPEN OUTPUT RevalRegisterFile
               IF WS-REGISTER-STATUS NOT = '00'
                   MOVE '2050-OPEN-REGISTER' TO ABEND-PARAGRAPH
                   MOVE WS-REGISTER-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-REGISTER-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO REVAL-REPORT-LINE
               STRING 'FOREIGN CURRENCY REVALUATION REGISTER - PERIOD '
                   DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   ' - RATES OF ' DELIMITED BY SIZE
                   WS-PE-DATE DELIMITED BY SIZE
                   ' - BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               .

      * No feed at all is as much a refusal as a missing rate:
      * every currency comes up without a period-end rate.
           2100-LOAD-RATES.
               MOVE 0 TO WS-RTH-COUNT
               MOVE 0 TO WS-PER-COUNT
               OPEN INPUT RateFile
               IF WS-RATE-FILE-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ RateFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF RATE-DATE <= WS-PE-DATE-X
                                   PERFORM 2150-KEEP-ONE-RATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RateFile
               ELSE
                   DISPLAY 'FXREVAL: no exchange rate file '
                       WS-RATE-FILENAME
               END-IF
               .

           2150-KEEP-ONE-RATE.
               IF RATE-DATE = WS-PE-DATE-X
                   AND WS-PER-COUNT < WS-PER-MAX
                   AND RATE-VALUE > 0
                   ADD 1 TO WS-PER-COUNT
                   MOVE RATE-CURRENCY TO WS-PER-CCY(WS-PER-COUNT)
                   MOVE RATE-VALUE TO WS-PER-AMT(WS-PER-COUNT)
               END-IF
               IF WS-RTH-COUNT < WS-RTH-MAX
                   ADD 1 TO WS-RTH-COUNT
                   MOVE RATE-CURRENCY TO WS-RTH-CCY(WS-RTH-COUNT)
                   MOVE RATE-DATE TO WS-RTH-DATE(WS-RTH-COUNT)
                   MOVE RATE-VALUE TO WS-RTH-AMT(WS-RTH-COUNT)
               ELSE
                   MOVE 'Y' TO WS-RTH-OVERFLOW-SW
               END-IF
               .

      * What is still open, per posting: an original or adjustment
      * not reversed, less the cash applied to it; and cash not yet
      * applied, as a credit. Each carried at its own booked rate.
           2200-GATHER-OPEN-BALANCES.
               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE RevalRegisterFile
                   MOVE '2200-GATHER-OPEN-BALANCES' TO ABEND-PARAGRAPH
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
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM 2250-TAKE-ONE-POSTING
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
               .

           2250-TAKE-ONE-POSTING.
               MOVE 0 TO WS-ITEM-OPEN
               IF ARCH-APPLIED-AMOUNT IS NOT NUMERIC
                   MOVE 0 TO ARCH-APPLIED-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN ARCH-RUN-DATE > WS-PE-DATE
                       CONTINUE
                   WHEN ARCH-TRANS-TYPE = 'R'
                       CONTINUE
                   WHEN ARCH-TRANS-TYPE = 'P'
                   WHEN ARCH-TRANS-TYPE = 'C'
                       IF ARCH-APPLIED-AMOUNT < ARCH-AMOUNT
                           COMPUTE WS-ITEM-OPEN =
                               ARCH-APPLIED-AMOUNT - ARCH-AMOUNT
                       END-IF
                   WHEN ARCH-REVERSED = 'Y'
                       CONTINUE
                   WHEN OTHER
                       IF ARCH-APPLIED-AMOUNT < ARCH-AMOUNT
                           COMPUTE WS-ITEM-OPEN =
                               ARCH-AMOUNT - ARCH-APPLIED-AMOUNT
                       END-IF
               END-EVALUATE

               IF WS-ITEM-OPEN NOT = 0
                   ADD 1 TO WS-ITEMS-OPEN
                   MOVE ARCH-CURRENCY TO WS-BOOK-CCY
                   MOVE ARCH-RUN-DATE TO WS-BOOK-DATE
                   PERFORM 2300-FIND-BOOKED-RATE
                   MOVE ARCH-ENTITY TO WS-NEW-ENTITY
                   MOVE ARCH-CURRENCY TO WS-NEW-CCY
                   MOVE ARCH-TRANS-ID TO WS-NEW-CUST
                   PERFORM 2400-FIND-OR-ADD-CUSTOMER
                   ADD WS-ITEM-OPEN TO WS-RVC-OPEN(WS-RVC-IX)
                   IF WS-BOOK-FOUND = 'Y'
                       COMPUTE WS-ITEM-BASE ROUNDED =
                           WS-ITEM-OPEN * WS-BOOK-RATE
                       ADD WS-ITEM-BASE TO WS-RVC-CARRY(WS-RVC-IX)
                   ELSE
      * No rate on file for the night it posted: carried at the
      * period-end rate, so no gain or loss is claimed for it.
                       ADD 1 TO WS-NO-BOOKED-COUNT
                       MOVE ARCH-CURRENCY TO WS-CUR-CCY
                       PERFORM 2600-FIND-PERIOD-END-RATE
                       COMPUTE WS-ITEM-BASE ROUNDED =
                           WS-ITEM-OPEN * WS-PE-RATE
                       ADD WS-ITEM-BASE TO WS-RVC-CARRY(WS-RVC-IX)
                   END-IF
               END-IF
               .

      * The rate on the night the posting ran, or failing that the
      * latest earlier rate for the currency.
           2300-FIND-BOOKED-RATE.
               IF WS-BOOK-CCY = WS-CACHE-CCY
                   AND WS-BOOK-DATE = WS-CACHE-DATE
                   MOVE WS-CACHE-RATE TO WS-BOOK-RATE
                   MOVE WS-CACHE-FOUND TO WS-BOOK-FOUND
               ELSE
                   MOVE 'N' TO WS-BOOK-FOUND
                   MOVE 0 TO WS-BOOK-RATE
                   MOVE LOW-VALUES TO WS-BOOK-BEST-DATE
                   PERFORM VARYING WS-RTH-IX FROM 1 BY 1
                           UNTIL WS-RTH-IX > WS-RTH-COUNT
                       IF WS-RTH-CCY(WS-RTH-IX) = WS-BOOK-CCY
                           AND WS-RTH-DATE(WS-RTH-IX) <= WS-BOOK-DATE
                           AND WS-RTH-DATE(WS-RTH-IX) >
                               WS-BOOK-BEST-DATE
                           MOVE WS-RTH-DATE(WS-RTH-IX)
                               TO WS-BOOK-BEST-DATE
                           MOVE WS-RTH-AMT(WS-RTH-IX) TO WS-BOOK-RATE
                           MOVE 'Y' TO WS-BOOK-FOUND
                       END-IF
                   END-PERFORM
                   MOVE WS-BOOK-CCY TO WS-CACHE-CCY
                   MOVE WS-BOOK-DATE TO WS-CACHE-DATE
                   MOVE WS-BOOK-RATE TO WS-CACHE-RATE
                   MOVE WS-BOOK-FOUND TO WS-CACHE-FOUND
               END-IF
               .

      * Find the row for WS-NEW-KEY, or open one in its ordered
      * place. WS-RVC-IX is left on the row either way.
           2400-FIND-OR-ADD-CUSTOMER.
               MOVE 'N' TO WS-RVC-FOUND
               PERFORM VARYING WS-RVC-IX FROM 1 BY 1
                       UNTIL WS-RVC-IX > WS-RVC-COUNT
                   IF WS-RVC-KEY(WS-RVC-IX) NOT < WS-NEW-KEY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RVC-IX <= WS-RVC-COUNT
                   IF WS-RVC-KEY(WS-RVC-IX) = WS-NEW-KEY
                       MOVE 'Y' TO WS-RVC-FOUND
                   END-IF
               END-IF

               IF WS-RVC-FOUND = 'N'
                   IF WS-RVC-COUNT >= WS-RVC-MAX
                       CLOSE ArchiveFile
                       CLOSE RevalRegisterFile
                       MOVE '2400-FIND-OR-ADD-CUSTOMER'
                           TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'OPEN BALANCE TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   PERFORM VARYING WS-RVC-JX FROM WS-RVC-COUNT BY -1
                           UNTIL WS-RVC-JX < WS-RVC-IX
                       MOVE WS-RVC-ENTRY(WS-RVC-JX)
                           TO WS-RVC-ENTRY(WS-RVC-JX + 1)
                   END-PERFORM
                   ADD 1 TO WS-RVC-COUNT
                   MOVE WS-NEW-KEY TO WS-RVC-KEY(WS-RVC-IX)
                   MOVE 0 TO WS-RVC-OPEN(WS-RVC-IX)
                   MOVE 0 TO WS-RVC-CARRY(WS-RVC-IX)
               END-IF
               .

      * Every currency with an open balance needs a rate dated the
      * period end - the same hard stop RATECHK puts on a missing
      * rate, so a gain or loss is never worked out on a stale one.
           2500-CHECK-PERIOD-END-RATES.
               MOVE 0 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-MISSING-LIST
               MOVE 1 TO WS-MISSING-PTR
               MOVE SPACES TO WS-CUR-CCY
               PERFORM VARYING WS-RVC-IX FROM 1 BY 1
                       UNTIL WS-RVC-IX > WS-RVC-COUNT
                   IF WS-RVC-OPEN(WS-RVC-IX) NOT = 0
                       MOVE WS-RVC-CCY(WS-RVC-IX) TO WS-CUR-CCY
                       PERFORM 2600-FIND-PERIOD-END-RATE
                       IF WS-PER-FOUND = 'N'
                           PERFORM 2550-NOTE-MISSING-RATE
                       END-IF
                   END-IF
               END-PERFORM
               .

           2550-NOTE-MISSING-RATE.
               MOVE 'N' TO WS-MISSING-SEEN
               PERFORM VARYING WS-MISSING-IX FROM 1 BY 4
                       UNTIL WS-MISSING-IX >= WS-MISSING-PTR
                   IF WS-MISSING-LIST(WS-MISSING-IX:3) = WS-CUR-CCY
                       MOVE 'Y' TO WS-MISSING-SEEN
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-MISSING-SEEN = 'N'
                   ADD 1 TO WS-MISSING-COUNT
                   IF WS-MISSING-PTR < 57
                       STRING WS-CUR-CCY DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           INTO WS-MISSING-LIST
                           WITH POINTER WS-MISSING-PTR
                   END-IF
               END-IF
               .

           2600-FIND-PERIOD-END-RATE.
               MOVE 'N' TO WS-PER-FOUND
               MOVE 0 TO WS-PE-RATE
               PERFORM VARYING WS-PER-IX FROM 1 BY 1
                       UNTIL WS-PER-IX > WS-PER-COUNT
                   IF WS-PER-CCY(WS-PER-IX) = WS-CUR-CCY
                       MOVE 'Y' TO WS-PER-FOUND
                       MOVE WS-PER-AMT(WS-PER-IX) TO WS-PE-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               .

           2900-FIND-OR-ADD-POSITION.
               MOVE 'N' TO WS-RVP-FOUND
               PERFORM VARYING WS-RVP-IX FROM 1 BY 1
                       UNTIL WS-RVP-IX > WS-RVP-COUNT
                   IF WS-RVP-ENTITY(WS-RVP-IX) = WS-NEW-ENTITY
                       AND WS-RVP-CCY(WS-RVP-IX) = WS-NEW-CCY
                       MOVE 'Y' TO WS-RVP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RVP-FOUND = 'N'
                   IF WS-RVP-COUNT >= WS-RVP-MAX
                       MOVE '2900-FIND-OR-ADD-POSITION'
                           TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'POSITION TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   ADD 1 TO WS-RVP-COUNT
                   MOVE WS-RVP-COUNT TO WS-RVP-IX
                   MOVE WS-NEW-ENTITY TO WS-RVP-ENTITY(WS-RVP-IX)
                   MOVE WS-NEW-CCY TO WS-RVP-CCY(WS-RVP-IX)
                   MOVE 0 TO WS-RVP-OLD(WS-RVP-IX)
                   MOVE 0 TO WS-RVP-NEW(WS-RVP-IX)
                   MOVE 'N' TO WS-RVP-SEEN(WS-RVP-IX)
               END-IF
               .

      * One line per customer with an open balance, grouped by
      * entity and currency. Each group closes with its carrying
      * and revalued base value, the unrealized gain (loss shows the
      * trailing minus), what earlier month-ends already booked, and
      * the entry this month-end posts. A currency at par on the
      * period end is the base currency and is left out.
           3000-PRINT-REGISTER.
               MOVE SPACES TO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               MOVE SPACES TO REVAL-REPORT-LINE
               STRING '  CUSTOMER          OPEN BALANCE'
                   DELIMITED BY SIZE
                   '     CARRYING VALUE     REVALUED VALUE'
                   DELIMITED BY SIZE
                   '         UNREALIZED' DELIMITED BY SIZE
                   INTO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE

               MOVE 'N' TO WS-GROUP-ACTIVE
               PERFORM VARYING WS-RVC-IX FROM 1 BY 1
                       UNTIL WS-RVC-IX > WS-RVC-COUNT
                   PERFORM 3100-TAKE-ONE-CUSTOMER
               END-PERFORM
               IF WS-GROUP-ACTIVE = 'Y'
                   PERFORM 3300-FLUSH-GROUP
               END-IF
               .

           3100-TAKE-ONE-CUSTOMER.
               IF WS-GROUP-ACTIVE = 'Y'
                   IF WS-RVC-ENTITY(WS-RVC-IX) NOT = WS-CUR-ENTITY
                       OR WS-RVC-CCY(WS-RVC-IX) NOT = WS-CUR-CCY
                       PERFORM 3300-FLUSH-GROUP
                   END-IF
               END-IF
               IF WS-GROUP-ACTIVE = 'N'
                   PERFORM 3200-START-GROUP
               END-IF
               IF WS-GROUP-SKIP = 'N'
                   AND WS-RVC-OPEN(WS-RVC-IX) NOT = 0
                   COMPUTE WS-CUST-REVALUED ROUNDED =
                       WS-RVC-OPEN(WS-RVC-IX) * WS-PE-RATE
                   COMPUTE WS-CUST-UNREALIZED =
                       WS-CUST-REVALUED - WS-RVC-CARRY(WS-RVC-IX)
                   ADD WS-RVC-OPEN(WS-RVC-IX) TO WS-GRP-OPEN
                   ADD WS-RVC-CARRY(WS-RVC-IX) TO WS-GRP-CARRY
                   ADD WS-CUST-REVALUED TO WS-GRP-REVALUED
                   ADD WS-CUST-UNREALIZED TO WS-GRP-UNREALIZED
                   MOVE WS-RVC-OPEN(WS-RVC-IX) TO WS-OPEN-EDIT
                   MOVE WS-RVC-CARRY(WS-RVC-IX) TO WS-AMT-EDIT-1
                   MOVE WS-CUST-REVALUED TO WS-AMT-EDIT-2
                   MOVE WS-CUST-UNREALIZED TO WS-AMT-EDIT-3
                   MOVE SPACES TO REVAL-REPORT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       WS-RVC-CUST(WS-RVC-IX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-OPEN-EDIT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-2 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-3 DELIMITED BY SIZE
                       INTO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
               END-IF
               .

           3200-START-GROUP.
               MOVE 'Y' TO WS-GROUP-ACTIVE
               MOVE WS-RVC-ENTITY(WS-RVC-IX) TO WS-CUR-ENTITY
               MOVE WS-RVC-CCY(WS-RVC-IX) TO WS-CUR-CCY
               MOVE 0 TO WS-GRP-OPEN
               MOVE 0 TO WS-GRP-CARRY
               MOVE 0 TO WS-GRP-REVALUED
               MOVE 0 TO WS-GRP-UNREALIZED
               PERFORM 2600-FIND-PERIOD-END-RATE
               IF WS-PE-RATE = 1
                   MOVE 'Y' TO WS-GROUP-SKIP
               ELSE
                   MOVE 'N' TO WS-GROUP-SKIP
                   MOVE WS-PE-RATE TO WS-RATE-EDIT
                   MOVE SPACES TO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
                   MOVE SPACES TO REVAL-REPORT-LINE
                   STRING 'ENTITY ' DELIMITED BY SIZE
                       WS-CUR-ENTITY DELIMITED BY SIZE
                       ' CURRENCY ' DELIMITED BY SIZE
                       WS-CUR-CCY DELIMITED BY SIZE
                       ' PERIOD-END RATE ' DELIMITED BY SIZE
                       WS-RATE-EDIT DELIMITED BY SIZE
                       INTO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
               END-IF
               .

           3300-FLUSH-GROUP.
               MOVE 'N' TO WS-GROUP-ACTIVE
               IF WS-GROUP-SKIP = 'N'
                   MOVE WS-CUR-ENTITY TO WS-NEW-ENTITY
                   MOVE WS-CUR-CCY TO WS-NEW-CCY
                   PERFORM 2900-FIND-OR-ADD-POSITION
                   MOVE WS-GRP-UNREALIZED TO WS-RVP-NEW(WS-RVP-IX)
                   MOVE 'Y' TO WS-RVP-SEEN(WS-RVP-IX)
                   COMPUTE WS-GRP-ENTRY =
                       WS-GRP-UNREALIZED - WS-RVP-OLD(WS-RVP-IX)
                   ADD WS-GRP-UNREALIZED TO WS-TOT-UNREALIZED
                   ADD WS-GRP-ENTRY TO WS-TOT-ENTRY
                   IF WS-GRP-ENTRY NOT = 0
                       MOVE 'Y' TO WS-POST-ENTRIES-SW
                   END-IF

                   MOVE WS-GRP-OPEN TO WS-OPEN-EDIT
                   MOVE WS-GRP-CARRY TO WS-AMT-EDIT-1
                   MOVE WS-GRP-REVALUED TO WS-AMT-EDIT-2
                   MOVE WS-GRP-UNREALIZED TO WS-AMT-EDIT-3
                   MOVE SPACES TO REVAL-REPORT-LINE
                   STRING '  TOTAL      ' DELIMITED BY SIZE
                       WS-OPEN-EDIT DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-2 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-3 DELIMITED BY SIZE
                       INTO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
                   PERFORM 3400-PRINT-ENTRY-LINE
               END-IF
               .

           3400-PRINT-ENTRY-LINE.
               MOVE WS-RVP-OLD(WS-RVP-IX) TO WS-AMT-EDIT-1
               MOVE WS-GRP-ENTRY TO WS-AMT-EDIT-2
               MOVE SPACES TO REVAL-REPORT-LINE
               STRING '  ALREADY BOOKED ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   '  POSTED THIS PERIOD ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   INTO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               .

      * A position booked at an earlier month-end whose balances
      * have since been settled or reversed comes back out in full.
           3500-RELEASE-CLOSED-POSITIONS.
               PERFORM VARYING WS-RVP-IX FROM 1 BY 1
                       UNTIL WS-RVP-IX > WS-RVP-COUNT
                   IF WS-RVP-SEEN(WS-RVP-IX) = 'N'
                       AND WS-RVP-OLD(WS-RVP-IX) NOT = 0
                       MOVE 0 TO WS-RVP-NEW(WS-RVP-IX)
                       COMPUTE WS-GRP-ENTRY = 0 - WS-RVP-OLD(WS-RVP-IX)
                       ADD WS-GRP-ENTRY TO WS-TOT-ENTRY
                       MOVE 'Y' TO WS-POST-ENTRIES-SW
                       MOVE SPACES TO REVAL-REPORT-LINE
                       WRITE REVAL-REPORT-LINE
                       MOVE SPACES TO REVAL-REPORT-LINE
                       STRING 'ENTITY ' DELIMITED BY SIZE
                           WS-RVP-ENTITY(WS-RVP-IX) DELIMITED BY SIZE
                           ' CURRENCY ' DELIMITED BY SIZE
                           WS-RVP-CCY(WS-RVP-IX) DELIMITED BY SIZE
                           ' - NO OPEN BALANCE LEFT' DELIMITED BY SIZE
                           INTO REVAL-REPORT-LINE
                       WRITE REVAL-REPORT-LINE
                       PERFORM 3400-PRINT-ENTRY-LINE
                   END-IF
               END-PERFORM
               .

           3900-WRITE-REGISTER-TOTALS.
               MOVE WS-TOT-UNREALIZED TO WS-AMT-EDIT-1
               MOVE WS-TOT-ENTRY TO WS-AMT-EDIT-2
               MOVE SPACES TO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               MOVE SPACES TO REVAL-REPORT-LINE
               STRING 'ALL ENTITIES - UNREALIZED ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   '  POSTED THIS PERIOD ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   INTO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               MOVE WS-POSTED-TOTAL TO WS-AMT-EDIT-1
               MOVE SPACES TO REVAL-REPORT-LINE
               STRING 'GL: ' DELIMITED BY SIZE
                   WS-PAIRS-WRITTEN DELIMITED BY SIZE
                   ' PAIR(S) ADDED TO RUN ' DELIMITED BY SIZE
                   WS-EXT-RUN-DATE DELIMITED BY SIZE
                   ' TOTALLING ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   INTO REVAL-REPORT-LINE
               WRITE REVAL-REPORT-LINE
               IF WS-NO-BOOKED-COUNT > 0
                   MOVE SPACES TO REVAL-REPORT-LINE
                   STRING WS-NO-BOOKED-COUNT DELIMITED BY SIZE
                       ' OPEN POSTING(S) WITH NO BOOKED RATE ON FILE'
                       DELIMITED BY SIZE
                       ' - CARRIED AT THE PERIOD-END RATE'
                       DELIMITED BY SIZE
                       INTO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
               END-IF
               IF WS-RTH-OVERFLOW-SW = 'Y'
                   MOVE SPACES TO REVAL-REPORT-LINE
                   STRING 'RATE HISTORY TABLE FULL - BOOKED RATES '
                       DELIMITED BY SIZE
                       'COVER THE FIRST ' DELIMITED BY SIZE
                       WS-RTH-MAX DELIMITED BY SIZE
                       ' RATES ON THE FEED' DELIMITED BY SIZE
                       INTO REVAL-REPORT-LINE
                   WRITE REVAL-REPORT-LINE
               END-IF
               .

      * The month's movement goes to the ledger as balanced pairs
      * on the conversion-difference accounts of the GL map, in the
      * base currency, added to tonight's extract ahead of a new
      * trailer. The extract must be tonight's and must not yet be
      * registered with the ledger reconciliation.
           4000-POST-GL-ENTRIES.
               PERFORM 4100-LOAD-GL-MAP
               PERFORM 4200-CHECK-RUN-NOT-SENT

               OPEN INPUT GlExtractFile
               IF WS-GL-EXTRACT-STATUS NOT = '00'
                   CLOSE RevalRegisterFile
                   MOVE '4000-POST-GL-ENTRIES' TO ABEND-PARAGRAPH
                   MOVE WS-GL-EXTRACT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GL-EXTRACT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               OPEN OUTPUT GlWorkFile
               IF WS-GL-WORK-STATUS NOT = '00'
                   CLOSE GlExtractFile
                   CLOSE RevalRegisterFile
                   MOVE '4000-POST-GL-ENTRIES' TO ABEND-PARAGRAPH
                   MOVE WS-GL-WORK-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GL-WORK-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE 0 TO WS-EXT-RUN-DATE
               MOVE 'N' TO WS-EXT-TRAILER-SW
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ GlExtractFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 4300-CARRY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE GlExtractFile

               IF WS-EXT-RUN-DATE NOT = WS-BUS-DATE
                   OR WS-EXT-TRAILER-SW = 'N'
                   CLOSE GlWorkFile
                   CLOSE RevalRegisterFile
                   MOVE '4000-POST-GL-ENTRIES' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'GL EXTRACT IS NOT A COMPLETE RUN FOR '
                       DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       ' - RUN AFTER MAINPGM' DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE 0 TO WS-PAIRS-WRITTEN
               MOVE 0 TO WS-POSTED-TOTAL
               MOVE SPACES TO WS-GL-SOURCE-ID
               STRING 'FXRV' DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   INTO WS-GL-SOURCE-ID
               PERFORM VARYING WS-RVP-IX FROM 1 BY 1
                       UNTIL WS-RVP-IX > WS-RVP-COUNT
                   COMPUTE WS-GRP-ENTRY = WS-RVP-NEW(WS-RVP-IX)
                       - WS-RVP-OLD(WS-RVP-IX)
                   IF WS-GRP-ENTRY NOT = 0
                       PERFORM 4400-WRITE-ONE-PAIR
                   END-IF
               END-PERFORM

               MOVE SPACES TO GL-TRAILER-RECORD
               MOVE 'TRL' TO GLT-TAG
               MOVE WS-EXT-REC-COUNT TO GLT-RECORD-COUNT
               MOVE WS-EXT-DR-TOTAL TO GLT-DR-TOTAL
               MOVE WS-EXT-CR-TOTAL TO GLT-CR-TOTAL
               WRITE GL-WORK-LINE FROM GL-TRAILER-RECORD
               CLOSE GlWorkFile

      * Copy the finished work file back over the extract.
               OPEN INPUT GlWorkFile
               OPEN OUTPUT GlExtractFile
               IF WS-GL-EXTRACT-STATUS NOT = '00'
                   OR WS-GL-WORK-STATUS NOT = '00'
                   CLOSE RevalRegisterFile
                   MOVE '4000-POST-GL-ENTRIES' TO ABEND-PARAGRAPH
                   MOVE WS-GL-EXTRACT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-GL-EXTRACT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ GlWorkFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           WRITE GL-JOURNAL-RECORD FROM GL-WORK-LINE
                   END-READ
               END-PERFORM
               CLOSE GlWorkFile
               CLOSE GlExtractFile
               .

      * Conversion-difference rows only ('C'), exact currency and
      * '***' wildcard alike, as MAINPGM reads them.
           4100-LOAD-GL-MAP.
               MOVE 0 TO WS-GL-MAP-COUNT
               OPEN INPUT GlMapFile
               IF WS-GL-MAP-STATUS NOT = '00'
                   DISPLAY 'FXREVAL: no GL account mapping '
                       WS-GL-MAP-FILENAME
                       ' - every entry will hit the suspense account'
               ELSE
                   PERFORM UNTIL WS-GL-MAP-STATUS NOT = '00'
                       OR WS-GL-MAP-COUNT >= WS-GL-MAP-MAX
                       READ GlMapFile
                           AT END
                               MOVE '10' TO WS-GL-MAP-STATUS
                           NOT AT END
                               IF MAP-ENTRY-TYPE = 'C'
                                   ADD 1 TO WS-GL-MAP-COUNT
                                   MOVE MAP-CURRENCY TO
                                       WS-GL-MAP-CCY(WS-GL-MAP-COUNT)
                                   MOVE MAP-DR-ACCOUNT TO
                                       WS-GL-MAP-DR(WS-GL-MAP-COUNT)
                                   MOVE MAP-CR-ACCOUNT TO
                                       WS-GL-MAP-CR(WS-GL-MAP-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GlMapFile
               END-IF
               .

      * Once GLRECON has put tonight's run on the pending file, a
      * line added to the extract would never be chased with the
      * ledger - the revaluation has to go in ahead of it.
           4200-CHECK-RUN-NOT-SENT.
               MOVE 'N' TO WS-RUN-REGISTERED
               OPEN INPUT GlRunCtlFile
               IF WS-GL-RUNCTL-STATUS = '00'
                   MOVE 'N' TO WS-EOF-SW
                   PERFORM UNTIL WS-EOF-SW = 'Y'
                       READ GlRunCtlFile
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF GRC-RUN-DATE = WS-BUS-DATE
                                   MOVE 'Y' TO WS-RUN-REGISTERED
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GlRunCtlFile
               END-IF
               IF WS-RUN-REGISTERED = 'Y'
                   CLOSE RevalRegisterFile
                   MOVE '4200-CHECK-RUN-NOT-SENT' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'GL RUN ' DELIMITED BY SIZE
                       WS-BUS-DATE DELIMITED BY SIZE
                       ' ALREADY SENT - RUN BEFORE GLRECON'
                       DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Header and journal lines go across as they are; the old
      * trailer's figures are kept to build the new one from.
           4300-CARRY-ONE-LINE.
               EVALUATE TRUE
                   WHEN GLH-TAG = 'HDR'
                       IF GLH-RUN-DATE IS NUMERIC
                           MOVE GLH-RUN-DATE TO WS-EXT-RUN-DATE
                       END-IF
                       WRITE GL-WORK-LINE FROM GL-HEADER-RECORD
                   WHEN GLT-TAG = 'TRL'
                       MOVE 'Y' TO WS-EXT-TRAILER-SW
                       MOVE GLT-RECORD-COUNT TO WS-EXT-REC-COUNT
                       MOVE GLT-DR-TOTAL TO WS-EXT-DR-TOTAL
                       MOVE GLT-CR-TOTAL TO WS-EXT-CR-TOTAL
                   WHEN OTHER
                       WRITE GL-WORK-LINE FROM GL-JOURNAL-RECORD
               END-EVALUATE
               .

      * A gain debits and credits the mapped pair as it stands; a
      * loss reverses it. No row at all lands both sides on the
      * suspense account.
           4400-WRITE-ONE-PAIR.
               MOVE 'N' TO WS-GL-MAP-FOUND
               PERFORM VARYING WS-GL-MAP-IX FROM 1 BY 1
                       UNTIL WS-GL-MAP-IX > WS-GL-MAP-COUNT
                   IF WS-GL-MAP-CCY(WS-GL-MAP-IX) =
                       WS-RVP-CCY(WS-RVP-IX)
                       MOVE 'Y' TO WS-GL-MAP-FOUND
                       MOVE WS-GL-MAP-DR(WS-GL-MAP-IX) TO WS-GL-DR-ACCT
                       MOVE WS-GL-MAP-CR(WS-GL-MAP-IX) TO WS-GL-CR-ACCT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-GL-MAP-FOUND = 'N'
                   PERFORM VARYING WS-GL-MAP-IX FROM 1 BY 1
                           UNTIL WS-GL-MAP-IX > WS-GL-MAP-COUNT
                       IF WS-GL-MAP-CCY(WS-GL-MAP-IX) = '***'
                           MOVE 'Y' TO WS-GL-MAP-FOUND
                           MOVE WS-GL-MAP-DR(WS-GL-MAP-IX)
                               TO WS-GL-DR-ACCT
                           MOVE WS-GL-MAP-CR(WS-GL-MAP-IX)
                               TO WS-GL-CR-ACCT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-GL-MAP-FOUND = 'N'
                   MOVE '99999999' TO WS-GL-DR-ACCT
                   MOVE '99999999' TO WS-GL-CR-ACCT
               END-IF
               IF WS-GRP-ENTRY < 0
                   COMPUTE WS-GL-PAIR-AMOUNT = 0 - WS-GRP-ENTRY
                   MOVE WS-GL-DR-ACCT TO WS-GL-SWAP-ACCT
                   MOVE WS-GL-CR-ACCT TO WS-GL-DR-ACCT
                   MOVE WS-GL-SWAP-ACCT TO WS-GL-CR-ACCT
               ELSE
                   MOVE WS-GRP-ENTRY TO WS-GL-PAIR-AMOUNT
               END-IF

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'J' TO GLJ-TAG
               MOVE WS-GL-DR-ACCT TO GLJ-ACCOUNT
               MOVE 'D' TO GLJ-DRCR
               MOVE WS-GL-PAIR-AMOUNT TO GLJ-AMOUNT
               MOVE 'BAS' TO GLJ-CURRENCY
               MOVE WS-GL-SOURCE-ID TO GLJ-SOURCE-ID
               MOVE WS-EXT-RUN-DATE TO GLJ-RUN-DATE
               MOVE WS-RVP-ENTITY(WS-RVP-IX) TO GLJ-ENTITY
               MOVE 'V' TO GLJ-ENTRY-TYPE
               MOVE 'A' TO GLJ-TRANS-TYPE
               WRITE GL-WORK-LINE FROM GL-JOURNAL-RECORD
               ADD 1 TO WS-EXT-REC-COUNT
               ADD WS-GL-PAIR-AMOUNT TO WS-EXT-DR-TOTAL

               MOVE WS-GL-CR-ACCT TO GLJ-ACCOUNT
               MOVE 'C' TO GLJ-DRCR
               WRITE GL-WORK-LINE FROM GL-JOURNAL-RECORD
               ADD 1 TO WS-EXT-REC-COUNT
               ADD WS-GL-PAIR-AMOUNT TO WS-EXT-CR-TOTAL

               ADD 1 TO WS-PAIRS-WRITTEN
               ADD WS-GL-PAIR-AMOUNT TO WS-POSTED-TOTAL
               .

      * The positions now booked, and the period just revalued so a
      * rerun posts nothing twice.
           5000-WRITE-POSITIONS.
               OPEN OUTPUT RevalPositionFile
               IF WS-POSITION-STATUS NOT = '00'
                   CLOSE RevalRegisterFile
                   MOVE '5000-WRITE-POSITIONS' TO ABEND-PARAGRAPH
                   MOVE WS-POSITION-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-POSITION-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO REVP-RECORD
               MOVE 'H' TO REVP-REC-TYPE
               MOVE WS-PERIOD TO REVP-PERIOD
               MOVE 0 TO REVP-UNREALIZED
               WRITE REVP-RECORD
               PERFORM VARYING WS-RVP-IX FROM 1 BY 1
                       UNTIL WS-RVP-IX > WS-RVP-COUNT
                   IF WS-RVP-NEW(WS-RVP-IX) NOT = 0
                       MOVE SPACES TO REVP-RECORD
                       MOVE 'P' TO REVP-REC-TYPE
                       MOVE WS-PERIOD TO REVP-PERIOD
                       MOVE WS-RVP-ENTITY(WS-RVP-IX) TO REVP-ENTITY
                       MOVE WS-RVP-CCY(WS-RVP-IX) TO REVP-CURRENCY
                       MOVE WS-RVP-NEW(WS-RVP-IX) TO REVP-UNREALIZED
                       WRITE REVP-RECORD
                   END-IF
               END-PERFORM
               CLOSE RevalPositionFile
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
                   MOVE 'FXREVAL' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-ITEMS-READ TO STATS-RECORDS-IN
                   MOVE WS-ITEMS-OPEN TO STATS-RECORDS-OUT
                   MOVE WS-POSTED-TOTAL TO STATS-KEY-TOTAL-1
                   MOVE WS-PAIRS-WRITTEN TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'FXREVAL: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'FXREVAL' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
