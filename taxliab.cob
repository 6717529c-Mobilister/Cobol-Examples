           IDENTIFICATION DIVISION.
           PROGRAM-ID. TAXLIAB.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT TaxJurisdictionFile ASSIGN TO DYNAMIC
                   WS-TAXJUR-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAXJUR-STATUS.

               SELECT TaxReportFile ASSIGN TO DYNAMIC
                   WS-TAX-REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TAX-REPORT-STATUS.

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
      * Every posting carries the tax MAINPGM charged on it, so the
      * archive alone proves the month's liability.
           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

      * The jurisdiction control file, read here only for the
      * jurisdiction names.
           FD  TaxJurisdictionFile
               LABEL RECORDS ARE STANDARD.
           COPY TAXJUR.

           FD  TaxReportFile
               LABEL RECORDS ARE STANDARD.
           01 TAX-REPORT-LINE           PIC X(132).

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
           01 WS-TAXJUR-FILENAME PIC X(80).
           01 WS-TAXJUR-STATUS PIC XX VALUE '00'.
           01 WS-TAX-REPORT-FILENAME PIC X(80).
           01 WS-TAX-REPORT-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.

      * The month reported: TAXLIABPERIOD, or with none named the
      * month before the business date - the month just closed.
           01 WS-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-ENV PIC X(6).
           01 WS-PER-YEAR PIC 9(4).
           01 WS-PER-MONTH PIC 9(2).
           01 WS-ARCH-PERIOD PIC 9(6).

      * Jurisdiction names off the control file.
           01 WS-JNM-MAX PIC 9(3) VALUE 200.
           01 WS-JNM-COUNT PIC 9(3) VALUE 0.
           01 WS-JNM-TABLE.
               05 WS-JNM-ENTRY OCCURS 200 TIMES.
                   10 WS-JNM-JURIS PIC X(6).
                   10 WS-JNM-DESC PIC X(30).
           01 WS-JNM-IX PIC 9(3).
           01 WS-JNM-FOUND PIC X VALUE 'N'.
           01 WS-JURIS-NAME PIC X(30).

      * The month's figures per entity, jurisdiction and currency,
      * kept in that order so the report reads straight down the
      * table. A reversal subtracts what its original added.
           01 WS-TXL-MAX PIC 9(4) VALUE 2000.
           01 WS-TXL-COUNT PIC 9(4) VALUE 0.
           01 WS-TXL-TABLE.
               05 WS-TXL-ENTRY OCCURS 2000 TIMES.
                   10 WS-TXL-KEY.
                       15 WS-TXL-ENTITY PIC X(3).
                       15 WS-TXL-JURIS PIC X(6).
                       15 WS-TXL-CCY PIC X(3).
                   10 WS-TXL-TAXABLE PIC S9(11)V99.
                   10 WS-TXL-EXEMPT PIC S9(11)V99.
                   10 WS-TXL-UNTAXED PIC S9(11)V99.
                   10 WS-TXL-TAX PIC S9(11)V99.
                   10 WS-TXL-POSTINGS PIC 9(7).
           01 WS-TXL-IX PIC 9(4).
           01 WS-TXL-JX PIC 9(4).
           01 WS-TXL-FOUND PIC X VALUE 'N'.
           01 WS-NEW-KEY.
               05 WS-NEW-ENTITY PIC X(3).
               05 WS-NEW-JURIS PIC X(6).
               05 WS-NEW-CCY PIC X(3).

           01 WS-SIGNED-BASE PIC S9(9)V99 VALUE 0.
           01 WS-SIGNED-TAX PIC S9(9)V99 VALUE 0.
           01 WS-SIGNED-AMOUNT PIC S9(9)V99 VALUE 0.
           01 WS-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-POSTING-COUNT PIC 9(9) VALUE 0.
           01 WS-REVERSAL-COUNT PIC 9(9) VALUE 0.
           01 WS-TAX-TOTAL PIC S9(11)V99 VALUE 0.
           01 WS-CUR-ENTITY PIC X(3) VALUE SPACES.

           01 WS-AMT-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-3 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-AMT-EDIT-4 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

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
               DISPLAY 'TAXLIAB: sales tax liability report'

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
               PERFORM 1100-LOAD-JURISDICTION-NAMES
               PERFORM 1200-OPEN-REPORT
               PERFORM 2000-GATHER-PERIOD
               PERFORM 3000-PRINT-LIABILITY
               CLOSE TaxReportFile

               DISPLAY 'TAXLIAB: period ' WS-PERIOD ', '
                   WS-POSTING-COUNT ' posting(s) in '
                   WS-TXL-COUNT ' line(s), report '
                   WS-TAX-REPORT-FILENAME
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

               ACCEPT WS-TAX-REPORT-FILENAME FROM ENVIRONMENT
                   'TAXLIABREPORT'.
               IF WS-TAX-REPORT-FILENAME = SPACES
                   MOVE 'taxliab.rpt' TO WS-TAX-REPORT-FILENAME
               END-IF
               MOVE 'TAXLIABREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-TAX-REPORT-FILENAME
               END-IF

               MOVE SPACES TO WS-PERIOD-ENV
               ACCEPT WS-PERIOD-ENV FROM ENVIRONMENT 'TAXLIABPERIOD'.
               MOVE 'TAXLIABPERIOD' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-PERIOD-ENV
               END-IF
               IF WS-PERIOD-ENV IS NUMERIC
                   MOVE WS-PERIOD-ENV TO WS-PERIOD
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

      * The entity rows name the jurisdictions; a customer row
      * that moves a customer elsewhere names its own.
           1100-LOAD-JURISDICTION-NAMES.
               MOVE 0 TO WS-JNM-COUNT
               OPEN INPUT TaxJurisdictionFile
               IF WS-TAXJUR-STATUS = '00'
                   PERFORM UNTIL WS-TAXJUR-STATUS NOT = '00'
                       READ TaxJurisdictionFile
                           AT END
                               MOVE '10' TO WS-TAXJUR-STATUS
                           NOT AT END
                               PERFORM 1150-KEEP-ONE-NAME
                       END-READ
                   END-PERFORM
                   CLOSE TaxJurisdictionFile
               ELSE
                   DISPLAY 'TAXLIAB: no tax jurisdiction file '
                       WS-TAXJUR-FILENAME
                       ' - jurisdictions print unnamed'
               END-IF
               .

           1150-KEEP-ONE-NAME.
               IF TXJ-JURISDICTION NOT = SPACES
                   AND TXJ-DESC NOT = SPACES
                   MOVE TXJ-JURISDICTION TO WS-NEW-JURIS
                   PERFORM 3400-FIND-JURISDICTION-NAME
                   IF WS-JNM-FOUND = 'N'
                       AND WS-JNM-COUNT < WS-JNM-MAX
                       ADD 1 TO WS-JNM-COUNT
                       MOVE TXJ-JURISDICTION
                           TO WS-JNM-JURIS(WS-JNM-COUNT)
                       MOVE TXJ-DESC TO WS-JNM-DESC(WS-JNM-COUNT)
                   END-IF
               END-IF
               .

           1200-OPEN-REPORT.
               OPEN OUTPUT TaxReportFile
               IF WS-TAX-REPORT-STATUS NOT = '00'
                   MOVE '1200-OPEN-REPORT' TO ABEND-PARAGRAPH
                   MOVE WS-TAX-REPORT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-TAX-REPORT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE SPACES TO TAX-REPORT-LINE
               STRING 'SALES TAX LIABILITY - PERIOD ' DELIMITED BY SIZE
                   WS-PERIOD DELIMITED BY SIZE
                   ' - BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
               .

      * Every posting the posting run archived in the month - by
      * its run date, the night it reached the ledger. Payments
      * carry no tax and are passed over.
           2000-GATHER-PERIOD.
               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE TaxReportFile
                   MOVE '2000-GATHER-PERIOD' TO ABEND-PARAGRAPH
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
                           ADD 1 TO WS-READ-COUNT
                           COMPUTE WS-ARCH-PERIOD = ARCH-RUN-DATE / 100
                           IF WS-ARCH-PERIOD = WS-PERIOD
                               AND ARCH-TRANS-TYPE NOT = 'P'
                               AND ARCH-TRANS-TYPE NOT = 'C'
                               PERFORM 2100-TAKE-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveFile
               .

      * Taxed and exempt postings count at the value taxed; one
      * with no jurisdiction (or archived before tax was charged)
      * counts at its face amount, so the three columns together
      * account for every sale.
           2100-TAKE-ONE-POSTING.
               ADD 1 TO WS-POSTING-COUNT
               MOVE 0 TO WS-SIGNED-BASE
               MOVE 0 TO WS-SIGNED-TAX
               MOVE ARCH-AMOUNT TO WS-SIGNED-AMOUNT
               IF ARCH-TAX-BASE IS NUMERIC
                   MOVE ARCH-TAX-BASE TO WS-SIGNED-BASE
               END-IF
               IF ARCH-TAX-AMOUNT IS NUMERIC
                   MOVE ARCH-TAX-AMOUNT TO WS-SIGNED-TAX
               END-IF
               IF ARCH-TRANS-TYPE = 'R'
                   ADD 1 TO WS-REVERSAL-COUNT
                   COMPUTE WS-SIGNED-BASE = 0 - WS-SIGNED-BASE
                   COMPUTE WS-SIGNED-TAX = 0 - WS-SIGNED-TAX
                   COMPUTE WS-SIGNED-AMOUNT = 0 - WS-SIGNED-AMOUNT
               END-IF

               MOVE ARCH-ENTITY TO WS-NEW-ENTITY
               MOVE ARCH-CURRENCY TO WS-NEW-CCY
               IF ARCH-TAX-STATUS = 'T' OR ARCH-TAX-STATUS = 'E'
                   MOVE ARCH-TAX-JURIS TO WS-NEW-JURIS
               ELSE
                   MOVE SPACES TO WS-NEW-JURIS
               END-IF
               PERFORM 2200-FIND-OR-ADD-LINE
               ADD 1 TO WS-TXL-POSTINGS(WS-TXL-IX)
               EVALUATE ARCH-TAX-STATUS
                   WHEN 'T'
                       ADD WS-SIGNED-BASE TO WS-TXL-TAXABLE(WS-TXL-IX)
                       ADD WS-SIGNED-TAX TO WS-TXL-TAX(WS-TXL-IX)
                       ADD WS-SIGNED-TAX TO WS-TAX-TOTAL
                   WHEN 'E'
                       ADD WS-SIGNED-BASE TO WS-TXL-EXEMPT(WS-TXL-IX)
                   WHEN OTHER
                       ADD WS-SIGNED-AMOUNT
                           TO WS-TXL-UNTAXED(WS-TXL-IX)
               END-EVALUATE
               .

      * Find the line for WS-NEW-KEY, or open one in its ordered
      * place. WS-TXL-IX is left on the line either way.
           2200-FIND-OR-ADD-LINE.
               MOVE 'N' TO WS-TXL-FOUND
               PERFORM VARYING WS-TXL-IX FROM 1 BY 1
                       UNTIL WS-TXL-IX > WS-TXL-COUNT
                   IF WS-TXL-KEY(WS-TXL-IX) NOT < WS-NEW-KEY
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-TXL-IX <= WS-TXL-COUNT
                   IF WS-TXL-KEY(WS-TXL-IX) = WS-NEW-KEY
                       MOVE 'Y' TO WS-TXL-FOUND
                   END-IF
               END-IF

               IF WS-TXL-FOUND = 'N'
                   IF WS-TXL-COUNT >= WS-TXL-MAX
                       CLOSE ArchiveFile
                       CLOSE TaxReportFile
                       MOVE '2200-FIND-OR-ADD-LINE' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'LIABILITY TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   PERFORM VARYING WS-TXL-JX FROM WS-TXL-COUNT BY -1
                           UNTIL WS-TXL-JX < WS-TXL-IX
                       MOVE WS-TXL-ENTRY(WS-TXL-JX)
                           TO WS-TXL-ENTRY(WS-TXL-JX + 1)
                   END-PERFORM
                   ADD 1 TO WS-TXL-COUNT
                   MOVE WS-NEW-KEY TO WS-TXL-KEY(WS-TXL-IX)
                   MOVE 0 TO WS-TXL-TAXABLE(WS-TXL-IX)
                   MOVE 0 TO WS-TXL-EXEMPT(WS-TXL-IX)
                   MOVE 0 TO WS-TXL-UNTAXED(WS-TXL-IX)
                   MOVE 0 TO WS-TXL-TAX(WS-TXL-IX)
                   MOVE 0 TO WS-TXL-POSTINGS(WS-TXL-IX)
               END-IF
               .

      * One line per entity, jurisdiction and currency, in the
      * posting currency; tax collected is the liability owed to
      * the jurisdiction for the month.
           3000-PRINT-LIABILITY.
               MOVE SPACES TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
               MOVE SPACES TO TAX-REPORT-LINE
               STRING 'ENT JURIS  JURISDICTION NAME              CCY'
                   DELIMITED BY SIZE
                   '      TAXABLE SALES       EXEMPT SALES'
                   DELIMITED BY SIZE
                   '          NOT TAXED      TAX COLLECTED'
                   DELIMITED BY SIZE
                   INTO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE

               MOVE SPACES TO WS-CUR-ENTITY
               PERFORM VARYING WS-TXL-IX FROM 1 BY 1
                       UNTIL WS-TXL-IX > WS-TXL-COUNT
                   PERFORM 3100-PRINT-ONE-LINE
               END-PERFORM

               MOVE SPACES TO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
               IF WS-TXL-COUNT = 0
                   MOVE 'NO POSTINGS IN THE PERIOD' TO TAX-REPORT-LINE
                   WRITE TAX-REPORT-LINE
               END-IF
               MOVE SPACES TO TAX-REPORT-LINE
               STRING WS-POSTING-COUNT DELIMITED BY SIZE
                   ' POSTING(S), ' DELIMITED BY SIZE
                   WS-REVERSAL-COUNT DELIMITED BY SIZE
                   ' OF THEM REVERSAL(S) NETTING THEIR TAX BACK OUT'
                   DELIMITED BY SIZE
                   INTO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
               .

           3100-PRINT-ONE-LINE.
               IF WS-TXL-ENTITY(WS-TXL-IX) NOT = WS-CUR-ENTITY
                   AND WS-CUR-ENTITY NOT = SPACES
                   MOVE SPACES TO TAX-REPORT-LINE
                   WRITE TAX-REPORT-LINE
               END-IF
               MOVE WS-TXL-ENTITY(WS-TXL-IX) TO WS-CUR-ENTITY
               IF WS-TXL-JURIS(WS-TXL-IX) = SPACES
                   MOVE '(NO JURISDICTION - NOT TAXED)' TO WS-JURIS-NAME
               ELSE
                   MOVE WS-TXL-JURIS(WS-TXL-IX) TO WS-NEW-JURIS
                   PERFORM 3400-FIND-JURISDICTION-NAME
                   IF WS-JNM-FOUND = 'Y'
                       MOVE WS-JNM-DESC(WS-JNM-IX) TO WS-JURIS-NAME
                   ELSE
                       MOVE '(NOT NAMED ON THE CONTROL FILE)'
                           TO WS-JURIS-NAME
                   END-IF
               END-IF
               MOVE WS-TXL-TAXABLE(WS-TXL-IX) TO WS-AMT-EDIT-1
               MOVE WS-TXL-EXEMPT(WS-TXL-IX) TO WS-AMT-EDIT-2
               MOVE WS-TXL-UNTAXED(WS-TXL-IX) TO WS-AMT-EDIT-3
               MOVE WS-TXL-TAX(WS-TXL-IX) TO WS-AMT-EDIT-4
               MOVE SPACES TO TAX-REPORT-LINE
               STRING WS-TXL-ENTITY(WS-TXL-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TXL-JURIS(WS-TXL-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-JURIS-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TXL-CCY(WS-TXL-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-3 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-4 DELIMITED BY SIZE
                   INTO TAX-REPORT-LINE
               WRITE TAX-REPORT-LINE
               .

           3400-FIND-JURISDICTION-NAME.
               MOVE 'N' TO WS-JNM-FOUND
               PERFORM VARYING WS-JNM-IX FROM 1 BY 1
                       UNTIL WS-JNM-IX > WS-JNM-COUNT
                   IF WS-JNM-JURIS(WS-JNM-IX) = WS-NEW-JURIS
                       MOVE 'Y' TO WS-JNM-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
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
                   MOVE 'TAXLIAB' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-READ-COUNT TO STATS-RECORDS-IN
                   MOVE WS-POSTING-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-TAX-TOTAL TO STATS-KEY-TOTAL-1
                   MOVE WS-TXL-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'TAXLIAB: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'TAXLIAB' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
