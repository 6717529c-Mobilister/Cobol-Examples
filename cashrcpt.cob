           IDENTIFICATION DIVISION.
           PROGRAM-ID. CASHRCPT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RemitFile ASSIGN TO DYNAMIC
                   WS-REMIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-STATUS.

               SELECT CustMasterFile ASSIGN TO DYNAMIC
                   WS-CUST-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CUST-ID
                   FILE STATUS IS WS-CUST-FILE-STATUS.

               SELECT ArchiveFile ASSIGN TO DYNAMIC
                   WS-ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS WS-ARCHIVE-STATUS.

               SELECT CashRegisterFile ASSIGN TO DYNAMIC
                   WS-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-STATUS.

               SELECT UnappliedFile ASSIGN TO DYNAMIC
                   WS-UNAPPLIED-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNAPPLIED-STATUS.

               SELECT PostedRemitFile ASSIGN TO DYNAMIC
                   WS-POSTED-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POSTED-STATUS.

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
      * The bank's daily remittance file: one payment per line,
      * the paying customer's id as the bank captured it off the
      * remittance advice, the amount and currency received, the
      * value date, the business unit banked into and the bank's
      * own reference so a query can be traced back to the
      * statement line.
           FD  RemitFile
               LABEL RECORDS ARE STANDARD.
           01 REMIT-RECORD.
               05 REM-CUST-ID           PIC X(10).
               05 REM-AMOUNT            PIC 9(7)V99.
               05 REM-DATE              PIC X(8).
               05 REM-CURRENCY          PIC X(3).
               05 REM-ENTITY            PIC X(3).
               05 REM-REFERENCE         PIC X(16).

           FD  CustMasterFile
               LABEL RECORDS ARE STANDARD.
           COPY CUSTREC.

           FD  ArchiveFile
               LABEL RECORDS ARE STANDARD.
           COPY ARCHREC.

           FD  CashRegisterFile
               LABEL RECORDS ARE STANDARD.
           01 REGISTER-LINE             PIC X(120).

           FD  UnappliedFile
               LABEL RECORDS ARE STANDARD.
           01 UNAPPLIED-LINE            PIC X(120).

      * Remittances already applied, by the bank's reference and
      * value date: a bank file delivered twice, or a rerun after
      * a failure, must not take the same cash off the open items
      * a second time.
           FD  PostedRemitFile
               LABEL RECORDS ARE STANDARD.
           01 POSTED-REMIT-RECORD.
               05 PRM-REFERENCE         PIC X(16).
               05 FILLER                PIC X.
               05 PRM-DATE              PIC X(8).
               05 FILLER                PIC X.
               05 PRM-CUST-ID           PIC X(10).
               05 FILLER                PIC X.
               05 PRM-AMOUNT            PIC 9(7)V99.
               05 FILLER                PIC X.
               05 PRM-RUN-DATE          PIC 9(8).

      * Shop calendar control file
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
           01 WS-REMIT-FILENAME PIC X(80).
           01 WS-REMIT-STATUS PIC XX VALUE '00'.
           01 WS-CUST-FILENAME PIC X(80).
           01 WS-CUST-FILE-STATUS PIC XX VALUE '00'.
           01 WS-ARCHIVE-FILENAME PIC X(80).
           01 WS-ARCHIVE-STATUS PIC XX VALUE '00'.
           01 WS-REGISTER-FILENAME PIC X(80).
           01 WS-REGISTER-STATUS PIC XX VALUE '00'.
           01 WS-UNAPPLIED-FILENAME PIC X(80).
           01 WS-UNAPPLIED-STATUS PIC XX VALUE '00'.
           01 WS-POSTED-FILENAME PIC X(80).
           01 WS-POSTED-STATUS PIC XX VALUE '00'.
           01 WS-POSTED-EOF-SW PIC X VALUE 'N'.
           01 WS-REMIT-EOF-SW PIC X VALUE 'N'.
               88 REMIT-EOF VALUE 'Y'.
           01 WS-BROWSE-DONE-SW PIC X VALUE 'N'.

           01 WS-RUN-DATE PIC 9(8) VALUE 0.

      * One payment in flight: what is left to apply, what has
      * been applied so far, and why any of it could not be.
           01 WS-REMAINING PIC 9(7)V99 VALUE 0.
           01 WS-APPLIED-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-APPLY-NOW PIC 9(7)V99 VALUE 0.
           01 WS-OPEN-AMOUNT PIC 9(7)V99 VALUE 0.
           01 WS-ITEMS-APPLIED PIC 9(5) VALUE 0.
           01 WS-UNAPPLIED-REASON PIC X(30).
           01 WS-PAY-ENTITY PIC X(3).
           01 WS-PAY-WRITTEN PIC X VALUE 'N'.
           01 WS-PAY-KEY PIC X(24).
           01 WS-PLANNED-TOTAL PIC 9(7)V99 VALUE 0.
           01 WS-DUPLICATE-SW PIC X VALUE 'N'.

      * The open items are walked twice: once to size the payment
      * so it can be archived before any item is touched, then to
      * apply the cash.
           01 WS-APPLY-PASS-SW PIC X VALUE 'S'.
               88 SIZING-PASS VALUE 'S'.
               88 POSTING-PASS VALUE 'P'.

      * Remittances already applied, by this run or an earlier one
           01 WS-PRM-MAX PIC 9(5) VALUE 50000.
           01 WS-PRM-COUNT PIC 9(5) VALUE 0.
           01 WS-PRM-TABLE.
               05 WS-PRM-ENTRY OCCURS 50000 TIMES.
                   10 WS-PRM-REFERENCE PIC X(16).
                   10 WS-PRM-DATE PIC X(8).
           01 WS-PRM-IX PIC 9(5) VALUE 0.

           01 WS-READ-COUNT PIC 9(7) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-UNAPPLIED-COUNT PIC 9(7) VALUE 0.
           01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
           01 WS-ITEM-COUNT PIC 9(7) VALUE 0.
           01 WS-RECEIVED-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-CASH-APPLIED-TOTAL PIC 9(11)V99 VALUE 0.
           01 WS-CASH-UNAPPLIED-TOTAL PIC 9(11)V99 VALUE 0.

           01 WS-AMT-EDIT-1 PIC Z,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-2 PIC Z,ZZZ,ZZ9.99.
           01 WS-TOT-EDIT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           COPY WSDATE.

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
               DISPLAY 'CASHRCPT: cash receipts application run'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * Payments archive under the chain's business date, the
      * same run date the posting run stamps on its postings.
               PERFORM 8200-GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO WS-RUN-DATE

               PERFORM 1000-OPEN-FILES
               PERFORM 2000-APPLY-REMITTANCES
               PERFORM 3000-CLOSE-FILES

               DISPLAY 'CASHRCPT: ' WS-READ-COUNT ' payment(s) read, '
                   WS-APPLIED-COUNT ' applied against '
                   WS-ITEM-COUNT ' open item(s), '
                   WS-UNAPPLIED-COUNT ' with unapplied cash, '
                   WS-DUPLICATE-COUNT ' already applied'

      * Unapplied cash is money in the bank that no customer
      * account shows: the warning code and the alert make sure
      * somebody works the report before the next run.
               IF WS-UNAPPLIED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   MOVE 2005 TO MSG-NUMBER
                   MOVE WS-CASH-UNAPPLIED-TOTAL TO WS-TOT-EDIT
                   MOVE SPACES TO MSG-VARIABLE-TEXT
                   STRING WS-UNAPPLIED-COUNT DELIMITED BY SIZE
                       ' PAYMENT(S) ' DELIMITED BY SIZE
                       WS-TOT-EDIT DELIMITED BY SIZE
                       INTO MSG-VARIABLE-TEXT
                   PERFORM 2900-RAISE-MESSAGE
               END-IF

      * A remittance the bank sent again was left alone, but the
      * cashiers still confirm it is a true repeat and not a second
      * payment carrying the same reference.
               IF WS-DUPLICATE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF

               PERFORM 5000-WRITE-RUN-STATS
               STOP RUN.

           1000-OPEN-FILES.
               ACCEPT WS-REMIT-FILENAME FROM ENVIRONMENT 'REMITFILE'.
               IF WS-REMIT-FILENAME = SPACES
                   MOVE 'bank-remittance.dat' TO WS-REMIT-FILENAME
               END-IF
               MOVE 'REMITFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REMIT-FILENAME
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

               ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT
                   'CASHAPPLIEDREPORT'.
               IF WS-REGISTER-FILENAME = SPACES
                   MOVE 'cashrcpt-applied.rpt' TO WS-REGISTER-FILENAME
               END-IF
               MOVE 'CASHAPPLIEDREPORT' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-REGISTER-FILENAME
               END-IF

               ACCEPT WS-UNAPPLIED-FILENAME FROM ENVIRONMENT
                   'UNAPPLIEDCASH'.
               IF WS-UNAPPLIED-FILENAME = SPACES
                   MOVE 'cashrcpt-unapplied.rpt'
                       TO WS-UNAPPLIED-FILENAME
               END-IF
               MOVE 'UNAPPLIEDCASH' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-UNAPPLIED-FILENAME
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

               PERFORM 1100-LOAD-POSTED-REMITS

               OPEN INPUT RemitFile
               IF WS-REMIT-STATUS NOT = '00'
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-REMIT-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-REMIT-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * Cash application updates both indexed files in place: a
      * master or archive that will not open for update stops the
      * run before a single payment is touched.
               OPEN I-O CustMasterFile
               IF WS-CUST-FILE-STATUS NOT = '00'
                   CLOSE RemitFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN I-O ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE RemitFile
                   CLOSE CustMasterFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT CashRegisterFile
               IF WS-REGISTER-STATUS NOT = '00'
                   CLOSE RemitFile
                   CLOSE CustMasterFile
                   CLOSE ArchiveFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-REGISTER-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-REGISTER-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT UnappliedFile
               IF WS-UNAPPLIED-STATUS NOT = '00'
                   CLOSE RemitFile
                   CLOSE CustMasterFile
                   CLOSE ArchiveFile
                   CLOSE CashRegisterFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-UNAPPLIED-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-UNAPPLIED-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * Each remittance is recorded the moment its payment is
      * archived, so the file stays open for the whole run.
               OPEN EXTEND PostedRemitFile
               IF WS-POSTED-STATUS NOT = '00'
                   OPEN OUTPUT PostedRemitFile
               END-IF
               IF WS-POSTED-STATUS NOT = '00'
                   CLOSE RemitFile
                   CLOSE CustMasterFile
                   CLOSE ArchiveFile
                   CLOSE CashRegisterFile
                   CLOSE UnappliedFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-POSTED-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-POSTED-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO REGISTER-LINE
               STRING 'CASHRCPT CASH APPLIED REGISTER - RUN DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE SPACES TO REGISTER-LINE
               STRING 'CUSTOMER   BANK REF         POSTED   SEQ ENT'
                   DELIMITED BY SIZE
                   '      APPLIED    STILL OPEN' DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE

               MOVE SPACES TO UNAPPLIED-LINE
               STRING 'CASHRCPT UNAPPLIED CASH REPORT - RUN DATE '
                   DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO UNAPPLIED-LINE
               WRITE UNAPPLIED-LINE
               MOVE SPACES TO UNAPPLIED-LINE
               STRING 'CUSTOMER   BANK REF         VALUE DT CCY'
                   DELIMITED BY SIZE
                   '     RECEIVED    UNAPPLIED REASON'
                   DELIMITED BY SIZE
                   INTO UNAPPLIED-LINE
               WRITE UNAPPLIED-LINE
               .

      * No processed-remittance file yet simply means nothing has
      * been applied before.
           1100-LOAD-POSTED-REMITS.
               MOVE 0 TO WS-PRM-COUNT
               OPEN INPUT PostedRemitFile
               IF WS-POSTED-STATUS = '00'
                   MOVE 'N' TO WS-POSTED-EOF-SW
                   PERFORM UNTIL WS-POSTED-EOF-SW = 'Y'
                       READ PostedRemitFile
                           AT END
                               MOVE 'Y' TO WS-POSTED-EOF-SW
                           NOT AT END
                               PERFORM 1150-KEEP-POSTED-REMIT
                       END-READ
                   END-PERFORM
                   CLOSE PostedRemitFile
               END-IF
               .

           1150-KEEP-POSTED-REMIT.
               IF WS-PRM-COUNT >= WS-PRM-MAX
                   CLOSE PostedRemitFile
                   MOVE '1150-KEEP-POSTED-REMIT' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'POSTED REMITTANCE TABLE FULL - RAISE THE SIZE'
                       TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               ADD 1 TO WS-PRM-COUNT
               MOVE PRM-REFERENCE TO WS-PRM-REFERENCE(WS-PRM-COUNT)
               MOVE PRM-DATE TO WS-PRM-DATE(WS-PRM-COUNT)
               .

           2000-APPLY-REMITTANCES.
               MOVE 'N' TO WS-REMIT-EOF-SW
               PERFORM UNTIL REMIT-EOF
                   READ RemitFile
                       AT END
                           MOVE 'Y' TO WS-REMIT-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2100-APPLY-ONE-PAYMENT
                   END-READ
                   IF WS-REMIT-STATUS NOT = '00'
                       AND WS-REMIT-STATUS NOT = '10'
                       PERFORM 3000-CLOSE-FILES
                       MOVE '2000-APPLY-REMITTANCES' TO ABEND-PARAGRAPH
                       MOVE WS-REMIT-STATUS TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE WS-REMIT-FILENAME TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
               END-PERFORM

               MOVE SPACES TO REGISTER-LINE
               MOVE WS-CASH-APPLIED-TOTAL TO WS-TOT-EDIT
               STRING 'PAYMENTS APPLIED: ' DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   ' OPEN ITEMS: ' DELIMITED BY SIZE
                   WS-ITEM-COUNT DELIMITED BY SIZE
                   ' CASH APPLIED: ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   INTO REGISTER-LINE
               WRITE REGISTER-LINE

               MOVE SPACES TO UNAPPLIED-LINE
               MOVE WS-CASH-UNAPPLIED-TOTAL TO WS-TOT-EDIT
               STRING 'PAYMENTS WITH UNAPPLIED CASH: ' DELIMITED BY SIZE
                   WS-UNAPPLIED-COUNT DELIMITED BY SIZE
                   ' UNAPPLIED TOTAL: ' DELIMITED BY SIZE
                   WS-TOT-EDIT DELIMITED BY SIZE
                   ' DUPLICATES: ' DELIMITED BY SIZE
                   WS-DUPLICATE-COUNT DELIMITED BY SIZE
                   INTO UNAPPLIED-LINE
               WRITE UNAPPLIED-LINE
               .

      * Screen the payment, match it to an active customer, and
      * apply it oldest open posting first. Whatever is left over
      * - the whole payment when nothing matched - goes on the
      * unapplied-cash report for the cashiers to investigate.
      * A remittance already applied goes on the same report as a
      * duplicate and touches nothing.
           2100-APPLY-ONE-PAYMENT.
               MOVE SPACES TO WS-UNAPPLIED-REASON
               MOVE 0 TO WS-APPLIED-TOTAL
               MOVE 0 TO WS-ITEMS-APPLIED
               MOVE 0 TO WS-REMAINING
               MOVE REM-ENTITY TO WS-PAY-ENTITY

               MOVE 'N' TO WS-DUPLICATE-SW
               IF REM-REFERENCE NOT = SPACES
                   PERFORM VARYING WS-PRM-IX FROM 1 BY 1
                           UNTIL WS-PRM-IX > WS-PRM-COUNT
                       IF WS-PRM-REFERENCE(WS-PRM-IX) = REM-REFERENCE
                           AND WS-PRM-DATE(WS-PRM-IX) = REM-DATE
                           MOVE 'Y' TO WS-DUPLICATE-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-DUPLICATE-SW = 'Y'
                   MOVE 'DUPLICATE REMITTANCE' TO WS-UNAPPLIED-REASON
                   PERFORM 2500-WRITE-UNAPPLIED
               ELSE
                   PERFORM 2110-SCREEN-AND-APPLY
               END-IF
               .

           2110-SCREEN-AND-APPLY.
               EVALUATE TRUE
                   WHEN REM-AMOUNT IS NOT NUMERIC
                       MOVE 'AMOUNT NOT NUMERIC' TO WS-UNAPPLIED-REASON
                   WHEN REM-AMOUNT = 0
                       MOVE 'ZERO AMOUNT' TO WS-UNAPPLIED-REASON
                   WHEN REM-DATE IS NOT NUMERIC
                       MOVE 'INVALID VALUE DATE' TO WS-UNAPPLIED-REASON
                   WHEN REM-CURRENCY = SPACES
                       MOVE 'NO CURRENCY' TO WS-UNAPPLIED-REASON
                   WHEN REM-REFERENCE = SPACES
                       MOVE 'NO BANK REFERENCE' TO WS-UNAPPLIED-REASON
                   WHEN OTHER
                       MOVE REM-DATE TO WS-DATE
                       PERFORM 1400-VALIDATE-DATE
                       IF WS-DATE-VALID = 'N'
                           MOVE 'INVALID VALUE DATE'
                               TO WS-UNAPPLIED-REASON
                       END-IF
               END-EVALUATE

               IF REM-AMOUNT IS NUMERIC
                   MOVE REM-AMOUNT TO WS-REMAINING
                   ADD REM-AMOUNT TO WS-RECEIVED-TOTAL
               END-IF

               IF WS-UNAPPLIED-REASON = SPACES
                   MOVE REM-CUST-ID TO CUST-ID
                   READ CustMasterFile
                       INVALID KEY
                           MOVE 'NO SUCH CUSTOMER'
                               TO WS-UNAPPLIED-REASON
                       NOT INVALID KEY
                           IF CUST-STATUS NOT = 'A'
                               MOVE 'CUSTOMER DEACTIVATED'
                                   TO WS-UNAPPLIED-REASON
                           END-IF
                   END-READ
               END-IF

      * The payment is sized against the open items, archived and
      * recorded as applied before a single item takes its cash:
      * a failure part way through can leave the items short of
      * the payment, never the payment applied without a record.
               IF WS-UNAPPLIED-REASON = SPACES
                   MOVE 'S' TO WS-APPLY-PASS-SW
                   PERFORM 2200-APPLY-TO-OPEN-ITEMS
                   MOVE WS-APPLIED-TOTAL TO WS-PLANNED-TOTAL
                   IF WS-PLANNED-TOTAL > 0
                       PERFORM 2300-ARCHIVE-PAYMENT
                       PERFORM 2350-RECORD-REMITTANCE
                       MOVE REM-AMOUNT TO WS-REMAINING
                       MOVE 0 TO WS-APPLIED-TOTAL
                       MOVE 0 TO WS-ITEMS-APPLIED
                       MOVE 'P' TO WS-APPLY-PASS-SW
                       PERFORM 2200-APPLY-TO-OPEN-ITEMS
                       IF WS-APPLIED-TOTAL NOT = WS-PLANNED-TOTAL
                           PERFORM 2360-CORRECT-PAYMENT
                       END-IF
                   END-IF
                   IF WS-APPLIED-TOTAL > 0
                       PERFORM 2400-REDUCE-EXPOSURE
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD WS-APPLIED-TOTAL TO WS-CASH-APPLIED-TOTAL
                   END-IF
                   IF WS-REMAINING > 0
                       AND WS-UNAPPLIED-REASON = SPACES
                       IF WS-APPLIED-TOTAL = 0
                           MOVE 'NO OPEN ITEMS IN CURRENCY'
                               TO WS-UNAPPLIED-REASON
                       ELSE
                           MOVE 'OVERPAYMENT - ON ACCOUNT'
                               TO WS-UNAPPLIED-REASON
                       END-IF
                   END-IF
               END-IF

               IF WS-UNAPPLIED-REASON NOT = SPACES
                   PERFORM 2500-WRITE-UNAPPLIED
               END-IF
               .

      * Browse the customer's archived postings in key order -
      * id, then transaction date - so the oldest open item takes
      * the cash first. Only originals and adjustments in the
      * payment's currency are open items; a reversed posting is
      * already closed.
           2200-APPLY-TO-OPEN-ITEMS.
               MOVE REM-CUST-ID TO ARCH-TRANS-ID
               MOVE SPACES TO ARCH-TRANS-DATE
               MOVE 0 TO ARCH-SEQ
               MOVE SPACES TO ARCH-ENTITY
               MOVE 'N' TO WS-BROWSE-DONE-SW

               START ArchiveFile KEY IS NOT LESS THAN ARCH-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-BROWSE-DONE-SW
               END-START

               PERFORM UNTIL WS-BROWSE-DONE-SW = 'Y'
                   OR WS-REMAINING = 0
                   READ ArchiveFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BROWSE-DONE-SW
                       NOT AT END
                           IF ARCH-TRANS-ID = REM-CUST-ID
                               PERFORM 2250-APPLY-ONE-ITEM
                           ELSE
                               MOVE 'Y' TO WS-BROWSE-DONE-SW
                           END-IF
                   END-READ
               END-PERFORM
               .

           2250-APPLY-ONE-ITEM.
               MOVE 0 TO WS-OPEN-AMOUNT
               IF ARCH-TRANS-TYPE NOT = 'R'
                   AND ARCH-TRANS-TYPE NOT = 'P'
                   AND ARCH-TRANS-TYPE NOT = 'C'
                   AND ARCH-REVERSED NOT = 'Y'
                   AND ARCH-CURRENCY = REM-CURRENCY
                   IF ARCH-APPLIED-AMOUNT IS NOT NUMERIC
                       MOVE 0 TO ARCH-APPLIED-AMOUNT
                   END-IF
                   IF ARCH-APPLIED-AMOUNT < ARCH-AMOUNT
                       COMPUTE WS-OPEN-AMOUNT =
                           ARCH-AMOUNT - ARCH-APPLIED-AMOUNT
                   END-IF
               END-IF

               IF WS-OPEN-AMOUNT > 0
                   IF WS-OPEN-AMOUNT > WS-REMAINING
                       MOVE WS-REMAINING TO WS-APPLY-NOW
                   ELSE
                       MOVE WS-OPEN-AMOUNT TO WS-APPLY-NOW
                   END-IF
                   IF SIZING-PASS
                       SUBTRACT WS-APPLY-NOW FROM WS-REMAINING
                       ADD WS-APPLY-NOW TO WS-APPLIED-TOTAL
                       IF WS-PAY-ENTITY = SPACES
                           MOVE ARCH-ENTITY TO WS-PAY-ENTITY
                       END-IF
                   ELSE
                       PERFORM 2260-POST-ONE-ITEM
                   END-IF
               END-IF
               .

           2260-POST-ONE-ITEM.
               ADD WS-APPLY-NOW TO ARCH-APPLIED-AMOUNT
               REWRITE ARCH-RECORD
      * A posting that will not take the application stops this
      * payment where it is: what already applied stands, the
      * archived payment is cut back to it, and the rest goes out
      * as unapplied cash.
               IF WS-ARCHIVE-STATUS NOT = '00'
                   DISPLAY 'CASHRCPT: open item rewrite failed'
                       ' for ' ARCH-KEY
                       ' status=' WS-ARCHIVE-STATUS
                   MOVE 'OPEN ITEM REWRITE FAILED'
                       TO WS-UNAPPLIED-REASON
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               ELSE
                   SUBTRACT WS-APPLY-NOW FROM WS-REMAINING
                   ADD WS-APPLY-NOW TO WS-APPLIED-TOTAL
                   ADD 1 TO WS-ITEMS-APPLIED
                   ADD 1 TO WS-ITEM-COUNT
                   SUBTRACT WS-APPLY-NOW FROM WS-OPEN-AMOUNT
                   MOVE WS-APPLY-NOW TO WS-AMT-EDIT-1
                   MOVE WS-OPEN-AMOUNT TO WS-AMT-EDIT-2
                   MOVE SPACES TO REGISTER-LINE
                   STRING REM-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REM-REFERENCE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARCH-TRANS-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARCH-SEQ DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ARCH-ENTITY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-1 DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-2 DELIMITED BY SIZE
                       INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
               .

      * The cash the open items will take goes on the archive as a
      * 'P' posting under the value date, so statements show the
      * payment and the archive alone still proves every
      * customer's balance. The sequence group steps past postings
      * already on file for the id and date, exactly as the
      * posting run archives.
           2300-ARCHIVE-PAYMENT.
               MOVE REM-CUST-ID TO ARCH-TRANS-ID
               MOVE REM-DATE TO ARCH-TRANS-DATE
               MOVE 1 TO ARCH-SEQ
               MOVE WS-PAY-ENTITY TO ARCH-ENTITY
               MOVE WS-PLANNED-TOTAL TO ARCH-AMOUNT
               MOVE REM-CURRENCY TO ARCH-CURRENCY
               MOVE WS-RUN-DATE TO ARCH-RUN-DATE
               MOVE 'P' TO ARCH-TRANS-TYPE
               MOVE 'N' TO ARCH-REVERSED
               MOVE WS-PLANNED-TOTAL TO ARCH-APPLIED-AMOUNT
               MOVE 'N' TO ARCH-TAX-STATUS
               MOVE SPACES TO ARCH-TAX-JURIS
               MOVE 0 TO ARCH-TAX-BASE
               MOVE 0 TO ARCH-TAX-AMOUNT
               MOVE 'N' TO WS-PAY-WRITTEN
               PERFORM UNTIL WS-PAY-WRITTEN = 'Y'
                   OR ARCH-SEQ > 999
                   WRITE ARCH-RECORD
                       INVALID KEY
                           ADD 1 TO ARCH-SEQ
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-PAY-WRITTEN
                   END-WRITE
               END-PERFORM
      * Nothing has been applied yet: a payment that cannot be
      * archived stops the run before any open item takes cash it
      * could not prove, and the rerun applies it cleanly.
               IF WS-PAY-WRITTEN = 'N'
                   PERFORM 3000-CLOSE-FILES
                   MOVE '2300-ARCHIVE-PAYMENT' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'PAYMENT NOT ARCHIVED ' DELIMITED BY SIZE
                       REM-CUST-ID DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REM-DATE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REM-REFERENCE DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE ARCH-KEY TO WS-PAY-KEY
               .

      * The remittance is on file as applied before any open item
      * is touched, so no rerun or second delivery of the bank
      * file can apply it again.
           2350-RECORD-REMITTANCE.
               MOVE SPACES TO POSTED-REMIT-RECORD
               MOVE REM-REFERENCE TO PRM-REFERENCE
               MOVE REM-DATE TO PRM-DATE
               MOVE REM-CUST-ID TO PRM-CUST-ID
               MOVE REM-AMOUNT TO PRM-AMOUNT
               MOVE WS-RUN-DATE TO PRM-RUN-DATE
               WRITE POSTED-REMIT-RECORD
               IF WS-POSTED-STATUS NOT = '00'
                   PERFORM 3000-CLOSE-FILES
                   MOVE '2350-RECORD-REMITTANCE' TO ABEND-PARAGRAPH
                   MOVE WS-POSTED-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'REMITTANCE NOT RECORDED ' DELIMITED BY SIZE
                       REM-REFERENCE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REM-DATE DELIMITED BY SIZE
                       ' PAYMENT ' DELIMITED BY SIZE
                       WS-PAY-KEY DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               IF WS-PRM-COUNT < WS-PRM-MAX
                   ADD 1 TO WS-PRM-COUNT
                   MOVE REM-REFERENCE TO WS-PRM-REFERENCE(WS-PRM-COUNT)
                   MOVE REM-DATE TO WS-PRM-DATE(WS-PRM-COUNT)
               END-IF
               .

      * An open item refused its share part way through: the
      * archived payment comes back to the cash the items really
      * took, or off the archive altogether when they took none.
           2360-CORRECT-PAYMENT.
               MOVE WS-PAY-KEY TO ARCH-KEY
               READ ArchiveFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-APPLIED-TOTAL = 0
                           DELETE ArchiveFile
                       ELSE
                           MOVE WS-APPLIED-TOTAL TO ARCH-AMOUNT
                           MOVE WS-APPLIED-TOTAL TO ARCH-APPLIED-AMOUNT
                           REWRITE ARCH-RECORD
                       END-IF
               END-READ
               IF WS-ARCHIVE-STATUS NOT = '00'
                   PERFORM 3000-CLOSE-FILES
                   MOVE '2360-CORRECT-PAYMENT' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE SPACES TO ABEND-KEY-VALUES
                   STRING 'PAYMENT NOT CORRECTED ' DELIMITED BY SIZE
                       WS-PAY-KEY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REM-REFERENCE DELIMITED BY SIZE
                       INTO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               .

      * Exposure comes down by exactly the cash applied to open
      * items - never below zero. A failed rewrite warns and the
      * run goes on, as the posting run does: the archive holds
      * the truth and the exposure true-up corrects the master.
           2400-REDUCE-EXPOSURE.
               MOVE REM-CUST-ID TO CUST-ID
               READ CustMasterFile
                   INVALID KEY
                       DISPLAY 'CASHRCPT: customer ' REM-CUST-ID
                           ' vanished before exposure update'
                   NOT INVALID KEY
                       IF CUST-EXPOSURE IS NOT NUMERIC
                           MOVE 0 TO CUST-EXPOSURE
                       END-IF
                       IF CUST-EXPOSURE >= WS-APPLIED-TOTAL
                           SUBTRACT WS-APPLIED-TOTAL FROM CUST-EXPOSURE
                       ELSE
                           MOVE 0 TO CUST-EXPOSURE
                       END-IF
                       REWRITE CUST-RECORD
                       IF WS-CUST-FILE-STATUS NOT = '00'
                           DISPLAY 'CASHRCPT: exposure rewrite failed'
                               ' for ' REM-CUST-ID
                               ' status=' WS-CUST-FILE-STATUS
                       END-IF
               END-READ
               .

           2500-WRITE-UNAPPLIED.
               IF WS-DUPLICATE-SW = 'Y'
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   ADD 1 TO WS-UNAPPLIED-COUNT
                   ADD WS-REMAINING TO WS-CASH-UNAPPLIED-TOTAL
               END-IF
               MOVE 0 TO WS-AMT-EDIT-1
               IF REM-AMOUNT IS NUMERIC
                   MOVE REM-AMOUNT TO WS-AMT-EDIT-1
               END-IF
               MOVE WS-REMAINING TO WS-AMT-EDIT-2
               MOVE SPACES TO UNAPPLIED-LINE
               STRING REM-CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   REM-REFERENCE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   REM-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   REM-CURRENCY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-UNAPPLIED-REASON DELIMITED BY SIZE
                   INTO UNAPPLIED-LINE
               WRITE UNAPPLIED-LINE
               .

           2900-RAISE-MESSAGE.
               MOVE 'CASHRCPT' TO MSG-PROGRAM
               CALL 'MSGLOG' USING MSG-ARGS
               .

           3000-CLOSE-FILES.
               CLOSE RemitFile
               CLOSE CustMasterFile
               CLOSE ArchiveFile
               CLOSE CashRegisterFile
               CLOSE UnappliedFile
               CLOSE PostedRemitFile
               .

      * One statistics record per run on the shared feed: payments
      * read in, payments applied out, cash applied and cash left
      * unapplied as the key totals.
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
                   MOVE 'CASHRCPT' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-READ-COUNT TO STATS-RECORDS-IN
                   MOVE WS-APPLIED-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-CASH-APPLIED-TOTAL TO STATS-KEY-TOTAL-1
                   MOVE WS-CASH-UNAPPLIED-TOTAL TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'CASHRCPT: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY BUSDATE.

           COPY DATEVAL.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'CASHRCPT' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
