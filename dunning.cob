           IDENTIFICATION DIVISION.
           PROGRAM-ID. DUNNING.

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

               SELECT HoldFile ASSIGN TO DYNAMIC
                   WS-HOLD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HOLD-STATUS.

               SELECT HeldDupFile ASSIGN TO DYNAMIC
                   WS-HELD-DUP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HELD-DUP-STATUS.

               SELECT DunHistoryFile ASSIGN TO DYNAMIC
                   WS-HISTORY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

               SELECT DunHistoryWorkFile ASSIGN TO DYNAMIC
                   WS-HISTORY-WORK-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-WORK-STATUS.

               SELECT LetterFile ASSIGN TO DYNAMIC
                   WS-LETTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LETTER-STATUS.

               SELECT WorklistFile ASSIGN TO DYNAMIC
                   WS-WORKLIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORKLIST-STATUS.

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

      * Disputed and held postings, kept by the collectors.
           FD  HoldFile
               LABEL RECORDS ARE STANDARD.
           COPY COLLHOLD.

      * The posting run's held duplicates: postings held back
      * from the ledger until someone decides what they are.
           FD  HeldDupFile
               LABEL RECORDS ARE STANDARD.
           COPY TRANSREC.

      * Dunning history, one row per customer in a dunning cycle,
      * in customer id order. A cycle opens with the first letter
      * and closes when nothing is left more than 30 days overdue;
      * the row carries the highest level sent in the cycle and
      * the date each level went out, so no level goes twice.
           FD  DunHistoryFile
               LABEL RECORDS ARE STANDARD.
           01 DUN-HIST-RECORD.
               05 DH-CUST-ID            PIC X(10).
               05 DH-LEVEL-SENT         PIC 9.
               05 DH-CYCLE-START        PIC 9(8).
               05 DH-LEVEL-DATE         PIC 9(8) OCCURS 3 TIMES.
               05 DH-LAST-RUN           PIC 9(8).

           FD  DunHistoryWorkFile
               LABEL RECORDS ARE STANDARD.
           01 DUN-HIST-WORK-RECORD      PIC X(51).

           FD  LetterFile
               LABEL RECORDS ARE STANDARD.
           01 LETTER-LINE               PIC X(100).

           FD  WorklistFile
               LABEL RECORDS ARE STANDARD.
           01 WORKLIST-LINE             PIC X(132).

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
           01 WS-HOLD-FILENAME PIC X(80).
           01 WS-HOLD-STATUS PIC XX VALUE '00'.
           01 WS-HELD-DUP-FILENAME PIC X(80).
           01 WS-HELD-DUP-STATUS PIC XX VALUE '00'.
           01 WS-HISTORY-FILENAME PIC X(80).
           01 WS-HISTORY-STATUS PIC XX VALUE '00'.
           01 WS-HISTORY-WORK-FILENAME PIC X(80).
           01 WS-HISTORY-WORK-STATUS PIC XX VALUE '00'.
           01 WS-LETTER-FILENAME PIC X(80).
           01 WS-LETTER-STATUS PIC XX VALUE '00'.
           01 WS-WORKLIST-FILENAME PIC X(80).
           01 WS-WORKLIST-STATUS PIC XX VALUE '00'.
           01 WS-EOF-SW PIC X VALUE 'N'.
           01 WS-HISTORY-OPEN-SW PIC X VALUE 'N'.

      * Customers with a dispute or hold, in load order.
           01 WS-HLD-MAX PIC 9(4) VALUE 2000.
           01 WS-HLD-COUNT PIC 9(4) VALUE 0.
           01 WS-HLD-TABLE.
               05 WS-HLD-ENTRY OCCURS 2000 TIMES.
                   10 WS-HLD-CUST-ID PIC X(10).
                   10 WS-HLD-REASON PIC X(30).
           01 WS-HLD-IX PIC 9(4).
           01 WS-HLD-FOUND PIC X VALUE 'N'.
           01 WS-NEW-HOLD-ID PIC X(10).
           01 WS-NEW-HOLD-REASON PIC X(30).

      * One customer's overdue position at the business date.
           01 WS-ARCH-CUR-KEY PIC X(10).
           01 WS-OPEN-AMOUNT PIC 9(7)V99.
           01 WS-OPEN-TOTAL PIC 9(11)V99.
           01 WS-OVERDUE-TOTAL PIC 9(11)V99.
           01 WS-OVER-90-TOTAL PIC 9(11)V99.
           01 WS-MAX-DAYS PIC S9(7).
           01 WS-DUN-LEVEL PIC 9.
           01 WS-SINGLE-CCY PIC X(3).
           01 WS-MIXED-CCY-SW PIC X.

      * The overdue items the letter lists, oldest first as the
      * archive holds them.
           01 WS-ITM-MAX PIC 9(3) VALUE 200.
           01 WS-ITM-COUNT PIC 9(3) VALUE 0.
           01 WS-ITM-TABLE.
               05 WS-ITM-ENTRY OCCURS 200 TIMES.
                   10 WS-ITM-DATE PIC X(8).
                   10 WS-ITM-DAYS PIC 9(5).
                   10 WS-ITM-CCY PIC X(3).
                   10 WS-ITM-OPEN PIC 9(7)V99.
           01 WS-ITM-IX PIC 9(3).
           01 WS-ITM-OVERFLOW-SW PIC X.

      * The customer's history row as it stands and as rewritten.
           01 WS-HIST-KEY PIC X(10).
           01 WS-CUR-HIST.
               05 WS-CH-CUST-ID PIC X(10).
               05 WS-CH-LEVEL-SENT PIC 9.
               05 WS-CH-CYCLE-START PIC 9(8).
               05 WS-CH-LEVEL-DATE PIC 9(8) OCCURS 3 TIMES.
               05 WS-CH-LAST-RUN PIC 9(8).
           01 WS-LETTER-SW PIC X.
           01 WS-ACTION PIC X(45).

           01 WS-LETTER-TITLE PIC X(30).
           01 WS-LETTER-TEXT-1 PIC X(90).
           01 WS-LETTER-TEXT-2 PIC X(90).

           01 WS-CUST-COUNT PIC 9(7) VALUE 0.
           01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
           01 WS-LETTER-COUNT PIC 9(7) VALUE 0.
           01 WS-LEVEL-COUNT PIC 9(7) OCCURS 3 TIMES VALUE 0.
           01 WS-ALREADY-COUNT PIC 9(7) VALUE 0.
           01 WS-HELD-COUNT PIC 9(7) VALUE 0.
           01 WS-CLOSED-COUNT PIC 9(7) VALUE 0.
           01 WS-WORKLIST-COUNT PIC 9(7) VALUE 0.
           01 WS-ARCH-READ-COUNT PIC 9(9) VALUE 0.

           01 WS-AMT-EDIT-1 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-AMT-EDIT-2 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-DAYS-EDIT PIC ZZZZ9.

           COPY WSDATE.

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
               DISPLAY 'DUNNING: collections dunning run'

               PERFORM 8000-LOAD-PARAMETERS
               IF PARM-ERROR-SW = 'Y'
                   MOVE '8000-LOAD-PARAMETERS' TO ABEND-PARAGRAPH
                   MOVE SPACES TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE 'PARAMETER FILE REJECTED' TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               PERFORM 8200-GET-BUSINESS-DATE

               PERFORM 1000-OPEN-FILES
               PERFORM 1100-LOAD-HOLDS
               PERFORM 1200-LOAD-HELD-DUPLICATES
               PERFORM 2000-DUN-CUSTOMERS
               PERFORM 3900-PRINT-TOTALS
               PERFORM 4000-CLOSE-FILES
               PERFORM 3000-RESTORE-HISTORY

               DISPLAY 'DUNNING: ' WS-OVERDUE-COUNT
                   ' customer(s) overdue, ' WS-LETTER-COUNT
                   ' letter(s), ' WS-HELD-COUNT ' held, '
                   WS-WORKLIST-COUNT ' at final demand'
               PERFORM 6000-WRITE-RUN-STATS
               STOP RUN.

           1000-OPEN-FILES.
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

               ACCEPT WS-HOLD-FILENAME FROM ENVIRONMENT 'DUNHOLDFILE'.
               IF WS-HOLD-FILENAME = SPACES
                   MOVE 'collection-holds.ctl' TO WS-HOLD-FILENAME
               END-IF
               MOVE 'DUNHOLDFILE' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HOLD-FILENAME
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

               ACCEPT WS-HISTORY-FILENAME FROM ENVIRONMENT
                   'DUNHISTORY'.
               IF WS-HISTORY-FILENAME = SPACES
                   MOVE 'dunning-history.dat' TO WS-HISTORY-FILENAME
               END-IF
               MOVE 'DUNHISTORY' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HISTORY-FILENAME
               END-IF

               ACCEPT WS-HISTORY-WORK-FILENAME FROM ENVIRONMENT
                   'DUNHISTWORK'.
               IF WS-HISTORY-WORK-FILENAME = SPACES
                   MOVE 'dunning-history.tmp' TO
                       WS-HISTORY-WORK-FILENAME
               END-IF
               MOVE 'DUNHISTWORK' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-HISTORY-WORK-FILENAME
               END-IF

               ACCEPT WS-LETTER-FILENAME FROM ENVIRONMENT
                   'DUNLETTERS'.
               IF WS-LETTER-FILENAME = SPACES
                   MOVE 'dunning-letters.rpt' TO WS-LETTER-FILENAME
               END-IF
               MOVE 'DUNLETTERS' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-LETTER-FILENAME
               END-IF

               ACCEPT WS-WORKLIST-FILENAME FROM ENVIRONMENT
                   'DUNWORKLIST'.
               IF WS-WORKLIST-FILENAME = SPACES
                   MOVE 'dunning-worklist.rpt' TO WS-WORKLIST-FILENAME
               END-IF
               MOVE 'DUNWORKLIST' TO PARM-LOOKUP-KEY
               PERFORM 8100-GET-PARM
               IF PARM-LOOKUP-FOUND = 'Y'
                   MOVE PARM-LOOKUP-VALUE TO WS-WORKLIST-FILENAME
               END-IF

               OPEN INPUT CustMasterFile
               IF WS-CUST-FILE-STATUS NOT = '00'
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-CUST-FILE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-CUST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN INPUT ArchiveFile
               IF WS-ARCHIVE-STATUS NOT = '00'
                   CLOSE CustMasterFile
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-ARCHIVE-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-ARCHIVE-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

      * No history file yet: every customer starts outside a cycle.
               OPEN INPUT DunHistoryFile
               IF WS-HISTORY-STATUS = '00'
                   MOVE 'Y' TO WS-HISTORY-OPEN-SW
               ELSE
                   DISPLAY 'DUNNING: no dunning history '
                       WS-HISTORY-FILENAME ' - starting one'
               END-IF

               OPEN OUTPUT DunHistoryWorkFile
               IF WS-HISTORY-WORK-STATUS NOT = '00'
                   PERFORM 4000-CLOSE-FILES
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-HISTORY-WORK-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-HISTORY-WORK-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT LetterFile
               IF WS-LETTER-STATUS NOT = '00'
                   PERFORM 4000-CLOSE-FILES
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-LETTER-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-LETTER-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               OPEN OUTPUT WorklistFile
               IF WS-WORKLIST-STATUS NOT = '00'
                   PERFORM 4000-CLOSE-FILES
                   MOVE '1000-OPEN-FILES' TO ABEND-PARAGRAPH
                   MOVE WS-WORKLIST-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-WORKLIST-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF

               MOVE SPACES TO WORKLIST-LINE
               STRING 'COLLECTOR WORKLIST - FINAL DEMAND LEVEL - '
                   DELIMITED BY SIZE
                   'BUSINESS DATE ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE SPACES TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE SPACES TO WORKLIST-LINE
               STRING 'CUST-ID    NAME                          '
                   DELIMITED BY SIZE
                   '       OVER 90 DAYS     TOTAL OVERDUE  DAYS'
                   DELIMITED BY SIZE
                   ' STATUS' DELIMITED BY SIZE
                   INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               .

           1100-LOAD-HOLDS.
               MOVE 0 TO WS-HLD-COUNT
               OPEN INPUT HoldFile
               IF WS-HOLD-STATUS = '00'
                   PERFORM UNTIL WS-HOLD-STATUS NOT = '00'
                       READ HoldFile
                           AT END
                               MOVE '10' TO WS-HOLD-STATUS
                           NOT AT END
                               IF HOLD-CUST-ID NOT = SPACES
                                   MOVE HOLD-CUST-ID TO WS-NEW-HOLD-ID
                                   IF HOLD-TYPE = 'D'
                                       MOVE 'DISPUTED' TO
                                           WS-NEW-HOLD-REASON
                                   ELSE
                                       MOVE 'ON HOLD' TO
                                           WS-NEW-HOLD-REASON
                                   END-IF
                                   IF HOLD-REASON NOT = SPACES
                                       MOVE HOLD-REASON TO
                                           WS-NEW-HOLD-REASON
                                   END-IF
                                   PERFORM 1250-ADD-HOLD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HoldFile
               ELSE
                   DISPLAY 'DUNNING: no collection hold file '
                       WS-HOLD-FILENAME ' - no disputes on file'
               END-IF
               .

      * A held duplicate is a posting still waiting on a decision;
      * the customer is not dunned while it waits.
           1200-LOAD-HELD-DUPLICATES.
               OPEN INPUT HeldDupFile
               IF WS-HELD-DUP-STATUS = '00'
                   PERFORM UNTIL WS-HELD-DUP-STATUS NOT = '00'
                       READ HeldDupFile
                           AT END
                               MOVE '10' TO WS-HELD-DUP-STATUS
                           NOT AT END
                               MOVE TRANS-ID TO WS-NEW-HOLD-ID
                               MOVE 'HELD DUPLICATE POSTING'
                                   TO WS-NEW-HOLD-REASON
                               PERFORM 1250-ADD-HOLD
                       END-READ
                   END-PERFORM
                   CLOSE HeldDupFile
               END-IF
               .

           1250-ADD-HOLD.
               PERFORM 2450-FIND-HOLD
               IF WS-HLD-FOUND = 'N'
                   IF WS-HLD-COUNT >= WS-HLD-MAX
                       PERFORM 4000-CLOSE-FILES
                       MOVE '1250-ADD-HOLD' TO ABEND-PARAGRAPH
                       MOVE SPACES TO ABEND-FILE-STATUS
                       MOVE 16 TO ABEND-CONDITION-CODE
                       MOVE 'HOLD TABLE FULL - RAISE THE SIZE'
                           TO ABEND-KEY-VALUES
                       PERFORM 9000-ABEND-RUN
                   END-IF
                   ADD 1 TO WS-HLD-COUNT
                   MOVE WS-NEW-HOLD-ID TO WS-HLD-CUST-ID(WS-HLD-COUNT)
                   MOVE WS-NEW-HOLD-REASON
                       TO WS-HLD-REASON(WS-HLD-COUNT)
               END-IF
               .

      * Master, archive and history are all in customer id order:
      * each master record takes its archive postings and its
      * history row, and a new history row goes out for every
      * customer still in a cycle.
           2000-DUN-CUSTOMERS.
               MOVE HIGH-VALUES TO WS-HIST-KEY
               PERFORM 2150-READ-HISTORY
               PERFORM 2100-READ-ARCHIVE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ CustMasterFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CUST-COUNT
                           PERFORM 2200-DUN-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               .

           2100-READ-ARCHIVE.
               READ ArchiveFile
                   AT END
                       MOVE HIGH-VALUES TO WS-ARCH-CUR-KEY
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-COUNT
                       MOVE ARCH-TRANS-ID TO WS-ARCH-CUR-KEY
               END-READ
               .

           2150-READ-HISTORY.
               IF WS-HISTORY-OPEN-SW = 'Y'
                   READ DunHistoryFile
                       AT END
                           MOVE HIGH-VALUES TO WS-HIST-KEY
                       NOT AT END
                           MOVE DH-CUST-ID TO WS-HIST-KEY
                   END-READ
               END-IF
               .

           2200-DUN-ONE-CUSTOMER.
               MOVE 0 TO WS-OPEN-TOTAL
               MOVE 0 TO WS-OVERDUE-TOTAL
               MOVE 0 TO WS-OVER-90-TOTAL
               MOVE 0 TO WS-MAX-DAYS
               MOVE 0 TO WS-ITM-COUNT
               MOVE 'N' TO WS-ITM-OVERFLOW-SW
               MOVE SPACES TO WS-SINGLE-CCY
               MOVE 'N' TO WS-MIXED-CCY-SW
               PERFORM UNTIL WS-ARCH-CUR-KEY NOT < CUST-ID
                   PERFORM 2100-READ-ARCHIVE
               END-PERFORM
               PERFORM UNTIL WS-ARCH-CUR-KEY NOT = CUST-ID
                   PERFORM 2250-TAKE-ONE-POSTING
                   PERFORM 2100-READ-ARCHIVE
               END-PERFORM

               INITIALIZE WS-CUR-HIST
               MOVE CUST-ID TO WS-CH-CUST-ID
               PERFORM UNTIL WS-HIST-KEY NOT < CUST-ID
                   PERFORM 2150-READ-HISTORY
               END-PERFORM
               IF WS-HIST-KEY = CUST-ID
                   AND DH-LEVEL-SENT IS NUMERIC
                   MOVE DUN-HIST-RECORD TO WS-CUR-HIST
               END-IF

               PERFORM 2300-SET-LEVEL
               PERFORM 2400-DECIDE-LETTER
               IF WS-LETTER-SW = 'Y'
                   PERFORM 2500-WRITE-LETTER
               END-IF
               IF WS-DUN-LEVEL = 3 OR WS-CH-LEVEL-SENT = 3
                   PERFORM 2700-WRITE-WORKLIST-LINE
               END-IF
               IF WS-CH-LEVEL-SENT > 0
                   MOVE WS-BUS-DATE TO WS-CH-LAST-RUN
                   WRITE DUN-HIST-WORK-RECORD FROM WS-CUR-HIST
               END-IF
               .

      * Only what is still open is overdue: an original or
      * adjustment less the cash applied to it, aged from its
      * transaction date to the business date. A reversed
      * posting is closed; reversals and payments carry nothing.
      * An unparsable date never duns.
           2250-TAKE-ONE-POSTING.
               MOVE 0 TO WS-OPEN-AMOUNT
               IF ARCH-TRANS-TYPE NOT = 'R'
                   AND ARCH-TRANS-TYPE NOT = 'P'
                   AND ARCH-TRANS-TYPE NOT = 'C'
                   AND ARCH-REVERSED NOT = 'Y'
                   AND ARCH-AMOUNT IS NUMERIC
                   IF ARCH-APPLIED-AMOUNT IS NOT NUMERIC
                       MOVE 0 TO ARCH-APPLIED-AMOUNT
                   END-IF
                   IF ARCH-APPLIED-AMOUNT < ARCH-AMOUNT
                       COMPUTE WS-OPEN-AMOUNT =
                           ARCH-AMOUNT - ARCH-APPLIED-AMOUNT
                   END-IF
               END-IF
               IF WS-OPEN-AMOUNT > 0 AND ARCH-TRANS-DATE IS NUMERIC
                   ADD WS-OPEN-AMOUNT TO WS-OPEN-TOTAL
                   MOVE ARCH-TRANS-DATE TO WS-DATE
                   PERFORM 1400-VALIDATE-DATE
                   IF WS-DATE-VALID = 'Y'
                       MOVE ARCH-TRANS-DATE TO WS-DATE-FROM
                       MOVE WS-BUS-DATE TO WS-DATE-TO
                       PERFORM 1450-COMPUTE-DATE-DIFF
                       IF WS-DATE-DIFF-DAYS > 30
                           PERFORM 2260-KEEP-OVERDUE-ITEM
                       END-IF
                   END-IF
               END-IF
               .

           2260-KEEP-OVERDUE-ITEM.
               ADD WS-OPEN-AMOUNT TO WS-OVERDUE-TOTAL
               IF WS-DATE-DIFF-DAYS > 90
                   ADD WS-OPEN-AMOUNT TO WS-OVER-90-TOTAL
               END-IF
               IF WS-DATE-DIFF-DAYS > WS-MAX-DAYS
                   MOVE WS-DATE-DIFF-DAYS TO WS-MAX-DAYS
               END-IF
               IF WS-SINGLE-CCY = SPACES
                   MOVE ARCH-CURRENCY TO WS-SINGLE-CCY
               END-IF
               IF ARCH-CURRENCY NOT = WS-SINGLE-CCY
                   MOVE 'Y' TO WS-MIXED-CCY-SW
               END-IF
               IF WS-ITM-COUNT < WS-ITM-MAX
                   ADD 1 TO WS-ITM-COUNT
                   MOVE ARCH-TRANS-DATE TO WS-ITM-DATE(WS-ITM-COUNT)
                   MOVE WS-DATE-DIFF-DAYS TO WS-ITM-DAYS(WS-ITM-COUNT)
                   MOVE ARCH-CURRENCY TO WS-ITM-CCY(WS-ITM-COUNT)
                   MOVE WS-OPEN-AMOUNT TO WS-ITM-OPEN(WS-ITM-COUNT)
               ELSE
                   MOVE 'Y' TO WS-ITM-OVERFLOW-SW
               END-IF
               .

      * The level follows the oldest overdue item: a reminder at
      * 31-60 days, a firm notice at 61-90, a final demand beyond.
           2300-SET-LEVEL.
               EVALUATE TRUE
                   WHEN WS-MAX-DAYS > 90
                       MOVE 3 TO WS-DUN-LEVEL
                   WHEN WS-MAX-DAYS > 60
                       MOVE 2 TO WS-DUN-LEVEL
                   WHEN WS-MAX-DAYS > 30
                       MOVE 1 TO WS-DUN-LEVEL
                   WHEN OTHER
                       MOVE 0 TO WS-DUN-LEVEL
               END-EVALUATE
               IF WS-DUN-LEVEL > 0
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
               .

      * Nothing overdue closes the cycle. A dispute or hold skips
      * the customer and leaves the cycle where it stands. A level
      * above the highest sent this cycle goes out; one already
      * sent does not go again - except on a rerun of the same
      * business date, which prints that day's letter afresh.
           2400-DECIDE-LETTER.
               MOVE 'N' TO WS-LETTER-SW
               MOVE SPACES TO WS-ACTION
               MOVE CUST-ID TO WS-NEW-HOLD-ID
               PERFORM 2450-FIND-HOLD
               EVALUATE TRUE
                   WHEN WS-DUN-LEVEL = 0
                       IF WS-CH-LEVEL-SENT > 0
                           ADD 1 TO WS-CLOSED-COUNT
                           INITIALIZE WS-CUR-HIST
                           MOVE CUST-ID TO WS-CH-CUST-ID
                       END-IF
                   WHEN WS-HLD-FOUND = 'Y'
                       ADD 1 TO WS-HELD-COUNT
                       MOVE WS-HLD-REASON(WS-HLD-IX) TO WS-ACTION
                   WHEN WS-DUN-LEVEL > WS-CH-LEVEL-SENT
                       MOVE 'Y' TO WS-LETTER-SW
                       IF WS-CH-CYCLE-START = 0
                           MOVE WS-BUS-DATE TO WS-CH-CYCLE-START
                       END-IF
                       MOVE WS-DUN-LEVEL TO WS-CH-LEVEL-SENT
                       MOVE WS-BUS-DATE
                           TO WS-CH-LEVEL-DATE(WS-DUN-LEVEL)
                   WHEN WS-CH-LEVEL-DATE(WS-CH-LEVEL-SENT)
                           = WS-BUS-DATE
                       AND WS-DUN-LEVEL = WS-CH-LEVEL-SENT
                       MOVE 'Y' TO WS-LETTER-SW
                   WHEN OTHER
                       ADD 1 TO WS-ALREADY-COUNT
               END-EVALUATE
               .

           2450-FIND-HOLD.
               MOVE 'N' TO WS-HLD-FOUND
               PERFORM VARYING WS-HLD-IX FROM 1 BY 1
                       UNTIL WS-HLD-IX > WS-HLD-COUNT
                   IF WS-HLD-CUST-ID(WS-HLD-IX) = WS-NEW-HOLD-ID
                       MOVE 'Y' TO WS-HLD-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               .

           2500-WRITE-LETTER.
               ADD 1 TO WS-LETTER-COUNT
               ADD 1 TO WS-LEVEL-COUNT(WS-DUN-LEVEL)
               EVALUATE WS-DUN-LEVEL
                   WHEN 1
                       MOVE 'PAYMENT REMINDER' TO WS-LETTER-TITLE
                       MOVE SPACES TO WS-LETTER-TEXT-1
                       STRING 'OUR RECORDS SHOW THE ITEMS BELOW'
                           DELIMITED BY SIZE
                           ' ARE PAST DUE. IF YOU HAVE ALREADY PAID,'
                           DELIMITED BY SIZE
                           ' THANK YOU'
                           DELIMITED BY SIZE
                           INTO WS-LETTER-TEXT-1
                       MOVE 'AND PLEASE DISREGARD THIS REMINDER.'
                           TO WS-LETTER-TEXT-2
                   WHEN 2
                       MOVE 'OVERDUE NOTICE' TO WS-LETTER-TITLE
                       MOVE SPACES TO WS-LETTER-TEXT-1
                       STRING 'THE ITEMS BELOW ARE NOW MORE THAN'
                           DELIMITED BY SIZE
                           ' 60 DAYS' DELIMITED BY SIZE
                           ' OVERDUE. PLEASE ARRANGE PAYMENT WITHOUT'
                           DELIMITED BY SIZE
                           INTO WS-LETTER-TEXT-1
                       MOVE SPACES TO WS-LETTER-TEXT-2
                       STRING 'FURTHER DELAY OR CONTACT OUR CREDIT'
                           DELIMITED BY SIZE
                           ' DEPARTMENT.'
                           DELIMITED BY SIZE
                           INTO WS-LETTER-TEXT-2
                   WHEN OTHER
                       MOVE 'FINAL DEMAND' TO WS-LETTER-TITLE
                       MOVE SPACES TO WS-LETTER-TEXT-1
                       STRING 'THE ITEMS BELOW ARE MORE THAN 90 DAYS'
                           DELIMITED BY SIZE
                           ' OVERDUE. UNLESS PAYMENT IS RECEIVED THE'
                           DELIMITED BY SIZE
                           INTO WS-LETTER-TEXT-1
                       MOVE SPACES TO WS-LETTER-TEXT-2
                       STRING 'ACCOUNT WILL BE PASSED TO OUR'
                           DELIMITED BY SIZE
                           ' COLLECTIONS' DELIMITED BY SIZE
                           ' TEAM FOR FURTHER ACTION.'
                           DELIMITED BY SIZE
                           INTO WS-LETTER-TEXT-2
               END-EVALUATE

               MOVE ALL '=' TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING WS-LETTER-TITLE DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   WS-BUS-DATE DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               STRING 'CUSTOMER: ' DELIMITED BY SIZE
                   CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-LETTER-TEXT-1 TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE WS-LETTER-TEXT-2 TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE
               MOVE '  ITEM DATE   DAYS OVERDUE  CCY         AMOUNT DUE'
                   TO LETTER-LINE
               WRITE LETTER-LINE
               PERFORM VARYING WS-ITM-IX FROM 1 BY 1
                       UNTIL WS-ITM-IX > WS-ITM-COUNT
                   PERFORM 2550-WRITE-ITEM-LINE
               END-PERFORM
               IF WS-ITM-OVERFLOW-SW = 'Y'
                   MOVE '  FURTHER ITEMS ARE SHOWN ON YOUR STATEMENT'
                       TO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               IF WS-MIXED-CCY-SW = 'N'
                   MOVE WS-OVERDUE-TOTAL TO WS-AMT-EDIT-1
                   MOVE SPACES TO LETTER-LINE
                   STRING '  TOTAL OVERDUE             '
                       DELIMITED BY SIZE
                       WS-SINGLE-CCY DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-AMT-EDIT-1 DELIMITED BY SIZE
                       INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
               .

           2550-WRITE-ITEM-LINE.
               MOVE WS-ITM-DAYS(WS-ITM-IX) TO WS-DAYS-EDIT
               MOVE WS-ITM-OPEN(WS-ITM-IX) TO WS-AMT-EDIT-1
               MOVE SPACES TO LETTER-LINE
               STRING '  ' DELIMITED BY SIZE
                   WS-ITM-DATE(WS-ITM-IX) DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-DAYS-EDIT DELIMITED BY SIZE
                   '         ' DELIMITED BY SIZE
                   WS-ITM-CCY(WS-ITM-IX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   INTO LETTER-LINE
               WRITE LETTER-LINE
               .

      * Everyone at final-demand level, whether the demand went
      * out today, went out earlier in the cycle, or is held back
      * by a dispute.
           2700-WRITE-WORKLIST-LINE.
               ADD 1 TO WS-WORKLIST-COUNT
               EVALUATE TRUE
                   WHEN WS-HLD-FOUND = 'Y' AND WS-DUN-LEVEL > 0
                       MOVE SPACES TO WS-ACTION
                       STRING 'NOT DUNNED - ' DELIMITED BY SIZE
                           WS-HLD-REASON(WS-HLD-IX) DELIMITED BY SIZE
                           INTO WS-ACTION
                   WHEN WS-CH-LEVEL-DATE(3) = WS-BUS-DATE
                       MOVE 'FINAL DEMAND SENT TODAY' TO WS-ACTION
                   WHEN WS-CH-LEVEL-DATE(3) > 0
                       MOVE SPACES TO WS-ACTION
                       STRING 'FINAL DEMAND SENT ' DELIMITED BY SIZE
                           WS-CH-LEVEL-DATE(3) DELIMITED BY SIZE
                           INTO WS-ACTION
                   WHEN OTHER
                       MOVE 'FINAL DEMAND NOT SENT' TO WS-ACTION
               END-EVALUATE
               MOVE WS-OVER-90-TOTAL TO WS-AMT-EDIT-1
               MOVE WS-OVERDUE-TOTAL TO WS-AMT-EDIT-2
               MOVE WS-MAX-DAYS TO WS-DAYS-EDIT
               MOVE SPACES TO WORKLIST-LINE
               STRING CUST-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   CUST-NAME DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-1 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-AMT-EDIT-2 DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-DAYS-EDIT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-ACTION DELIMITED BY SIZE
                   INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               .

      * The history is rewritten whole each run; only once the
      * run has finished does the new copy replace the old, so a
      * failed run leaves the history as it was.
           3000-RESTORE-HISTORY.
               OPEN INPUT DunHistoryWorkFile
               OPEN OUTPUT DunHistoryFile
               IF WS-HISTORY-WORK-STATUS NOT = '00'
                   OR WS-HISTORY-STATUS NOT = '00'
                   MOVE '3000-RESTORE-HISTORY' TO ABEND-PARAGRAPH
                   MOVE WS-HISTORY-STATUS TO ABEND-FILE-STATUS
                   MOVE 16 TO ABEND-CONDITION-CODE
                   MOVE WS-HISTORY-FILENAME TO ABEND-KEY-VALUES
                   PERFORM 9000-ABEND-RUN
               END-IF
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF-SW = 'Y'
                   READ DunHistoryWorkFile
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           WRITE DUN-HIST-RECORD
                               FROM DUN-HIST-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE DunHistoryWorkFile
               CLOSE DunHistoryFile
               .

           3900-PRINT-TOTALS.
               MOVE SPACES TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               IF WS-WORKLIST-COUNT = 0
                   MOVE 'NO CUSTOMER AT FINAL DEMAND LEVEL'
                       TO WORKLIST-LINE
                   WRITE WORKLIST-LINE
               END-IF
               MOVE SPACES TO WORKLIST-LINE
               STRING WS-OVERDUE-COUNT DELIMITED BY SIZE
                   ' CUSTOMER(S) OVERDUE, ' DELIMITED BY SIZE
                   WS-LETTER-COUNT DELIMITED BY SIZE
                   ' LETTER(S): ' DELIMITED BY SIZE
                   WS-LEVEL-COUNT(1) DELIMITED BY SIZE
                   ' REMINDER(S), ' DELIMITED BY SIZE
                   WS-LEVEL-COUNT(2) DELIMITED BY SIZE
                   ' NOTICE(S), ' DELIMITED BY SIZE
                   WS-LEVEL-COUNT(3) DELIMITED BY SIZE
                   ' FINAL DEMAND(S)' DELIMITED BY SIZE
                   INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               MOVE SPACES TO WORKLIST-LINE
               STRING WS-ALREADY-COUNT DELIMITED BY SIZE
                   ' ALREADY SENT THIS LEVEL IN THE CYCLE, '
                   DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   ' SKIPPED AS DISPUTED OR HELD, ' DELIMITED BY SIZE
                   WS-CLOSED-COUNT DELIMITED BY SIZE
                   ' CYCLE(S) CLOSED AS PAID UP' DELIMITED BY SIZE
                   INTO WORKLIST-LINE
               WRITE WORKLIST-LINE
               .

           4000-CLOSE-FILES.
               CLOSE CustMasterFile
               CLOSE ArchiveFile
               IF WS-HISTORY-OPEN-SW = 'Y'
                   CLOSE DunHistoryFile
                   MOVE 'N' TO WS-HISTORY-OPEN-SW
               END-IF
               CLOSE DunHistoryWorkFile
               CLOSE LetterFile
               CLOSE WorklistFile
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
                   MOVE 'DUNNING' TO STATS-PROGRAM
                   ACCEPT STATS-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT STATS-RUN-TIME FROM TIME
                   MOVE WS-CUST-COUNT TO STATS-RECORDS-IN
                   MOVE WS-LETTER-COUNT TO STATS-RECORDS-OUT
                   MOVE WS-OVERDUE-COUNT TO STATS-KEY-TOTAL-1
                   MOVE WS-WORKLIST-COUNT TO STATS-KEY-TOTAL-2
                   MOVE RETURN-CODE TO STATS-CONDITION-CODE
                   WRITE RUN-STATS-RECORD FROM STATS-RECORD
                   CLOSE RunStatsFile
               ELSE
                   DISPLAY 'DUNNING: unable to open statistics '
                       'file ' WS-RUN-STATS-FILENAME
                       ' status=' WS-RUN-STATS-STATUS
               END-IF
               .

           COPY DATEVAL.

           COPY DATEDIFF.

           COPY BUSDATE.

      * Every failure funnels through the common handler so each
      * one writes the same standard record to the central error
      * log and sets the condition code the same way.
           9000-ABEND-RUN.
               MOVE 'DUNNING' TO ABEND-PROGRAM
               CALL 'ABENDLOG' USING ABEND-ARGS
               STOP RUN
               .

           COPY PARMLOAD.
