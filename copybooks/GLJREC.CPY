      * Shared general ledger interface record: the journal lines
      * MAINPGM writes in 1145-WRITE-GL-ENTRIES and every ledger
      * reader takes back in, defined once so the writer and the
      * readers can never drift apart. Tag 'J' is a journal line;
      * the file opens with an 'HDR' record naming the run date
      * and closes with a 'TRL' record carrying the record count
      * and the debit and credit hash totals.
      * GLJ-ENTITY is the business unit the posting belongs to,
      * GLJ-ENTRY-TYPE the mapping row the pair came from ('P'
      * posting, 'D' discount, 'C' conversion difference, 'T'
      * sales tax, 'V' month-end revaluation) and GLJ-TRANS-TYPE
      * the posting's own type ('O', 'A', 'R' or 'C' credit
      * adjustment), so the ledger can be rolled up by unit and
      * tied back to the period summary.
           01 GL-JOURNAL-RECORD.
               05 GLJ-TAG               PIC X.
               05 GLJ-ACCOUNT           PIC X(8).
               05 GLJ-DRCR              PIC X.
               05 GLJ-AMOUNT            PIC 9(9)V99.
               05 GLJ-CURRENCY          PIC X(3).
               05 GLJ-SOURCE-ID         PIC X(10).
               05 GLJ-RUN-DATE          PIC 9(8).
               05 GLJ-ENTITY            PIC X(3).
               05 GLJ-ENTRY-TYPE        PIC X.
               05 GLJ-TRANS-TYPE        PIC X.
           01 GL-HEADER-RECORD.
               05 GLH-TAG               PIC X(3).
               05 GLH-RUN-DATE          PIC 9(8).
               05 FILLER                PIC X(36).
           01 GL-TRAILER-RECORD.
               05 GLT-TAG               PIC X(3).
               05 GLT-RECORD-COUNT      PIC 9(7).
               05 GLT-DR-TOTAL          PIC 9(11)V99.
               05 GLT-CR-TOTAL          PIC 9(11)V99.
               05 FILLER                PIC X(11).
