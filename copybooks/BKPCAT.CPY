      * Master backup generation catalog: one entry per generation
      * the backup step unloaded, per file - CUST the customer
      * master, ARCH the transaction archive. Each entry carries
      * the figures the copy was proved against (record count and
      * amount hash), the last-posted date on the calendar when it
      * was taken, and its state: 'V' verified, 'F' failed its
      * verification and must not be restored from. Generations
      * past the retention count are emptied and dropped from the
      * catalog by the backup step; the restore program reads it
      * to find and prove the generation it reloads.
           01 BKC-RECORD.
               05 BKC-GEN-DATE          PIC 9(8).
               05 FILLER                PIC X.
               05 BKC-FILE-TYPE         PIC X(4).
               05 FILLER                PIC X.
               05 BKC-RECORD-COUNT      PIC 9(9).
               05 FILLER                PIC X.
               05 BKC-AMOUNT-HASH       PIC 9(13)V99.
               05 FILLER                PIC X.
               05 BKC-LAST-POSTED       PIC 9(8).
               05 FILLER                PIC X.
               05 BKC-STATUS            PIC X.
               05 FILLER                PIC X.
               05 BKC-FILENAME          PIC X(80).
