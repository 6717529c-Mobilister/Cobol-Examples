      * Ledger account mapping row: which debit and credit accounts
      * a journal entry posts to, by entry type ('P' posting, 'D'
      * discount, 'C' conversion difference, 'T' sales tax) and
      * transaction currency, '***' matching any currency. The two
      * trailing descriptions name the accounts on the trial
      * balance; rows cut before they existed simply read as
      * blank. The 'C' rows
      * also carry the month-end revaluation (FXREVAL).
           01 GLMAP-RECORD.
               05 MAP-CURRENCY          PIC X(3).
               05 FILLER                PIC X.
               05 MAP-ENTRY-TYPE        PIC X.
               05 FILLER                PIC X.
               05 MAP-DR-ACCOUNT        PIC X(8).
               05 FILLER                PIC X.
               05 MAP-CR-ACCOUNT        PIC X(8).
               05 FILLER                PIC X.
               05 MAP-DR-DESC           PIC X(30).
               05 FILLER                PIC X.
               05 MAP-CR-DESC           PIC X(30).
