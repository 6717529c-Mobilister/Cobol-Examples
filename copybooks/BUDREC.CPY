      * Budget file record: the budget per entity, currency and
      * accounting period, appended never rewritten, so the file
      * is its own version history. Each load is one version: an
      * 'H' record naming the supervisor who authorized it, then
      * its 'B' lines. For any period, entity and currency the
      * line from the highest version governs, so a revision need
      * only carry the lines it changes (a zero amount withdraws
      * a budget).
           01 BUD-RECORD.
               05 BUD-REC-TYPE          PIC X.
               05 FILLER                PIC X.
               05 BUD-VERSION           PIC 9(4).
               05 FILLER                PIC X.
               05 BUD-DATA              PIC X(100).
               05 BUD-LINE REDEFINES BUD-DATA.
                   10 BUD-PERIOD        PIC 9(6).
                   10 FILLER            PIC X.
                   10 BUD-ENTITY        PIC X(3).
                   10 FILLER            PIC X.
                   10 BUD-CURRENCY      PIC X(3).
                   10 FILLER            PIC X.
                   10 BUD-AMOUNT        PIC S9(11)V99.
                   10 FILLER            PIC X(72).
               05 BUD-LOAD REDEFINES BUD-DATA.
                   10 BUD-LOAD-DATE     PIC 9(8).
                   10 FILLER            PIC X.
                   10 BUD-LOAD-TIME     PIC 9(8).
                   10 FILLER            PIC X.
                   10 BUD-LOAD-OPERATOR PIC X(8).
                   10 FILLER            PIC X.
                   10 BUD-LOAD-LINES    PIC 9(5).
                   10 FILLER            PIC X.
                   10 BUD-LOAD-NOTE     PIC X(60).
                   10 FILLER            PIC X(7).
