      * Period summary journal record: what one posting run folded
      * into the period summary, one record per entity and
      * currency under the run's business date. The summary
      * itself carries no dates, so a master restore backs the
      * rolled-back nights out of it from here.
           01 PSJ-RECORD.
               05 PSJ-RUN-DATE          PIC 9(8).
               05 FILLER                PIC X.
               05 PSJ-PERIOD            PIC 9(6).
               05 FILLER                PIC X.
               05 PSJ-ENTITY            PIC X(3).
               05 FILLER                PIC X.
               05 PSJ-CURRENCY          PIC X(3).
               05 FILLER                PIC X.
               05 PSJ-REC-COUNT         PIC 9(9).
               05 FILLER                PIC X.
               05 PSJ-AMOUNT            PIC S9(11)V99.
