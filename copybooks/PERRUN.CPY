      * Periodic run ledger: one line for every periodic step that
      * completed, naming the period it ran for (YYYYMM for a
      * monthly step, the Monday YYYYMMDD of the week for a weekly
      * one) and the business date it ran under. The control job
      * appends the line when the step ends clean or with a
      * warning; CALSCHED reads it back so no period is run twice
      * and none is left behind.
           01 PERIODIC-RUN-RECORD.
               05 PR-STEP               PIC X(8).
               05 FILLER                PIC X.
               05 PR-PERIOD             PIC X(8).
               05 FILLER                PIC X.
               05 PR-BUS-DATE           PIC 9(8).
