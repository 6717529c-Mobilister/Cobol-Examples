      * General ledger balance file: every night's journal lines
      * rolled up by period, entity, account and currency, so the
      * trial balance can be struck for any period without going
      * back to thirty nights of extracts. GLB-REC-TYPE 'A' is an
      * account row carrying the period's debits, credits and line
      * count; 'S' is a posted-value row per period, entity and
      * currency (account blank), the posting and discount debits
      * in GLB-DR-TOTAL and the reversals and credit adjustments
      * in GLB-CR-TOTAL, which is the figure the period summary
      * must agree with; 'H' is the single control row naming the
      * last run date folded in.
           01 GLB-RECORD.
               05 GLB-REC-TYPE          PIC X.
               05 FILLER                PIC X.
               05 GLB-PERIOD            PIC 9(6).
               05 FILLER                PIC X.
               05 GLB-ENTITY            PIC X(3).
               05 FILLER                PIC X.
               05 GLB-ACCOUNT           PIC X(8).
               05 FILLER                PIC X.
               05 GLB-CURRENCY          PIC X(3).
               05 FILLER                PIC X.
               05 GLB-DR-TOTAL          PIC 9(11)V99.
               05 FILLER                PIC X.
               05 GLB-CR-TOTAL          PIC 9(11)V99.
               05 FILLER                PIC X.
               05 GLB-LINE-COUNT        PIC 9(9).
           01 GLB-CONTROL-RECORD.
               05 GLBC-REC-TYPE         PIC X.
               05 FILLER                PIC X.
               05 GLBC-LAST-RUN-DATE    PIC 9(8).
               05 FILLER                PIC X(53).
