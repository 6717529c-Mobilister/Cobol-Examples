      * Posting run history record: count and total by run date,
      * one record appended by MAINPGM per run and read back at
      * the next run to spot a short or double-sent extract the
      * day it happens. The total is the run's net posted value
      * (reversals taken off) held without its sign. The archive
      * audit (ARCHAUD) proves the archive against these figures.
           01 HIST-RECORD.
               05 HIST-RUN-DATE         PIC 9(8).
               05 HIST-COUNT            PIC 9(6).
               05 HIST-TOTAL            PIC 9(9)V99.
