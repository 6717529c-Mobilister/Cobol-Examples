      * Posting partition plan line: one per partition the night's
      * posting is split into, written by the partition planner
      * (MAINSPLT) and read by every MAINPGM partition and by the
      * merge that finishes the run. A partition carries whole
      * entities, and entities that share a customer - directly or
      * through an account merge - always travel together, so no
      * customer's exposure, open items or archive history is ever
      * posted from two partitions at once. No lines at all means
      * tonight posts serially.
           01 PART-PLAN-RECORD.
               05 PTP-PARTITION         PIC 9(2).
               05 FILLER                PIC X.
               05 PTP-RECORDS           PIC 9(7).
               05 FILLER                PIC X.
               05 PTP-ENTITY-COUNT      PIC 9(2).
               05 FILLER                PIC X.
               05 PTP-ENTITY-LIST.
                   10 PTP-ENTITY-ENTRY OCCURS 20 TIMES.
                       15 PTP-ENTITY    PIC X(3).
                       15 FILLER        PIC X.
