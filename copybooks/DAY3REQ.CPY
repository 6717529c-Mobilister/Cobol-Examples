      * Purchase requisition record: one per part the Day3 run
      * needs reordered, for the purchasing system to raise the
      * order. DUE-DATE is the run date plus the supplier's lead
      * time. REASON is 'S' when the shelf cannot cover tonight's
      * schematics, 'R' when the part only drops below its reorder
      * point, 'N' when the part is not stocked at all.
           01 REQ-RECORD.
               05 REQ-RUN-DATE          PIC 9(8).
               05 FILLER                PIC X.
               05 REQ-PART-NUMBER       PIC 9(10).
               05 FILLER                PIC X.
               05 REQ-ORDER-QTY         PIC 9(7).
               05 FILLER                PIC X.
               05 REQ-DUE-DATE          PIC 9(8).
               05 FILLER                PIC X.
               05 REQ-ON-HAND           PIC 9(7).
               05 FILLER                PIC X.
               05 REQ-ON-ORDER          PIC 9(7).
               05 FILLER                PIC X.
               05 REQ-DEMAND            PIC 9(7).
               05 FILLER                PIC X.
               05 REQ-REORDER-POINT     PIC 9(7).
               05 FILLER                PIC X.
               05 REQ-LEAD-DAYS         PIC 9(3).
               05 FILLER                PIC X.
               05 REQ-REASON            PIC X.
