
           DATA DIVISION.
           FILE SECTION.
      * Same layout the pre-edit writes: reason code, the raw
      * record exactly as it bounced, and the feeder it came from.
           FD  RejectFile
               LABEL RECORDS ARE STANDARD.
           01 REJECT-RECORD.
               05 REJ-REASON            PIC X(4).
               05 FILLER                PIC X.
               05 REJ-RAW-RECORD        PIC X(34).
               05 FILLER                PIC X.
               05 REJ-SOURCE            PIC X(8).

      * Operator correction cards: the raw record exactly as it
      * bounced, then the corrected record to try in its place,
      * signed by the operator who made the repair and dated.
           FD  RepairCardFile
               LABEL RECORDS ARE STANDARD.
           01 REPAIR-CARD.
               05 COR-ORIGINAL          PIC X(34).
               05 FILLER                PIC X.
               05 COR-CORRECTED         PIC X(34).
               05 FILLER                PIC X.
               05 COR-OPERATOR          PIC X(8).
               05 FILLER                PIC X.
               05 COR-CARD-DATE         PIC X(8).

      * Reject inventory carried from run to run: the date a
      * reject was first seen, its reason, and the raw record.
