      * Engineering change order record: one line per part an ECO
      * adds to ('A') or removes from ('R') a schematic. An ECO of
      * several parts is several lines under one ECO number. A line
      * authorizes its change once it carries an APPROVER and the
      * revision is dated on or after its EFFECTIVE-DATE. Day3Cmp
      * fills in SEEN-DATE the first time the change turns up in a
      * revision; engineering leaves it zero on a new line.
           01 ECO-RECORD.
               05 ECO-NUMBER            PIC X(10).
               05 FILLER                PIC X.
               05 ECO-SCHEMATIC         PIC X(60).
               05 FILLER                PIC X.
               05 ECO-ACTION            PIC X.
               05 FILLER                PIC X.
               05 ECO-PART-NUMBER       PIC 9(10).
               05 FILLER                PIC X.
               05 ECO-APPROVER          PIC X(8).
               05 FILLER                PIC X.
               05 ECO-EFFECTIVE-DATE    PIC 9(8).
               05 FILLER                PIC X.
               05 ECO-SEEN-DATE         PIC 9(8).
