      * Parts master record: the engineering parts catalogue,
      * one entry per part number with its description and the
      * standard unit cost the costed bill of materials prices it
      * at. A record written before costs were carried ends after
      * the description; its cost reads as spaces and the part is
      * reported as having no standard cost.
           01 PARTS-MASTER-RECORD.
               05 PM-NUMBER             PIC 9(10).
               05 PM-DESC               PIC X(30).
               05 PM-UNIT-COST          PIC 9(7)V99.
