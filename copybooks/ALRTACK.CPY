      * Alert acknowledgement record: one per action-required alert
      * an operator has dealt with, named the way the operator sees
      * it - message number and the date it was raised - with who
      * acknowledged it, when, and the resolution note. Appended,
      * never rewritten. An acknowledgement covers every alert of
      * that number raised on that date.
           01 ACK-RECORD.
               05 ACK-MSG-NUMBER        PIC 9(4).
               05 FILLER                PIC X.
               05 ACK-ALERT-DATE        PIC 9(8).
               05 FILLER                PIC X.
               05 ACK-OPERATOR          PIC X(8).
               05 FILLER                PIC X.
               05 ACK-DATE              PIC 9(8).
               05 FILLER                PIC X.
               05 ACK-TIME              PIC 9(8).
               05 FILLER                PIC X.
               05 ACK-NOTE              PIC X(60).
