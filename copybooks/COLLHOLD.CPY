      * Collections hold row: a posting the customer disputes
      * (HOLD-TYPE 'D') or one the credit desk has put on hold
      * ('H'), named by customer and transaction date - a blank
      * date holds the whole account. A customer with any row on
      * the file is passed over by the dunning run until the row
      * is taken off. The reason prints on the collector worklist.
           01 HOLD-RECORD.
               05 HOLD-CUST-ID          PIC X(10).
               05 FILLER                PIC X.
               05 HOLD-TRANS-DATE       PIC X(8).
               05 FILLER                PIC X.
               05 HOLD-TYPE             PIC X.
               05 FILLER                PIC X.
               05 HOLD-REASON           PIC X(30).
