               LABEL RECORDS ARE STANDARD.
           01 RBL-RECORD.
               05 RBL-CUST-ID           PIC X(10).
               05 RBL-BODY              PIC X(71).

           FD  ParamFile
               LABEL RECORDS ARE STANDARD.
