               LABEL RECORDS ARE STANDARD.
           01 RBA-RECORD.
               05 RBA-KEY               PIC X(24).
               05 RBA-BODY              PIC X(56).

      * Cold-storage file: the archived record image, one per
      * line, in the dated sequential file the catalog names.
           FD  OffloadFile
               LABEL RECORDS ARE STANDARD.
           01 OFFLOAD-RECORD            PIC X(80).

           FD  CatalogFile
               LABEL RECORDS ARE STANDARD.
