               05 WS-ALERT-DATE PIC 9(8).
               05 WS-ALERT-TIME PIC 9(8).

      * The shop message catalog. A number not on the list still
      * logs - as severity '?' - so a coding slip never swallows an
      * operational condition.
           COPY MSGCAT.
           01 WS-MSG-SEVERITY PIC X VALUE '?'.
           01 WS-MSG-TEXT PIC X(58).
           01 WS-MSG-NUMBER-X PIC 9(4).
