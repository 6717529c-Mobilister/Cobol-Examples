      *          WS-EFFECTIVE-DATE (RC 08 = schedule hole); with
      *          WS-AMOUNT zero, the original flat WS-VAR2 percent
      *          against WS-VAR1 (RC 04 = percent over 100)
      *   TAX  - sales tax of WS-VAR2 percent on WS-AMOUNT, or of
      *          WS-TAX-RATE percent when that is filled in (a
      *          jurisdiction rate to four decimal places)
      *          (RC 10 = no amount, RC 11 = percent over 100)
      *   SURC - flat surcharge of WS-VAR2 on WS-AMOUNT
      *          (RC 13 = no amount)
               02 WS-DISCOUNT-AMOUNT PIC 9(7)V99.
               02 WS-NET-AMOUNT PIC 9(7)V99.
               02 WS-FUNCTION-CODE PIC X(4).
               02 WS-TAX-RATE PIC 9(2)V9(4).
