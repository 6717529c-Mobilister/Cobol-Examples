                           ' exceeds 100 - rejecting'
                       MOVE 11 TO WS-RETURN-CODE
                   WHEN OTHER
                       IF WS-TAX-RATE > 0
                           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                               WS-AMOUNT * WS-TAX-RATE / 100
                       ELSE
                           COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
                               WS-AMOUNT * WS-VAR2 / 100
                       END-IF
                       COMPUTE WS-NET-AMOUNT =
                           WS-AMOUNT + WS-DISCOUNT-AMOUNT
                           ON SIZE ERROR
