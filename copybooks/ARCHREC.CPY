               05 ARCH-RUN-DATE         PIC 9(8).
      * The posting's transaction type, and whether a reversal
      * has already netted it out - a posting reverses once.
      * Type 'P' is a customer payment the cash-receipts run
      * (CASHRCPT) archived: a credit, never a sale. Type 'C' is
      * a credit adjustment the posting run archived: a credit the
      * same way, applied to open items as it posts.
               05 ARCH-TRANS-TYPE       PIC X.
               05 ARCH-REVERSED         PIC X.
      * Cash or credit applied against an original or adjustment,
      * oldest posting first. What is still open on the posting
      * is the amount less this; on a payment record it is the
      * whole payment, and on a credit adjustment what the credit
      * settled. Statements, aging and late charges work off the
      * open amount, never off everything ever posted.
               05 ARCH-APPLIED-AMOUNT   PIC 9(7)V99.
      * Sales tax on the posting. TAX-STATUS is 'T' taxed, 'E'
      * the customer is exempt, 'N' not taxable (no jurisdiction
      * for the entity, every payment and every credit
      * adjustment); spaces on postings archived before tax was
      * charged. TAX-BASE is the value taxed - the amount after
      * discount - and a reversal carries its original's figures,
      * so the tax nets back out exactly.
               05 ARCH-TAX-STATUS       PIC X.
               05 ARCH-TAX-JURIS        PIC X(6).
               05 ARCH-TAX-BASE         PIC 9(7)V99.
               05 ARCH-TAX-AMOUNT       PIC 9(7)V99.
