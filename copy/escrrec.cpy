      * ESC-TYPE: "D" = DEPOSIT (PAYMENT ESCROW PORTION),
      *           "T" = TAX DISBURSEMENT,
      *           "I" = INSURANCE DISBURSEMENT,
      *           "R" = DEPOSIT BACKED OUT BY A PAYMENT REVERSAL,
      *           "F" = BALANCE REFUNDED TO THE BORROWER WHEN THE
      *                 LOAN CLOSED PAID IN FULL (LNCLOS01).
       01  ESCROW-REC.
           05  ESC-KEY.
               10  ESC-LOAN-ID     PIC X(10).
