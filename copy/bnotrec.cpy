      * BALLOON-DUE NOTICE EXTRACT RECORD (120 BYTES) - ONE PER
      * BALLOON LOAN ENTERING THE NOTICE WINDOW, WRITTEN BY THE
      * MONTHLY LNMATR01 MATURITY RUN TO A NEW GENERATION OF
      * PROD.LOAN.BALLOON.NOTICE FOR THE LETTER RUN. BN-BALLOON-AMT
      * IS THE PROJECTED FINAL PAYMENT AT MATURITY (REMAINING
      * BALANCE PLUS THAT MONTH'S INTEREST) ASSUMING EVERY
      * SCHEDULED PAYMENT BETWEEN NOW AND THEN IS MADE ON TIME.
       01  BALLOON-NOTICE-REC.
           05  BN-LOAN-ID          PIC X(10).
           05  BN-BORROWER-ID      PIC X(10).
           05  BN-BORROWER-NAME    PIC X(30).
           05  BN-CURRENCY-CODE    PIC X(03).
           05  BN-MATURITY-DATE    PIC X(08).
           05  BN-BALLOON-AMT      PIC 9(09)V99.
           05  BN-SCHED-PAYMENT    PIC 9(07)V99.
           05  BN-BALANCE          PIC 9(07)V99.
           05  BN-INTEREST-RATE    PIC 9(02)V999.
           05  BN-RUN-DATE         PIC X(08).
           05  FILLER              PIC X(17).
