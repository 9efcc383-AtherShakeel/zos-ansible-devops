      * LOAN RECORD LAYOUT (200 BYTES)
       01  LOAN-RECORD.
           05  L-LOAN-ID           PIC X(10). *> OFFSET 0.LENGTH 10
           05  L-BORROWER-NAME     PIC X(30).  *> OFFSET 10.LENGTH 30
      * AND USED BY LNCOLL01 TO SORT HABITUAL LATE PAYERS AHEAD OF
      * FIRST-TIME SLIPS.
           05  L-BEHAVIOR-RATING   PIC X(01). *> OFFSET 182.LENGTH 1
      * PAID-IN-FULL / CLOSED STATE: L-CLOSE-STATUS "P" = PAID TO
      * ZERO BY LNVAL01 (A PAYMENT OR A PAYOFF-QUOTE SETTLEMENT),
      * AWAITING THE NIGHTLY LNCLOS01 CLOSING STEP; "C" = CLOSED -
      * ESCROW REFUNDED, LIEN RELEASE ISSUED, COLLECTIONS CASE AND
      * RELIEF PLAN CLOSED. L-CLOSE-DATE IS THE DATE THE LOAN WAS
      * PAID IN FULL; THE HOLDING PERIOD BEFORE LNCLOS01 MOVES A
      * CLOSED LOAN TO THE CLOSED-LOAN HISTORY CLUSTER RUNS FROM
      * IT. BILLING, ACCRUAL, RATE RESET, AGING, LATE FEES AND THE
      * DELINQUENCY PASSES ALL PASS OVER A "P"/"C" LOAN, AND
      * LNVAL01 SENDS A NEW PAYMENT AGAINST ONE TO SUSPENSE. A
      * REVERSAL OF THE PAYOFF REOPENS THE LOAN. SPACE = OPEN LOAN
      * (AND ON RECORDS PREDATING THE FIELDS).
           05  L-CLOSE-STATUS      PIC X(01). *> OFFSET 183.LENGTH 1
           05  L-CLOSE-DATE        PIC X(08). *> OFFSET 184.LENGTH 8
      * CONTRACTUAL MATURITY: L-ORIGINATION-DATE PLUS L-TERM-MONTHS
      * (SAME DAY OF THE MONTH, PULLED BACK TO MONTH-END WHERE THE
      * MATURITY MONTH IS SHORTER), DERIVED BY LNMATD01 - STAMPED
      * BY LNVAL01 ON EVERY ADD/CHANGE AND KEPT CURRENT ACROSS THE
      * BOOK BY THE MONTHLY LNMATR01 MATURITY RUN. A LOAN PAST IT
      * WITH A BALANCE GOES ON THE COLLECTIONS QUEUE (LNCOLL01)
      * WHATEVER ITS AGING BUCKET. BLANK = NO USABLE ORIGINATION
      * DATE/TERM (AND ON RECORDS PREDATING THE FIELD).
           05  L-MATURITY-DATE     PIC X(08). *> OFFSET 192.LENGTH 8
