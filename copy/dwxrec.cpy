      * DATA-WAREHOUSE EXTRACT ROW LAYOUTS, WRITTEN NIGHTLY BY
      * LNDWX01 - THE INTERFACE THE WAREHOUSE LOAD IS BUILT AGAINST.
      * TWO FILES, BOTH "|"-DELIMITED WITH EVERY COLUMN AT A FIXED
      * WIDTH AND POSITION (TEXT LEFT-JUSTIFIED AND SPACE-FILLED,
      * AMOUNTS UNSIGNED WITH AN EXPLICIT DECIMAL POINT, DATES
      * YYYYMMDD, BLANK WHERE THE SOURCE HAS NONE):
      *   DWBOOK  - THE LOAN BOOK: ONE "D" ROW PER LOAN ON TONIGHT'S
      *             MASTER SNAPSHOT, JOINED TO ITS BORROWER,
      *             COLLATERAL AND LTV, ACTIVE RELIEF PLAN, OPEN
      *             COLLECTIONS CASE AND USD-EQUIVALENT BALANCE.
      *   DWDELTA - THE DAY'S CHANGES FOR AN INCREMENTAL LOAD: ONE
      *             "S" ROW PER STATEMENT-EXTRACT RECORD, "P" PER
      *             PAYHIST RECORD POSTED OR REVERSED, AND "E" PER
      *             ESCROW-LEDGER MOVEMENT IN THE EXTRACT WINDOW.
      * EACH FILE OPENS WITH ONE "H" ROW AND CLOSES WITH ONE "T" ROW
      * CARRYING THE CYCLE DATE, THE DETAIL-ROW COUNT AND THE HASH
      * TOTAL (THE SUM OF THE DETAIL ROWS' AMOUNT COLUMN - DWB-
      * BALANCE, DWS-AFTER-AMOUNT, DWP-AMOUNT, DWE-AMOUNT - IN EACH
      * ROW'S OWN CURRENCY), SO THE LOAD CAN PROVE IT RECEIVED
      * EVERYTHING. THE DELTA TRAILER ALSO COUNTS EACH ROW TYPE.
      * THE WINDOW (DWH-FROM-DATE THROUGH DWH-THRU-DATE) IS THE
      * SAME ON BOTH HEADERS; THE BOOK IS AS AT THE END OF IT.

      * Header row - both files (padded to the file's length).
       01  DW-HEADER-ROW.
           05  DWH-ROW-TYPE        PIC X(01) VALUE "H".
           05  FILLER              PIC X(01) VALUE "|".
      * "DWBOOK  " OR "DWDELTA ".
           05  DWH-FILE-ID         PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWH-CYCLE-DATE      PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWH-FROM-DATE       PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWH-THRU-DATE       PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
      * WHEN THE EXTRACT RAN, CCYYMMDDHHMMSS.
           05  DWH-CREATED-TS      PIC X(14).

      * Trailer row - both files. The three type counts are zero on
      * the book file.
       01  DW-TRAILER-ROW.
           05  DWT-ROW-TYPE        PIC X(01) VALUE "T".
           05  FILLER              PIC X(01) VALUE "|".
           05  DWT-FILE-ID         PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWT-CYCLE-DATE      PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWT-RECORD-COUNT    PIC 9(09).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWT-HASH-TOTAL      PIC 9(13).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWT-STMT-COUNT      PIC 9(09).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWT-PAY-COUNT       PIC 9(09).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWT-ESCROW-COUNT    PIC 9(09).

      * Loan-book row (DWBOOK). Borrower columns are blank when the
      * loan carries no borrower ID or the ID is not on the borrower
      * master; collateral columns are blank/zero on an unsecured
      * loan, and DWB-LTV-PCT is blank when it cannot be computed
      * (no valuation, or currencies that cannot be converted).
      * Plan columns are filled only for an ACTIVE plan (MP-STATUS
      * "A"), case columns only for an OPEN case (CW-STATUS "O").
       01  DW-BOOK-ROW.
           05  DWB-ROW-TYPE        PIC X(01) VALUE "D".
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-LOAN-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-BORROWER-ID     PIC X(10).
           05  FILLER              PIC X(01) VALUE "|".
      * Name as carried on the loan, then the borrower master's own.
           05  DWB-LOAN-NAME       PIC X(30).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-BORROWER-NAME   PIC X(30).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-ADDRESS         PIC X(25).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CONTACT         PIC X(12).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-SANCTION-STATUS PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-BALANCE         PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
      * USD equivalent at the treasury rate loaded for the run, and
      * the rate used (1.000000 for USD or a currency not on the
      * rate table).
           05  DWB-BALANCE-USD     PIC 9(09).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-USD-RATE        PIC 9(03).9(06).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-INTEREST-RATE   PIC 9(02).999.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-RATE-TYPE       PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-RATE-INDEX-CODE PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-RATE-MARGIN     PIC 9(02).999.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-ORIGINATION-DATE PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-NEXT-PAYMENT-DUE PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-MATURITY-DATE   PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-TERM-MONTHS     PIC 9(03).
           05  FILLER              PIC X(01) VALUE "|".
      * L-LOAN-STATUS (the LNCALC01 risk tier), aging bucket and
      * over-limit flag.
           05  DWB-RISK-TIER       PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-AGING-STATUS    PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-ALERT-FLAG      PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-BEHAVIOR-RATING PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-ACCRUED-INTEREST PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-ACCRUAL-STATUS  PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-SCHED-PAYMENT   PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-ESCROW-BALANCE  PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-ESCROW-PAYMENT  PIC 9(05).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-LATE-FEE-DUE    PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CHARGE-OFF-FLAG PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CLOSE-STATUS    PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CLOSE-DATE      PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-COLL-TYPE       PIC X(02).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-COLL-VALUATION  PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-COLL-CURRENCY   PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-COLL-VALUE-DATE PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-LTV-PCT         PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-PLAN-TYPE       PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-PLAN-START-DATE PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-PLAN-END-DATE   PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-PLAN-PAYMENT    PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-PLAN-RATE       PIC 9(02).999.
           05  FILLER              PIC X(01) VALUE "|".
      * "O" = an open collections case stands on the loan.
           05  DWB-CASE-OPEN       PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CASE-TYPE       PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CASE-COLLECTOR  PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CASE-ENTERED    PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CASE-DAYS-PAST-DUE PIC 9(05).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWB-CASE-PROMISE    PIC X(01).

      * Delta row from the statement extract (DWDELTA, type "S").
      * DWS-ACTION is STMT-ACTION; DWS-SEQ is STMT-RUN-SEQ (the
      * time of day on an online correction, action "O").
       01  DW-STMT-ROW.
           05  DWS-ROW-TYPE        PIC X(01) VALUE "S".
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-LOAN-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-SEQ             PIC 9(09).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-ACTION          PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-BEFORE-STATUS   PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-BEFORE-AMOUNT   PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-AFTER-STATUS    PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-AFTER-AMOUNT    PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWS-BORROWER        PIC X(30).

      * Delta row from PAYHIST (type "P") - a payment posted in the
      * window, or an older payment reversed in it (DWP-REVERSED
      * "R" with its DWP-REVERSAL-DATE); the key is PAY-KEY.
       01  DW-PAY-ROW.
           05  DWP-ROW-TYPE        PIC X(01) VALUE "P".
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-LOAN-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-PAY-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-PAY-SEQ         PIC 9(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-PAY-TYPE        PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-AMOUNT          PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-PRINCIPAL       PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-INTEREST        PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-ESCROW          PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-FEE             PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-REVERSED        PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-REVERSAL-DATE   PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWP-RECAST          PIC X(01).

      * Delta row from the escrow ledger (type "E"); the key is
      * ESC-KEY, DWE-TYPE is ESC-TYPE.
       01  DW-ESCROW-ROW.
           05  DWE-ROW-TYPE        PIC X(01) VALUE "E".
           05  FILLER              PIC X(01) VALUE "|".
           05  DWE-LOAN-ID         PIC X(10).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWE-ESC-DATE        PIC X(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWE-ESC-SEQ         PIC 9(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWE-TYPE            PIC X(01).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWE-CURRENCY-CODE   PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  DWE-AMOUNT          PIC 9(07).99.
           05  FILLER              PIC X(01) VALUE "|".
           05  DWE-BALANCE-AFTER   PIC 9(07).99.
