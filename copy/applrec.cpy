      * LOAN APPLICATION RECORD (350 BYTES), KEYED BY AP-APPL-ID -
      * ONE RECORD PER CREDIT REQUEST, KEPT FOR ITS WHOLE LIFE
      * WHETHER IT FUNDS OR NOT (A DECLINED OR WITHDRAWN REQUEST
      * STAYS ON FILE WITH ITS REASON). MAINTAINED BY LNAPPL01
      * (CARD-DRIVEN INTAKE, DECISIONS AND FUNDING); GRADED BY THE
      * LNUNDW01 UNDERWRITING RUN; REPORTED BY THE MONTHLY LNAPRP01
      * PIPELINE REPORT.
      * AP-STATUS: "R" = RECEIVED, "U" = IN UNDERWRITING (GRADED),
      *            "A" = APPROVED, "D" = DECLINED, "W" = WITHDRAWN,
      *            "F" = FUNDED (ORIGINATION PACKAGE WRITTEN TO THE
      *            LNVAL01 FEED).
      * AP-LOAN-ID IS THE LOAN ID THE REQUEST WILL BOOK UNDER AND
      * AP-BORROWER-ID THE APPLICANT'S BORROWER MASTER KEY - AN
      * EXISTING BORROWER OR A NEW ONE THE FUNDING PACKAGE ADDS.
      * COLLATERAL (AP-COLL-*, TYPE BLANK = UNSECURED) IS VALUED IN
      * THE LOAN'S OWN CURRENCY, THE SAME RULE copy/collrec.cpy
      * FOLLOWS. AP-CO-ROLE: "C" = CO-BORROWER, "G" = GUARANTOR.
      * AP-UW-RESULT: "P" = WITHIN POLICY, "E" = POLICY EXCEPTION
      * (REVIEW TIER, AGGREGATE EXPOSURE OR LTV OVER LIMIT, OR A
      * STALE VALUATION) - SEE THE LNUNDW01 WORKSHEET FOR WHICH.
      * AP-DECLINE-REASON: CR = CREDIT HISTORY, CP = CAPACITY/
      *            INCOME, EX = AGGREGATE EXPOSURE, LT = LOAN-TO-
      *            VALUE, CO = COLLATERAL UNACCEPTABLE, DC =
      *            INCOMPLETE DOCUMENTATION, PO = POLICY/OTHER.
      * AP-RECEIVED-BY/AP-DECIDED-BY/AP-FUNDED-BY ARE OPERATOR
      * INITIALS; THE DECIDING UNDERWRITER MAY NOT BE THE OPERATOR
      * WHO KEYED THE REQUEST.
       01  APPLICATION-REC.
           05  AP-APPL-ID          PIC X(10).
           05  AP-STATUS           PIC X(01).
           05  AP-STATUS-DATE      PIC X(08).
           05  AP-RECEIVED-DATE    PIC X(08).
           05  AP-RECEIVED-BY      PIC X(03).
           05  AP-LOAN-ID          PIC X(10).
           05  AP-BORROWER-ID      PIC X(10).
           05  AP-BORROWER-NAME    PIC X(30).
           05  AP-ADDRESS          PIC X(25).
           05  AP-CONTACT          PIC X(12).
           05  AP-AMOUNT           PIC 9(07)V99.
           05  AP-CURRENCY-CODE    PIC X(03).
           05  AP-INTEREST-RATE    PIC 9(02)V999.
           05  AP-TERM-MONTHS      PIC 9(03).
           05  AP-COLL-TYPE        PIC X(02).
           05  AP-COLL-DESC        PIC X(28).
           05  AP-COLL-VALUE       PIC 9(07)V99.
           05  AP-COLL-VAL-DATE    PIC X(08).
           05  AP-CO-PARTY         OCCURS 2 TIMES.
               10  AP-CO-ID        PIC X(10).
               10  AP-CO-ROLE      PIC X(01).
               10  AP-CO-NAME      PIC X(30).
           05  AP-UW-DATE          PIC X(08).
           05  AP-UW-TIER          PIC X(01).
           05  AP-UW-EXPOSURE-USD  PIC 9(11)V99.
           05  AP-UW-LTV-PCT       PIC 9(05)V99.
           05  AP-UW-RESULT        PIC X(01).
           05  AP-DECISION-DATE    PIC X(08).
           05  AP-DECIDED-BY       PIC X(03).
           05  AP-DECLINE-REASON   PIC X(02).
           05  AP-FUNDED-DATE      PIC X(08).
           05  AP-FUNDED-BY        PIC X(03).
           05  AP-LAST-MAINTAINED-TS PIC X(14).
           05  FILLER              PIC X(16).
