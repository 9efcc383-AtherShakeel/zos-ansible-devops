      * FIELD-LEVEL CHANGE JOURNAL RECORD (150 BYTES) - ONE RECORD
      * PER FIELD CHANGED BY A MAINTENANCE PATH, ONLINE OR BATCH:
      * LNCICS01 (SUPERVISED LOAN CORRECTION), LNCICS02 (SUSPENSE
      * REPAIR), LNVAL01 (MAINT CODES A/C/D AND THE LEGACY UPSERT -
      * LOAN ADD/CHANGE/DELETE; B/R - BORROWER ADD/CHANGE/REMOVE;
      * E - THE ESCROW PAYMENT SET BY ACTION "S"; M - RELIEF PLAN
      * BOOK/CANCEL AND THE MASTER'S PLAN FLAG; L - COLLATERAL; X -
      * CO-BORROWER/GUARANTOR CROSS-REFERENCE; H - LEGAL HOLDS; K -
      * A CURTAILMENT'S RECAST OF PAYMENT, TERM AND MATURITY, AND V -
      * A REVERSAL UNDOING ONE) AND LNPARM01 (PARAMETER, LOSS-RATE
      * AND HOLIDAY CARDS). THE DATASET IS A VSAM ESDS
      * (PROD.LOAN.CHGJRNL, CICS FILE "LNCHGJ" - SEE
      * jcl/lnjrnlvs.jcl) SO THE ONLINE
      * TRANSACTIONS AND THE BATCH RUNS APPEND TO THE SAME FILE IN
      * TIME ORDER. NEVER RESET; LNJRNL01 REPORTS FROM IT BY KEY,
      * BY OPERATOR AND BY DATE RANGE.
       01  CHANGE-JOURNAL-REC.
      * WHEN: CCYYMMDDHHMMSS, FROM THE WRITER'S CLOCK.
           05  CJ-TIMESTAMP        PIC X(14).
      * CJ-SOURCE: "O" = ONLINE TRANSACTION, "B" = BATCH RUN.
           05  CJ-SOURCE           PIC X(01).
           05  CJ-PROGRAM          PIC X(08).
      * WHO: THE SIGNED-ON CICS USER ID ONLINE; THE FEED'S
      * T-USER-IN INITIALS (OR "FEED" WHEN THE FEED LEFT THEM BLANK)
      * IN LNVAL01; THE CONTROL CARD'S OPERATOR ID IN LNPARM01.
      * CJ-TERMINAL IS THE CICS TERMINAL ID - BLANK IN BATCH.
           05  CJ-OPERATOR         PIC X(08).
           05  CJ-TERMINAL         PIC X(04).
      * CJ-ENTITY: "L" = LOAN MASTER (KEY = LOAN ID), "B" = BORROWER
      * MASTER (KEY = BORROWER ID), "S" = SUSPENSE ITEM REPAIRED
      * ONLINE (KEY = LOAN ID, A SPACE, THEN THE ITEM'S SUSPENSE RUN
      * DATE; FIELDS ARE THE RAW TRANSACTION-IMAGE BYTES),
      * "P" = PARAMETER DATASET (KEY = ITS DD NAME - THRESHPM,
      * LOSSPM OR HOLCAL), "C" = COLLATERAL (KEY = LOAN ID),
      * "M" = RELIEF PLAN (KEY = LOAN ID), "X" = CROSS-REFERENCE
      * (KEY = LOAN ID THEN THE PARTY'S BORROWER ID), "H" = LEGAL
      * HOLD (KEY = THE HELD LOAN OR BORROWER ID, A SPACE, THEN THE
      * HOLD'S SCOPE AND TYPE).
           05  CJ-ENTITY           PIC X(01).
           05  CJ-KEY              PIC X(20).
      * WHICH FIELD, AND ITS VALUE EITHER SIDE OF THE CHANGE IN
      * READABLE FORM (AMOUNTS AND RATES EDITED WITH THEIR DECIMAL
      * POINT). BLANK OLD VALUE = THE RECORD WAS ADDED; BLANK NEW
      * VALUE = IT WAS REMOVED.
           05  CJ-FIELD            PIC X(18).
           05  CJ-OLD-VALUE        PIC X(30).
           05  CJ-NEW-VALUE        PIC X(30).
           05  FILLER              PIC X(16).
