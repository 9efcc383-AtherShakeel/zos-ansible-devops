      * LOAN-LOSS RATE PARAMETER RECORD (128 BYTES) - THE SINGLE
      * RECORD ON THE LOSS-RATE DATASET (LOSSPM) THE LNALLW01
      * ALLOWANCE RUN PRICES THE RESERVE FROM. MAINTAINED ONLY BY
      * LNPARM01 ("L" AND "G" CARDS), THE SAME WAY AS THE SHARED
      * PARAMETER SET ON THRESHPM - VALIDATED, AUDITED, PRINTED BY
      * THE "P" CARD. ALL RATES ARE PERCENT OF THE USD-EQUIVALENT
      * BALANCE, 9(2)V99 (0150 = 1.50 PERCENT).
      * LSR-TIER-ROW: ONE ROW PER L-LOAN-STATUS RISK TIER IN THE
      * ORDER A, S, V, R; WITHIN A ROW ONE RATE PER L-AGING-STATUS
      * BUCKET IN THE ORDER C, 1, 2, 3, 4.
       01  LOSS-RATE-REC.
           05  LSR-TIER-ROW OCCURS 4 TIMES.
               10  LSR-BUCKET-RATE PIC 9(02)V99 OCCURS 5 TIMES.
      * FLOOR RATE FOR A NON-ACCRUAL LOAN (L-ACCRUAL-STATUS "N"):
      * IT IS RESERVED AT THE HIGHER OF THIS AND ITS CELL RATE.
           05  LSR-NONACC-RATE     PIC 9(02)V99.
      * SECURED LOANS: THE RATE IS SCALED BY A LOSS-GIVEN-DEFAULT
      * PERCENT PICKED BY THE LOAN'S LTV OFF THE COLLATERAL MASTER -
      * LTV UP TO LSR-LTV-BREAK-LOW TAKES LSR-LGD-LOW, UP TO
      * LSR-LTV-BREAK-HIGH TAKES LSR-LGD-MID, ABOVE IT LSR-LGD-HIGH.
      * AN UNSECURED LOAN (OR ONE WHOSE VALUATION IS UNUSABLE)
      * CARRIES THE FULL RATE. LTV BREAKS AND LGD PERCENTS ARE
      * WHOLE PERCENT; ZERO MEANS "NOT SUPPLIED" - LNALLW01 KEEPS
      * ITS COMPILED-IN DEFAULTS, THE THRESHPM CONVENTION.
           05  LSR-LTV-BREAK-LOW   PIC 9(03).
           05  LSR-LTV-BREAK-HIGH  PIC 9(03).
           05  LSR-LGD-LOW         PIC 9(03).
           05  LSR-LGD-MID         PIC 9(03).
           05  LSR-LGD-HIGH        PIC 9(03).
      * WHO LAST CHANGED THE SET, AND WHEN.
           05  LSR-UPDATED-TS      PIC X(14).
           05  LSR-OPERATOR        PIC X(08).
           05  FILLER              PIC X(07).
