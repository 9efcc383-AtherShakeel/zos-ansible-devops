      * LEGAL-HOLD SERVICE BLOCK, PASSED TO LNLGL01 BY EVERY STEP
      * THAT MUST STAND DOWN ON A LOAN UNDER A LEGAL HOLD (NOTICES,
      * LATE FEES, COLLECTOR ASSIGNMENT, BILLING DEMANDS) AND BY THE
      * CREDIT-BUREAU FURNISHING RUN.
      *   LH-FUNCTION "L": LOOK UP LH-LOAN-ID, WHOSE PRIMARY BORROWER
      *                    IS LH-BORROWER-ID (THE CALLER'S
      *                    L-BORROWER-ID). EVERY ACTIVE HOLD ON THE
      *                    LOAN, ON THE PRIMARY OR ON ANY BXRFVSAM
      *                    PARTY TO IT COUNTS: LH-ON-HOLD IS SET IF
      *                    ANY DOES, WITH ONE SWITCH PER TYPE FOUND,
      *                    THE BANKRUPTCY CHAPTER AND PETITION DATE,
      *                    AND THE EARLIEST DATE AN ACTIVE HOLD WAS
      *                    PLACED.
      *               "C": CLOSE (END OF RUN).
      * LH-RETURN-CODE 00 = DONE; 04 = NO LEGAL-STATUS FILE - NO
      * HOLDS ARE KNOWN; 12 = UNKNOWN FUNCTION.
       01  WS-LEGAL-CONTROL.
           05  LH-FUNCTION         PIC X(01).
           05  LH-LOAN-ID          PIC X(10).
           05  LH-BORROWER-ID      PIC X(10).
           05  LH-HOLD-SW          PIC X(01).
               88  LH-ON-HOLD      VALUE "Y".
           05  LH-BANKRUPT-SW      PIC X(01).
               88  LH-BANKRUPT     VALUE "Y".
           05  LH-LITIGATION-SW    PIC X(01).
               88  LH-LITIGATION   VALUE "Y".
           05  LH-DISPUTE-SW       PIC X(01).
               88  LH-DISPUTE      VALUE "Y".
           05  LH-DECEASED-SW      PIC X(01).
               88  LH-DECEASED     VALUE "Y".
           05  LH-CHAPTER          PIC X(02).
           05  LH-FILED-DATE       PIC X(08).
           05  LH-OPENED-DATE      PIC X(08).
           05  LH-RETURN-CODE      PIC 9(02).
