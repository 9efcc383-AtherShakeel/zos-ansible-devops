      * BORROWER STATEMENT EXTRACT RECORD (281 BYTES) - ONE PER LOAN
      * TOUCHED BY AN LNVAL01 RUN (ADD/CHANGE/LEGACY UPSERT/DELETE/
      * PAYMENT/CURTAILMENT/ESCROW/PLAN MAINTENANCE), CAPTURING
      * BEFORE/AFTER STATUS AND AMOUNT. WRITTEN BY LNVAL01'S
      * 1016-WRITE-STATEMENT-EXTRACT, PRINTED BY LNSTMT01, AND THE
      * BEFORE IMAGE IS WHAT LNBKOT01 RESTORES ON A RUN BACKOUT.
      * STMT-ACTION: A=BOOKED C=CHANGED D=DELETED P=PAYMENT
      * V=PAYMENT REVERSED E=ESCROW MAINTENANCE M=PLAN MAINTENANCE
      * K=PRINCIPAL CURTAILMENT (E/M/K BACK OUT THROUGH LNBKOT01'S
      * BEFORE-IMAGE RESTORE LIKE C/P/V - THE IMAGE CARRIES THE
      * PRE-RECAST PAYMENT AND TERM). O=ONLINE CORRECTION (LNCICS01,
      * STAGED ONLINE AND APPENDED BY LNOCOR01; STMT-RUN-DATE IS THE
      * DAY OF THE CORRECTION AND STMT-RUN-SEQ ITS TIME OF DAY,
      * HHMMSSHH - LNBKOT01 BACKS THESE OUT ONLY ON ITS "O" CARD).
       01  STATEMENT-REC.
           05  STMT-LOAN-ID        PIC X(10).
           05  STMT-BORROWER       PIC X(30).
