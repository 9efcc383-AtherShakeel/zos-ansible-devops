      * INVESTOR REMITTANCE CONTROL DATASET (RMCTL, 80-BYTE
      * RECORDS), REWRITTEN BY EVERY FINAL LNINVR01 RUN.
      * RMC-REC-TYPE "H" - ONE HEADER: THE LAST MONTH REMITTED AND
      *   THE DATE THAT RUN WAS MADE. A REVERSAL DATED AFTER THAT
      *   RUN OF A PAYMENT POSTED IN A MONTH ALREADY REMITTED IS
      *   CLAWED BACK BY THE NEXT RUN.
      * RMC-REC-TYPE "C" - ONE PER INVESTOR AND CURRENCY WHERE THE
      *   LAST RUN'S CLAWBACKS EXCEEDED WHAT WAS DUE: THE SHORTFALL
      *   IS OWED BY THE INVESTOR AND NETTED FROM THE NEXT
      *   REMITTANCE IN THAT CURRENCY.
       01  REMIT-CTL-REC.
           05  RMC-REC-TYPE        PIC X(01).
           05  RMC-LAST-MONTH      PIC X(06).
           05  RMC-LAST-RUN-DATE   PIC X(08).
           05  FILLER              PIC X(65).
       01  REMIT-CARRY-REC.
           05  RMC-CARRY-TYPE      PIC X(01).
           05  RMC-INVESTOR-ID     PIC X(10).
           05  RMC-CURRENCY-CODE   PIC X(03).
           05  RMC-CARRY-DUE       PIC 9(09)V99.
           05  FILLER              PIC X(55).
