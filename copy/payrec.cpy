      * KEYED PAYMENT HISTORY RECORD (107 BYTES) - ONE PER PAYMENT
      * POSTED BY LNVAL01, KEYED BY LOAN ID + POSTING DATE +
      * SEQUENCE, SO "WHAT PAYMENTS HAS THIS LOAN MADE" IS A KEYED
      * BROWSE BY LOAN ID IN DATE ORDER. PAY-SEQ DISAMBIGUATES
      * MONEY. BLANK ON LIVE PAYMENTS AND RECORDS PREDATING THE
      * FIELD; BLANK (NON-NUMERIC) ESCROW/FEE ON OLD RECORDS READS
      * AS ZERO.
      * PAY-TYPE "C" = PRINCIPAL CURTAILMENT (MAINT "K"): THE WHOLE
      * AMOUNT IS PRINCIPAL AND THE DUE DATE DID NOT MOVE. BLANK =
      * AN ORDINARY PAYMENT (AND EVERY RECORD PREDATING THE FIELD).
      * PAY-RECAST IS THE RECAST THE CURTAILMENT CARRIED ("P" =
      * LOWER PAYMENT OVER THE REMAINING TERM, "T" = SAME PAYMENT,
      * SHORTER TERM, BLANK = NONE); PAY-PRIOR-SCHED-PMT/-TERM HOLD
      * THE LOAN'S SCHEDULED PAYMENT AND TERM BEFORE THE RECAST SO
      * A REVERSAL CAN PUT THEM BACK.
      * PAY-ACH-TRACE-NO IS THE TRACE NUMBER OF THE AUTOPAY DEBIT
      * THAT MADE THE PAYMENT (STAMPED FROM THE "P" TRANSACTION
      * LNACH01 WROTE) - HOW LNACHR01 FINDS THE EXACT POSTING A
      * RETURNED DEBIT REVERSES. BLANK ON EVERY PAYMENT THAT DID NOT
      * COME FROM AN AUTOPAY DEBIT AND ON RECORDS PREDATING THE
      * FIELD.
       01  PAYMENT-REC.
           05  PAY-KEY.
               10  PAY-LOAN-ID     PIC X(10).
           05  PAY-FEE             PIC 9(07)V99.
           05  PAY-REVERSED-FLAG   PIC X(01).
           05  PAY-REVERSAL-DATE   PIC X(08).
           05  PAY-TYPE            PIC X(01).
           05  PAY-RECAST          PIC X(01).
           05  PAY-PRIOR-SCHED-PMT PIC 9(07)V99.
           05  PAY-PRIOR-TERM      PIC 9(03).
           05  PAY-ACH-TRACE-NO    PIC X(15).
