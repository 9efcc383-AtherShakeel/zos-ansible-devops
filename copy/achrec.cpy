      * ACH AUTOPAY ENROLLMENT RECORD (80 BYTES), KEYED BY
      * ACH-LOAN-ID - ONE ENROLLMENT PER LOAN. MAINTAINED BY
      * LNACHM01 (ENROLL/SUSPEND/REINSTATE/REMOVE CARDS), READ BY
      * THE LNACH01 ORIGINATION RUN, AND UPDATED BY THE LNACHR01
      * RETURNS RUN.
      * ACH-ACCT-TYPE: "C" = CHECKING (NACHA DEBIT CODE 27), "S" =
      * SAVINGS (CODE 37).
      * ACH-DEBIT-DAY: DAY OF THE MONTH THE BORROWER ASKED TO BE
      * DEBITED. A DAY ON OR AFTER THE BILL'S DUE DAY DEBITS ON THE
      * DUE DATE ITSELF - AUTOPAY NEVER MAKES A PAYMENT LATE.
      * ACH-STATUS: "E" = ENROLLED (ORIGINATES), "S" = SUSPENDED
      * (BY HAND OR AUTOMATICALLY BY LNACHR01 ONCE THE RETURN COUNT
      * REACHES THE LIMIT ON ITS CONTROL CARD).
      * ACH-LAST-CYCLE-DEBITED IS THE BIL-CYCLE-DUE-DATE LAST
      * ORIGINATED - THE BILL STAYS OPEN UNTIL THE PAYMENT POSTS,
      * AND THIS IS WHAT STOPS THE NEXT NIGHT DEBITING IT AGAIN.
       01  ACH-ENROLL-REC.
           05  ACH-LOAN-ID         PIC X(10).
           05  ACH-ROUTING         PIC X(09).
           05  ACH-ACCOUNT         PIC X(17).
           05  ACH-ACCT-TYPE       PIC X(01).
           05  ACH-DEBIT-DAY       PIC 9(02).
           05  ACH-STATUS          PIC X(01).
           05  ACH-RETURN-COUNT    PIC 9(02).
           05  ACH-LAST-RETURN-CODE PIC X(03).
           05  ACH-LAST-RETURN-DATE PIC X(08).
           05  ACH-LAST-CYCLE-DEBITED PIC X(08).
           05  ACH-ENROLL-DATE     PIC X(08).
           05  ACH-STATUS-DATE     PIC X(08).
           05  FILLER              PIC X(03).
