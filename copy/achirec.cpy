      * ACH ORIGINATED-ITEM RECORD (90 BYTES), KEYED BY THE NACHA
      * TRACE NUMBER (ODFI ROUTING PREFIX + 7-DIGIT SEQUENCE) -
      * ONE PER DEBIT ENTRY LNACH01 SENDS TO THE BANK. THE BANK'S
      * RETURN ADDENDA NAME THE ORIGINAL TRACE NUMBER, SO THIS IS
      * HOW LNACHR01 GETS FROM A RETURN BACK TO THE LOAN, THE
      * AMOUNT, AND THE PAYHIST RECORD THE MATCHING "P"
      * TRANSACTION CREATED (STAMPED WITH THE SAME TRACE NUMBER IN
      * PAY-ACH-TRACE-NO).
      * ACI-STATUS: "O" = ORIGINATED, "R" = RETURNED (REVERSAL
      * TRANSACTION WRITTEN; ACI-PAY-DATE/ACI-PAY-SEQ NAME THE
      * PAYHIST KEY IT REVERSES), "X" = RETURNED BUT NO LIVE
      * POSTING CARRIES THE TRACE NUMBER - WORKED BY HAND.
       01  ACH-ITEM-REC.
           05  ACI-TRACE-NO        PIC X(15).
           05  ACI-LOAN-ID         PIC X(10).
           05  ACI-CYCLE-DUE-DATE  PIC X(08).
           05  ACI-EFFECTIVE-DATE  PIC X(08).
           05  ACI-AMOUNT          PIC 9(07)V99.
           05  ACI-STATUS          PIC X(01).
           05  ACI-RETURN-CODE     PIC X(03).
           05  ACI-RETURN-DATE     PIC X(08).
           05  ACI-PAY-DATE        PIC X(08).
           05  ACI-PAY-SEQ         PIC 9(03).
           05  ACI-ORIG-DATE       PIC X(08).
           05  FILLER              PIC X(09).
