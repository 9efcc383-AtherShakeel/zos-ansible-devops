      * UNAPPLIED-CASH RECORD (150 BYTES), KEYED BY UNA-KEY - ONE
      * RECORD PER LOCKBOX ITEM LNLBX01 COULD NOT MATCH TO A LOAN.
      * THE MONEY IS IN THE BANK BUT ON NO LOAN: IT IS HELD ON THE
      * GL IN UNAPPCSH (DR LOANCLRG / CR UNAPPCSH) UNTIL LNUNAP01
      * APPLIES IT TO A LOAN OR REFUNDS IT, AND IT AGES ON THE
      * LNUNAP01 REPORT THE WHOLE TIME.
      * UNA-STATUS: "U" = UNAPPLIED (HELD), "A" = APPLIED TO
      * UNA-APPLIED-LOAN-ID, "F" = REFUNDED TO THE REMITTER,
      * "D" = DEPOSIT CONTROL RECORD - ONE PER DEPOSIT PROCESSED
      * (BATCH "000", SEQUENCE 0000) CARRYING THE BANK'S DEPOSIT
      * TOTAL IN UNA-AMOUNT, SO THE SAME FILE CANNOT BE TAKEN IN
      * TWICE.
       01  UNAPPLIED-REC.
           05  UNA-KEY.
               10  UNA-DEPOSIT-DATE PIC X(08).
               10  UNA-LOCKBOX-NO   PIC X(07).
               10  UNA-BATCH-NO     PIC X(03).
               10  UNA-ITEM-SEQ     PIC 9(04).
           05  UNA-AMOUNT          PIC 9(09)V99.
           05  UNA-CHECK-NO        PIC X(10).
           05  UNA-REMITTER        PIC X(30).
           05  UNA-STUB-LOAN-ID    PIC X(10).
           05  UNA-STATUS          PIC X(01).
           05  UNA-RECEIVED-DATE   PIC X(08).
           05  UNA-STATUS-DATE     PIC X(08).
           05  UNA-APPLIED-LOAN-ID PIC X(10).
      * WHY LNLBX01 COULD NOT PLACE THE ITEM.
           05  UNA-REASON          PIC X(30).
      * OPERATOR WHO APPLIED OR REFUNDED THE ITEM.
           05  UNA-OPERATOR        PIC X(08).
           05  FILLER              PIC X(02).
