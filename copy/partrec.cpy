      * LOAN PARTICIPATION RECORD (80 BYTES), KEYED BY LOAN ID +
      * INVESTOR ID - ONE PER SHARE OF A LOAN SOLD TO A PARTICIPANT
      * BANK (copy/invrec.cpy). MAINTAINED BY LNINVM01.
      * PT-SHARE-PCT IS THE INVESTOR'S PERCENTAGE OF THE LOAN
      * (0450000 = 45.0000 PERCENT); THE SHARES SOLD ON ONE LOAN
      * NEVER TOTAL MORE THAN 100 - WHAT IS LEFT IS OUR RETAINED
      * PORTION (SEE LNPART01).
      * PT-SVC-PCT IS THE SERVICING FEE WE KEEP, AS A PERCENTAGE OF
      * THE INVESTOR'S SHARE OF INTEREST COLLECTED (01000 = 10.000
      * PERCENT). PRINCIPAL AND RECOVERIES PASS THROUGH IN FULL.
      * PT-SOLD-DATE: COLLECTIONS POSTED ON OR AFTER IT ARE SHARED.
      * PT-STATUS: "A" = ACTIVE, "E" = ENDED (SHARE REPURCHASED OR
      * THE LOAN CLOSED) ON PT-END-DATE - COLLECTIONS POSTED AFTER
      * IT STAY WITH US. AN ENDED RECORD STAYS ON FILE SO A LATER
      * REVERSAL OF A PAYMENT IT WAS PAID ON IS STILL CLAWED BACK.
       01  PARTICIPATION-REC.
           05  PT-KEY.
               10  PT-LOAN-ID      PIC X(10).
               10  PT-INVESTOR-ID  PIC X(10).
           05  PT-SHARE-PCT        PIC 9(03)V9(04).
           05  PT-SVC-PCT          PIC 9(02)V999.
           05  PT-STATUS           PIC X(01).
           05  PT-SOLD-DATE        PIC X(08).
           05  PT-END-DATE         PIC X(08).
           05  PT-MAINT-DATE       PIC X(08).
           05  PT-MAINT-BY         PIC X(03).
           05  FILLER              PIC X(20).
