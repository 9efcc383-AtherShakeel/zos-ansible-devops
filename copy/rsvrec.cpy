      * ALLOWANCE (LOAN-LOSS RESERVE) CARRY RECORD (80 BYTES) - THE
      * SINGLE RECORD ON THE RESERVE CONTROL DATASET (RSVCTL),
      * REWRITTEN BY EVERY FINAL LNALLW01 RUN. IT CARRIES THE
      * ALLOWANCE BOOKED BY THAT RUN, SO THE NEXT RUN POSTS ONLY THE
      * DIFFERENCE (PROVISION OR RELEASE), AND THE CHARGED-OFF
      * LEDGER'S CUMULATIVE RECOVERIES AT THAT DATE, SO THE NEXT
      * ROLL-FORWARD CAN SHOW THE PERIOD'S RECOVERIES.
       01  RESERVE-CTL-REC.
           05  RSV-RUN-DATE        PIC X(08).
           05  RSV-RESERVE-USD     PIC 9(13)V99.
           05  RSV-RECOVERED-USD   PIC 9(13)V99.
           05  RSV-LOAN-COUNT      PIC 9(09).
           05  RSV-BOOK-USD        PIC 9(13)V99.
           05  FILLER              PIC X(18).
