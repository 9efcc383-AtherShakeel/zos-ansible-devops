      * ROLL-RATE HISTORY DATASET (ROLLHIST, 100-BYTE RECORDS),
      * REWRITTEN BY EVERY LNROLL01 MONTH-END RUN. ONE RECORD PER
      * MONTH, OLDEST FIRST, THE TRAILING TWELVE MONTHS ONLY; A
      * RERUN FOR A MONTH ALREADY ON FILE REPLACES ITS RECORD.
      * RH-BUCKET 1-5 IS THE AGING BUCKET AT THE PRIOR MONTH-END
      * (C, 1-4 - LNAGE01). RH-BASE-CNT IS THE LIVE LOANS THAT
      * STARTED THE MONTH IN IT; RH-ROLL-PCT THE PERCENT OF THEIR
      * USD-EQUIVALENT BALANCE THAT ROLLED TO A WORSE BUCKET OR WAS
      * CHARGED OFF; RH-CURE-PCT THE PERCENT THAT CURED TO A BETTER
      * ONE (ALWAYS ZERO FOR BUCKET C).
       01  ROLL-HIST-REC.
           05  RH-MONTH            PIC X(06).
           05  RH-RUN-DATE         PIC X(08).
           05  RH-BUCKET OCCURS 5 TIMES.
               10  RH-BASE-CNT     PIC 9(07).
               10  RH-ROLL-PCT     PIC 9(03)V99.
               10  RH-CURE-PCT     PIC 9(03)V99.
           05  FILLER              PIC X(01).
