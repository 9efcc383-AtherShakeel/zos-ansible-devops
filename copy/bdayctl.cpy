      * BUSINESS-DAY SERVICE BLOCK, PASSED TO LNBDAY01 BY EVERY
      * PROGRAM THAT COUNTS OR TESTS BUSINESS DAYS (AGING, LATE-FEE
      * GRACE, THE BILLING LEAD WINDOW, RUN CONTROL). A BUSINESS DAY
      * IS MONDAY-FRIDAY AND NOT ON THE HOLIDAY CALENDAR (HOLCAL,
      * copy/hcalrec.cpy). ALL DATES YYYYMMDD.
      *   BD-FUNCTION "T": IS BD-DATE-IN A BUSINESS DAY?
      *                    (BD-BUSINESS-DAY; BD-DATE-OUT = INPUT)
      *               "N": FIRST BUSINESS DAY ON OR AFTER BD-DATE-IN
      *                    INTO BD-DATE-OUT
      *               "A": THE BD-DAYS'TH BUSINESS DAY AFTER
      *                    BD-DATE-IN INTO BD-DATE-OUT
      *               "C": BUSINESS DAYS AFTER BD-DATE-IN UP TO AND
      *                    INCLUDING BD-DATE-TO INTO BD-COUNT (ZERO
      *                    WHEN BD-DATE-TO IS NOT LATER)
      *               "P": LAST BUSINESS DAY BEFORE BD-DATE-IN INTO
      *                    BD-DATE-OUT
      * BD-RETURN-CODE 00 = DONE; 12 = A DATE PASSED IN IS NOT A
      * USABLE DATE OR THE FUNCTION IS UNKNOWN (OUTPUTS UNCHANGED).
       01  WS-BDAY-CONTROL.
           05  BD-FUNCTION         PIC X(01).
           05  BD-DATE-IN          PIC 9(08).
           05  BD-DATE-TO          PIC 9(08).
           05  BD-DAYS             PIC 9(03).
           05  BD-DATE-OUT         PIC 9(08).
           05  BD-COUNT            PIC 9(05).
           05  BD-BUSINESS-SW      PIC X(01).
               88  BD-BUSINESS-DAY VALUE "Y".
           05  BD-RETURN-CODE      PIC 9(02).
