      *   - L-ORIGINATION-DATE BLANK OR NOT NUMERIC
      *   - L-NEXT-PAYMENT-DUE EARLIER THAN L-ORIGINATION-DATE
      *   - L-AGING-STATUS INCONSISTENT WITH L-NEXT-PAYMENT-DUE
      *     (THE BUCKET LNAGE01 WOULD ASSIGN TODAY, A NON-BUSINESS
      *     DUE DATE ROLLED TO THE NEXT BUSINESS DAY THE SAME WAY)
      * THE JOB ENDS RC 8 IF ANY RECORD FAILED, SO A SCHEDULED RUN
      * SURFACES IN THE MORNING CHECKS WITHOUT READING SYSOUT.
      *================================================================*

       COPY CURRTAB.

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-RECORDS  PIC 9(09) VALUE ZERO.
                 MOVE SPACE TO WS-EXPECTED-AGING
              ELSE
                 MOVE L-NEXT-PAYMENT-DUE TO WS-DUE-DATE-NUM
                 MOVE "N" TO BD-FUNCTION
                 MOVE WS-DUE-DATE-NUM TO BD-DATE-IN
                 CALL "LNBDAY01" USING WS-BDAY-CONTROL
                 IF BD-RETURN-CODE = ZERO
                    MOVE BD-DATE-OUT TO WS-DUE-DATE-NUM
                 END-IF
                 COMPUTE WS-DUE-DATE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                 COMPUTE WS-DAYS-PAST-DUE =
