       PROGRAM-ID. LNAGE01.
      *================================================================*
      * SUBPROGRAM: BUCKETS A LOAN INTO A DELINQUENCY AGING STATUS
      * BASED ON L-NEXT-PAYMENT-DUE VERSUS THE CURRENT RUN DATE. A
      * LOAN PAID IN FULL (L-CLOSE-STATUS "P"/"C") IS ALWAYS CURRENT.
      * A DUE DATE THAT FALLS ON A WEEKEND OR BANK HOLIDAY IS NOT
      * MISSED UNTIL THE NEXT BUSINESS DAY HAS PASSED (LNBDAY01), SO
      * A PAYMENT RECEIVED THAT BUSINESS DAY IS ON TIME.
      *================================================================*
       ENVIRONMENT DIVISION.

       01  WS-DUE-DATE-INT        PIC 9(09).
       01  WS-DAYS-PAST-DUE       PIC S9(09).

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

       LINKAGE SECTION.
       COPY LOANREC.

           IF L-MOD-PLAN-FLAG = "A"
              CONTINUE
           ELSE
      * A loan paid in full owes nothing, whatever due date is left
      * on the record - it is current until it leaves the master.
           IF L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
              MOVE "C" TO L-AGING-STATUS
           ELSE
      * No due date on file yet (e.g. a brand-new loan) - treat as
      * current rather than guessing a bucket.
           IF L-NEXT-PAYMENT-DUE = SPACES OR L-NEXT-PAYMENT-DUE = ZEROS
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
              MOVE L-NEXT-PAYMENT-DUE         TO WS-DUE-DATE-NUM
      * A due date on a non-business day rolls to the next business
      * day - that is the first day the borrower could have paid.
              MOVE "N" TO BD-FUNCTION
              MOVE WS-DUE-DATE-NUM TO BD-DATE-IN
              CALL "LNBDAY01" USING WS-BDAY-CONTROL
              IF BD-RETURN-CODE = ZERO
                 MOVE BD-DATE-OUT TO WS-DUE-DATE-NUM
              END-IF
              COMPUTE WS-RUN-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
              COMPUTE WS-DUE-DATE-INT =
                    MOVE "4" TO L-AGING-STATUS
              END-EVALUATE
           END-IF
           END-IF
           END-IF.
           GOBACK.
