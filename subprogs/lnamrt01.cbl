      * SUBPROGRAM: GENERATES A MONTHLY AMORTIZATION SCHEDULE FOR A
      * LOAN (PRINCIPAL/INTEREST SPLIT PER PAYMENT) AND WRITES IT TO
      * THE BORROWER SCHEDULE EXTRACT FILE.
      * BALLOON LOANS: THE PERIOD PASSED IN IS THE AMORTIZATION
      * PERIOD. WHEN IT IS LONGER THAN THE LOAN'S CONTRACTUAL TERM
      * (L-TERM-MONTHS), THE LEVEL PAYMENT IS PRICED OVER THE
      * AMORTIZATION PERIOD BUT THE SCHEDULE STOPS AT THE TERM - ITS
      * LAST PAYMENT, AT MATURITY, CARRIES THE WHOLE REMAINING
      * BALANCE (THE BALLOON). WITH THE TWO EQUAL, AS EVERY CALLER
      * BUT A BALLOON BOOKING PASSES THEM, THE SCHEDULE FULLY
      * AMORTIZES AS BEFORE.
      * RECASTS: A NON-ZERO LEVEL PAYMENT PASSED IN IS USED AS THE
      * PAYMENT INSTEAD OF PRICING ONE - THE CURTAILMENT "KEEP THE
      * PAYMENT, SHORTEN THE TERM" RECAST AND ITS REVERSAL. THE
      * PERIOD PASSED IN IS THEN THE NUMBER OF PAYMENTS LEFT, AND
      * THE SCHEDULE ENDS EARLY IF THE BALANCE RUNS OUT FIRST.
      * EVERY OTHER CALLER PASSES ZERO.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-INTEREST-AMT        PIC 9(07)V99.
       01  WS-PRINCIPAL-AMT       PIC 9(07)V99.
       01  WS-PAYMENT-NUM         PIC 9(03).
       01  WS-SCHED-PAYMENTS      PIC 9(03).

       LINKAGE SECTION.
       COPY LOANREC.
       01  LS-TERM-MONTHS         PIC 9(03).
       01  LS-LEVEL-PAYMENT       PIC 9(07)V99.

       PROCEDURE DIVISION USING LOAN-RECORD LS-TERM-MONTHS
                                LS-LEVEL-PAYMENT.
       0000-MAIN.
           IF LS-TERM-MONTHS = 0 OR L-LOAN-AMOUNT = 0
              GOBACK
              PERFORM 0100-OPEN-SCHEDULE-FILE
           END-IF

      * Number of scheduled payments: the contractual term when a
      * longer amortization period leaves a balloon, else the
      * period passed in.
           MOVE LS-TERM-MONTHS TO WS-SCHED-PAYMENTS
           IF L-TERM-MONTHS NUMERIC
              AND L-TERM-MONTHS > ZERO
              AND L-TERM-MONTHS < LS-TERM-MONTHS
              MOVE L-TERM-MONTHS TO WS-SCHED-PAYMENTS
           END-IF

           COMPUTE WS-MONTHLY-RATE ROUNDED =
              L-INTEREST-RATE / 1200
           MOVE L-LOAN-AMOUNT TO WS-BALANCE
      * itself was already accepted by 1018-VALIDATE-LOAN-TERMS, so a
      * missing amortization schedule is a visible gap compliance can
      * chase, not a silently wrong one.
           EVALUATE TRUE
              WHEN LS-LEVEL-PAYMENT > ZERO
                 MOVE LS-LEVEL-PAYMENT TO WS-PAYMENT-AMT
              WHEN WS-MONTHLY-RATE = 0
                 COMPUTE WS-PAYMENT-AMT ROUNDED =
                    L-LOAN-AMOUNT / LS-TERM-MONTHS
              WHEN OTHER
                 COMPUTE WS-GROWTH-FACTOR ROUNDED =
                    (1 + WS-MONTHLY-RATE) ** LS-TERM-MONTHS
                    ON SIZE ERROR
                       DISPLAY "LNAMRT01: GROWTH FACTOR OVERFLOW - ID "
                          L-LOAN-ID " RATE " L-INTEREST-RATE
                          " TERM " LS-TERM-MONTHS
                          " - SCHEDULE NOT GENERATED"
                       GOBACK
                 END-COMPUTE
                 COMPUTE WS-PAYMENT-AMT ROUNDED =
                    L-LOAN-AMOUNT * WS-MONTHLY-RATE * WS-GROWTH-FACTOR
                    / (WS-GROWTH-FACTOR - 1)
                    ON SIZE ERROR
                       DISPLAY "LNAMRT01: PAYMENT AMOUNT OVERFLOW - ID "
                          L-LOAN-ID " - SCHEDULE NOT GENERATED"
                       GOBACK
                 END-COMPUTE
           END-EVALUATE

      * The level per-cycle payment just computed is stamped on the
      * loan record (every caller rewrites the record AFTER this
      * term.
           MOVE WS-PAYMENT-AMT TO L-SCHED-PAYMENT

      * A payment that would take the balance to zero or below is
      * the last one - only reachable ahead of the final scheduled
      * payment on a caller-supplied level payment.
           PERFORM VARYING WS-PAYMENT-NUM FROM 1 BY 1
                 UNTIL WS-PAYMENT-NUM > WS-SCHED-PAYMENTS
                 OR WS-BALANCE = ZERO
              COMPUTE WS-INTEREST-AMT ROUNDED =
                 WS-BALANCE * WS-MONTHLY-RATE
              IF WS-PAYMENT-NUM = WS-SCHED-PAYMENTS
                 OR WS-INTEREST-AMT + WS-BALANCE NOT > WS-PAYMENT-AMT
                 MOVE WS-BALANCE TO WS-PRINCIPAL-AMT
                 COMPUTE WS-PAYMENT-AMT =
                    WS-PRINCIPAL-AMT + WS-INTEREST-AMT
