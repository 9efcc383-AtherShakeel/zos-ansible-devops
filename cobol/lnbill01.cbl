      *================================================================*
      * BATCH PROGRAM: MONTHLY BILLING RUN. AHEAD OF EACH LOAN'S
      * L-NEXT-PAYMENT-DUE (THE LEAD-DAYS WINDOW COMES ON A SYSIN
      * CARD, COLS 1-3; DEFAULT 10 BUSINESS DAYS, COUNTED BY THE
      * LNBDAY01 SERVICE SO WEEKENDS AND BANK HOLIDAYS DO NOT SHORTEN
      * THE BORROWER'S NOTICE), BUILDS THE BORROWER'S
      * BILL FOR THE COMING PAYMENT:
      *   - THE SCHEDULED PAYMENT FROM THE LNAMRT01 SCHEDULE
      *     (L-SCHED-PAYMENT; A LOAN WITH NO SCHEDULE ON FILE IS
      * PRINT SHOP, AND THE EXPECTED TOTAL IS RECORDED ON THE KEYED
      * BILLING CONTROL CLUSTER (BILLVSAM) SO LNVAL01'S PAYMENT
      * POSTING CAN FLAG SHORT-PAYS AND OVER-PAYS AGAINST WHAT WAS
      * ACTUALLY BILLED. CHARGED-OFF LOANS, AND LOANS PAID IN FULL
      * (L-CLOSE-STATUS "P"/"C"), ARE NEVER BILLED. NOR IS A LOAN
      * UNDER AN ACTIVE LEGAL HOLD (BANKRUPTCY, LITIGATION, DISPUTE
      * OR DECEASED - ON THE LOAN OR ANY PARTY TO IT, PER LNLGL01):
      * A PAYMENT DEMAND TO A DEBTOR UNDER THE STAY IS A VIOLATION.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       COPY CURRTAB.

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

      * Legal-hold service block (LNLGL01).
       COPY LGLCTL.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-BILLED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOT-DUE      PIC 9(09) VALUE ZERO.
           05  WS-CNT-NO-SCHEDULE  PIC 9(09) VALUE ZERO.
           05  WS-CNT-SKIPPED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGAL-HELD   PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-RECORD   PIC 9(09) VALUE ZERO.
           05  WS-BILLED-USD       PIC 9(11)V99 VALUE ZERO.

           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 0100-LOAD-LEAD-DAYS
           PERFORM 0110-SET-WINDOW-END

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE BILLING-FILE BILL-EXTRACT-FILE
           MOVE "C" TO LH-FUNCTION
           CALL "LNLGL01" USING WS-LEGAL-CONTROL
           IF WS-PLAN-STATUS = "00"
              CLOSE MOD-PLAN-FILE
           END-IF
              MOVE WS-LEAD-CARD(1:3) TO WS-LEAD-DAYS
           END-IF
           DISPLAY "LNBILL01: BILLING " WS-LEAD-DAYS
              " BUSINESS DAYS AHEAD OF THE DUE DATE".

      * The window closes the lead-days'th business day after today.
      * Each run's window ends where the next run's begins to
      * overlap, so the first run after a weekend or holiday picks
      * up every due date the skipped days would have brought in.
      * A run date the service cannot use falls back to calendar
      * days.
       0110-SET-WINDOW-END.
           MOVE "A" TO BD-FUNCTION
           MOVE WS-RUN-DATE-NUM TO BD-DATE-IN
           MOVE WS-LEAD-DAYS TO BD-DAYS
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE = ZERO
              COMPUTE WS-WINDOW-END-INT =
                 FUNCTION INTEGER-OF-DATE(BD-DATE-OUT)
           ELSE
              COMPUTE WS-WINDOW-END-INT =
                 WS-RUN-DATE-INT + WS-LEAD-DAYS
           END-IF.

       1000-PROCESS.
           READ MASTER-FILE NEXT RECORD
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 EVALUATE TRUE
                    WHEN L-CHARGE-OFF-FLAG = "C"
                       ADD 1 TO WS-CNT-SKIPPED
                    WHEN L-CLOSE-STATUS = "P"
                      OR L-CLOSE-STATUS = "C"
                       ADD 1 TO WS-CNT-CLOSED
                    WHEN OTHER
                       PERFORM 1005-CHECK-LEGAL-HOLD
                       IF LH-ON-HOLD
                          ADD 1 TO WS-CNT-LEGAL-HELD
                       ELSE
                          PERFORM 1010-CONSIDER-BILL
                       END-IF
                 END-EVALUATE
           END-READ.

      * Any active hold on the loan or a party to it stops the bill
      * - no billing control record is cut either, so payment
      * posting has no demand to measure a short-pay against.
       1005-CHECK-LEGAL-HOLD.
           MOVE "L"            TO LH-FUNCTION
           MOVE L-LOAN-ID      TO LH-LOAN-ID
           MOVE L-BORROWER-ID  TO LH-BORROWER-ID
           CALL "LNLGL01" USING WS-LEGAL-CONTROL.

      * A bill is cut when the due date falls inside the lead
      * window (today through the window end set above). An earlier
      * due date was billed in a prior run (or is delinquent - its
      * arrears ride on the NEXT cycle's bill); a later one waits.
       1010-CONSIDER-BILL.
           IF L-NEXT-PAYMENT-DUE NOT NUMERIC
              WS-CNT-NOT-DUE.
           DISPLAY "CHARGED-OFF - NOT BILLED .......: "
              WS-CNT-SKIPPED.
           DISPLAY "PAID IN FULL - NOT BILLED ......: "
              WS-CNT-CLOSED.
           DISPLAY "LEGAL HOLD - NOT BILLED ........: "
              WS-CNT-LEGAL-HELD.
           DISPLAY "UNUSABLE RECORDS - SKIPPED .....: "
              WS-CNT-BAD-RECORD.
           DISPLAY "==============================================".
