      * MISSED CYCLE - L-LATE-FEE-CYCLE REMEMBERS WHICH
      * L-NEXT-PAYMENT-DUE WAS LAST ASSESSED, SO NOBODY IS CHARGED
      * AGAIN UNTIL THE CYCLE THEY MISS ROLLS FORWARD.
      * GRACE IS COUNTED IN BUSINESS DAYS (LNBDAY01): FROM THE DUE
      * DATE - ROLLED TO THE NEXT BUSINESS DAY IF IT FELL ON A
      * WEEKEND OR BANK HOLIDAY - WEEKENDS AND HOLIDAYS DO NOT EAT
      * INTO THE BORROWER'S GRACE.
      * THE FEE IS POLICY-DRIVEN OFF THE SHARED PARAMETER SET:
      * PARM-LATE-FEE-TYPE "F" = FLAT PARM-LATE-FEE-FLAT (DEFAULT
      * 25.00), "P" = PARM-LATE-FEE-PCT PERCENT OF THE LOAN'S
      * A PERCENT LOAN WITH NO SCHEDULE ON FILE FALLS BACK TO THE
      * FLAT FEE RATHER THAN ASSESSING A ZERO.
      * THE FEE LANDS IN L-LATE-FEE-DUE, WHERE LNVAL01'S PAYMENT
      * WATERFALL SATISFIES IT AHEAD OF INTEREST AND PRINCIPAL. FEE
      * INCOME IS BOOKED WHEN ASSESSED: TONIGHT'S FEES POST DR
      * FEESRECV (LATE FEES RECEIVABLE) / CR FEEINCOM (GL ACTION "B"),
      * SUMMARIZED BY CURRENCY AND RISK TIER ON GLOUT FOR LNGLP01 TO
      * ABSORB, SO FEESRECV CARRIES WHAT THE MASTER SAYS IS OWED.
      * LNVAL01 RELIEVES THE RECEIVABLE AS FEES ARE COLLECTED.
      * SYSIN CARD COL 1 "B" (CONVERSION NIGHT ONLY) ALSO BOOKS EVERY
      * FEE BALANCE ALREADY STANDING ON THE MASTER; BLANK OTHERWISE.
      * A LOAN UNDER AN ACTIVE LEGAL HOLD (BANKRUPTCY, LITIGATION,
      * DISPUTE OR DECEASED - ON THE LOAN OR ANY PARTY TO IT, PER
      * LNLGL01) IS NOT ASSESSED WHILE THE HOLD STANDS.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT PARM-FILE ASSIGN TO THRESHPM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

      * Same 48-byte posting layout LNVAL01 writes to its own GLOUT.
       FD  GL-FILE.
       01  GL-POSTING-REC.
           05  GL-RUN-DATE         PIC X(08).
           05  GL-ACTION           PIC X(01).
           05  GL-CURRENCY-CODE    PIC X(03).
           05  GL-RISK-TIER        PIC X(01).
           05  GL-DR-CR            PIC X(01).
           05  GL-ACCOUNT          PIC X(08).
           05  GL-AMOUNT-USD       PIC 9(11)V99.
           05  GL-TRANS-COUNT      PIC 9(09).
           05  FILLER              PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-PARM-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-MODE-CARD           PIC X(80) VALUE SPACES.
       01  WS-OPENING-SW          PIC X(01) VALUE "N".
           88  BOOK-OPENING-FEES  VALUE "Y".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.

       COPY CURRTAB.

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

      * Legal-hold service block (LNLGL01).
       COPY LGLCTL.

      * Tonight's fee postings, summarized by action/currency/tier the
      * same way LNVAL01's 0230-ACCUMULATE-GL-CELL summarizes its own.
       01  WS-GL-TABLE.
           05  WS-GL-MAX           PIC 9(03) VALUE 200.
           05  WS-GL-COUNT         PIC 9(03) VALUE ZERO.
           05  WS-GL-ENTRY OCCURS 200 TIMES
                                   INDEXED BY WS-GL-IDX.
               10  WS-GL-ACTION    PIC X(01).
               10  WS-GL-CURR      PIC X(03).
               10  WS-GL-TIER      PIC X(01).
               10  WS-GL-AMOUNT    PIC 9(11)V99.
               10  WS-GL-TRANS-CNT PIC 9(09).
       01  WS-GL-WORK-ACTION       PIC X(01) VALUE SPACE.
       01  WS-GL-WORK-CURR         PIC X(03) VALUE SPACES.
       01  WS-GL-DR-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-FOUND-SW          PIC X(01) VALUE "N".
           88  GL-CELL-FOUND       VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-DELINQUENT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-ASSESSED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-IN-GRACE     PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGAL-HELD   PIC 9(09) VALUE ZERO.
           05  WS-CNT-ALREADY      PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-RECORD   PIC 9(09) VALUE ZERO.
           05  WS-ASSESSED-USD     PIC 9(11)V99 VALUE ZERO.
           05  WS-OUTSTANDING-USD  PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-OPENING      PIC 9(09) VALUE ZERO.
           05  WS-OPENING-USD      PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 0100-LOAD-FEE-POLICY
           ACCEPT WS-MODE-CARD FROM SYSIN
           IF WS-MODE-CARD(1:1) = "B"
              SET BOOK-OPENING-FEES TO TRUE
              DISPLAY "CONVERSION RUN - STANDING FEE BALANCES WILL "
                 "BE BOOKED TO FEESRECV"
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE
           MOVE "C" TO LH-FUNCTION
           CALL "LNLGL01" USING WS-LEGAL-CONTROL
           PERFORM 1900-WRITE-GL-EXTRACT
           PERFORM 9000-FEE-SUMMARY
           GOBACK.

              DISPLAY "LNFEE01: PARM FILE UNAVAILABLE - "
                 "USING DEFAULT FEE POLICY"
           END-IF
           DISPLAY "LNFEE01: GRACE " WS-GRACE-DAYS " BUSINESS DAYS, "
              "TYPE " WS-FEE-TYPE " FLAT " WS-FEE-FLAT
              " PCT " WS-FEE-PCT.

       1000-PROCESS.
           READ MASTER-FILE NEXT RECORD
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF BOOK-OPENING-FEES
                    PERFORM 1005-BOOK-OPENING-FEE
                 END-IF
                 PERFORM 0200-ADD-OUTSTANDING-USD
                 IF L-CHARGE-OFF-FLAG NOT = "C"
                    AND L-MOD-PLAN-FLAG NOT = "A"
                       OR L-AGING-STATUS = "3"
                       OR L-AGING-STATUS = "4")
                    ADD 1 TO WS-CNT-DELINQUENT
                    PERFORM 1008-CHECK-LEGAL-HOLD
                    IF LH-ON-HOLD
                       ADD 1 TO WS-CNT-LEGAL-HELD
                    ELSE
                       PERFORM 1010-CONSIDER-FEE
                    END-IF
                 END-IF
           END-READ.

      * Conversion night only: a fee balance already on the master
      * was assessed before fees were booked when assessed, so it has
      * never reached FEESRECV. Booked here ahead of tonight's
      * assessments, the receivable opens at what the loans really
      * owe and the collections that later relieve it cannot drive
      * it below zero.
       1005-BOOK-OPENING-FEE.
           IF L-LATE-FEE-DUE NUMERIC AND L-LATE-FEE-DUE > ZERO
              PERFORM 0290-LOOK-UP-RATE
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 L-LATE-FEE-DUE * WS-CONV-RATE
              ADD WS-USD-AMOUNT TO WS-OPENING-USD
              ADD 1 TO WS-CNT-OPENING
              MOVE "B" TO WS-GL-WORK-ACTION
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF.

      * A borrower in bankruptcy is under the automatic stay, and a
      * disputed, litigated or deceased account is in the hands of
      * the legal unit - no fee accrues against it meanwhile.
       1008-CHECK-LEGAL-HOLD.
           MOVE "L"            TO LH-FUNCTION
           MOVE L-LOAN-ID      TO LH-LOAN-ID
           MOVE L-BORROWER-ID  TO LH-BORROWER-ID
           CALL "LNLGL01" USING WS-LEGAL-CONTROL.

       1010-CONSIDER-FEE.
           IF L-NEXT-PAYMENT-DUE NOT NUMERIC
              OR L-NEXT-PAYMENT-DUE = ZEROS
                 ADD 1 TO WS-CNT-ALREADY
              ELSE
                 MOVE L-NEXT-PAYMENT-DUE TO WS-DUE-DATE-NUM
                 PERFORM 1015-COUNT-BUSINESS-DAYS-LATE
                 IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
                    PERFORM 1020-ASSESS-FEE
                 ELSE
              END-IF
           END-IF.

      * Business days late: the due date rolls to the next business
      * day (the first day the borrower could have paid), then every
      * business day after it through tonight counts. A due date
      * the service cannot use falls back to calendar days.
       1015-COUNT-BUSINESS-DAYS-LATE.
           MOVE "N" TO BD-FUNCTION
           MOVE WS-DUE-DATE-NUM TO BD-DATE-IN
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE = ZERO
              MOVE "C" TO BD-FUNCTION
              MOVE BD-DATE-OUT TO BD-DATE-IN
              MOVE WS-RUN-DATE-NUM TO BD-DATE-TO
              CALL "LNBDAY01" USING WS-BDAY-CONTROL
           END-IF
           IF BD-RETURN-CODE = ZERO
              MOVE BD-COUNT TO WS-DAYS-PAST-DUE
           ELSE
              COMPUTE WS-DUE-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
              COMPUTE WS-DAYS-PAST-DUE =
                 WS-RUN-DATE-INT - WS-DUE-DATE-INT
           END-IF.

       1020-ASSESS-FEE.
           MOVE WS-FEE-FLAT TO WS-FEE-AMOUNT
           IF WS-FEE-TYPE = "P"
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 WS-FEE-AMOUNT * WS-CONV-RATE
              ADD WS-USD-AMOUNT TO WS-ASSESSED-USD
              MOVE "B" TO WS-GL-WORK-ACTION
              PERFORM 0230-ACCUMULATE-GL-CELL
              DISPLAY "FEE ASSESSED " L-LOAN-ID " "
                 WS-FEE-AMOUNT " " L-CURRENCY-CODE
                 " CYCLE " L-LATE-FEE-CYCLE
              ADD WS-USD-AMOUNT TO WS-OUTSTANDING-USD
           END-IF.

      * Adds WS-USD-AMOUNT to the cell for WS-GL-WORK-ACTION and the
      * current loan's currency and risk tier, opening a new cell the
      * first time that combination is seen.
       0230-ACCUMULATE-GL-CELL.
           MOVE L-CURRENCY-CODE TO WS-GL-WORK-CURR
           IF WS-GL-WORK-CURR = SPACES
              MOVE "USD" TO WS-GL-WORK-CURR
           END-IF
           MOVE "N" TO WS-GL-FOUND-SW
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
                   OR GL-CELL-FOUND
              IF WS-GL-ACTION(WS-GL-IDX) = WS-GL-WORK-ACTION
                 AND WS-GL-CURR(WS-GL-IDX) = WS-GL-WORK-CURR
                 AND WS-GL-TIER(WS-GL-IDX) = L-LOAN-STATUS
                 SET GL-CELL-FOUND TO TRUE
                 ADD WS-USD-AMOUNT TO WS-GL-AMOUNT(WS-GL-IDX)
                 ADD 1 TO WS-GL-TRANS-CNT(WS-GL-IDX)
              END-IF
           END-PERFORM
           IF NOT GL-CELL-FOUND
              IF WS-GL-COUNT < WS-GL-MAX
                 ADD 1 TO WS-GL-COUNT
                 MOVE WS-GL-WORK-ACTION TO WS-GL-ACTION(WS-GL-COUNT)
                 MOVE WS-GL-WORK-CURR   TO WS-GL-CURR(WS-GL-COUNT)
                 MOVE L-LOAN-STATUS     TO WS-GL-TIER(WS-GL-COUNT)
                 MOVE WS-USD-AMOUNT     TO WS-GL-AMOUNT(WS-GL-COUNT)
                 MOVE 1 TO WS-GL-TRANS-CNT(WS-GL-COUNT)
              ELSE
                 DISPLAY "FATAL: GL SUMMARY TABLE FULL - ACTION "
                    WS-GL-WORK-ACTION " CURR " WS-GL-WORK-CURR
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       0290-LOOK-UP-RATE.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              END-IF
           END-PERFORM.

      * Written once, after the pass, and proved DR = CR the same way
      * LNVAL01's 1910 proves its own extract. One balanced pair per
      * cell:
      *   B  late fees assessed    DR FEESRECV / CR FEEINCOM
       1900-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                 WS-GL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
              PERFORM 1910-WRITE-GL-PAIR
           END-PERFORM
           CLOSE GL-FILE
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: LATE FEE GL OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1910-WRITE-GL-PAIR.
           MOVE SPACES TO GL-POSTING-REC
           MOVE WS-RUN-DATE                TO GL-RUN-DATE
           MOVE WS-GL-ACTION(WS-GL-IDX)    TO GL-ACTION
           MOVE WS-GL-CURR(WS-GL-IDX)      TO GL-CURRENCY-CODE
           MOVE WS-GL-TIER(WS-GL-IDX)      TO GL-RISK-TIER
           MOVE WS-GL-AMOUNT(WS-GL-IDX)    TO GL-AMOUNT-USD
           MOVE WS-GL-TRANS-CNT(WS-GL-IDX) TO GL-TRANS-COUNT
           MOVE "D"        TO GL-DR-CR
           MOVE "FEESRECV" TO GL-ACCOUNT
           PERFORM 1920-WRITE-GL-RECORD
           MOVE "C"        TO GL-DR-CR
           MOVE "FEEINCOM" TO GL-ACCOUNT
           PERFORM 1920-WRITE-GL-RECORD.

       1920-WRITE-GL-RECORD.
           IF GL-DR-CR = "D"
              ADD GL-AMOUNT-USD TO WS-GL-DR-TOTAL
           ELSE
              ADD GL-AMOUNT-USD TO WS-GL-CR-TOTAL
           END-IF
           WRITE GL-POSTING-REC
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE WRITE FAILED - STATUS "
                 WS-GL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-GL-RECORDS.

       9000-FEE-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNFEE01 LATE FEE CONTROL TOTALS".
           DISPLAY "  ASSESSED AMOUNT (USD) ........: " WS-EDIT-USD.
           DISPLAY "INSIDE GRACE PERIOD - NO FEE ...: "
              WS-CNT-IN-GRACE.
           DISPLAY "LEGAL HOLD - NO FEE ............: "
              WS-CNT-LEGAL-HELD.
           DISPLAY "CYCLE ALREADY ASSESSED .........: "
              WS-CNT-ALREADY.
           DISPLAY "UNUSABLE RECORDS - SKIPPED .....: "
              WS-CNT-BAD-RECORD.
           MOVE WS-OUTSTANDING-USD TO WS-EDIT-USD
           DISPLAY "FEES OUTSTANDING, ALL LOANS(USD): " WS-EDIT-USD.
           IF BOOK-OPENING-FEES
              DISPLAY "STANDING FEES BOOKED ...........: "
                 WS-CNT-OPENING
              MOVE WS-OPENING-USD TO WS-EDIT-USD
              DISPLAY "  OPENING FEESRECV (USD) .......: " WS-EDIT-USD
           END-IF
           DISPLAY "GL POSTING RECORDS WRITTEN .....: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ........: "
              WS-GL-DR-TOTAL.
           DISPLAY "  GL CREDITS (USD-EQUIV) .......: "
              WS-GL-CR-TOTAL.
           DISPLAY "==============================================".
