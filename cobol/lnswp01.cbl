      * RECORD:
      *   - THE LNACCR01 ACCRUAL FUNCTION (PER-DIEM INTEREST INTO
      *     THE ACCRUED BUCKET, MONTH-END CAPITALIZATION, THE SAME
      *     NON-ACCRUAL AND GARBLED-RECORD RULES, AND ITS GL: THE
      *     ACCRUAL DR ACCRINTR / CR INTINCOM, ACTION "S", AND THE
      *     CAPITALIZATION RECLASS DR LOANRECV / CR ACCRINTR, ACTION
      *     "M", SUMMARIZED ONTO GLOUT FOR LNGLP01; SYSIN COL 1 "B"
      *     BOOKS THE STANDING BUCKETS ON CONVERSION NIGHT);
      *   - THE LNRATE01 VARIABLE-RATE RESET FUNCTION (INDEX +
      *     MARGIN OFF RATIDX, RESET DATE ROLLED A YEAR, SCHEDULE
      *     REGENERATED THROUGH LNAMRT01);
      * EACH FUNCTION KEEPS ITS OWN CONTROL-TOTAL BLOCK, REPORTED
      * SEPARATELY, SO THE NIGHT STILL BALANCES PIECE BY PIECE
      * AGAINST THE FIGURES THE STANDALONE PASSES WOULD SHOW.
      * A LOAN PAID IN FULL (L-CLOSE-STATUS "P"/"C") IS NOT ACCRUED,
      * REPRICED OR RE-AGED - IT STILL GOES TO THE WORK EXTRACT SO
      * THE DOWNSTREAM STEPS SEE THE WHOLE BOOK.
      * ON NIGHTS THE SWEEP DOES NOT RUN, THE ORIGINAL LNACCR01 /
      * LNRATE01 PAIR STILL WORKS - THE RUN-CONTROL SEQUENCE TABLE
      * ACCEPTS EITHER - AND A REPRO UNLOAD MUST THEN SUPPLY THE
                  FILE STATUS IS WS-INDEX-STATUS.
           SELECT WORK-EXTRACT-FILE ASSIGN TO MWORKEX
                  FILE STATUS IS WS-WORK-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Post-sweep image of every master record - the night's
      * working copy of the book for the read-only steps.
       FD  WORK-EXTRACT-FILE.
       01  WORK-EXTRACT-REC        PIC X(200).

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
       01  WS-INDEX-STATUS        PIC X(02) VALUE "00".
       01  WS-WORK-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-MODE-CARD           PIC X(80) VALUE SPACES.
       01  WS-OPENING-SW          PIC X(01) VALUE "N".
           88  BOOK-OPENING-BUCKETS VALUE "Y".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-IDX-EOF-SW          PIC X(01) VALUE "N".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-NEXT-BDAY-NUM       PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH-YYYYMM   PIC 9(06) VALUE ZERO.
       01  WS-NEXT-MONTH-NUM      PIC 9(08) VALUE ZERO.
       01  WS-ACCRUE-THRU-INT     PIC 9(09) VALUE ZERO.
       01  WS-ACCRUE-THRU-NUM     PIC 9(08) VALUE ZERO.
       01  WS-ACCRUE-THRU-DATE REDEFINES WS-ACCRUE-THRU-NUM
                                  PIC X(08).
       01  WS-MONTH-END-SW        PIC X(01) VALUE "N".
           88  MONTH-END-RUN      VALUE "Y".
       01  WS-RECORD-DIRTY-SW     PIC X(01) VALUE "N".
           88  RESET-OK           VALUE "Y".
       01  WS-DYNAMIC-PROG        PIC X(08) VALUE SPACES.
       01  WS-TERM-MONTHS-PARM    PIC 9(03) VALUE ZERO.
       01  WS-LEVEL-PAYMENT-PARM  PIC 9(07)V99 VALUE ZERO.

       01  WS-INDEX-TABLE.
           05  WS-IDX-MAX         PIC 9(02) VALUE 20.

       COPY CURRTAB.

      * The accrual function's postings, summarized by action/
      * currency/tier the same way LNACCR01 summarizes them.
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

      * Each function's control totals survive intact - the night
      * still balances piece by piece against what the standalone
      * passes would have shown.
           05  WS-CNT-CAP-OVERFLOW PIC 9(09) VALUE ZERO.
           05  WS-ACCRUED-USD      PIC 9(11)V99 VALUE ZERO.
           05  WS-CAPITALIZED-USD  PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-OPENING      PIC 9(09) VALUE ZERO.
           05  WS-OPENING-USD      PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.
       01  WS-RESET-TOTALS.
           05  WS-CNT-VARIABLE     PIC 9(09) VALUE ZERO.
           05  WS-CNT-DUE          PIC 9(09) VALUE ZERO.
       01  WS-SWEEP-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-REAGED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-REWRITTEN    PIC 9(09) VALUE ZERO.
           05  WS-CNT-EXTRACTED    PIC 9(09) VALUE ZERO.

      * Run-control block for the nightly-chain gate (LNRUN01).
       COPY RUNCTL.

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNSWP01 - CONSOLIDATED NIGHTLY MASTER SWEEP".
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           PERFORM 0100-SET-RUN-DATES
           PERFORM 0200-LOAD-INDEX-TABLE
           ACCEPT WS-MODE-CARD FROM SYSIN
           IF WS-MODE-CARD(1:1) = "B"
              SET BOOK-OPENING-BUCKETS TO TRUE
              DISPLAY "CONVERSION RUN - STANDING ACCRUED BUCKETS WILL "
                 "BE BOOKED TO ACCRINTR"
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE WORK-EXTRACT-FILE
           PERFORM 7000-WRITE-GL-EXTRACT
           PERFORM 9000-SWEEP-REPORT
      * Record the clean end (and this run's return code) on the
      * run-control dataset - an abend never reaches this, which
           CALL "LNRUN01" USING WS-RUN-CONTROL
           GOBACK.

      * Same month-end test LNACCR01 makes: if the next business
      * day falls in another month, tonight accrues through the last
      * calendar day of the month and capitalizes.
       0100-SET-RUN-DATES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE WS-RUN-DATE-INT TO WS-ACCRUE-THRU-INT
           MOVE WS-RUN-DATE-NUM TO WS-ACCRUE-THRU-NUM
           MOVE "A" TO BD-FUNCTION
           MOVE WS-RUN-DATE-NUM TO BD-DATE-IN
           MOVE 1 TO BD-DAYS
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE = ZERO
              MOVE BD-DATE-OUT TO WS-NEXT-BDAY-NUM
           ELSE
              COMPUTE WS-NEXT-BDAY-NUM = FUNCTION DATE-OF-INTEGER(
                 WS-RUN-DATE-INT + 1)
           END-IF
           IF WS-NEXT-BDAY-NUM(1:6) NOT = WS-RUN-DATE-NUM(1:6)
              SET MONTH-END-RUN TO TRUE
              DIVIDE WS-NEXT-BDAY-NUM BY 100
                 GIVING WS-NEXT-MONTH-YYYYMM
              COMPUTE WS-NEXT-MONTH-NUM =
                 WS-NEXT-MONTH-YYYYMM * 100 + 1
              COMPUTE WS-ACCRUE-THRU-INT =
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1
              COMPUTE WS-ACCRUE-THRU-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-ACCRUE-THRU-INT)
              DISPLAY "MONTH-END RUN - INTEREST ACCRUED THROUGH "
                 WS-ACCRUE-THRU-DATE " AND CAPITALIZED"
           END-IF.

      * Same hard-stop discipline LNRATE01 applies: no index
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 MOVE "N" TO WS-RECORD-DIRTY-SW
                 IF L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
                    ADD 1 TO WS-CNT-CLOSED
                 ELSE
                    PERFORM 2000-ACCRUAL-FUNCTION
                    PERFORM 3000-RESET-FUNCTION
                    PERFORM 4000-REAGE-FUNCTION
                 END-IF
                 IF RECORD-DIRTY
                    PERFORM 5000-REWRITE-MASTER
                 END-IF

      * ---- ACCRUAL FUNCTION: the LNACCR01 rules, verbatim ----
       2000-ACCRUAL-FUNCTION.
           IF BOOK-OPENING-BUCKETS
              PERFORM 2005-BOOK-OPENING-BUCKET
           END-IF
           IF L-ACCRUAL-STATUS = "N"
              ADD 1 TO WS-CNT-NON-ACCRUAL
           ELSE
           END-IF
           END-IF.

      * Conversion night only - see LNACCR01's 1005.
       2005-BOOK-OPENING-BUCKET.
           IF L-CHARGE-OFF-FLAG NOT = "C"
              AND L-ACCRUED-INTEREST NUMERIC
              AND L-ACCRUED-INTEREST > ZERO
              PERFORM 0290-LOOK-UP-RATE
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 L-ACCRUED-INTEREST * WS-CONV-RATE
              ADD WS-USD-AMOUNT TO WS-OPENING-USD
              ADD 1 TO WS-CNT-OPENING
              MOVE "S" TO WS-GL-WORK-ACTION
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF.

       2010-COMPUTE-ACCRUAL.
           IF L-ACCRUED-INTEREST NOT NUMERIC
              MOVE ZERO TO L-ACCRUED-INTEREST
           COMPUTE WS-FROM-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
           COMPUTE WS-ACCRUE-DAYS =
              WS-ACCRUE-THRU-INT - WS-FROM-DATE-INT
           IF WS-ACCRUE-DAYS > ZERO
              COMPUTE WS-PER-DIEM ROUNDED =
                 L-LOAN-AMOUNT * L-INTEREST-RATE / 36500
                    "ID " L-LOAN-ID " - ACCRUAL NOT APPLIED"
                 MOVE ZERO TO WS-ACCRUAL-AMT
           END-ADD
      * Never wound back: a loan already accrued through a month end
      * that is still ahead keeps its through-date.
           IF WS-ACCRUE-DAYS NOT < ZERO
              MOVE WS-ACCRUE-THRU-DATE TO L-LAST-ACCRUAL-DATE
           END-IF
           SET RECORD-DIRTY TO TRUE
           IF WS-ACCRUAL-AMT > ZERO
              ADD 1 TO WS-CNT-ACCRUED
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 WS-ACCRUAL-AMT * WS-CONV-RATE
              ADD WS-USD-AMOUNT TO WS-ACCRUED-USD
              MOVE "S" TO WS-GL-WORK-ACTION
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF
           IF MONTH-END-RUN AND L-ACCRUED-INTEREST > ZERO
              PERFORM 2030-CAPITALIZE
                 COMPUTE WS-USD-AMOUNT ROUNDED =
                    L-ACCRUED-INTEREST * WS-CONV-RATE
                 ADD WS-USD-AMOUNT TO WS-CAPITALIZED-USD
                 MOVE "M" TO WS-GL-WORK-ACTION
                 PERFORM 0230-ACCUMULATE-GL-CELL
                 MOVE ZERO TO L-ACCRUED-INTEREST
           END-ADD.

                    MOVE L-TERM-MONTHS TO WS-TERM-MONTHS-PARM
                    MOVE "LNAMRT01" TO WS-DYNAMIC-PROG
                    CALL WS-DYNAMIC-PROG USING LOAN-RECORD
                       WS-TERM-MONTHS-PARM WS-LEVEL-PAYMENT-PARM
                    ADD 1 TO WS-CNT-SCHEDULES
                 END-IF
              END-IF
           END-IF
           ADD 1 TO WS-CNT-EXTRACTED.

      * ---- GL: the LNACCR01 cells and pairs, verbatim ----
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
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

      *   S  interest accrued      DR ACCRINTR / CR INTINCOM
      *   M  month-end capitalized DR LOANRECV / CR ACCRINTR
       7000-WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                 WS-GL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
              PERFORM 7010-WRITE-GL-PAIR
           END-PERFORM
           CLOSE GL-FILE
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: ACCRUAL GL OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       7010-WRITE-GL-PAIR.
           MOVE SPACES TO GL-POSTING-REC
           MOVE WS-RUN-DATE                TO GL-RUN-DATE
           MOVE WS-GL-ACTION(WS-GL-IDX)    TO GL-ACTION
           MOVE WS-GL-CURR(WS-GL-IDX)      TO GL-CURRENCY-CODE
           MOVE WS-GL-TIER(WS-GL-IDX)      TO GL-RISK-TIER
           MOVE WS-GL-AMOUNT(WS-GL-IDX)    TO GL-AMOUNT-USD
           MOVE WS-GL-TRANS-CNT(WS-GL-IDX) TO GL-TRANS-COUNT
           MOVE "D" TO GL-DR-CR
           IF WS-GL-ACTION(WS-GL-IDX) = "M"
              MOVE "LOANRECV" TO GL-ACCOUNT
           ELSE
              MOVE "ACCRINTR" TO GL-ACCOUNT
           END-IF
           PERFORM 7020-WRITE-GL-RECORD
           MOVE "C" TO GL-DR-CR
           IF WS-GL-ACTION(WS-GL-IDX) = "M"
              MOVE "ACCRINTR" TO GL-ACCOUNT
           ELSE
              MOVE "INTINCOM" TO GL-ACCOUNT
           END-IF
           PERFORM 7020-WRITE-GL-RECORD.

       7020-WRITE-GL-RECORD.
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

       0290-LOOK-UP-RATE.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
              WS-CNT-EXTRACTED.
           DISPLAY "AGING BUCKETS MOVED ............: "
              WS-CNT-REAGED.
           DISPLAY "PAID IN FULL - PASSED OVER .....: "
              WS-CNT-CLOSED.
           DISPLAY "-- ACCRUAL FUNCTION --------------------------".
           DISPLAY "LOANS ACCRUED ..................: "
              WS-CNT-ACCRUED.
              WS-CAPITALIZED-USD.
           DISPLAY "OVERFLOWS REPORTED .............: "
              WS-CNT-CAP-OVERFLOW.
           IF BOOK-OPENING-BUCKETS
              DISPLAY "OPENING BUCKETS BOOKED .........: "
                 WS-CNT-OPENING
              DISPLAY "OPENING BUCKETS (USD-EQUIV) ....: "
                 WS-OPENING-USD
           END-IF
           DISPLAY "GL POSTING RECORDS WRITTEN .....: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ........: "
              WS-GL-DR-TOTAL.
           DISPLAY "  GL CREDITS (USD-EQUIV) .......: "
              WS-GL-CR-TOTAL.
           DISPLAY "-- RATE RESET FUNCTION -----------------------".
           DISPLAY "VARIABLE-RATE LOANS ............: "
              WS-CNT-VARIABLE.
