      * LOAN WAS LAST ACCRUED THROUGH (L-LAST-ACCRUAL-DATE; FALLS BACK
      * TO L-ORIGINATION-DATE ON A RECORD NEVER ACCRUED BEFORE), ADDS
      * IT TO L-ACCRUED-INTEREST, AND ADVANCES L-LAST-ACCRUAL-DATE TO
      * THE RUN DATE. ON THE LAST BUSINESS DAY OF THE MONTH (LNBDAY01
      * CALENDAR - A MONTH END ON A WEEKEND OR BANK HOLIDAY HAS NO
      * RUN OF ITS OWN) THE PASS ACCRUES THROUGH THE CALENDAR MONTH
      * END AND THE ACCRUED BUCKET IS CAPITALIZED INTO L-LOAN-AMOUNT
      * SO THE MONTH-END BALANCE FINANCE SEES CARRIES THE WHOLE
      * MONTH'S ACCRUAL; THE FIRST RUN OF THE NEW MONTH PICKS UP FROM
      * THERE.
      * CONTROL TOTALS ARE REPORTED IN USD-EQUIVALENT USING THE SAME
      * CONVERSION THE REST OF THE SYSTEM USES.
      * INTEREST IS BOOKED ON THE ACCRUAL BASIS: THE NIGHT'S ACCRUAL
      * POSTS DR ACCRINTR (ACCRUED INTEREST RECEIVABLE) / CR INTINCOM
      * (GL ACTION "S") AND A MONTH-END CAPITALIZATION RECLASSES THE
      * BUCKET DR LOANRECV / CR ACCRINTR (ACTION "M"), SUMMARIZED BY
      * CURRENCY AND RISK TIER ON GLOUT FOR LNGLP01 TO ABSORB. THE
      * RECEIVABLE IS RELIEVED BY LNVAL01'S PAYMENT POSTING AND
      * REVERSED BY LNNACC01 (NON-ACCRUAL) AND LNCHGO01 (CHARGE-OFF).
      * SYSIN CARD COL 1 "B" (CONVERSION NIGHT ONLY) ALSO BOOKS EVERY
      * BUCKET ALREADY STANDING ON THE MASTER, SO THE RECEIVABLE
      * OPENS AT WHAT THE LOANS ACTUALLY CARRY; BLANK OTHERWISE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY LOANREC.

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
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-MODE-CARD           PIC X(80) VALUE SPACES.
       01  WS-OPENING-SW          PIC X(01) VALUE "N".
           88  BOOK-OPENING-BUCKETS VALUE "Y".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-ACCRUE-DAYS         PIC S9(09) VALUE ZERO.
       01  WS-PER-DIEM            PIC 9(07)V9(04) VALUE ZERO.
       01  WS-ACCRUAL-AMT         PIC 9(07)V99 VALUE ZERO.
       01  WS-NEXT-BDAY-NUM       PIC 9(08) VALUE ZERO.
       01  WS-NEXT-MONTH-YYYYMM   PIC 9(06) VALUE ZERO.
       01  WS-NEXT-MONTH-NUM      PIC 9(08) VALUE ZERO.
       01  WS-ACCRUE-THRU-INT     PIC 9(09) VALUE ZERO.
       01  WS-ACCRUE-THRU-NUM     PIC 9(08) VALUE ZERO.
       01  WS-ACCRUE-THRU-DATE REDEFINES WS-ACCRUE-THRU-NUM
                                  PIC X(08).
       01  WS-MONTH-END-SW        PIC X(01) VALUE "N".
           88  MONTH-END-RUN      VALUE "Y".

      * instead of summing incompatible currencies together.
       COPY CURRTAB.

      * Tonight's postings, summarized by action/currency/tier the
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
           05  WS-CNT-ACCRUED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-SKIPPED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-NON-ACCRUAL  PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOT-NUMERIC  PIC 9(09) VALUE ZERO.
           05  WS-CNT-CAPITALIZED  PIC 9(09) VALUE ZERO.
           05  WS-CNT-CAP-OVERFLOW PIC 9(09) VALUE ZERO.
           05  WS-ACCRUED-USD      PIC 9(11)V99 VALUE ZERO.
           05  WS-CAPITALIZED-USD  PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-OPENING      PIC 9(09) VALUE ZERO.
           05  WS-OPENING-USD      PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.

      * Run-control block for the nightly-chain gate (LNRUN01).
       COPY RUNCTL.

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNACCR01 - DAILY INTEREST ACCRUAL".
           CALL "LNRUN01" USING WS-RUN-CONTROL
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           PERFORM 0100-SET-RUN-DATES.
           ACCEPT WS-MODE-CARD FROM SYSIN
           IF WS-MODE-CARD(1:1) = "B"
              SET BOOK-OPENING-BUCKETS TO TRUE
              DISPLAY "CONVERSION RUN - STANDING ACCRUED BUCKETS WILL "
                 "BE BOOKED TO ACCRINTR"
           END-IF

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE
           PERFORM 1900-WRITE-GL-EXTRACT

           PERFORM 9000-CONTROL-TOTALS-REPORT
      * Record the clean end (and this run's return code) on the
           CALL "LNRUN01" USING WS-RUN-CONTROL
           GOBACK.

      * Derives the run date and whether this is the last business
      * day of the month (capitalization night): if the next
      * business day falls in another month, no run comes between
      * tonight and month end, so tonight accrues through the last
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

       1000-PROCESS.
      * taking down the whole nightly pass with a data exception.
      * Non-accrual loans (LNNACC01's "N" flag) are counted and
      * passed over too - piling up income we will not collect is
      * exactly what that flag exists to stop. A loan paid in full
      * (L-CLOSE-STATUS "P"/"C") owes no more interest at all.
       1010-ACCRUE-ONE-LOAN.
           IF BOOK-OPENING-BUCKETS
              PERFORM 1005-BOOK-OPENING-BUCKET
           END-IF
           IF L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
              ADD 1 TO WS-CNT-CLOSED
           ELSE
           IF L-ACCRUAL-STATUS = "N"
              ADD 1 TO WS-CNT-NON-ACCRUAL
           ELSE
                 PERFORM 1020-COMPUTE-ACCRUAL
              END-IF
           END-IF
           END-IF
           END-IF.

      * Conversion night only: the bucket a loan already carries was
      * accrued before interest was booked on the accrual basis, so
      * it has never reached ACCRINTR. Booked here ahead of tonight's
      * accrual, the receivable opens at what the loans really carry
      * and the payments that later relieve it cannot drive it below
      * zero.
       1005-BOOK-OPENING-BUCKET.
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

       1020-COMPUTE-ACCRUAL.
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
           IF WS-ACCRUAL-AMT > ZERO
              ADD 1 TO WS-CNT-ACCRUED
              PERFORM 0200-ACCUMULATE-ACCRUED-USD

      * Tonight's accrual for this loan, converted to USD with the
      * same table and lookup LNVAL01's 0210 uses.
      * The same figure feeds the accrual posting's GL cell.
       0200-ACCUMULATE-ACCRUED-USD.
           PERFORM 0290-LOOK-UP-RATE
           COMPUTE WS-USD-AMOUNT ROUNDED =
              WS-ACCRUAL-AMT * WS-CONV-RATE
           ADD WS-USD-AMOUNT TO WS-ACCRUED-USD
           MOVE "S" TO WS-GL-WORK-ACTION
           PERFORM 0230-ACCUMULATE-GL-CELL.

       0210-ACCUMULATE-CAPITALIZED-USD.
           PERFORM 0290-LOOK-UP-RATE
           COMPUTE WS-USD-AMOUNT ROUNDED =
              L-ACCRUED-INTEREST * WS-CONV-RATE
           ADD WS-USD-AMOUNT TO WS-CAPITALIZED-USD
           MOVE "M" TO WS-GL-WORK-ACTION
           PERFORM 0230-ACCUMULATE-GL-CELL.

      * Adds WS-USD-AMOUNT to the cell for WS-GL-WORK-ACTION and the
      * loan's currency/tier. Blank legacy currency posts as USD,
      * the way LNVAL01 posts it.
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

       0290-LOOK-UP-RATE.
           MOVE 1 TO WS-CONV-RATE
              END-IF
           END-PERFORM.

      * Written once, after the pass, and proved DR = CR the same way
      * LNVAL01's 1910 proves its own extract. One balanced pair per
      * cell:
      *   S  interest accrued      DR ACCRINTR / CR INTINCOM
      *   M  month-end capitalized DR LOANRECV / CR ACCRINTR
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
              DISPLAY "FATAL: ACCRUAL GL OUT OF BALANCE - DR "
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
           MOVE "D" TO GL-DR-CR
           IF WS-GL-ACTION(WS-GL-IDX) = "M"
              MOVE "LOANRECV" TO GL-ACCOUNT
           ELSE
              MOVE "ACCRINTR" TO GL-ACCOUNT
           END-IF
           PERFORM 1920-WRITE-GL-RECORD
           MOVE "C" TO GL-DR-CR
           IF WS-GL-ACTION(WS-GL-IDX) = "M"
              MOVE "ACCRINTR" TO GL-ACCOUNT
           ELSE
              MOVE "INTINCOM" TO GL-ACCOUNT
           END-IF
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

       9000-CONTROL-TOTALS-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNACCR01 ACCRUAL CONTROL TOTALS".
              WS-CNT-SKIPPED.
           DISPLAY "NON-ACCRUAL - SKIPPED ..........: "
              WS-CNT-NON-ACCRUAL.
           DISPLAY "PAID IN FULL - SKIPPED .........: "
              WS-CNT-CLOSED.
           DISPLAY "BAD NUMERIC/DATE - SKIPPED .....: "
              WS-CNT-NOT-NUMERIC.
           DISPLAY "LOANS CAPITALIZED (MONTH END) ..: "
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
           DISPLAY "==============================================".

      * Any VSAM status we do not explicitly expect on MASTER-FILE is
