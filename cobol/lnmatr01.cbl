       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNMATR01.
      *================================================================*
      * BATCH PROGRAM: MONTHLY MATURITY RUN. ONE PASS OF THE MASTER:
      *   - EVERY LOAN'S CONTRACTUAL MATURITY IS RE-DERIVED THROUGH
      *     LNMATD01 (ORIGINATION + TERM) AND REWRITTEN ONLY WHERE IT
      *     CHANGED - THE BACKFILL FOR RECORDS THAT PREDATE
      *     L-MATURITY-DATE AND THE SAFETY NET BEHIND LNVAL01'S
      *     STAMPING ON ADD/CHANGE;
      *   - THE MATURITY PIPELINE LISTS OPEN LOANS WITH A BALANCE
      *     MATURING IN 0-30, 31-60 AND 61-90 DAYS, WITH A COUNT AND
      *     NATIVE-CURRENCY BALANCE SUMMARY BY CURRENCY;
      *   - LOANS PAST MATURITY STILL CARRYING A BALANCE ARE LISTED
      *     AS MATURED-UNPAID (THE NIGHTLY LNCOLL01 PUTS THEM ON THE
      *     COLLECTIONS QUEUE);
      *   - LOANS THAT REACHED THEIR MATURITY MONTH AND WERE PAID
      *     OFF SINCE THE LAST RUN ARE LISTED FOR THE CLOSING DESK -
      *     OFF THE MASTER AND, FOR ANY ALREADY MOVED OFF IT, THE
      *     CLOSED-LOAN HISTORY CLUSTER;
      *   - A BALLOON LOAN (ONE WHOSE SCHEDULE LEAVES A FINAL
      *     PAYMENT OF MORE THAN TWICE THE LEVEL PAYMENT) MATURING
      *     IN THE CALENDAR MONTH THE NOTICE LEAD (SYSIN COLS 1-3,
      *     MONTHS, DEFAULT 003) LANDS ON GETS A BALLOON-DUE NOTICE
      *     RECORD (copy/bnotrec.cpy) ON BALNOTC. ONE MONTH PER RUN,
      *     SO EACH BALLOON IS NOTICED ONCE.
      * THE BALLOON AMOUNT IS PROJECTED, NOT STORED: THE CURRENT
      * BALANCE IS RUN FORWARD AT THE LOAN'S RATE THROUGH EACH
      * SCHEDULED PAYMENT FROM THE NEXT DUE DATE TO MATURITY, AND
      * THE LAST ONE TAKES WHATEVER REMAINS PLUS ITS INTEREST - THE
      * SAME ARITHMETIC LNAMRT01 CUTS THE SCHEDULE WITH. A LOAN
      * WITH NO SCHEDULED PAYMENT ON FILE OWES ITS WHOLE BALANCE AT
      * MATURITY AND IS NOTICED THE SAME WAY.
      * RUN ON THE LAST BUSINESS DAY OF THE MONTH: THE PAID-OFF
      * WINDOW RUNS FROM THE DAY AFTER THE PREVIOUS MONTH'S LAST
      * BUSINESS DAY (LNBDAY01) THROUGH TODAY.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT CLOSED-HIST-FILE ASSIGN TO CLOSHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CLH-LOAN-ID
                  FILE STATUS  IS WS-HIST-STATUS.
           SELECT NOTICE-FILE ASSIGN TO BALNOTC
                  FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY LOANREC.

       FD  CLOSED-HIST-FILE.
       COPY CLOSREC.

       FD  NOTICE-FILE.
       COPY BNOTREC.

       WORKING-STORAGE SECTION.
      * A closed-history image laid over the loan layout (WH-
      * names), so LNMATD01 can derive a maturity the image
      * predates.
       COPY LOANREC REPLACING ==LOAN-RECORD== BY ==WS-HIST-IMAGE==
                    LEADING ==L-== BY ==WH-==.

       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-NOTICE-STATUS       PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-HIST-EOF-SW         PIC X(01) VALUE "N".
           88  HIST-EOF           VALUE "Y".
       01  WS-CONTROL-CARD        PIC X(80) VALUE SPACES.
       01  WS-LEAD-MONTHS         PIC 9(03) VALUE 3.
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-DATE-YYYY           PIC 9(04) VALUE ZERO.
       01  WS-DATE-MM             PIC 9(02) VALUE ZERO.
       01  WS-RUN-MONTHS          PIC 9(06) VALUE ZERO.
       01  WS-NOTICE-MONTHS       PIC 9(06) VALUE ZERO.
       01  WS-MAT-MONTHS          PIC 9(06) VALUE ZERO.
       01  WS-DUE-MONTHS          PIC 9(06) VALUE ZERO.
       01  WS-WINDOW-START        PIC X(08) VALUE SPACES.
       01  WS-FIRST-OF-MONTH      PIC X(08) VALUE SPACES.
       01  WS-OLD-MATURITY        PIC X(08) VALUE SPACES.
       01  WS-MAT-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-MAT-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-DAYS-TO-MAT         PIC S9(09) VALUE ZERO.
       01  WS-BUCKET              PIC 9(01) VALUE ZERO.

      * Paid-at-maturity test inputs - filled from the master
      * record or a closed-history image before 1050 runs.
       01  WS-CHK-LOAN-ID         PIC X(10) VALUE SPACES.
       01  WS-CHK-BORROWER        PIC X(30) VALUE SPACES.
       01  WS-CHK-CURRENCY        PIC X(03) VALUE SPACES.
       01  WS-CHK-MATURITY        PIC X(08) VALUE SPACES.
       01  WS-CHK-CLOSE-DATE      PIC X(08) VALUE SPACES.
       01  WS-CHK-SOURCE-SW       PIC X(01) VALUE "M".
           88  CHK-FROM-MASTER    VALUE "M".
           88  CHK-FROM-HISTORY   VALUE "H".

      * BALLOON PROJECTION - a final payment above this many level
      * payments is a balloon; a fully amortizing schedule's last
      * payment differs from the others only by rounding.
       01  WS-BALLOON-FACTOR      PIC 9(01) VALUE 2.
       01  WS-BALLOON-SW          PIC X(01) VALUE "N".
           88  IS-BALLOON-LOAN    VALUE "Y".
       01  WS-MONTHLY-RATE        PIC 9(01)V9(6) VALUE ZERO.
       01  WS-SCHED-PMT           PIC 9(07)V99 VALUE ZERO.
       01  WS-PROJ-BAL            PIC S9(09)V99 VALUE ZERO.
       01  WS-PROJ-INT            PIC S9(09)V99 VALUE ZERO.
       01  WS-PROJ-PRIN           PIC S9(09)V99 VALUE ZERO.
       01  WS-FINAL-PMT           PIC 9(09)V99 VALUE ZERO.
       01  WS-PAYMENTS-LEFT       PIC 9(03) VALUE ZERO.
       01  WS-PMT-IDX             PIC 9(03) VALUE ZERO.

      * Every loan the report lists, in master order. WS-ME-KIND:
      * "P" = pipeline (WS-ME-BUCKET 1/2/3 = 0-30/31-60/61-90
      * days), "M" = matured unpaid, "C" = paid at maturity. A full
      * table drops the detail line only - the counts stay whole.
       01  WS-MAT-TABLE.
           05  WS-ME-MAX          PIC 9(04) VALUE 5000.
           05  WS-ME-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-ME-ENTRY OCCURS 5000 TIMES.
               10  WS-ME-KIND     PIC X(01).
               10  WS-ME-BUCKET   PIC 9(01).
               10  WS-ME-LOAN     PIC X(10).
               10  WS-ME-BORR     PIC X(30).
               10  WS-ME-CURR     PIC X(03).
               10  WS-ME-MATURITY PIC X(08).
               10  WS-ME-DAYS     PIC 9(05).
               10  WS-ME-BAL      PIC 9(09)V99.
               10  WS-ME-CLOSED   PIC X(08).
               10  WS-ME-BALLOON  PIC X(01).
       01  WS-ME-IDX              PIC 9(04) VALUE ZERO.

      * Pipeline by currency - slot 21 takes any currency beyond
      * the twentieth so the summary still foots to the detail.
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT       PIC 9(02) VALUE ZERO.
           05  WS-CCY-ENTRY OCCURS 21 TIMES.
               10  WS-CCY-CODE    PIC X(03).
               10  WS-CCY-CNT     PIC 9(05) OCCURS 3 TIMES.
               10  WS-CCY-BAL     PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-CCY-IDX             PIC 9(02) VALUE ZERO.
       01  WS-CCY-HIT             PIC 9(02) VALUE ZERO.
       01  WS-BKT-IDX             PIC 9(01) VALUE ZERO.
       01  WS-BUCKET-LABEL        PIC X(15) VALUE SPACES.

       01  WS-EDIT-BAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BAL2           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-BAL3           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS           PIC ZZZZ9.
       01  WS-EDIT-TYPE           PIC X(07) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-STAMPED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-NO-MATURITY  PIC 9(09) VALUE ZERO.
           05  WS-CNT-PIPE         PIC 9(09) OCCURS 3 TIMES.
           05  WS-CNT-MATURED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-PAID-MAST    PIC 9(09) VALUE ZERO.
           05  WS-CNT-PAID-HIST    PIC 9(09) VALUE ZERO.
           05  WS-CNT-HIST-READ    PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOTICES      PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOT-LISTED   PIC 9(09) VALUE ZERO.

      * Business-day service block for LNBDAY01 (the paid-off
      * window's start).
       COPY BDAYCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNMATR01 - MONTHLY MATURITY RUN".
      * OCCURS cells carry no VALUE clauses - zero them before the
      * first ADD lands in one.
           INITIALIZE WS-CCY-TABLE
           INITIALIZE WS-CONTROL-TOTALS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE WS-RUN-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-RUN-DATE(5:2) TO WS-DATE-MM
           COMPUTE WS-RUN-MONTHS =
              WS-DATE-YYYY * 12 + WS-DATE-MM

           PERFORM 0100-READ-LEAD-CARD
           COMPUTE WS-NOTICE-MONTHS = WS-RUN-MONTHS + WS-LEAD-MONTHS
           PERFORM 0200-SET-PAID-WINDOW

           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "LNMATR01: UNABLE TO OPEN MASTER-FILE, STATUS="
                 WS-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-STATUS NOT = "00"
              DISPLAY "LNMATR01: UNABLE TO OPEN BALNOTC, STATUS="
                 WS-NOTICE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE NOTICE-FILE
           PERFORM 2000-SCAN-CLOSED-HISTORY
           PERFORM 9000-MATURITY-REPORT
           GOBACK.

      * Notice lead, months (cols 1-3); blank or unusable keeps the
      * compiled-in three months.
       0100-READ-LEAD-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CONTROL-CARD(1:3) NUMERIC
              AND WS-CONTROL-CARD(1:3) NOT = "000"
              MOVE WS-CONTROL-CARD(1:3) TO WS-LEAD-MONTHS
           ELSE
              IF WS-CONTROL-CARD NOT = SPACES
                 DISPLAY "LNMATR01: LEAD-MONTHS CARD NOT USABLE - "
                    "DEFAULT 003 USED: " WS-CONTROL-CARD(1:3)
              END-IF
           END-IF.

      * Payoffs since the last run: after the previous month's last
      * business day - the day that run went - through today.
       0200-SET-PAID-WINDOW.
           MOVE WS-RUN-DATE(1:6) TO WS-FIRST-OF-MONTH(1:6)
           MOVE "01" TO WS-FIRST-OF-MONTH(7:2)
           MOVE "P" TO BD-FUNCTION
           MOVE WS-FIRST-OF-MONTH TO BD-DATE-IN
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE = ZERO
              MOVE BD-DATE-OUT TO WS-WINDOW-START
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-WINDOW-START(1:6)
              MOVE "00" TO WS-WINDOW-START(7:2)
           END-IF.

       1000-PROCESS.
           READ MASTER-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 PERFORM 1010-STAMP-MATURITY
                 IF L-MATURITY-DATE NUMERIC
                    PERFORM 1020-CLASSIFY-LOAN
                 END-IF
           END-READ.

      * Re-derive and rewrite only on a change - a settled book
      * costs no rewrites.
       1010-STAMP-MATURITY.
           MOVE L-MATURITY-DATE TO WS-OLD-MATURITY
           CALL "LNMATD01" USING LOAN-RECORD
           IF L-MATURITY-DATE NOT = WS-OLD-MATURITY
              REWRITE LOAN-RECORD
              IF WS-MASTER-STATUS NOT = "00"
                 DISPLAY "FATAL: MASTER REWRITE FAILED - STATUS "
                    WS-MASTER-STATUS " LOAN ID " L-LOAN-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-STAMPED
           END-IF
           IF L-MATURITY-DATE = SPACES
              ADD 1 TO WS-CNT-NO-MATURITY
           END-IF.

      * Closed loans are only of interest as payoffs; charged-off
      * and zero-balance loans owe nothing at maturity.
       1020-CLASSIFY-LOAN.
           MOVE L-MATURITY-DATE TO WS-MAT-DATE-NUM
           COMPUTE WS-MAT-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-NUM)
           COMPUTE WS-DAYS-TO-MAT =
              WS-MAT-DATE-INT - WS-RUN-DATE-INT
           MOVE L-MATURITY-DATE(1:4) TO WS-DATE-YYYY
           MOVE L-MATURITY-DATE(5:2) TO WS-DATE-MM
           COMPUTE WS-MAT-MONTHS =
              WS-DATE-YYYY * 12 + WS-DATE-MM
           EVALUATE TRUE
              WHEN L-CLOSE-STATUS = "P"
              WHEN L-CLOSE-STATUS = "C"
                 MOVE L-LOAN-ID       TO WS-CHK-LOAN-ID
                 MOVE L-BORROWER-NAME TO WS-CHK-BORROWER
                 MOVE L-CURRENCY-CODE TO WS-CHK-CURRENCY
                 MOVE L-MATURITY-DATE TO WS-CHK-MATURITY
                 MOVE L-CLOSE-DATE    TO WS-CHK-CLOSE-DATE
                 PERFORM 1050-CHECK-PAID-AT-MATURITY
              WHEN L-CHARGE-OFF-FLAG = "C"
              WHEN L-LOAN-AMOUNT NOT NUMERIC
              WHEN L-LOAN-AMOUNT = ZERO
                 CONTINUE
              WHEN WS-DAYS-TO-MAT < ZERO
                 ADD 1 TO WS-CNT-MATURED
                 PERFORM 1060-ADD-LIST-ENTRY
                 IF WS-ME-IDX > ZERO
                    MOVE "M" TO WS-ME-KIND(WS-ME-IDX)
                    COMPUTE WS-ME-DAYS(WS-ME-IDX) =
                       ZERO - WS-DAYS-TO-MAT
                 END-IF
              WHEN WS-DAYS-TO-MAT NOT > 90
                 OR WS-MAT-MONTHS = WS-NOTICE-MONTHS
                 PERFORM 1030-PROJECT-BALLOON
                 IF WS-MAT-MONTHS = WS-NOTICE-MONTHS
                    AND IS-BALLOON-LOAN
                    PERFORM 1040-WRITE-NOTICE
                 END-IF
                 IF WS-DAYS-TO-MAT NOT > 90
                    PERFORM 1025-ADD-PIPELINE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1025-ADD-PIPELINE.
           EVALUATE TRUE
              WHEN WS-DAYS-TO-MAT NOT > 30
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-TO-MAT NOT > 60
                 MOVE 2 TO WS-BUCKET
              WHEN OTHER
                 MOVE 3 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-CNT-PIPE(WS-BUCKET)
           PERFORM 1070-TALLY-CURRENCY
           PERFORM 1060-ADD-LIST-ENTRY
           IF WS-ME-IDX > ZERO
              MOVE "P" TO WS-ME-KIND(WS-ME-IDX)
              MOVE WS-BUCKET TO WS-ME-BUCKET(WS-ME-IDX)
              MOVE WS-DAYS-TO-MAT TO WS-ME-DAYS(WS-ME-IDX)
              IF IS-BALLOON-LOAN
                 MOVE "B" TO WS-ME-BALLOON(WS-ME-IDX)
              END-IF
           END-IF.

      * Runs the balance forward through every scheduled payment
      * short of the last (next due month to the month before
      * maturity), the interest rounded per payment as LNAMRT01
      * rounds it; the final payment is what remains plus its
      * interest. A payment that no longer covers the interest
      * lets the balance grow, as it would on the books.
       1030-PROJECT-BALLOON.
           MOVE "N" TO WS-BALLOON-SW
           MOVE ZERO TO WS-SCHED-PMT
           IF L-SCHED-PAYMENT NUMERIC
              MOVE L-SCHED-PAYMENT TO WS-SCHED-PMT
           END-IF
           MOVE ZERO TO WS-MONTHLY-RATE
           IF L-INTEREST-RATE NUMERIC
              COMPUTE WS-MONTHLY-RATE ROUNDED =
                 L-INTEREST-RATE / 1200
           END-IF
           IF L-NEXT-PAYMENT-DUE NUMERIC
              AND L-NEXT-PAYMENT-DUE NOT = ZEROS
              MOVE L-NEXT-PAYMENT-DUE(1:4) TO WS-DATE-YYYY
              MOVE L-NEXT-PAYMENT-DUE(5:2) TO WS-DATE-MM
              COMPUTE WS-DUE-MONTHS =
                 WS-DATE-YYYY * 12 + WS-DATE-MM
           ELSE
              COMPUTE WS-DUE-MONTHS = WS-RUN-MONTHS + 1
           END-IF
           IF WS-DUE-MONTHS < WS-MAT-MONTHS
              AND WS-SCHED-PMT > ZERO
              COMPUTE WS-PAYMENTS-LEFT =
                 WS-MAT-MONTHS - WS-DUE-MONTHS
           ELSE
              MOVE ZERO TO WS-PAYMENTS-LEFT
           END-IF
           MOVE L-LOAN-AMOUNT TO WS-PROJ-BAL
           PERFORM VARYING WS-PMT-IDX FROM 1 BY 1
                   UNTIL WS-PMT-IDX > WS-PAYMENTS-LEFT
                   OR WS-PROJ-BAL = ZERO
              COMPUTE WS-PROJ-INT ROUNDED =
                 WS-PROJ-BAL * WS-MONTHLY-RATE
              COMPUTE WS-PROJ-PRIN = WS-SCHED-PMT - WS-PROJ-INT
              SUBTRACT WS-PROJ-PRIN FROM WS-PROJ-BAL
              IF WS-PROJ-BAL < ZERO
                 MOVE ZERO TO WS-PROJ-BAL
              END-IF
           END-PERFORM
           COMPUTE WS-PROJ-INT ROUNDED =
              WS-PROJ-BAL * WS-MONTHLY-RATE
           COMPUTE WS-FINAL-PMT = WS-PROJ-BAL + WS-PROJ-INT
              ON SIZE ERROR
                 MOVE 999999999.99 TO WS-FINAL-PMT
           END-COMPUTE
           IF WS-FINAL-PMT > WS-SCHED-PMT * WS-BALLOON-FACTOR
              SET IS-BALLOON-LOAN TO TRUE
           END-IF.

       1040-WRITE-NOTICE.
           MOVE SPACES            TO BALLOON-NOTICE-REC
           MOVE L-LOAN-ID         TO BN-LOAN-ID
           MOVE L-BORROWER-ID     TO BN-BORROWER-ID
           MOVE L-BORROWER-NAME   TO BN-BORROWER-NAME
           MOVE L-CURRENCY-CODE   TO BN-CURRENCY-CODE
           MOVE L-MATURITY-DATE   TO BN-MATURITY-DATE
           MOVE WS-FINAL-PMT      TO BN-BALLOON-AMT
           MOVE WS-SCHED-PMT      TO BN-SCHED-PAYMENT
           MOVE L-LOAN-AMOUNT     TO BN-BALANCE
           MOVE ZERO              TO BN-INTEREST-RATE
           IF L-INTEREST-RATE NUMERIC
              MOVE L-INTEREST-RATE TO BN-INTEREST-RATE
           END-IF
           MOVE WS-RUN-DATE       TO BN-RUN-DATE
           WRITE BALLOON-NOTICE-REC
           IF WS-NOTICE-STATUS NOT = "00"
              DISPLAY "FATAL: BALLOON NOTICE WRITE FAILED - STATUS "
                 WS-NOTICE-STATUS " LOAN ID " BN-LOAN-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-NOTICES.

      * Paid off since the last run, having reached its maturity
      * month - an early payoff months ahead of maturity is an
      * ordinary payoff, not a maturity, and is not listed.
       1050-CHECK-PAID-AT-MATURITY.
           IF WS-CHK-CLOSE-DATE NUMERIC
              AND WS-CHK-MATURITY NUMERIC
              AND WS-CHK-CLOSE-DATE > WS-WINDOW-START
              AND WS-CHK-CLOSE-DATE NOT > WS-RUN-DATE
              AND WS-CHK-MATURITY(1:6) NOT > WS-CHK-CLOSE-DATE(1:6)
              IF CHK-FROM-MASTER
                 ADD 1 TO WS-CNT-PAID-MAST
              ELSE
                 ADD 1 TO WS-CNT-PAID-HIST
              END-IF
              PERFORM 1060-ADD-LIST-ENTRY
              IF WS-ME-IDX > ZERO
                 MOVE "C" TO WS-ME-KIND(WS-ME-IDX)
                 MOVE WS-CHK-LOAN-ID  TO WS-ME-LOAN(WS-ME-IDX)
                 MOVE WS-CHK-BORROWER TO WS-ME-BORR(WS-ME-IDX)
                 MOVE WS-CHK-CURRENCY TO WS-ME-CURR(WS-ME-IDX)
                 MOVE WS-CHK-MATURITY TO WS-ME-MATURITY(WS-ME-IDX)
                 MOVE WS-CHK-CLOSE-DATE
                    TO WS-ME-CLOSED(WS-ME-IDX)
                 MOVE ZERO TO WS-ME-BAL(WS-ME-IDX)
              END-IF
           END-IF.

      * Next free report slot, filled from the master record (the
      * paid-at-maturity path overlays its own fields); zero in
      * WS-ME-IDX when the table is full.
       1060-ADD-LIST-ENTRY.
           IF WS-ME-COUNT < WS-ME-MAX
              ADD 1 TO WS-ME-COUNT
              MOVE WS-ME-COUNT TO WS-ME-IDX
              MOVE SPACES          TO WS-ME-ENTRY(WS-ME-IDX)
              MOVE ZERO            TO WS-ME-BUCKET(WS-ME-IDX)
              MOVE ZERO            TO WS-ME-DAYS(WS-ME-IDX)
              MOVE L-LOAN-ID       TO WS-ME-LOAN(WS-ME-IDX)
              MOVE L-BORROWER-NAME TO WS-ME-BORR(WS-ME-IDX)
              MOVE L-CURRENCY-CODE TO WS-ME-CURR(WS-ME-IDX)
              MOVE L-MATURITY-DATE TO WS-ME-MATURITY(WS-ME-IDX)
              MOVE ZERO            TO WS-ME-BAL(WS-ME-IDX)
              IF L-LOAN-AMOUNT NUMERIC
                 MOVE L-LOAN-AMOUNT TO WS-ME-BAL(WS-ME-IDX)
              END-IF
           ELSE
              MOVE ZERO TO WS-ME-IDX
              ADD 1 TO WS-CNT-NOT-LISTED
           END-IF.

       1070-TALLY-CURRENCY.
           MOVE 21 TO WS-CCY-HIT
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
              IF WS-CCY-CODE(WS-CCY-IDX) = L-CURRENCY-CODE
                 MOVE WS-CCY-IDX TO WS-CCY-HIT
              END-IF
           END-PERFORM
           IF WS-CCY-HIT = 21 AND WS-CCY-COUNT < 20
              ADD 1 TO WS-CCY-COUNT
              MOVE WS-CCY-COUNT TO WS-CCY-HIT
              MOVE L-CURRENCY-CODE TO WS-CCY-CODE(WS-CCY-HIT)
           END-IF
           ADD 1 TO WS-CCY-CNT(WS-CCY-HIT, WS-BUCKET)
           ADD L-LOAN-AMOUNT TO WS-CCY-BAL(WS-CCY-HIT, WS-BUCKET).

      * Loans already moved off the master (a holding period
      * shorter than the month) still count as payoffs at maturity.
      * A missing cluster just means nothing has moved yet.
       2000-SCAN-CLOSED-HISTORY.
           OPEN INPUT CLOSED-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "LNMATR01: NO CLOSED-LOAN HISTORY - MASTER "
                 "PAYOFFS ONLY, STATUS=" WS-HIST-STATUS
           ELSE
              SET CHK-FROM-HISTORY TO TRUE
              PERFORM 2010-CHECK-ONE-CLOSED UNTIL HIST-EOF
              CLOSE CLOSED-HIST-FILE
           END-IF.

       2010-CHECK-ONE-CLOSED.
           READ CLOSED-HIST-FILE NEXT RECORD
              AT END
                 SET HIST-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CNT-HIST-READ
                 IF CLH-PAID-DATE > WS-WINDOW-START
                    MOVE CLH-LOAN-IMAGE TO WS-HIST-IMAGE
                    IF WH-MATURITY-DATE NOT NUMERIC
                       CALL "LNMATD01" USING WS-HIST-IMAGE
                    END-IF
                    MOVE CLH-LOAN-ID      TO WS-CHK-LOAN-ID
                    MOVE WH-BORROWER-NAME TO WS-CHK-BORROWER
                    MOVE WH-CURRENCY-CODE TO WS-CHK-CURRENCY
                    MOVE WH-MATURITY-DATE TO WS-CHK-MATURITY
                    MOVE CLH-PAID-DATE    TO WS-CHK-CLOSE-DATE
                    PERFORM 1050-CHECK-PAID-AT-MATURITY
                 END-IF
           END-READ.

       9000-MATURITY-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNMATR01 MATURITY REPORT - " WS-RUN-DATE.
           DISPLAY "----------------------------------------------".
           DISPLAY "MATURITY PIPELINE (B = BALLOON AT MATURITY)".
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > 3
              PERFORM 9005-SET-BUCKET-LABEL
              DISPLAY " "
              DISPLAY "MATURING IN " WS-BUCKET-LABEL
              PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                      UNTIL WS-ME-IDX > WS-ME-COUNT
                 IF WS-ME-KIND(WS-ME-IDX) = "P"
                    AND WS-ME-BUCKET(WS-ME-IDX) = WS-BKT-IDX
                    PERFORM 9010-PRINT-ENTRY
                 END-IF
              END-PERFORM
           END-PERFORM
           PERFORM 9020-CURRENCY-SUMMARY
           DISPLAY " "
           DISPLAY "MATURED - BALANCE STILL OWING (DAYS PAST "
              "MATURITY)"
           PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                   UNTIL WS-ME-IDX > WS-ME-COUNT
              IF WS-ME-KIND(WS-ME-IDX) = "M"
                 PERFORM 9010-PRINT-ENTRY
              END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "PAID OFF AT MATURITY SINCE " WS-WINDOW-START
              " - FOR CLOSING-DESK RECONCILIATION"
           PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                   UNTIL WS-ME-IDX > WS-ME-COUNT
              IF WS-ME-KIND(WS-ME-IDX) = "C"
                 DISPLAY "  " WS-ME-LOAN(WS-ME-IDX)
                    " " WS-ME-BORR(WS-ME-IDX)
                    " " WS-ME-CURR(WS-ME-IDX)
                    " MAT " WS-ME-MATURITY(WS-ME-IDX)
                    " PAID " WS-ME-CLOSED(WS-ME-IDX)
              END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "----------------------------------------------".
           DISPLAY "LOANS READ .....................: "
              WS-RECORDS-READ.
           DISPLAY "MATURITY DATES SET/CORRECTED ...: "
              WS-CNT-STAMPED.
           DISPLAY "NO USABLE ORIGINATION/TERM .....: "
              WS-CNT-NO-MATURITY.
           DISPLAY "MATURING IN 0-30 DAYS ..........: "
              WS-CNT-PIPE(1).
           DISPLAY "MATURING IN 31-60 DAYS .........: "
              WS-CNT-PIPE(2).
           DISPLAY "MATURING IN 61-90 DAYS .........: "
              WS-CNT-PIPE(3).
           DISPLAY "MATURED - BALANCE OWING ........: "
              WS-CNT-MATURED.
           DISPLAY "PAID AT MATURITY - MASTER ......: "
              WS-CNT-PAID-MAST.
           DISPLAY "PAID AT MATURITY - HISTORY .....: "
              WS-CNT-PAID-HIST.
           DISPLAY "BALLOON NOTICES WRITTEN ........: "
              WS-CNT-NOTICES.
           IF WS-CNT-NOT-LISTED > ZERO
              DISPLAY "REPORT TABLE FULL - NOT LISTED .: "
                 WS-CNT-NOT-LISTED
           END-IF
           DISPLAY "==============================================".

       9005-SET-BUCKET-LABEL.
           EVALUATE WS-BKT-IDX
              WHEN 1
                 MOVE "0-30 DAYS" TO WS-BUCKET-LABEL
              WHEN 2
                 MOVE "31-60 DAYS" TO WS-BUCKET-LABEL
              WHEN OTHER
                 MOVE "61-90 DAYS" TO WS-BUCKET-LABEL
           END-EVALUATE.

       9010-PRINT-ENTRY.
           MOVE WS-ME-BAL(WS-ME-IDX) TO WS-EDIT-BAL
           MOVE WS-ME-DAYS(WS-ME-IDX) TO WS-EDIT-DAYS
           DISPLAY "  " WS-ME-LOAN(WS-ME-IDX)
              " " WS-ME-BORR(WS-ME-IDX)
              " " WS-EDIT-BAL
              " " WS-ME-CURR(WS-ME-IDX)
              " MAT " WS-ME-MATURITY(WS-ME-IDX)
              " DAYS " WS-EDIT-DAYS
              " " WS-ME-BALLOON(WS-ME-IDX).

      * Balances stay in each loan's own currency - a cross-
      * currency total would need the treasury rates and is not
      * what the desks plan maturities from.
       9020-CURRENCY-SUMMARY.
           DISPLAY " "
           DISPLAY "PIPELINE BY CURRENCY - COUNT / NATIVE BALANCE"
           DISPLAY "CCY 0-30 DAYS              31-60 DAYS       "
              "      61-90 DAYS"
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > 21
              IF WS-CCY-IDX NOT > WS-CCY-COUNT
                 OR (WS-CCY-IDX = 21
                    AND (WS-CCY-CNT(21, 1) > ZERO
                       OR WS-CCY-CNT(21, 2) > ZERO
                       OR WS-CCY-CNT(21, 3) > ZERO))
                 IF WS-CCY-IDX = 21
                    MOVE "OTH" TO WS-CCY-CODE(21)
                 END-IF
                 MOVE WS-CCY-BAL(WS-CCY-IDX, 1) TO WS-EDIT-BAL
                 MOVE WS-CCY-BAL(WS-CCY-IDX, 2) TO WS-EDIT-BAL2
                 MOVE WS-CCY-BAL(WS-CCY-IDX, 3) TO WS-EDIT-BAL3
                 DISPLAY WS-CCY-CODE(WS-CCY-IDX)
                    " " WS-CCY-CNT(WS-CCY-IDX, 1) " " WS-EDIT-BAL
                    " " WS-CCY-CNT(WS-CCY-IDX, 2) " " WS-EDIT-BAL2
                    " " WS-CCY-CNT(WS-CCY-IDX, 3) " " WS-EDIT-BAL3
              END-IF
           END-PERFORM.
