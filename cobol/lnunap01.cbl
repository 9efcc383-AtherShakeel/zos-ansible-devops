       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNUNAP01.
      *================================================================*
      * BATCH PROGRAM: UNAPPLIED-CASH MAINTENANCE AND AGING. WORKS
      * THE LOCKBOX ITEMS LNLBX01 COULD NOT MATCH TO A LOAN
      * (UNAPVSAM, copy/unaprec.cpy) UNTIL EVERY ONE IS EITHER
      * APPLIED OR REFUNDED. SYSIN CONTROL CARDS (ENDED BY BLANK OR
      * "END"):
      *   A  APPLY THE ITEM TO A LOAN:
      *     COLS  3-24  ITEM KEY (DEPOSIT DATE, LOCKBOX, BATCH, SEQ
      *                 - AS PRINTED ON THE AGING REPORT)
      *     COLS 26-35  LOAN ID
      *     COLS 37-44  OPERATOR ID
      *     WRITES THE "P" PAYMENT TRANSACTION TO THE LOCKBOX
      *     TRANSACTION FILE (LBXTRAN) FOR TONIGHT'S LNVAL01 AND
      *     RELEASES THE HOLD (ACTION "K": DR UNAPPCSH / CR LOANCLRG -
      *     LNVAL01'S OWN PAYMENT POSTING DEBITS CLEARING AGAIN).
      *   F  REFUND THE ITEM TO THE REMITTER (COLS 3-24 ITEM KEY,
      *     37-44 OPERATOR) - RELEASES THE HOLD AGAINST THE CASH
      *     GOING BACK OUT (ACTION "N": DR UNAPPCSH / CR LOANCLRG).
      *   R  AGING REPORT OF EVERY ITEM STILL UNAPPLIED, BY DAYS
      *     SINCE THE DEPOSIT: 0-30, 31-60, 61-90 AND OVER 90.
      * ONLY AN ITEM STILL UNAPPLIED ("U") CAN BE APPLIED OR
      * REFUNDED. AN ITEM IS NOT APPLIED TO A LOAN THAT ALREADY HAS
      * A TRANSACTION WAITING FOR THE NEXT LNVAL01 RUN - ON LBXTRAN
      * (FROM LNLBX01 OR AN EARLIER CARD), ON THE AUTOPAY FILE
      * ACHTRAN, OR IN THE PENDING WAREHOUSE (PENDIN) DUE FOR
      * RELEASE BY THE NEXT BUSINESS DAY, AS EVERY FUTURE-DATED
      * AUTOPAY PAYMENT IS - SINCE LNVAL01 POSTS ONLY THE FIRST OF
      * A SAME-DAY DUPLICATE LOAN ID AND SENDS THE REST TO
      * SUSPENSE; THE CARD IS REJECTED AND THE ITEM STAYS
      * UNAPPLIED FOR A LATER RUN.
      * THE GL RELEASE PAIRS ARE PROVEN DR = CR BEFORE THE RUN ENDS.
      * ENDS RC 8 WHEN ANY CARD WAS REJECTED.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-FILE ASSIGN TO UNAPVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS UNA-KEY
                  FILE STATUS  IS WS-UNAP-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT LBX-TRANS-FILE ASSIGN TO LBXTRAN
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACH-TRANS-FILE ASSIGN TO ACHTRAN
                  FILE STATUS IS WS-ACHT-STATUS.
           SELECT PENDING-FILE ASSIGN TO PENDIN
                  FILE STATUS IS WS-PEND-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-FILE.
       COPY UNAPREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       FD  LBX-TRANS-FILE.
       COPY TRANSREC.

      * Only the loan ID is wanted off the autopay transactions.
       FD  ACH-TRANS-FILE.
       01  ACH-TRANS-REC.
           05  ACT-LOAN-ID         PIC X(10).
           05  FILLER              PIC X(110).

      * Loan ID and effective date off the pending warehouse
      * (copy/transrec.cpy layout).
       FD  PENDING-FILE.
       01  PENDING-REC.
           05  PND-LOAN-ID         PIC X(10).
           05  FILLER              PIC X(80).
           05  PND-EFFECTIVE-DATE  PIC X(08).
           05  FILLER              PIC X(22).

      * Same 48-byte posting layout the other GL writers use.
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
       01  WS-UNAP-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-TRAN-STATUS         PIC X(02) VALUE "00".
       01  WS-ACHT-STATUS         PIC X(02) VALUE "00".
       01  WS-PEND-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-CARDS-DONE-SW       PIC X(01) VALUE "N".
           88  CARDS-DONE         VALUE "Y".
       01  WS-ITEM-FOUND-SW       PIC X(01) VALUE "N".
           88  ITEM-FOUND         VALUE "Y".
       01  WS-UNAP-EOF-SW         PIC X(01) VALUE "N".
           88  UNAP-EOF           VALUE "Y".
       01  WS-QUEUE-EOF-SW        PIC X(01) VALUE "N".
           88  QUEUE-EOF          VALUE "Y".
       01  WS-ALREADY-PAID-SW     PIC X(01) VALUE "N".
           88  ALREADY-PAID       VALUE "Y".
       01  WS-TRAN-OPEN-SW        PIC X(01) VALUE "N".
           88  TRAN-FILE-OPEN     VALUE "Y".
       01  WS-GL-OPEN-SW          PIC X(01) VALUE "N".
           88  GL-FILE-OPEN       VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-NEXT-BUS-DATE       PIC X(08) VALUE SPACES.
       01  WS-DEPOSIT-DATE-NUM    PIC 9(08) VALUE ZERO.
       01  WS-AGE-DAYS            PIC S9(05) VALUE ZERO.
       01  WS-AGE-BUCKET          PIC 9(01) VALUE ZERO.
       01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
       01  WS-QUEUED-LOAN-ID      PIC X(10) VALUE SPACES.
       01  WS-GL-ACTION           PIC X(01) VALUE SPACE.
       01  WS-GL-DR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ITEM           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AGE            PIC ZZZZ9.

       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION     PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-CARD-ITEM-KEY   PIC X(22).
           05  FILLER             PIC X(01).
           05  WS-CARD-LOAN-ID    PIC X(10).
           05  FILLER             PIC X(01).
           05  WS-CARD-OPERATOR   PIC X(08).
           05  FILLER             PIC X(36).

      * Loans with a transaction already waiting for the next
      * LNVAL01 run. Entries 1 thru WS-PL-QUEUED were on LBXTRAN,
      * ACHTRAN or coming due in the pending warehouse when the run
      * started (0100-LOAD-PAID-LOANS); the rest were given an
      * applied item by a card this run.
       01  WS-PAID-LOANS.
           05  WS-PL-MAX          PIC 9(05) VALUE 50000.
           05  WS-PL-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-PL-QUEUED       PIC 9(05) VALUE ZERO.
           05  WS-PL-IDX          PIC 9(05) VALUE ZERO.
           05  WS-PL-HIT          PIC 9(05) VALUE ZERO.
           05  WS-PL-LOAN-ID OCCURS 50000 TIMES
                                  PIC X(10).

      * Aging buckets 1-4: 0-30, 31-60, 61-90, over 90 days.
       01  WS-AGING-TOTALS.
           05  WS-AG-BUCKET OCCURS 4 TIMES.
               10  WS-AG-COUNT    PIC 9(07).
               10  WS-AG-AMOUNT   PIC 9(11)V99.
       01  WS-AG-LABELS           PIC X(40) VALUE
           "0-30 DAYS 31-60     61-90     OVER 90   ".
       01  WS-AG-LABEL-R REDEFINES WS-AG-LABELS.
           05  WS-AG-LABEL        PIC X(10) OCCURS 4 TIMES.
       01  WS-AG-IDX              PIC 9(01) VALUE ZERO.
       01  WS-AG-TOTAL-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-AG-TOTAL-AMOUNT     PIC 9(11)V99 VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-CNT-APPLIED      PIC 9(05) VALUE ZERO.
           05  WS-CNT-REFUNDED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(05) VALUE ZERO.
           05  WS-AMT-APPLIED      PIC 9(11)V99 VALUE ZERO.
           05  WS-AMT-REFUNDED     PIC 9(11)V99 VALUE ZERO.

       COPY BDAYCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNUNAP01 - UNAPPLIED CASH MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
      * Same create-then-reopen idiom the other keyed files get.
           OPEN I-O UNAPPLIED-FILE
           IF WS-UNAP-STATUS NOT = "00"
              OPEN OUTPUT UNAPPLIED-FILE
              IF WS-UNAP-STATUS = "00"
                 CLOSE UNAPPLIED-FILE
                 OPEN I-O UNAPPLIED-FILE
              END-IF
           END-IF
           IF WS-UNAP-STATUS NOT = "00"
              DISPLAY "FATAL: UNAPPLIED CASH OPEN FAILED - STATUS "
                 WS-UNAP-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 0100-LOAD-PAID-LOANS
           PERFORM 1000-PROCESS-CARD UNTIL CARDS-DONE
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: GL RELEASE POSTINGS OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              PERFORM 9999-ABEND
           END-IF
           CLOSE UNAPPLIED-FILE MASTER-FILE
           IF TRAN-FILE-OPEN
              CLOSE LBX-TRANS-FILE
           END-IF
           IF GL-FILE-OPEN
              CLOSE GL-FILE
           END-IF
           MOVE WS-AMT-APPLIED TO WS-EDIT-USD
           DISPLAY "LNUNAP01: APPLIED " WS-CNT-APPLIED
              " FOR " WS-EDIT-USD
           MOVE WS-AMT-REFUNDED TO WS-EDIT-USD
           DISPLAY "LNUNAP01: REFUNDED " WS-CNT-REFUNDED
              " FOR " WS-EDIT-USD
           DISPLAY "LNUNAP01: REJECTED " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      * Whatever is already waiting on the lockbox file (LNLBX01's
      * deposits, an earlier run's applied items) and on the autopay
      * file (LNACH01's payments, LNACHR01's reversals) will reach
      * the same LNVAL01 run as anything applied here. So will
      * anything in the pending warehouse that LNRELS01 releases
      * into that run - every autopay payment is future-dated and
      * parked there until its effective date, and RELEASED sorts
      * ahead of LOCKBOX. A missing file has nothing waiting on it.
       0100-LOAD-PAID-LOANS.
           OPEN INPUT LBX-TRANS-FILE
           IF WS-TRAN-STATUS = "00"
              MOVE "N" TO WS-QUEUE-EOF-SW
              PERFORM 0110-NOTE-LBX-TRAN UNTIL QUEUE-EOF
              CLOSE LBX-TRANS-FILE
           ELSE
              IF WS-TRAN-STATUS NOT = "35"
                 DISPLAY "FATAL: LOCKBOX TRANSACTION FILE OPEN FAILED "
                    "- STATUS " WS-TRAN-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           OPEN INPUT ACH-TRANS-FILE
           IF WS-ACHT-STATUS = "00"
              MOVE "N" TO WS-QUEUE-EOF-SW
              PERFORM 0120-NOTE-ACH-TRAN UNTIL QUEUE-EOF
              CLOSE ACH-TRANS-FILE
           ELSE
              IF WS-ACHT-STATUS NOT = "35"
                 DISPLAY "FATAL: ACH TRANSACTION FILE OPEN FAILED - "
                    "STATUS " WS-ACHT-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           PERFORM 0105-SET-NEXT-BUS-DATE
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
              MOVE "N" TO WS-QUEUE-EOF-SW
              PERFORM 0125-NOTE-PENDING-TRAN UNTIL QUEUE-EOF
              CLOSE PENDING-FILE
           ELSE
              IF WS-PEND-STATUS NOT = "35"
                 DISPLAY "FATAL: PENDING WAREHOUSE OPEN FAILED - "
                    "STATUS " WS-PEND-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           MOVE WS-PL-COUNT TO WS-PL-QUEUED.

      * The next LNVAL01 cycle runs no later than the next business
      * day, so anything effective on or before it is released into
      * that cycle. A run date the service cannot use falls back to
      * tomorrow.
       0105-SET-NEXT-BUS-DATE.
           MOVE "N" TO BD-FUNCTION
           COMPUTE BD-DATE-IN =
              FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT + 1)
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE = ZERO
              MOVE BD-DATE-OUT TO WS-NEXT-BUS-DATE
           ELSE
              MOVE BD-DATE-IN TO WS-NEXT-BUS-DATE
           END-IF.

       0110-NOTE-LBX-TRAN.
           READ LBX-TRANS-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 MOVE T-LOAN-ID-IN TO WS-QUEUED-LOAN-ID
                 PERFORM 0130-NOTE-PAID-LOAN
           END-READ.

       0120-NOTE-ACH-TRAN.
           READ ACH-TRANS-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 MOVE ACT-LOAN-ID TO WS-QUEUED-LOAN-ID
                 PERFORM 0130-NOTE-PAID-LOAN
           END-READ.

      * Same test LNRELS01 releases on - a garbled effective date
      * goes out with the first release.
       0125-NOTE-PENDING-TRAN.
           READ PENDING-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 IF PND-EFFECTIVE-DATE NOT NUMERIC
                    OR PND-EFFECTIVE-DATE NOT > WS-NEXT-BUS-DATE
                    MOVE PND-LOAN-ID TO WS-QUEUED-LOAN-ID
                    PERFORM 0130-NOTE-PAID-LOAN
                 END-IF
           END-READ.

       0130-NOTE-PAID-LOAN.
           IF WS-QUEUED-LOAN-ID NOT = SPACES
              MOVE "N" TO WS-ALREADY-PAID-SW
              PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                      UNTIL WS-PL-IDX > WS-PL-COUNT
                      OR ALREADY-PAID
                 IF WS-PL-LOAN-ID(WS-PL-IDX) = WS-QUEUED-LOAN-ID
                    SET ALREADY-PAID TO TRUE
                 END-IF
              END-PERFORM
              IF NOT ALREADY-PAID
                 IF WS-PL-COUNT >= WS-PL-MAX
                    DISPLAY "FATAL: PAID LOAN TABLE FULL - RAISE "
                       "WS-PL-MAX"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-PL-COUNT
                 MOVE WS-QUEUED-LOAN-ID TO WS-PL-LOAN-ID(WS-PL-COUNT)
              END-IF
           END-IF.

       1000-PROCESS-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           MOVE SPACES TO WS-REJECT-REASON
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           EVALUATE TRUE
              WHEN WS-CONTROL-CARD = SPACES
              WHEN WS-CONTROL-CARD(1:3) = "END"
                 SET CARDS-DONE TO TRUE
              WHEN WS-CARD-ACTION = "R"
                 PERFORM 5000-AGING-REPORT
              WHEN WS-CARD-ACTION = "A"
                 PERFORM 2000-APPLY-ITEM
              WHEN WS-CARD-ACTION = "F"
                 PERFORM 3000-REFUND-ITEM
              WHEN OTHER
                 MOVE "UNRECOGNIZED CONTROL CARD" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                 WS-CONTROL-CARD(1:44)
           END-IF.

       2000-APPLY-ITEM.
           PERFORM 4000-READ-ITEM
           IF WS-REJECT-REASON = SPACES
              AND UNA-AMOUNT > 9999999.99
              MOVE "ITEM EXCEEDS PAYMENT AMOUNT" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-CARD-LOAN-ID TO L-LOAN-ID
              READ MASTER-FILE
                 INVALID KEY
                    MOVE "LOAN NOT ON MASTER" TO WS-REJECT-REASON
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND L-CURRENCY-CODE NOT = "USD"
              MOVE "LOAN IS NOT A USD LOAN" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND (L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C")
              MOVE "LOAN IS PAID IN FULL" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2100-CHECK-ALREADY-PAID
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2200-WRITE-PAYMENT-TRANS
              MOVE "K" TO WS-GL-ACTION
              PERFORM 6000-POST-RELEASE
              MOVE "A"             TO UNA-STATUS
              MOVE WS-CARD-LOAN-ID TO UNA-APPLIED-LOAN-ID
              PERFORM 4100-REWRITE-ITEM
              ADD 1 TO WS-CNT-APPLIED
              ADD UNA-AMOUNT TO WS-AMT-APPLIED
              MOVE UNA-AMOUNT TO WS-EDIT-ITEM
              DISPLAY "APPLIED  " UNA-KEY " " WS-EDIT-ITEM
                 " TO " WS-CARD-LOAN-ID " BY " WS-CARD-OPERATOR
           END-IF.

       2100-CHECK-ALREADY-PAID.
           MOVE "N" TO WS-ALREADY-PAID-SW
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
                   OR ALREADY-PAID
              IF WS-PL-LOAN-ID(WS-PL-IDX) = WS-CARD-LOAN-ID
                 SET ALREADY-PAID TO TRUE
                 MOVE WS-PL-IDX TO WS-PL-HIT
              END-IF
           END-PERFORM
           IF ALREADY-PAID
              IF WS-PL-HIT > WS-PL-QUEUED
                 MOVE "LOAN ALREADY PAID THIS RUN" TO WS-REJECT-REASON
              ELSE
                 MOVE "LOAN ALREADY HAS A QUEUED PMT"
                    TO WS-REJECT-REASON
              END-IF
           ELSE
              IF WS-PL-COUNT >= WS-PL-MAX
                 DISPLAY "FATAL: PAID LOAN TABLE FULL - RAISE "
                    "WS-PL-MAX"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PL-COUNT
              MOVE WS-CARD-LOAN-ID TO WS-PL-LOAN-ID(WS-PL-COUNT)
           END-IF.

      * Appended, not replaced - the lockbox payments LNLBX01 wrote
      * tonight may not have been consumed by the sort yet.
       2200-WRITE-PAYMENT-TRANS.
           IF NOT TRAN-FILE-OPEN
              OPEN EXTEND LBX-TRANS-FILE
              IF WS-TRAN-STATUS NOT = "00"
                 OPEN OUTPUT LBX-TRANS-FILE
              END-IF
              IF WS-TRAN-STATUS NOT = "00"
                 DISPLAY "FATAL: LOCKBOX TRANSACTION FILE OPEN "
                    "FAILED - STATUS " WS-TRAN-STATUS
                 PERFORM 9999-ABEND
              END-IF
              SET TRAN-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO TRANS-REC
           MOVE WS-CARD-LOAN-ID      TO T-LOAN-ID-IN
           MOVE L-BORROWER-NAME      TO T-BORROWER-IN
           MOVE UNA-AMOUNT           TO T-AMOUNT-IN
           MOVE "P"                  TO T-MAINT-CODE-IN
           MOVE ZERO                 TO T-INTEREST-RATE-IN
           MOVE ZERO                 TO T-TERM-MONTHS-IN
           MOVE L-CURRENCY-CODE      TO T-CURRENCY-CODE-IN
           MOVE "R"                  TO T-FILLER-IN
           MOVE WS-RUN-DATE          TO T-EFFECTIVE-DATE-IN
           MOVE ZERO                 TO T-MARGIN-IN
           MOVE WS-CARD-OPERATOR     TO T-USER-IN
           WRITE TRANS-REC
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: LOCKBOX TRANSACTION WRITE FAILED - "
                 "STATUS " WS-TRAN-STATUS " LOAN ID " T-LOAN-ID-IN
              PERFORM 9999-ABEND
           END-IF.

       3000-REFUND-ITEM.
           PERFORM 4000-READ-ITEM
           IF WS-REJECT-REASON = SPACES
              MOVE "N" TO WS-GL-ACTION
              PERFORM 6000-POST-RELEASE
              MOVE "F" TO UNA-STATUS
              PERFORM 4100-REWRITE-ITEM
              ADD 1 TO WS-CNT-REFUNDED
              ADD UNA-AMOUNT TO WS-AMT-REFUNDED
              MOVE UNA-AMOUNT TO WS-EDIT-ITEM
              DISPLAY "REFUNDED " UNA-KEY " " WS-EDIT-ITEM
                 " TO " UNA-REMITTER " BY " WS-CARD-OPERATOR
           END-IF.

       4000-READ-ITEM.
           IF WS-CARD-OPERATOR = SPACES
              MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
           ELSE
              MOVE "N" TO WS-ITEM-FOUND-SW
              MOVE WS-CARD-ITEM-KEY TO UNA-KEY
              READ UNAPPLIED-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET ITEM-FOUND TO TRUE
              END-READ
              EVALUATE TRUE
                 WHEN NOT ITEM-FOUND
                    MOVE "ITEM NOT ON FILE" TO WS-REJECT-REASON
                 WHEN UNA-STATUS NOT = "U"
                    MOVE "ITEM NOT UNAPPLIED" TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       4100-REWRITE-ITEM.
           MOVE WS-RUN-DATE      TO UNA-STATUS-DATE
           MOVE WS-CARD-OPERATOR TO UNA-OPERATOR
           REWRITE UNAPPLIED-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-UNAP-STATUS NOT = "00"
              DISPLAY "FATAL: UNAPPLIED CASH REWRITE FAILED - STATUS "
                 WS-UNAP-STATUS " ITEM " UNA-KEY
              PERFORM 9999-ABEND
           END-IF.

       5000-AGING-REPORT.
           INITIALIZE WS-AGING-TOTALS
           MOVE ZERO TO WS-AG-TOTAL-COUNT
           MOVE ZERO TO WS-AG-TOTAL-AMOUNT
           DISPLAY "==============================================".
           DISPLAY "UNAPPLIED CASH AGING AS OF " WS-RUN-DATE.
           DISPLAY "ITEM KEY (DATE/LOCKBOX/BATCH/SEQ)  AGE"
              "         AMOUNT CHECK NO   REMITTER / REASON".
           DISPLAY "----------------------------------------------".
           MOVE "N" TO WS-UNAP-EOF-SW
           MOVE LOW-VALUES TO UNA-KEY
           START UNAPPLIED-FILE KEY NOT < UNA-KEY
              INVALID KEY
                 SET UNAP-EOF TO TRUE
           END-START
           PERFORM 5010-AGE-ONE-ITEM UNTIL UNAP-EOF
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1 UNTIL WS-AG-IDX > 4
              MOVE WS-AG-AMOUNT(WS-AG-IDX) TO WS-EDIT-USD
              DISPLAY "  " WS-AG-LABEL(WS-AG-IDX) " ITEMS "
                 WS-AG-COUNT(WS-AG-IDX) "  USD " WS-EDIT-USD
           END-PERFORM
           MOVE WS-AG-TOTAL-AMOUNT TO WS-EDIT-USD
           DISPLAY "  TOTAL      ITEMS " WS-AG-TOTAL-COUNT
              "  USD " WS-EDIT-USD.
           DISPLAY "==============================================".

       5010-AGE-ONE-ITEM.
           READ UNAPPLIED-FILE NEXT RECORD
              AT END
                 SET UNAP-EOF TO TRUE
              NOT AT END
                 IF UNA-STATUS = "U"
                    PERFORM 5020-BUCKET-ITEM
                 END-IF
           END-READ.

       5020-BUCKET-ITEM.
           MOVE ZERO TO WS-AGE-DAYS
           IF UNA-DEPOSIT-DATE NUMERIC
              MOVE UNA-DEPOSIT-DATE TO WS-DEPOSIT-DATE-NUM
              COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(WS-DEPOSIT-DATE-NUM)
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-DAYS > 90
                 MOVE 4 TO WS-AGE-BUCKET
              WHEN WS-AGE-DAYS > 60
                 MOVE 3 TO WS-AGE-BUCKET
              WHEN WS-AGE-DAYS > 30
                 MOVE 2 TO WS-AGE-BUCKET
              WHEN OTHER
                 MOVE 1 TO WS-AGE-BUCKET
           END-EVALUATE
           ADD 1          TO WS-AG-COUNT(WS-AGE-BUCKET)
           ADD UNA-AMOUNT TO WS-AG-AMOUNT(WS-AGE-BUCKET)
           ADD 1          TO WS-AG-TOTAL-COUNT
           ADD UNA-AMOUNT TO WS-AG-TOTAL-AMOUNT
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           MOVE UNA-AMOUNT  TO WS-EDIT-ITEM
           DISPLAY "  " UNA-KEY "  " WS-EDIT-AGE " " WS-EDIT-ITEM
              " " UNA-CHECK-NO " " UNA-REMITTER
           DISPLAY "                                          "
              UNA-REASON.

      * One balanced pair per applied or refunded item, out of the
      * UNAPPCSH holding account LNLBX01 credited. WS-GL-ACTION is
      * set by the caller.
       6000-POST-RELEASE.
           IF NOT GL-FILE-OPEN
              OPEN EXTEND GL-FILE
              IF WS-GL-STATUS NOT = "00"
                 OPEN OUTPUT GL-FILE
              END-IF
              IF WS-GL-STATUS NOT = "00"
                 DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                    WS-GL-STATUS
                 PERFORM 9999-ABEND
              END-IF
              SET GL-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO GL-POSTING-REC
           MOVE WS-RUN-DATE          TO GL-RUN-DATE
           MOVE WS-GL-ACTION         TO GL-ACTION
           MOVE "USD"                TO GL-CURRENCY-CODE
           MOVE SPACE                TO GL-RISK-TIER
           MOVE UNA-AMOUNT           TO GL-AMOUNT-USD
           MOVE 1                    TO GL-TRANS-COUNT
           MOVE "D"                  TO GL-DR-CR
           MOVE "UNAPPCSH"           TO GL-ACCOUNT
           PERFORM 6100-WRITE-GL-RECORD
           MOVE "C"                  TO GL-DR-CR
           MOVE "LOANCLRG"           TO GL-ACCOUNT
           PERFORM 6100-WRITE-GL-RECORD.

       6100-WRITE-GL-RECORD.
           IF GL-DR-CR = "D"
              ADD GL-AMOUNT-USD TO WS-GL-DR-TOTAL
           ELSE
              ADD GL-AMOUNT-USD TO WS-GL-CR-TOTAL
           END-IF
           WRITE GL-POSTING-REC
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE WRITE FAILED - STATUS "
                 WS-GL-STATUS
              PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY "LNUNAP01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
