       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNLBX01.
      *================================================================*
      * BATCH PROGRAM: BANK LOCKBOX REMITTANCE INTAKE. TAKES THE
      * BANK'S REMITTANCE FILE FOR ONE LOCKBOX DEPOSIT (LBXIN,
      * copy/lbxrec.cpy) IN TWO PASSES:
      *   1. PROOF - EVERY BATCH'S ITEMS MUST ADD TO ITS TRAILER,
      *      THE BATCHES TO THE FILE TRAILER, AND THE WHOLE FILE TO
      *      THE DEPOSIT TOTAL THE BANK CREDITED. A FILE THAT DOES
      *      NOT PROVE RELEASES NOTHING (RC 16) - IT GOES BACK TO THE
      *      BANK, NOT INTO THE LOAN BOOK.
      *   2. APPLICATION - EACH ITEM IS MATCHED TO A LOAN:
      *        A) BY THE LOAN ID KEYED FROM THE COUPON STUB;
      *        B) ELSE BY AMOUNT - THE ONE OPEN BILL ON THE BILLING
      *           CLUSTER (BILLVSAM) FOR EXACTLY THE CHECK AMOUNT;
      *        C) ELSE BY REMITTER NAME THROUGH THE L-BORROWER-NAME
      *           ALTERNATE INDEX - THE BORROWER'S ONLY LOAN, OR THE
      *           ONE OF THEIR LOANS WHOSE OPEN BILL IS THE AMOUNT.
      *      A MATCHED ITEM BECOMES A "P" PAYMENT TRANSACTION,
      *      EFFECTIVE THE DEPOSIT DATE, ON THE LOCKBOX TRANSACTION
      *      FILE (LBXTRAN) THE LNVAL01 SORT CONCATENATES. BYTE 79
      *      IS STAMPED "R" - NOT PART OF THE SOURCE FEED'S TRAILER.
      *      AN ITEM THAT MATCHES NOTHING (OR THAT IS TOO LARGE FOR
      *      A PAYMENT TRANSACTION, OR IS FOR A LOAN THAT ALREADY
      *      HAS A TRANSACTION WAITING FOR THE NEXT LNVAL01 RUN - ON
      *      LBXTRAN FROM THIS DEPOSIT OR AN EARLIER ONE, ON THE
      *      AUTOPAY FILE ACHTRAN, OR IN THE PENDING WAREHOUSE
      *      (PENDIN) DUE FOR RELEASE BY THE NEXT BUSINESS DAY, AS
      *      EVERY FUTURE-DATED AUTOPAY PAYMENT IS - SINCE LNVAL01
      *      POSTS ONLY THE FIRST OF A SAME-DAY DUPLICATE LOAN ID
      *      AND SENDS THE REST TO SUSPENSE) IS HELD ON THE
      *      UNAPPLIED-CASH CLUSTER (UNAPVSAM, copy/unaprec.cpy) AND
      *      ITS TOTAL IS POSTED TO THE GL AS ONE HOLDING PAIR IN
      *      GLOUT FORMAT (ACTION "U": DR LOANCLRG / CR UNAPPCSH).
      *      LNUNAP01 APPLIES OR REFUNDS IT FROM THERE.
      * THE DEPOSIT IS LOGGED ON THE UNAPPLIED-CASH CLUSTER BEFORE
      * ANYTHING IS RELEASED; THE SAME DEPOSIT (DATE AND LOCKBOX)
      * PRESENTED AGAIN IS REFUSED, RC 16. ENDS RC 4 WHEN ANY ITEM
      * WENT TO UNAPPLIED CASH.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO LBXIN
                  FILE STATUS IS WS-LBX-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS L-LOAN-ID
                  ALTERNATE RECORD KEY IS L-BORROWER-NAME
                     WITH DUPLICATES
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT BILLING-FILE ASSIGN TO BILLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BIL-LOAN-ID
                  FILE STATUS  IS WS-BILL-STATUS.
           SELECT UNAPPLIED-FILE ASSIGN TO UNAPVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS UNA-KEY
                  FILE STATUS  IS WS-UNAP-STATUS.
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
       FD  LOCKBOX-FILE.
       COPY LBXREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       FD  BILLING-FILE.
       COPY BILLREC.

       FD  UNAPPLIED-FILE.
       COPY UNAPREC.

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
       01  WS-LBX-STATUS          PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-BILL-STATUS         PIC X(02) VALUE "00".
       01  WS-UNAP-STATUS         PIC X(02) VALUE "00".
       01  WS-TRAN-STATUS         PIC X(02) VALUE "00".
       01  WS-ACHT-STATUS         PIC X(02) VALUE "00".
       01  WS-PEND-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-BILL-EOF-SW         PIC X(01) VALUE "N".
           88  BILL-EOF           VALUE "Y".
       01  WS-NAME-EOF-SW         PIC X(01) VALUE "N".
           88  NAME-EOF           VALUE "Y".
       01  WS-QUEUE-EOF-SW        PIC X(01) VALUE "N".
           88  QUEUE-EOF          VALUE "Y".
       01  WS-PROOF-FAILED-SW     PIC X(01) VALUE "N".
           88  PROOF-FAILED       VALUE "Y".
       01  WS-HEADER-SEEN-SW      PIC X(01) VALUE "N".
           88  HEADER-SEEN        VALUE "Y".
       01  WS-TRAILER-SEEN-SW     PIC X(01) VALUE "N".
           88  TRAILER-SEEN       VALUE "Y".
       01  WS-BATCH-OPEN-SW       PIC X(01) VALUE "N".
           88  BATCH-OPEN         VALUE "Y".
       01  WS-MASTER-FOUND-SW     PIC X(01) VALUE "N".
           88  MASTER-FOUND       VALUE "Y".
       01  WS-LOAN-MATCHED-SW     PIC X(01) VALUE "N".
           88  LOAN-MATCHED       VALUE "Y".
       01  WS-ALREADY-PAID-SW     PIC X(01) VALUE "N".
           88  ALREADY-PAID       VALUE "Y".
       01  WS-GL-OPEN-SW          PIC X(01) VALUE "N".
           88  GL-FILE-OPEN       VALUE "Y".

       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-NEXT-BUS-DATE       PIC X(08) VALUE SPACES.
       01  WS-LOCKBOX-NO          PIC X(07) VALUE SPACES.
       01  WS-DEPOSIT-DATE        PIC X(08) VALUE SPACES.
       01  WS-DEPOSIT-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-HEADER-ITEMS        PIC 9(07) VALUE ZERO.
       01  WS-CURRENT-BATCH       PIC X(03) VALUE SPACES.
       01  WS-LAST-BATCH          PIC X(03) VALUE SPACES.
       01  WS-LAST-ITEM-SEQ       PIC 9(04) VALUE ZERO.
       01  WS-PROOF-MESSAGE       PIC X(40) VALUE SPACES.
       01  WS-MATCH-LOAN-ID       PIC X(10) VALUE SPACES.
       01  WS-QUEUED-LOAN-ID      PIC X(10) VALUE SPACES.
       01  WS-MATCH-METHOD        PIC X(06) VALUE SPACES.
       01  WS-UNAPPLIED-REASON    PIC X(30) VALUE SPACES.
       01  WS-STUB-MISS-REASON    PIC X(30) VALUE SPACES.
       01  WS-NAME-FIRST-LOAN     PIC X(10) VALUE SPACES.
       01  WS-NAME-BILL-LOAN      PIC X(10) VALUE SPACES.
       01  WS-NAME-LOAN-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-NAME-BILL-HITS      PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT-HITS         PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT-LOAN         PIC X(10) VALUE SPACES.
       01  WS-GL-DR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-ITEM           PIC ZZZ,ZZZ,ZZ9.99.

      * Running proof totals - per batch and for the whole file.
       01  WS-PROOF-TOTALS.
           05  WS-BATCH-ITEMS      PIC 9(05) VALUE ZERO.
           05  WS-BATCH-AMOUNT     PIC 9(11)V99 VALUE ZERO.
           05  WS-FILE-BATCHES     PIC 9(05) VALUE ZERO.
           05  WS-FILE-ITEMS       PIC 9(07) VALUE ZERO.
           05  WS-FILE-AMOUNT      PIC 9(11)V99 VALUE ZERO.

      * Every open bill on the billing cluster, loaded once for the
      * amount match - BIL-TOTAL-AMOUNT is not a key, so the only
      * other way to find "the bill for this much" is a full pass
      * of the cluster per check.
       01  WS-OPEN-BILLS.
           05  WS-OB-MAX          PIC 9(05) VALUE 50000.
           05  WS-OB-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-OB-IDX          PIC 9(05) VALUE ZERO.
           05  WS-OB-ENTRY OCCURS 50000 TIMES.
               10  WS-OB-LOAN-ID  PIC X(10).
               10  WS-OB-AMOUNT   PIC 9(09)V99.

      * Loans that already have a transaction waiting for the next
      * LNVAL01 run. LNVAL01 posts only the first occurrence of a
      * same-day duplicate loan ID and sends the second and later
      * ones to suspense, so a check for a loan listed here is held
      * as unapplied cash instead and applied by LNUNAP01 on a later
      * run. Entries 1 thru WS-PL-QUEUED were already on LBXTRAN,
      * ACHTRAN or coming due in the pending warehouse when the run
      * started (0250-LOAD-PAID-LOANS); the rest were paid out of
      * this deposit.
       01  WS-PAID-LOANS.
           05  WS-PL-MAX          PIC 9(05) VALUE 50000.
           05  WS-PL-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-PL-QUEUED       PIC 9(05) VALUE ZERO.
           05  WS-PL-IDX          PIC 9(05) VALUE ZERO.
           05  WS-PL-HIT          PIC 9(05) VALUE ZERO.
           05  WS-PL-LOAN-ID OCCURS 50000 TIMES
                                  PIC X(10).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-ITEMS        PIC 9(09) VALUE ZERO.
           05  WS-CNT-BY-ID        PIC 9(09) VALUE ZERO.
           05  WS-CNT-BY-AMOUNT    PIC 9(09) VALUE ZERO.
           05  WS-CNT-BY-NAME      PIC 9(09) VALUE ZERO.
           05  WS-CNT-UNAPPLIED    PIC 9(09) VALUE ZERO.
           05  WS-AMT-APPLIED      PIC 9(11)V99 VALUE ZERO.
           05  WS-AMT-UNAPPLIED    PIC 9(11)V99 VALUE ZERO.

       COPY BDAYCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNLBX01 - LOCKBOX REMITTANCE INTAKE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           PERFORM 1000-PROVE-DEPOSIT
           IF PROOF-FAILED
              DISPLAY "LNLBX01: DEPOSIT DOES NOT PROVE - NOTHING "
                 "RELEASED, RETURN THE FILE TO THE BANK"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-LOG-DEPOSIT
           PERFORM 0400-LOAD-OPEN-BILLS

           DISPLAY "==============================================".
           DISPLAY "UNAPPLIED ITEMS (BATCH/SEQ / AMOUNT / REMITTER / "
              "REASON)".
           DISPLAY "----------------------------------------------".
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = "00"
              DISPLAY "FATAL: LOCKBOX FILE REOPEN FAILED - STATUS "
                 WS-LBX-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 2000-PROCESS-ITEM UNTIL EOF-REACHED
           CLOSE LOCKBOX-FILE

           IF WS-CNT-UNAPPLIED > ZERO
              PERFORM 8000-POST-UNAPPLIED-HOLD
           END-IF
           CLOSE MASTER-FILE BILLING-FILE UNAPPLIED-FILE
                 LBX-TRANS-FILE
           IF GL-FILE-OPEN
              CLOSE GL-FILE
           END-IF
           PERFORM 9000-INTAKE-SUMMARY
           IF WS-CNT-UNAPPLIED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0200-OPEN-FILES.
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
              DISPLAY "FATAL: BILLING CONTROL OPEN FAILED - STATUS "
                 WS-BILL-STATUS
              PERFORM 9999-ABEND
           END-IF
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
           PERFORM 0250-LOAD-PAID-LOANS
      * Appended, not replaced - tonight's payments must not wipe
      * a file the sort has not consumed yet.
           OPEN EXTEND LBX-TRANS-FILE
           IF WS-TRAN-STATUS NOT = "00"
              OPEN OUTPUT LBX-TRANS-FILE
           END-IF
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: LOCKBOX TRANSACTION FILE OPEN FAILED - "
                 "STATUS " WS-TRAN-STATUS
              PERFORM 9999-ABEND
           END-IF.

      * Whatever is already waiting on the lockbox file (an earlier
      * deposit, or LNUNAP01's applied items) and on the autopay
      * file (LNACH01's payments, LNACHR01's reversals) will reach
      * the same LNVAL01 run as this deposit. So will anything in
      * the pending warehouse that LNRELS01 releases into that run
      * - every autopay payment is future-dated and parked there
      * until its effective date, and RELEASED sorts ahead of
      * LOCKBOX. A missing file has nothing waiting on it.
       0250-LOAD-PAID-LOANS.
           OPEN INPUT LBX-TRANS-FILE
           IF WS-TRAN-STATUS = "00"
              MOVE "N" TO WS-QUEUE-EOF-SW
              PERFORM 0260-NOTE-LBX-TRAN UNTIL QUEUE-EOF
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
              PERFORM 0270-NOTE-ACH-TRAN UNTIL QUEUE-EOF
              CLOSE ACH-TRANS-FILE
           ELSE
              IF WS-ACHT-STATUS NOT = "35"
                 DISPLAY "FATAL: ACH TRANSACTION FILE OPEN FAILED - "
                    "STATUS " WS-ACHT-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           PERFORM 0255-SET-NEXT-BUS-DATE
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00"
              MOVE "N" TO WS-QUEUE-EOF-SW
              PERFORM 0275-NOTE-PENDING-TRAN UNTIL QUEUE-EOF
              CLOSE PENDING-FILE
           ELSE
              IF WS-PEND-STATUS NOT = "35"
                 DISPLAY "FATAL: PENDING WAREHOUSE OPEN FAILED - "
                    "STATUS " WS-PEND-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           MOVE WS-PL-COUNT TO WS-PL-QUEUED
           DISPLAY "LNLBX01: LOANS ALREADY WAITING FOR LNVAL01 "
              WS-PL-QUEUED.

      * The next LNVAL01 cycle runs no later than the next business
      * day, so anything effective on or before it is released into
      * that cycle. A run date the service cannot use falls back to
      * tomorrow.
       0255-SET-NEXT-BUS-DATE.
           MOVE "N" TO BD-FUNCTION
           COMPUTE BD-DATE-IN = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) + 1)
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE = ZERO
              MOVE BD-DATE-OUT TO WS-NEXT-BUS-DATE
           ELSE
              MOVE BD-DATE-IN TO WS-NEXT-BUS-DATE
           END-IF.

       0260-NOTE-LBX-TRAN.
           READ LBX-TRANS-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 MOVE T-LOAN-ID-IN TO WS-QUEUED-LOAN-ID
                 PERFORM 0280-NOTE-PAID-LOAN
           END-READ.

       0270-NOTE-ACH-TRAN.
           READ ACH-TRANS-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 MOVE ACT-LOAN-ID TO WS-QUEUED-LOAN-ID
                 PERFORM 0280-NOTE-PAID-LOAN
           END-READ.

      * Same test LNRELS01 releases on - a garbled effective date
      * goes out with the first release.
       0275-NOTE-PENDING-TRAN.
           READ PENDING-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 IF PND-EFFECTIVE-DATE NOT NUMERIC
                    OR PND-EFFECTIVE-DATE NOT > WS-NEXT-BUS-DATE
                    MOVE PND-LOAN-ID TO WS-QUEUED-LOAN-ID
                    PERFORM 0280-NOTE-PAID-LOAN
                 END-IF
           END-READ.

       0280-NOTE-PAID-LOAN.
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

      * The deposit control record goes down before the first
      * payment is released. A run that dies part-way leaves it
      * behind, so a blind rerun is refused rather than paying the
      * first half of the deposit twice - the operator backs out
      * the partial output and deletes the record deliberately.
       0300-LOG-DEPOSIT.
           MOVE SPACES TO UNAPPLIED-REC
           MOVE WS-DEPOSIT-DATE  TO UNA-DEPOSIT-DATE
           MOVE WS-LOCKBOX-NO    TO UNA-LOCKBOX-NO
           MOVE "000"            TO UNA-BATCH-NO
           MOVE ZERO             TO UNA-ITEM-SEQ
           MOVE WS-DEPOSIT-TOTAL TO UNA-AMOUNT
           MOVE "D"              TO UNA-STATUS
           MOVE WS-RUN-DATE      TO UNA-RECEIVED-DATE
           MOVE WS-RUN-DATE      TO UNA-STATUS-DATE
           MOVE "LOCKBOX DEPOSIT TAKEN IN" TO UNA-REASON
           WRITE UNAPPLIED-REC
              INVALID KEY
                 DISPLAY "FATAL: LOCKBOX " WS-LOCKBOX-NO
                    " DEPOSIT OF " WS-DEPOSIT-DATE
                    " HAS ALREADY BEEN TAKEN IN"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE
           IF WS-UNAP-STATUS NOT = "00"
              DISPLAY "FATAL: UNAPPLIED CASH WRITE FAILED - STATUS "
                 WS-UNAP-STATUS
              PERFORM 9999-ABEND
           END-IF.

       0400-LOAD-OPEN-BILLS.
           MOVE LOW-VALUES TO BIL-LOAN-ID
           START BILLING-FILE KEY NOT < BIL-LOAN-ID
              INVALID KEY
                 SET BILL-EOF TO TRUE
           END-START
           PERFORM 0410-LOAD-ONE-BILL UNTIL BILL-EOF
           DISPLAY "LNLBX01: OPEN BILLS LOADED FOR AMOUNT MATCH "
              WS-OB-COUNT.

       0410-LOAD-ONE-BILL.
           READ BILLING-FILE NEXT RECORD
              AT END
                 SET BILL-EOF TO TRUE
              NOT AT END
                 IF BIL-STATUS = "O"
                    AND BIL-TOTAL-AMOUNT NUMERIC
                    IF WS-OB-COUNT >= WS-OB-MAX
                       DISPLAY "FATAL: OPEN BILL TABLE FULL - RAISE "
                          "WS-OB-MAX"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-OB-COUNT
                    MOVE BIL-LOAN-ID      TO WS-OB-LOAN-ID(WS-OB-COUNT)
                    MOVE BIL-TOTAL-AMOUNT TO WS-OB-AMOUNT(WS-OB-COUNT)
                 END-IF
           END-READ.

      * Pass 1. Nothing is opened for output until the whole file
      * has proven - every failure is listed, then the run stops.
       1000-PROVE-DEPOSIT.
           OPEN INPUT LOCKBOX-FILE
           IF WS-LBX-STATUS NOT = "00"
              DISPLAY "FATAL: LOCKBOX FILE OPEN FAILED - STATUS "
                 WS-LBX-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1010-PROVE-RECORD UNTIL EOF-REACHED
           CLOSE LOCKBOX-FILE
           IF NOT HEADER-SEEN
              MOVE "FILE HEADER MISSING" TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           END-IF
           IF NOT TRAILER-SEEN
              MOVE "FILE TRAILER MISSING" TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           END-IF
           IF BATCH-OPEN
              MOVE "LAST BATCH HAS NO TRAILER" TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           END-IF
           IF HEADER-SEEN
              IF WS-FILE-AMOUNT NOT = WS-DEPOSIT-TOTAL
                 MOVE "ITEMS DO NOT EQUAL DEPOSIT TOTAL"
                    TO WS-PROOF-MESSAGE
                 PERFORM 1090-PROOF-FAILURE
              END-IF
              IF WS-FILE-ITEMS NOT = WS-HEADER-ITEMS
                 MOVE "ITEMS DO NOT EQUAL HEADER COUNT"
                    TO WS-PROOF-MESSAGE
                 PERFORM 1090-PROOF-FAILURE
              END-IF
           END-IF
           MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-USD
           DISPLAY "LNLBX01: LOCKBOX " WS-LOCKBOX-NO
              " DEPOSIT " WS-DEPOSIT-DATE " BANK TOTAL " WS-EDIT-USD
           MOVE WS-FILE-AMOUNT TO WS-EDIT-USD
           DISPLAY "LNLBX01: " WS-FILE-BATCHES " BATCHES, "
              WS-FILE-ITEMS " ITEMS, ITEM TOTAL " WS-EDIT-USD.

       1010-PROVE-RECORD.
           READ LOCKBOX-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF TRAILER-SEEN
                    MOVE "RECORD AFTER FILE TRAILER"
                       TO WS-PROOF-MESSAGE
                    PERFORM 1090-PROOF-FAILURE
                 END-IF
                 EVALUATE LBX-FH-REC-TYPE
                    WHEN "1"
                       PERFORM 1020-PROVE-FILE-HEADER
                    WHEN "5"
                       PERFORM 1030-PROVE-BATCH-HEADER
                    WHEN "6"
                       PERFORM 1040-PROVE-ITEM
                    WHEN "8"
                       PERFORM 1050-PROVE-BATCH-TRAILER
                    WHEN "9"
                       PERFORM 1060-PROVE-FILE-TRAILER
                    WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-MESSAGE
                       PERFORM 1090-PROOF-FAILURE
                 END-EVALUATE
           END-READ.

       1020-PROVE-FILE-HEADER.
           IF HEADER-SEEN
              MOVE "SECOND FILE HEADER" TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           ELSE
              SET HEADER-SEEN TO TRUE
              MOVE LBX-FH-LOCKBOX-NO   TO WS-LOCKBOX-NO
              MOVE LBX-FH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
              IF LBX-FH-DEPOSIT-DATE NOT NUMERIC
                 OR LBX-FH-DEPOSIT-DATE > WS-RUN-DATE
                 OR LBX-FH-DEPOSIT-TOTAL NOT NUMERIC
                 OR LBX-FH-ITEM-COUNT NOT NUMERIC
                 OR LBX-FH-LOCKBOX-NO = SPACES
                 MOVE "FILE HEADER FIELDS INVALID"
                    TO WS-PROOF-MESSAGE
                 PERFORM 1090-PROOF-FAILURE
              ELSE
                 MOVE LBX-FH-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
                 MOVE LBX-FH-ITEM-COUNT    TO WS-HEADER-ITEMS
              END-IF
           END-IF.

      * Batch numbers must climb through the file and item
      * sequences climb within a batch - that is what keeps every
      * item's unapplied-cash key unique.
       1030-PROVE-BATCH-HEADER.
           IF NOT HEADER-SEEN OR BATCH-OPEN
              MOVE "BATCH HEADER OUT OF PLACE" TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           END-IF
           IF LBX-BH-BATCH-NO NOT NUMERIC
              OR LBX-BH-BATCH-NO = "000"
              OR LBX-BH-BATCH-NO NOT > WS-LAST-BATCH
              MOVE "BATCH NUMBER INVALID OR NOT ASCENDING"
                 TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           END-IF
           SET BATCH-OPEN TO TRUE
           MOVE LBX-BH-BATCH-NO TO WS-CURRENT-BATCH
           MOVE LBX-BH-BATCH-NO TO WS-LAST-BATCH
           MOVE ZERO TO WS-LAST-ITEM-SEQ
           MOVE ZERO TO WS-BATCH-ITEMS
           MOVE ZERO TO WS-BATCH-AMOUNT
           ADD 1 TO WS-FILE-BATCHES.

       1040-PROVE-ITEM.
           IF NOT BATCH-OPEN
              OR LBX-IT-BATCH-NO NOT = WS-CURRENT-BATCH
              MOVE "ITEM OUTSIDE ITS BATCH" TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           END-IF
           IF LBX-IT-AMOUNT NOT NUMERIC
              OR LBX-IT-ITEM-SEQ NOT NUMERIC
              MOVE "ITEM AMOUNT OR SEQUENCE NOT NUMERIC"
                 TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           ELSE
              IF LBX-IT-ITEM-SEQ NOT > WS-LAST-ITEM-SEQ
                 MOVE "ITEM SEQUENCE NOT ASCENDING"
                    TO WS-PROOF-MESSAGE
                 PERFORM 1090-PROOF-FAILURE
              END-IF
              MOVE LBX-IT-ITEM-SEQ TO WS-LAST-ITEM-SEQ
              ADD 1             TO WS-BATCH-ITEMS
              ADD LBX-IT-AMOUNT TO WS-BATCH-AMOUNT
              ADD 1             TO WS-FILE-ITEMS
              ADD LBX-IT-AMOUNT TO WS-FILE-AMOUNT
           END-IF.

       1050-PROVE-BATCH-TRAILER.
           IF NOT BATCH-OPEN
              OR LBX-BT-BATCH-NO NOT = WS-CURRENT-BATCH
              MOVE "BATCH TRAILER OUT OF PLACE" TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           ELSE
              IF LBX-BT-ITEM-COUNT NOT NUMERIC
                 OR LBX-BT-TOTAL NOT NUMERIC
                 OR LBX-BT-ITEM-COUNT NOT = WS-BATCH-ITEMS
                 OR LBX-BT-TOTAL NOT = WS-BATCH-AMOUNT
                 MOVE WS-BATCH-AMOUNT TO WS-EDIT-USD
                 DISPLAY "  BATCH " WS-CURRENT-BATCH " ITEMS "
                    WS-BATCH-ITEMS " TOTAL " WS-EDIT-USD
                 MOVE "BATCH DOES NOT PROVE TO ITS TRAILER"
                    TO WS-PROOF-MESSAGE
                 PERFORM 1090-PROOF-FAILURE
              END-IF
           END-IF
           MOVE "N" TO WS-BATCH-OPEN-SW.

       1060-PROVE-FILE-TRAILER.
           SET TRAILER-SEEN TO TRUE
           IF LBX-FT-BATCH-COUNT NOT NUMERIC
              OR LBX-FT-ITEM-COUNT NOT NUMERIC
              OR LBX-FT-TOTAL NOT NUMERIC
              OR LBX-FT-BATCH-COUNT NOT = WS-FILE-BATCHES
              OR LBX-FT-ITEM-COUNT NOT = WS-FILE-ITEMS
              OR LBX-FT-TOTAL NOT = WS-FILE-AMOUNT
              MOVE "BATCHES DO NOT PROVE TO FILE TRAILER"
                 TO WS-PROOF-MESSAGE
              PERFORM 1090-PROOF-FAILURE
           END-IF.

       1090-PROOF-FAILURE.
           SET PROOF-FAILED TO TRUE
           DISPLAY "PROOF FAILURE: " WS-PROOF-MESSAGE
              " - RECORD " WS-RECORDS-READ.

      * Pass 2 - only the item records carry money; the proof has
      * already vouched for the rest.
       2000-PROCESS-ITEM.
           READ LOCKBOX-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 IF LBX-IT-REC-TYPE = "6"
                    ADD 1 TO WS-CNT-ITEMS
                    PERFORM 2100-MATCH-ITEM
                    IF LOAN-MATCHED
                       PERFORM 2500-RELEASE-PAYMENT
                    ELSE
                       PERFORM 2600-HOLD-UNAPPLIED
                    END-IF
                 END-IF
           END-READ.

       2100-MATCH-ITEM.
           MOVE "N" TO WS-LOAN-MATCHED-SW
           MOVE SPACES TO WS-MATCH-LOAN-ID
           MOVE SPACES TO WS-MATCH-METHOD
           MOVE SPACES TO WS-UNAPPLIED-REASON
           MOVE SPACES TO WS-STUB-MISS-REASON
           EVALUATE TRUE
              WHEN LBX-IT-AMOUNT = ZERO
                 MOVE "ZERO AMOUNT ITEM" TO WS-UNAPPLIED-REASON
              WHEN LBX-IT-AMOUNT > 9999999.99
                 MOVE "AMOUNT EXCEEDS PAYMENT FIELD"
                    TO WS-UNAPPLIED-REASON
              WHEN OTHER
                 IF LBX-IT-STUB-LOAN-ID NOT = SPACES
                    PERFORM 2200-MATCH-BY-STUB
                 END-IF
                 IF NOT LOAN-MATCHED
                    PERFORM 2300-MATCH-BY-AMOUNT
                 END-IF
                 IF NOT LOAN-MATCHED
                    AND LBX-IT-REMITTER NOT = SPACES
                    PERFORM 2400-MATCH-BY-NAME
                 END-IF
           END-EVALUATE
           IF LOAN-MATCHED
              PERFORM 2450-CHECK-ALREADY-PAID
           END-IF
           IF NOT LOAN-MATCHED
              AND WS-UNAPPLIED-REASON = SPACES
              IF WS-STUB-MISS-REASON NOT = SPACES
                 MOVE WS-STUB-MISS-REASON TO WS-UNAPPLIED-REASON
              ELSE
                 MOVE "NO MATCH BY ID, AMOUNT OR NAME"
                    TO WS-UNAPPLIED-REASON
              END-IF
           END-IF.

       2200-MATCH-BY-STUB.
           MOVE LBX-IT-STUB-LOAN-ID TO WS-MATCH-LOAN-ID
           PERFORM 2900-READ-LOAN
           EVALUATE TRUE
              WHEN NOT MASTER-FOUND
                 MOVE "STUB LOAN ID NOT ON MASTER"
                    TO WS-STUB-MISS-REASON
              WHEN L-CURRENCY-CODE NOT = "USD"
                 MOVE "STUB LOAN IS NOT A USD LOAN"
                    TO WS-STUB-MISS-REASON
              WHEN L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
                 MOVE "STUB LOAN IS PAID IN FULL"
                    TO WS-STUB-MISS-REASON
              WHEN OTHER
                 SET LOAN-MATCHED TO TRUE
                 MOVE "ID" TO WS-MATCH-METHOD
           END-EVALUATE.

       2300-MATCH-BY-AMOUNT.
           MOVE ZERO TO WS-AMOUNT-HITS
           MOVE SPACES TO WS-AMOUNT-LOAN
           PERFORM VARYING WS-OB-IDX FROM 1 BY 1
                   UNTIL WS-OB-IDX > WS-OB-COUNT
                   OR WS-AMOUNT-HITS > 1
              IF WS-OB-AMOUNT(WS-OB-IDX) = LBX-IT-AMOUNT
                 ADD 1 TO WS-AMOUNT-HITS
                 MOVE WS-OB-LOAN-ID(WS-OB-IDX) TO WS-AMOUNT-LOAN
              END-IF
           END-PERFORM
           IF WS-AMOUNT-HITS = 1
              MOVE WS-AMOUNT-LOAN TO WS-MATCH-LOAN-ID
              PERFORM 2900-READ-LOAN
              IF MASTER-FOUND
                 AND L-CURRENCY-CODE = "USD"
                 AND L-CLOSE-STATUS NOT = "P"
                 AND L-CLOSE-STATUS NOT = "C"
                 SET LOAN-MATCHED TO TRUE
                 MOVE "AMOUNT" TO WS-MATCH-METHOD
              END-IF
           END-IF.

      * Browse every loan carried under the remitter's name. One
      * loan takes the check outright; with several, the check
      * goes to the one loan whose open bill it exactly pays.
       2400-MATCH-BY-NAME.
           MOVE SPACES TO WS-MATCH-LOAN-ID
           MOVE ZERO TO WS-NAME-LOAN-COUNT
           MOVE ZERO TO WS-NAME-BILL-HITS
           MOVE SPACES TO WS-NAME-FIRST-LOAN
           MOVE SPACES TO WS-NAME-BILL-LOAN
           MOVE "N" TO WS-NAME-EOF-SW
           MOVE LBX-IT-REMITTER TO L-BORROWER-NAME
           START MASTER-FILE KEY IS EQUAL TO L-BORROWER-NAME
              INVALID KEY
                 SET NAME-EOF TO TRUE
           END-START
           PERFORM 2410-READ-NAME-LOAN UNTIL NAME-EOF
           EVALUATE TRUE
              WHEN WS-NAME-LOAN-COUNT = 1
                 MOVE WS-NAME-FIRST-LOAN TO WS-MATCH-LOAN-ID
              WHEN WS-NAME-BILL-HITS = 1
                 MOVE WS-NAME-BILL-LOAN TO WS-MATCH-LOAN-ID
              WHEN WS-NAME-LOAN-COUNT > 1
                 MOVE "NAME ON SEVERAL LOANS, NO BILL"
                    TO WS-UNAPPLIED-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MATCH-LOAN-ID NOT = SPACES
              PERFORM 2900-READ-LOAN
              IF MASTER-FOUND
                 AND L-CURRENCY-CODE = "USD"
                 AND L-CLOSE-STATUS NOT = "P"
                 AND L-CLOSE-STATUS NOT = "C"
                 SET LOAN-MATCHED TO TRUE
                 MOVE "NAME" TO WS-MATCH-METHOD
              END-IF
           END-IF.

       2410-READ-NAME-LOAN.
           READ MASTER-FILE NEXT RECORD
              AT END
                 SET NAME-EOF TO TRUE
              NOT AT END
                 IF L-BORROWER-NAME = LBX-IT-REMITTER
                    ADD 1 TO WS-NAME-LOAN-COUNT
                    IF WS-NAME-LOAN-COUNT = 1
                       MOVE L-LOAN-ID TO WS-NAME-FIRST-LOAN
                    END-IF
                    PERFORM 2420-CHECK-NAME-BILL
                 ELSE
                    SET NAME-EOF TO TRUE
                 END-IF
           END-READ.

       2420-CHECK-NAME-BILL.
           MOVE L-LOAN-ID TO BIL-LOAN-ID
           READ BILLING-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BIL-STATUS = "O"
                    AND BIL-TOTAL-AMOUNT NUMERIC
                    AND BIL-TOTAL-AMOUNT = LBX-IT-AMOUNT
                    ADD 1 TO WS-NAME-BILL-HITS
                    MOVE L-LOAN-ID TO WS-NAME-BILL-LOAN
                 END-IF
           END-READ.

       2450-CHECK-ALREADY-PAID.
           MOVE "N" TO WS-ALREADY-PAID-SW
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PL-COUNT
                   OR ALREADY-PAID
              IF WS-PL-LOAN-ID(WS-PL-IDX) = WS-MATCH-LOAN-ID
                 SET ALREADY-PAID TO TRUE
                 MOVE WS-PL-IDX TO WS-PL-HIT
              END-IF
           END-PERFORM
           IF ALREADY-PAID
              MOVE "N" TO WS-LOAN-MATCHED-SW
              IF WS-PL-HIT > WS-PL-QUEUED
                 MOVE "SECOND ITEM FOR LOAN IN DEPOSIT"
                    TO WS-UNAPPLIED-REASON
              ELSE
                 MOVE "LOAN ALREADY HAS A QUEUED PMT"
                    TO WS-UNAPPLIED-REASON
              END-IF
           END-IF.

      * The payment the bank has already credited, effective the
      * deposit date - LNVAL01 posts it through the normal
      * waterfall and bill match.
       2500-RELEASE-PAYMENT.
           MOVE SPACES TO TRANS-REC
           MOVE WS-MATCH-LOAN-ID     TO T-LOAN-ID-IN
           MOVE L-BORROWER-NAME      TO T-BORROWER-IN
           MOVE LBX-IT-AMOUNT        TO T-AMOUNT-IN
           MOVE "P"                  TO T-MAINT-CODE-IN
           MOVE ZERO                 TO T-INTEREST-RATE-IN
           MOVE ZERO                 TO T-TERM-MONTHS-IN
           MOVE L-CURRENCY-CODE      TO T-CURRENCY-CODE-IN
           MOVE "R"                  TO T-FILLER-IN
           MOVE WS-DEPOSIT-DATE      TO T-EFFECTIVE-DATE-IN
           MOVE ZERO                 TO T-MARGIN-IN
           MOVE "LBX"                TO T-USER-IN
           WRITE TRANS-REC
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: LOCKBOX TRANSACTION WRITE FAILED - "
                 "STATUS " WS-TRAN-STATUS " LOAN ID " T-LOAN-ID-IN
              PERFORM 9999-ABEND
           END-IF
           IF WS-PL-COUNT >= WS-PL-MAX
              DISPLAY "FATAL: PAID LOAN TABLE FULL - RAISE WS-PL-MAX"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-PL-COUNT
           MOVE WS-MATCH-LOAN-ID TO WS-PL-LOAN-ID(WS-PL-COUNT)
           ADD LBX-IT-AMOUNT TO WS-AMT-APPLIED
           EVALUATE WS-MATCH-METHOD
              WHEN "ID"
                 ADD 1 TO WS-CNT-BY-ID
              WHEN "AMOUNT"
                 ADD 1 TO WS-CNT-BY-AMOUNT
              WHEN OTHER
                 ADD 1 TO WS-CNT-BY-NAME
           END-EVALUATE.

       2600-HOLD-UNAPPLIED.
           MOVE SPACES TO UNAPPLIED-REC
           MOVE WS-DEPOSIT-DATE      TO UNA-DEPOSIT-DATE
           MOVE WS-LOCKBOX-NO        TO UNA-LOCKBOX-NO
           MOVE LBX-IT-BATCH-NO      TO UNA-BATCH-NO
           MOVE LBX-IT-ITEM-SEQ      TO UNA-ITEM-SEQ
           MOVE LBX-IT-AMOUNT        TO UNA-AMOUNT
           MOVE LBX-IT-CHECK-NO      TO UNA-CHECK-NO
           MOVE LBX-IT-REMITTER      TO UNA-REMITTER
           MOVE LBX-IT-STUB-LOAN-ID  TO UNA-STUB-LOAN-ID
           MOVE "U"                  TO UNA-STATUS
           MOVE WS-RUN-DATE          TO UNA-RECEIVED-DATE
           MOVE WS-RUN-DATE          TO UNA-STATUS-DATE
           MOVE WS-UNAPPLIED-REASON  TO UNA-REASON
           WRITE UNAPPLIED-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-UNAP-STATUS NOT = "00"
              DISPLAY "FATAL: UNAPPLIED CASH WRITE FAILED - STATUS "
                 WS-UNAP-STATUS " ITEM " LBX-IT-BATCH-NO "/"
                 LBX-IT-ITEM-SEQ
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-UNAPPLIED
           ADD LBX-IT-AMOUNT TO WS-AMT-UNAPPLIED
           MOVE LBX-IT-AMOUNT TO WS-EDIT-ITEM
           DISPLAY LBX-IT-BATCH-NO "/" LBX-IT-ITEM-SEQ " "
              WS-EDIT-ITEM " " LBX-IT-REMITTER " "
              WS-UNAPPLIED-REASON.

       2900-READ-LOAN.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE WS-MATCH-LOAN-ID TO L-LOAN-ID
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET MASTER-FOUND TO TRUE
           END-READ.

      * One holding pair for the deposit's unapplied items: the
      * cash is in clearing, owed to no loan yet.
       8000-POST-UNAPPLIED-HOLD.
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
           MOVE SPACES TO GL-POSTING-REC
           MOVE WS-RUN-DATE          TO GL-RUN-DATE
           MOVE "U"                  TO GL-ACTION
           MOVE "USD"                TO GL-CURRENCY-CODE
           MOVE SPACE                TO GL-RISK-TIER
           MOVE WS-AMT-UNAPPLIED     TO GL-AMOUNT-USD
           MOVE WS-CNT-UNAPPLIED     TO GL-TRANS-COUNT
           MOVE "D"                  TO GL-DR-CR
           MOVE "LOANCLRG"           TO GL-ACCOUNT
           PERFORM 8100-WRITE-GL-RECORD
           MOVE "C"                  TO GL-DR-CR
           MOVE "UNAPPCSH"           TO GL-ACCOUNT
           PERFORM 8100-WRITE-GL-RECORD
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: GL HOLDING OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              PERFORM 9999-ABEND
           END-IF.

       8100-WRITE-GL-RECORD.
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

       9000-INTAKE-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNLBX01 LOCKBOX INTAKE CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "LOCKBOX / DEPOSIT DATE .........: "
              WS-LOCKBOX-NO " / " WS-DEPOSIT-DATE.
           DISPLAY "REMITTANCE ITEMS ...............: "
              WS-CNT-ITEMS.
           DISPLAY "MATCHED BY STUB LOAN ID ........: "
              WS-CNT-BY-ID.
           DISPLAY "MATCHED BY OPEN BILL AMOUNT ....: "
              WS-CNT-BY-AMOUNT.
           DISPLAY "MATCHED BY BORROWER NAME .......: "
              WS-CNT-BY-NAME.
           MOVE WS-AMT-APPLIED TO WS-EDIT-USD
           DISPLAY "  RELEASED TO LNVAL01 (USD) ....: " WS-EDIT-USD.
           DISPLAY "HELD AS UNAPPLIED CASH .........: "
              WS-CNT-UNAPPLIED.
           MOVE WS-AMT-UNAPPLIED TO WS-EDIT-USD
           DISPLAY "  UNAPPLIED (USD) ..............: " WS-EDIT-USD.
           MOVE WS-DEPOSIT-TOTAL TO WS-EDIT-USD
           DISPLAY "  BANK DEPOSIT TOTAL (USD) .....: " WS-EDIT-USD.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNLBX01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
