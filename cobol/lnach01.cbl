       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNACH01.
      *================================================================*
      * BATCH PROGRAM: ACH AUTOPAY DEBIT ORIGINATION. RUNS NIGHTLY
      * AFTER THE BILLING RUN AND AHEAD OF THE LNVAL01 SORT. FOR
      * EVERY OPEN BILL ON THE BILLING CONTROL CLUSTER (BIL-STATUS
      * "O") WHOSE LOAN HAS AN ACTIVE AUTOPAY ENROLLMENT (ACHENRL)
      * AND WHOSE DEBIT DATE HAS COME INTO REACH OF TONIGHT'S
      * SETTLEMENT DATE, IT:
      *   - WRITES A PPD DEBIT ENTRY FOR BIL-TOTAL-AMOUNT TO THE
      *     NACHA ORIGINATION FILE (NACHAOUT) FOR THE BANK;
      *   - RECORDS THE ENTRY BY TRACE NUMBER ON THE ORIGINATED-
      *     ITEM CLUSTER (ACHITEM) SO A RETURN CAN BE TRACED BACK;
      *   - WRITES THE MATCHING "P" PAYMENT TRANSACTION, EFFECTIVE
      *     THE SETTLEMENT DATE, TO THE ACH TRANSACTION FILE
      *     (ACHTRAN) THE LNVAL01 SORT CONCATENATES. BYTE 79 IS
      *     STAMPED "R" - THE PAYMENT IS NOT PART OF THE SOURCE
      *     FEED'S TRAILER TOTALS. THE EFFECTIVE DATE PARKS IT IN
      *     THE PENDING WAREHOUSE UNTIL THE MONEY SETTLES. THE
      *     ENTRY'S TRACE NUMBER RIDES ON IT TO THE PAYHIST RECORD
      *     IT POSTS, FOR THE RETURNS RUN TO MATCH ON.
      * THE BILL'S CYCLE DUE DATE IS STAMPED ON THE ENROLLMENT
      * (ACH-LAST-CYCLE-DEBITED) SO NO BILL IS EVER DEBITED TWICE.
      * A BILL WHOSE LOAN ALREADY HAS A LOCKBOX PAYMENT WAITING ON
      * LBXTRAN FOR THE SAME LNVAL01 RUN IS NOT DEBITED TONIGHT -
      * NO ITEM, NO PAYMENT, NO STAMP - SINCE LNVAL01 POSTS ONLY THE
      * FIRST OF A SAME-DAY DUPLICATE LOAN ID; IT IS COUNTED AND
      * LOOKED AT AGAIN BY THE NEXT RUN.
      * NACHA DEBITS ARE DOLLAR-ONLY: A NON-USD LOAN, A CHARGED-OFF
      * LOAN, OR A BILL TOO LARGE FOR A PAYMENT TRANSACTION IS
      * LISTED AS AN EXCEPTION AND LEFT FOR THE BORROWER TO PAY.
      * SYSIN CONTROL CARD:
      *   COLS  1-8   SETTLEMENT (EFFECTIVE ENTRY) DATE YYYYMMDD
      *               (BLANK = TOMORROW)
      *   COLS 10-17  ODFI ROUTING PREFIX (8 DIGITS)
      *   COLS 19-27  IMMEDIATE DESTINATION ROUTING (9 DIGITS)
      *   COLS 29-38  COMPANY IDENTIFICATION
      *   COLS 40-55  COMPANY NAME
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO BILLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS BIL-LOAN-ID
                  FILE STATUS  IS WS-BILL-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT ACH-ENROLL-FILE ASSIGN TO ACHENRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACH-LOAN-ID
                  FILE STATUS  IS WS-ENRL-STATUS.
           SELECT ACH-ITEM-FILE ASSIGN TO ACHITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACI-TRACE-NO
                  FILE STATUS  IS WS-ITEM-STATUS.
           SELECT NACHA-FILE ASSIGN TO NACHAOUT
                  FILE STATUS IS WS-NACHA-STATUS.
           SELECT ACH-TRANS-FILE ASSIGN TO ACHTRAN
                  FILE STATUS IS WS-TRAN-STATUS.
           SELECT LBX-TRANS-FILE ASSIGN TO LBXTRAN
                  FILE STATUS IS WS-LBXT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE.
       COPY BILLREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       FD  ACH-ENROLL-FILE.
       COPY ACHREC.

       FD  ACH-ITEM-FILE.
       COPY ACHIREC.

       FD  NACHA-FILE.
       COPY NACHAREC.

       FD  ACH-TRANS-FILE.
       COPY TRANSREC.

      * Only the loan ID is wanted off the lockbox transactions.
       FD  LBX-TRANS-FILE.
       01  LBX-TRANS-REC.
           05  LBT-LOAN-ID         PIC X(10).
           05  FILLER              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-BILL-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-ENRL-STATUS         PIC X(02) VALUE "00".
       01  WS-ITEM-STATUS         PIC X(02) VALUE "00".
       01  WS-NACHA-STATUS        PIC X(02) VALUE "00".
       01  WS-TRAN-STATUS         PIC X(02) VALUE "00".
       01  WS-LBXT-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-ENRL-FOUND-SW       PIC X(01) VALUE "N".
           88  ENROLLMENT-FOUND   VALUE "Y".
       01  WS-MASTER-FOUND-SW     PIC X(01) VALUE "N".
           88  MASTER-FOUND       VALUE "Y".
       01  WS-ITEM-WRITTEN-SW     PIC X(01) VALUE "N".
           88  ITEM-WRITTEN       VALUE "Y".
       01  WS-BATCH-OPEN-SW       PIC X(01) VALUE "N".
           88  BATCH-OPEN         VALUE "Y".
       01  WS-QUEUE-EOF-SW        PIC X(01) VALUE "N".
           88  QUEUE-EOF          VALUE "Y".
       01  WS-LOCKBOX-PAID-SW     PIC X(01) VALUE "N".
           88  LOCKBOX-PAID       VALUE "Y".

       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-RUN-TIME            PIC X(04) VALUE SPACES.
       01  WS-SETTLE-DATE         PIC X(08) VALUE SPACES.
       01  WS-SETTLE-DATE-NUM     PIC 9(08) VALUE ZERO.
       01  WS-DEBIT-DATE          PIC X(08) VALUE SPACES.
       01  WS-DUE-DAY             PIC 9(02) VALUE ZERO.
       01  WS-DAY-OF-YEAR         PIC 9(03) VALUE ZERO.
       01  WS-JAN-FIRST           PIC 9(08) VALUE ZERO.
       01  WS-TRACE-SEQ           PIC 9(07) VALUE ZERO.
       01  WS-TRACE-SEQ-X REDEFINES WS-TRACE-SEQ
                                  PIC X(07).
       01  WS-ENTRY-AMOUNT        PIC 9(07)V99 VALUE ZERO.
       01  WS-EXCEPTION-REASON    PIC X(30) VALUE SPACES.
       01  WS-QUEUED-LOAN-ID      PIC X(10) VALUE SPACES.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTROL-CARD.
           05  WS-CARD-SETTLE-DATE PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-CARD-ODFI       PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-CARD-DESTINATION PIC X(09).
           05  FILLER             PIC X(01).
           05  WS-CARD-COMPANY-ID PIC X(10).
           05  FILLER             PIC X(01).
           05  WS-CARD-COMPANY-NAME PIC X(16).
           05  FILLER             PIC X(25).

      * Batch and file control accumulators - the entry hash is the
      * sum of the receiving 8-digit routing prefixes, truncated to
      * its low-order ten digits the way the NACHA rules define it.
       01  WS-NACHA-TOTALS.
           05  WS-NA-RECORD-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-NA-ENTRY-COUNT   PIC 9(08) VALUE ZERO.
           05  WS-NA-HASH-SUM      PIC 9(15) VALUE ZERO.
           05  WS-NA-ENTRY-HASH    PIC 9(10) VALUE ZERO.
           05  WS-NA-TOTAL-DEBIT   PIC 9(10)V99 VALUE ZERO.
           05  WS-NA-BATCH-COUNT   PIC 9(06) VALUE ZERO.
           05  WS-NA-BLOCK-COUNT   PIC 9(06) VALUE ZERO.

      * Loans with a lockbox payment already waiting on LBXTRAN for
      * the next LNVAL01 run (0250-LOAD-LOCKBOX-LOANS).
       01  WS-LOCKBOX-LOANS.
           05  WS-LL-MAX          PIC 9(05) VALUE 50000.
           05  WS-LL-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LL-IDX          PIC 9(05) VALUE ZERO.
           05  WS-LL-LOAN-ID OCCURS 50000 TIMES
                                  PIC X(10).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOT-OPEN     PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOT-ENROLLED PIC 9(09) VALUE ZERO.
           05  WS-CNT-SUSPENDED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-ALREADY-SENT PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOT-YET      PIC 9(09) VALUE ZERO.
           05  WS-CNT-LOCKBOX-PAID PIC 9(09) VALUE ZERO.
           05  WS-CNT-ORIGINATED   PIC 9(09) VALUE ZERO.
           05  WS-CNT-EXCEPTION    PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNACH01 - ACH AUTOPAY ORIGINATION".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 0100-LOAD-CONTROL-CARD
           PERFORM 0200-OPEN-FILES
           PERFORM 0300-WRITE-FILE-HEADER

           DISPLAY "==============================================".
           DISPLAY "AUTOPAY EXCEPTIONS (LOAN ID / REASON)".
           DISPLAY "----------------------------------------------".
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           IF BATCH-OPEN
              PERFORM 8000-WRITE-BATCH-CONTROL
           END-IF
           PERFORM 8100-WRITE-FILE-CONTROL
           CLOSE BILLING-FILE MASTER-FILE ACH-ENROLL-FILE
                 ACH-ITEM-FILE NACHA-FILE ACH-TRANS-FILE
           PERFORM 9000-ORIGINATION-SUMMARY
           IF WS-CNT-EXCEPTION > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * The card carries the bank relationship constants and the
      * settlement date; a missing or garbled routing prefix or
      * destination would produce a file the bank rejects whole,
      * so the run stops before writing anything.
       0100-LOAD-CONTROL-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-SETTLE-DATE NUMERIC
              AND WS-CARD-SETTLE-DATE NOT = ZEROS
              MOVE WS-CARD-SETTLE-DATE TO WS-SETTLE-DATE
           ELSE
              COMPUTE WS-SETTLE-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INT + 1)
              MOVE WS-SETTLE-DATE-NUM TO WS-SETTLE-DATE
           END-IF
           IF WS-SETTLE-DATE NOT > WS-RUN-DATE
              DISPLAY "FATAL: SETTLEMENT DATE " WS-SETTLE-DATE
                 " IS NOT AFTER TODAY"
              PERFORM 9999-ABEND
           END-IF
           IF WS-CARD-ODFI NOT NUMERIC
              OR WS-CARD-DESTINATION NOT NUMERIC
              OR WS-CARD-COMPANY-ID = SPACES
              DISPLAY "FATAL: CONTROL CARD MISSING ODFI, "
                 "DESTINATION OR COMPANY ID"
              PERFORM 9999-ABEND
           END-IF
      * Trace sequences start at the day of the year times 10,000
      * and step past any number already on the item cluster, so a
      * second run on the same day never reuses a trace number.
           MOVE WS-RUN-DATE(1:4) TO WS-JAN-FIRST(1:4)
           MOVE "0101" TO WS-JAN-FIRST(5:4)
           COMPUTE WS-DAY-OF-YEAR = WS-RUN-DATE-INT
              - FUNCTION INTEGER-OF-DATE(WS-JAN-FIRST) + 1
           COMPUTE WS-TRACE-SEQ = WS-DAY-OF-YEAR * 10000
           DISPLAY "LNACH01: SETTLEMENT DATE " WS-SETTLE-DATE
              " ODFI " WS-CARD-ODFI.

       0200-OPEN-FILES.
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
              DISPLAY "FATAL: BILLING CONTROL OPEN FAILED - STATUS "
                 WS-BILL-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN I-O ACH-ENROLL-FILE
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "FATAL: AUTOPAY ENROLLMENT OPEN FAILED - "
                 "STATUS " WS-ENRL-STATUS
              PERFORM 9999-ABEND
           END-IF
      * Same create-then-reopen idiom the other keyed files get.
           OPEN I-O ACH-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
              OPEN OUTPUT ACH-ITEM-FILE
              IF WS-ITEM-STATUS = "00"
                 CLOSE ACH-ITEM-FILE
                 OPEN I-O ACH-ITEM-FILE
              END-IF
           END-IF
           IF WS-ITEM-STATUS NOT = "00"
              DISPLAY "FATAL: ACH ITEM FILE OPEN FAILED - STATUS "
                 WS-ITEM-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT NACHA-FILE
           IF WS-NACHA-STATUS NOT = "00"
              DISPLAY "FATAL: NACHA FILE OPEN FAILED - STATUS "
                 WS-NACHA-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 0250-LOAD-LOCKBOX-LOANS
      * Appended, not replaced - tonight's payments must not wipe
      * a file the sort has not consumed yet.
           OPEN EXTEND ACH-TRANS-FILE
           IF WS-TRAN-STATUS NOT = "00"
              OPEN OUTPUT ACH-TRANS-FILE
           END-IF
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: ACH TRANSACTION FILE OPEN FAILED - "
                 "STATUS " WS-TRAN-STATUS
              PERFORM 9999-ABEND
           END-IF.

      * Whatever LNLBX01 and LNUNAP01 have left on the lockbox file
      * reaches the same LNVAL01 run as tonight's debits. A missing
      * file has nothing waiting on it.
       0250-LOAD-LOCKBOX-LOANS.
           OPEN INPUT LBX-TRANS-FILE
           IF WS-LBXT-STATUS = "00"
              MOVE "N" TO WS-QUEUE-EOF-SW
              PERFORM 0260-NOTE-LBX-TRAN UNTIL QUEUE-EOF
              CLOSE LBX-TRANS-FILE
           ELSE
              IF WS-LBXT-STATUS NOT = "35"
                 DISPLAY "FATAL: LOCKBOX TRANSACTION FILE OPEN FAILED "
                    "- STATUS " WS-LBXT-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           DISPLAY "LNACH01: LOANS WITH A LOCKBOX PAYMENT WAITING "
              WS-LL-COUNT.

       0260-NOTE-LBX-TRAN.
           READ LBX-TRANS-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 MOVE LBT-LOAN-ID TO WS-QUEUED-LOAN-ID
                 PERFORM 0270-NOTE-LOCKBOX-LOAN
           END-READ.

       0270-NOTE-LOCKBOX-LOAN.
           IF WS-QUEUED-LOAN-ID NOT = SPACES
              PERFORM 1025-CHECK-LOCKBOX-PAID
              IF NOT LOCKBOX-PAID
                 IF WS-LL-COUNT >= WS-LL-MAX
                    DISPLAY "FATAL: LOCKBOX LOAN TABLE FULL - RAISE "
                       "WS-LL-MAX"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-LL-COUNT
                 MOVE WS-QUEUED-LOAN-ID TO WS-LL-LOAN-ID(WS-LL-COUNT)
              END-IF
           END-IF.

       0300-WRITE-FILE-HEADER.
           MOVE SPACES TO NACHA-FILE-HEADER
           MOVE "1"                  TO NA-FH-REC-TYPE
           MOVE "01"                 TO NA-FH-PRIORITY
           MOVE " "                  TO NA-FH-DESTINATION(1:1)
           MOVE WS-CARD-DESTINATION  TO NA-FH-DESTINATION(2:9)
           MOVE WS-CARD-COMPANY-ID   TO NA-FH-ORIGIN
           MOVE WS-RUN-DATE(3:6)     TO NA-FH-CREATE-DATE
           MOVE WS-RUN-TIME          TO NA-FH-CREATE-TIME
           MOVE "A"                  TO NA-FH-FILE-ID-MOD
           MOVE "094"                TO NA-FH-RECORD-SIZE
           MOVE "10"                 TO NA-FH-BLOCKING
           MOVE "1"                  TO NA-FH-FORMAT-CODE
           MOVE WS-CARD-COMPANY-NAME TO NA-FH-ORIGIN-NAME
           PERFORM 7000-WRITE-NACHA-RECORD.

       1000-PROCESS.
           READ BILLING-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF BIL-STATUS NOT = "O"
                    ADD 1 TO WS-CNT-NOT-OPEN
                 ELSE
                    PERFORM 1010-CHECK-ENROLLMENT
                 END-IF
           END-READ.

       1010-CHECK-ENROLLMENT.
           MOVE "N" TO WS-ENRL-FOUND-SW
           MOVE BIL-LOAN-ID TO ACH-LOAN-ID
           READ ACH-ENROLL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ENROLLMENT-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT ENROLLMENT-FOUND
                 ADD 1 TO WS-CNT-NOT-ENROLLED
              WHEN ACH-STATUS NOT = "E"
                 ADD 1 TO WS-CNT-SUSPENDED
              WHEN ACH-LAST-CYCLE-DEBITED = BIL-CYCLE-DUE-DATE
                 ADD 1 TO WS-CNT-ALREADY-SENT
              WHEN OTHER
                 PERFORM 1020-CONSIDER-DEBIT
           END-EVALUATE.

      * The debit lands on the enrolled day of the due month, or on
      * the due date itself when the enrolled day is not earlier.
      * A bill is originated once that date is no later than the
      * settlement date - and only while it is still coming due; a
      * bill already past due is the collectors' business, not an
      * automatic debit's.
       1020-CONSIDER-DEBIT.
           MOVE SPACES TO WS-EXCEPTION-REASON
           IF BIL-CYCLE-DUE-DATE NOT NUMERIC
              OR BIL-TOTAL-AMOUNT NOT NUMERIC
              MOVE "BILL RECORD NOT NUMERIC" TO WS-EXCEPTION-REASON
           ELSE
              MOVE BIL-CYCLE-DUE-DATE(7:2) TO WS-DUE-DAY
              MOVE BIL-CYCLE-DUE-DATE TO WS-DEBIT-DATE
              IF ACH-DEBIT-DAY NUMERIC
                 AND ACH-DEBIT-DAY > ZERO
                 AND ACH-DEBIT-DAY < WS-DUE-DAY
                 MOVE ACH-DEBIT-DAY TO WS-DEBIT-DATE(7:2)
              END-IF
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
              MOVE BIL-LOAN-ID TO WS-QUEUED-LOAN-ID
              PERFORM 1025-CHECK-LOCKBOX-PAID
              EVALUATE TRUE
                 WHEN WS-DEBIT-DATE > WS-SETTLE-DATE
                    OR BIL-CYCLE-DUE-DATE < WS-RUN-DATE
                    ADD 1 TO WS-CNT-NOT-YET
                 WHEN LOCKBOX-PAID
                    ADD 1 TO WS-CNT-LOCKBOX-PAID
                 WHEN OTHER
                    PERFORM 1030-VALIDATE-LOAN
                    IF WS-EXCEPTION-REASON = SPACES
                       PERFORM 1040-ORIGINATE-DEBIT
                    END-IF
              END-EVALUATE
           END-IF
           IF WS-EXCEPTION-REASON NOT = SPACES
              ADD 1 TO WS-CNT-EXCEPTION
              DISPLAY BIL-LOAN-ID "  " WS-EXCEPTION-REASON
           END-IF.

      * The borrower has already paid by check for a run this debit
      * would reach - debiting as well would only send the debit's
      * payment to suspense. The bill is left unstamped for the
      * next run to consider once the check has posted.
       1025-CHECK-LOCKBOX-PAID.
           MOVE "N" TO WS-LOCKBOX-PAID-SW
           PERFORM VARYING WS-LL-IDX FROM 1 BY 1
                   UNTIL WS-LL-IDX > WS-LL-COUNT
                   OR LOCKBOX-PAID
              IF WS-LL-LOAN-ID(WS-LL-IDX) = WS-QUEUED-LOAN-ID
                 SET LOCKBOX-PAID TO TRUE
              END-IF
           END-PERFORM.

       1030-VALIDATE-LOAN.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE BIL-LOAN-ID TO L-LOAN-ID
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET MASTER-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT MASTER-FOUND
                 MOVE "LOAN NOT ON MASTER" TO WS-EXCEPTION-REASON
              WHEN L-CHARGE-OFF-FLAG = "C"
                 MOVE "LOAN CHARGED OFF" TO WS-EXCEPTION-REASON
              WHEN L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
                 MOVE "LOAN PAID IN FULL" TO WS-EXCEPTION-REASON
              WHEN L-CURRENCY-CODE NOT = "USD"
                 MOVE "NON-USD LOAN - NO ACH DEBIT"
                    TO WS-EXCEPTION-REASON
              WHEN BIL-TOTAL-AMOUNT > 9999999.99
                 MOVE "BILL EXCEEDS PAYMENT AMOUNT"
                    TO WS-EXCEPTION-REASON
              WHEN BIL-TOTAL-AMOUNT = ZERO
                 MOVE "BILL TOTAL IS ZERO" TO WS-EXCEPTION-REASON
              WHEN ACH-ROUTING NOT NUMERIC
                 OR ACH-ACCOUNT = SPACES
                 MOVE "ENROLLMENT BANK DATA INVALID"
                    TO WS-EXCEPTION-REASON
              WHEN ACH-ACCT-TYPE NOT = "C" AND ACH-ACCT-TYPE NOT = "S"
                 MOVE "ENROLLMENT ACCOUNT TYPE BAD"
                    TO WS-EXCEPTION-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * Item first - its WRITE settles the trace number - then the
      * NACHA entry, the payment transaction, and finally the
      * enrollment stamp that stops the bill going out twice.
       1040-ORIGINATE-DEBIT.
           MOVE BIL-TOTAL-AMOUNT TO WS-ENTRY-AMOUNT
           PERFORM 1050-WRITE-ACH-ITEM
           IF NOT BATCH-OPEN
              PERFORM 1060-WRITE-BATCH-HEADER
           END-IF
           PERFORM 1070-WRITE-ENTRY-DETAIL
           PERFORM 1080-WRITE-PAYMENT-TRANS
           MOVE BIL-CYCLE-DUE-DATE TO ACH-LAST-CYCLE-DEBITED
           REWRITE ACH-ENROLL-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "FATAL: AUTOPAY ENROLLMENT REWRITE FAILED - "
                 "STATUS " WS-ENRL-STATUS " LOAN ID " ACH-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-ORIGINATED.

       1050-WRITE-ACH-ITEM.
           MOVE SPACES TO ACH-ITEM-REC
           MOVE BIL-LOAN-ID        TO ACI-LOAN-ID
           MOVE BIL-CYCLE-DUE-DATE TO ACI-CYCLE-DUE-DATE
           MOVE WS-SETTLE-DATE     TO ACI-EFFECTIVE-DATE
           MOVE WS-ENTRY-AMOUNT    TO ACI-AMOUNT
           MOVE "O"                TO ACI-STATUS
           MOVE ZERO               TO ACI-PAY-SEQ
           MOVE WS-RUN-DATE        TO ACI-ORIG-DATE
           MOVE "N" TO WS-ITEM-WRITTEN-SW
           PERFORM UNTIL ITEM-WRITTEN OR WS-TRACE-SEQ = 9999999
              ADD 1 TO WS-TRACE-SEQ
              MOVE WS-CARD-ODFI   TO ACI-TRACE-NO(1:8)
              MOVE WS-TRACE-SEQ-X TO ACI-TRACE-NO(9:7)
              WRITE ACH-ITEM-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET ITEM-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM
           IF NOT ITEM-WRITTEN
              OR WS-ITEM-STATUS NOT = "00"
              DISPLAY "FATAL: ACH ITEM WRITE FAILED - STATUS "
                 WS-ITEM-STATUS " LOAN ID " BIL-LOAN-ID
              PERFORM 9999-ABEND
           END-IF.

       1060-WRITE-BATCH-HEADER.
           MOVE SPACES TO NACHA-BATCH-HEADER
           MOVE "5"                  TO NA-BH-REC-TYPE
           MOVE "225"                TO NA-BH-SERVICE-CLASS
           MOVE WS-CARD-COMPANY-NAME TO NA-BH-COMPANY-NAME
           MOVE WS-CARD-COMPANY-ID   TO NA-BH-COMPANY-ID
           MOVE "PPD"                TO NA-BH-SEC-CODE
           MOVE "LOAN PMT"           TO NA-BH-ENTRY-DESC
           MOVE WS-SETTLE-DATE(3:6)  TO NA-BH-DESC-DATE
           MOVE WS-SETTLE-DATE(3:6)  TO NA-BH-EFFECTIVE-DATE
           MOVE "1"                  TO NA-BH-ORIG-STATUS
           MOVE WS-CARD-ODFI         TO NA-BH-ODFI-ID
           ADD 1 TO WS-NA-BATCH-COUNT
           MOVE WS-NA-BATCH-COUNT    TO NA-BH-BATCH-NO
           PERFORM 7000-WRITE-NACHA-RECORD
           SET BATCH-OPEN TO TRUE.

       1070-WRITE-ENTRY-DETAIL.
           MOVE SPACES TO NACHA-ENTRY-DETAIL
           MOVE "6"                  TO NA-ED-REC-TYPE
           IF ACH-ACCT-TYPE = "S"
              MOVE "37"              TO NA-ED-TRANS-CODE
           ELSE
              MOVE "27"              TO NA-ED-TRANS-CODE
           END-IF
           MOVE ACH-ROUTING(1:8)     TO NA-ED-RDFI-ID
           MOVE ACH-ROUTING(9:1)     TO NA-ED-CHECK-DIGIT
           MOVE ACH-ACCOUNT          TO NA-ED-ACCOUNT
           MOVE WS-ENTRY-AMOUNT      TO NA-ED-AMOUNT
           MOVE BIL-LOAN-ID          TO NA-ED-INDIVIDUAL-ID
           MOVE L-BORROWER-NAME      TO NA-ED-INDIVIDUAL-NAME
           MOVE "0"                  TO NA-ED-ADDENDA-IND
           MOVE ACI-TRACE-NO         TO NA-ED-TRACE-NO
           ADD 1 TO WS-NA-ENTRY-COUNT
           ADD NA-ED-RDFI-ID-N TO WS-NA-HASH-SUM
           MOVE WS-NA-HASH-SUM TO WS-NA-ENTRY-HASH
           ADD WS-ENTRY-AMOUNT TO WS-NA-TOTAL-DEBIT
           PERFORM 7000-WRITE-NACHA-RECORD.

      * The payment the bank is collecting for us, effective the
      * settlement date - LNVAL01 warehouses it until that morning
      * and posts it through the normal waterfall and bill match.
      * The item's trace number rides along (TRANS-PAYMENT-REC) and
      * is stamped on the posting, which is how LNACHR01 finds the
      * exact payment a returned debit has to reverse.
       1080-WRITE-PAYMENT-TRANS.
           MOVE SPACES TO TRANS-REC
           MOVE BIL-LOAN-ID          TO T-LOAN-ID-IN
           MOVE L-BORROWER-NAME      TO T-BORROWER-IN
           MOVE WS-ENTRY-AMOUNT      TO T-AMOUNT-IN
           MOVE "P"                  TO T-MAINT-CODE-IN
           MOVE ZERO                 TO T-INTEREST-RATE-IN
           MOVE ZERO                 TO T-TERM-MONTHS-IN
           MOVE L-CURRENCY-CODE      TO T-CURRENCY-CODE-IN
           MOVE "R"                  TO T-FILLER-IN
           MOVE WS-SETTLE-DATE       TO T-EFFECTIVE-DATE-IN
           MOVE "ACH"                TO T-USER-IN
           MOVE ACI-TRACE-NO         TO TA-ACH-TRACE-NO
           WRITE TRANS-REC
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: ACH TRANSACTION WRITE FAILED - STATUS "
                 WS-TRAN-STATUS " LOAN ID " T-LOAN-ID-IN
              PERFORM 9999-ABEND
           END-IF.

       7000-WRITE-NACHA-RECORD.
           WRITE NACHA-FILE-HEADER
           IF WS-NACHA-STATUS NOT = "00"
              DISPLAY "FATAL: NACHA FILE WRITE FAILED - STATUS "
                 WS-NACHA-STATUS
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-NA-RECORD-COUNT.

       8000-WRITE-BATCH-CONTROL.
           MOVE SPACES TO NACHA-BATCH-CONTROL
           MOVE "8"                  TO NA-BC-REC-TYPE
           MOVE "225"                TO NA-BC-SERVICE-CLASS
           MOVE WS-NA-ENTRY-COUNT    TO NA-BC-ENTRY-COUNT
           MOVE WS-NA-ENTRY-HASH     TO NA-BC-ENTRY-HASH
           MOVE WS-NA-TOTAL-DEBIT    TO NA-BC-TOTAL-DEBIT
           MOVE ZERO                 TO NA-BC-TOTAL-CREDIT
           MOVE WS-CARD-COMPANY-ID   TO NA-BC-COMPANY-ID
           MOVE WS-CARD-ODFI         TO NA-BC-ODFI-ID
           MOVE WS-NA-BATCH-COUNT    TO NA-BC-BATCH-NO
           PERFORM 7000-WRITE-NACHA-RECORD.

      * File control, then pad the last block of ten with all-9
      * records as the bank's blocking rules require.
       8100-WRITE-FILE-CONTROL.
           COMPUTE WS-NA-BLOCK-COUNT =
              (WS-NA-RECORD-COUNT + 1 + 9) / 10
           MOVE SPACES TO NACHA-FILE-CONTROL
           MOVE "9"                  TO NA-FC-REC-TYPE
           MOVE WS-NA-BATCH-COUNT    TO NA-FC-BATCH-COUNT
           MOVE WS-NA-BLOCK-COUNT    TO NA-FC-BLOCK-COUNT
           MOVE WS-NA-ENTRY-COUNT    TO NA-FC-ENTRY-COUNT
           MOVE WS-NA-ENTRY-HASH     TO NA-FC-ENTRY-HASH
           MOVE WS-NA-TOTAL-DEBIT    TO NA-FC-TOTAL-DEBIT
           MOVE ZERO                 TO NA-FC-TOTAL-CREDIT
           PERFORM 7000-WRITE-NACHA-RECORD
           PERFORM UNTIL FUNCTION MOD(WS-NA-RECORD-COUNT, 10) = 0
              MOVE ALL "9" TO NACHA-FILE-HEADER
              PERFORM 7000-WRITE-NACHA-RECORD
           END-PERFORM.

       9000-ORIGINATION-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNACH01 ORIGINATION CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "BILLING RECORDS READ ...........: "
              WS-RECORDS-READ.
           DISPLAY "BILLS NOT OPEN .................: "
              WS-CNT-NOT-OPEN.
           DISPLAY "NOT ENROLLED IN AUTOPAY ........: "
              WS-CNT-NOT-ENROLLED.
           DISPLAY "ENROLLMENT SUSPENDED ...........: "
              WS-CNT-SUSPENDED.
           DISPLAY "CYCLE ALREADY DEBITED ..........: "
              WS-CNT-ALREADY-SENT.
           DISPLAY "DEBIT DATE NOT YET DUE .........: "
              WS-CNT-NOT-YET.
           DISPLAY "LOCKBOX PAYMENT WAITING ........: "
              WS-CNT-LOCKBOX-PAID.
           DISPLAY "EXCEPTIONS - NOT DEBITED .......: "
              WS-CNT-EXCEPTION.
           DISPLAY "DEBITS ORIGINATED ..............: "
              WS-CNT-ORIGINATED.
           MOVE WS-NA-TOTAL-DEBIT TO WS-EDIT-USD
           DISPLAY "  TOTAL DEBITS (USD) ...........: " WS-EDIT-USD.
           DISPLAY "  ENTRY HASH ...................: "
              WS-NA-ENTRY-HASH.
           DISPLAY "  NACHA RECORDS / BLOCKS .......: "
              WS-NA-RECORD-COUNT " / " WS-NA-BLOCK-COUNT.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNACH01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
