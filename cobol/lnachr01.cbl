       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNACHR01.
      *================================================================*
      * BATCH PROGRAM: ACH AUTOPAY RETURNS. READS THE BANK'S NACHA
      * RETURN FILE (ACHRTN) AND, FOR EVERY RETURNED DEBIT (ENTRY
      * DETAIL FOLLOWED BY ITS "799" RETURN ADDENDA - R01 NSF, R02
      * ACCOUNT CLOSED, R03 NO ACCOUNT, ...):
      *   - TRACES THE ADDENDA'S ORIGINAL TRACE NUMBER BACK TO THE
      *     ITEM LNACH01 ORIGINATED (ACHITEM);
      *   - FINDS THE PAYHIST RECORD THE MATCHING "P" TRANSACTION
      *     POSTED - THE ONE STAMPED WITH THE SAME TRACE NUMBER
      *     (PAY-ACH-TRACE-NO). AMOUNT AND DATE CANNOT TELL TWO
      *     SAME-SIZED PAYMENTS APART, SO NOTHING ELSE IS USED;
      *   - WRITES A "V" REVERSAL TRANSACTION NAMING THAT PAYHIST
      *     KEY TO THE ACH TRANSACTION FILE (ACHTRAN) THE LNVAL01
      *     SORT CONCATENATES - BYTE 79 STAMPED "R", OUTSIDE THE
      *     SOURCE FEED'S TRAILER TOTALS;
      *   - COUNTS THE RETURN ON THE ENROLLMENT AND SUSPENDS IT
      *     AUTOMATICALLY ONCE THE COUNT REACHES THE RETURN LIMIT.
      * A RETURN WHOSE PAYMENT CANNOT BE FOUND (NOT YET POSTED,
      * POSTED BEFORE PAYHIST CARRIED THE TRACE NUMBER, OR ALREADY
      * REVERSED BY HAND) IS MARKED "X" ON THE ITEM AND LISTED FOR
      * THE PAYMENTS DESK; A SECOND RETURN FOR THE SAME TRACE
      * NUMBER IS IGNORED. EITHER ENDS THE RUN RC 4.
      * SYSIN CONTROL CARD:
      *   COLS 1-2    RETURN LIMIT BEFORE AUTOMATIC SUSPENSION
      *               (BLANK/ZERO = 2)
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO ACHRTN
                  FILE STATUS IS WS-RTN-STATUS.
           SELECT ACH-ITEM-FILE ASSIGN TO ACHITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACI-TRACE-NO
                  FILE STATUS  IS WS-ITEM-STATUS.
           SELECT ACH-ENROLL-FILE ASSIGN TO ACHENRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACH-LOAN-ID
                  FILE STATUS  IS WS-ENRL-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAY-KEY
                  FILE STATUS  IS WS-PAY-STATUS.
           SELECT ACH-TRANS-FILE ASSIGN TO ACHTRAN
                  FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       COPY NACHAREC.

       FD  ACH-ITEM-FILE.
       COPY ACHIREC.

       FD  ACH-ENROLL-FILE.
       COPY ACHREC.

       FD  PAYHIST-FILE.
       COPY PAYREC.

       FD  ACH-TRANS-FILE.
       COPY TRANSREC.

       WORKING-STORAGE SECTION.
       01  WS-RTN-STATUS          PIC X(02) VALUE "00".
       01  WS-ITEM-STATUS         PIC X(02) VALUE "00".
       01  WS-ENRL-STATUS         PIC X(02) VALUE "00".
       01  WS-PAY-STATUS          PIC X(02) VALUE "00".
       01  WS-TRAN-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-PAYH-EOF-SW         PIC X(01) VALUE "N".
           88  PAYHIST-EOF        VALUE "Y".
       01  WS-ITEM-FOUND-SW       PIC X(01) VALUE "N".
           88  ITEM-FOUND         VALUE "Y".
       01  WS-PAY-FOUND-SW        PIC X(01) VALUE "N".
           88  PAYMENT-FOUND      VALUE "Y".
           88  PAYMENT-REVERSED   VALUE "R".
       01  WS-ENRL-FOUND-SW       PIC X(01) VALUE "N".
           88  ENROLLMENT-FOUND   VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RETURN-LIMIT        PIC 9(02) VALUE 2.
       01  WS-LIMIT-CARD          PIC X(80) VALUE SPACES.
       01  WS-FOUND-PAY-DATE      PIC X(08) VALUE SPACES.
       01  WS-FOUND-PAY-SEQ       PIC 9(03) VALUE ZERO.
       01  WS-FOUND-PAY-AMOUNT    PIC 9(07)V99 VALUE ZERO.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-RETURNS      PIC 9(09) VALUE ZERO.
           05  WS-CNT-REVERSED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-NOT-OURS     PIC 9(09) VALUE ZERO.
           05  WS-CNT-DUPLICATE    PIC 9(09) VALUE ZERO.
           05  WS-CNT-NO-PAYMENT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-SUSPENDED    PIC 9(09) VALUE ZERO.
           05  WS-REVERSED-USD     PIC 9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNACHR01 - ACH AUTOPAY RETURNS".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-LIMIT-CARD FROM SYSIN
           IF WS-LIMIT-CARD(1:2) NUMERIC
              AND WS-LIMIT-CARD(1:2) NOT = "00"
              MOVE WS-LIMIT-CARD(1:2) TO WS-RETURN-LIMIT
           END-IF
           DISPLAY "LNACHR01: ENROLLMENT SUSPENDS AT "
              WS-RETURN-LIMIT " RETURNS"
           PERFORM 0200-OPEN-FILES

           DISPLAY "==============================================".
           DISPLAY "RETURNS (TRACE / LOAN ID / CODE / OUTCOME)".
           DISPLAY "----------------------------------------------".
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE RETURN-FILE ACH-ITEM-FILE ACH-ENROLL-FILE
                 PAYHIST-FILE ACH-TRANS-FILE
           PERFORM 9000-RETURNS-SUMMARY
           IF WS-CNT-NOT-OURS > ZERO
              OR WS-CNT-DUPLICATE > ZERO
              OR WS-CNT-NO-PAYMENT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0200-OPEN-FILES.
           OPEN INPUT RETURN-FILE
           IF WS-RTN-STATUS NOT = "00"
              DISPLAY "LNACHR01: NO RETURN FILE THIS RUN - STATUS="
                 WS-RTN-STATUS
              GOBACK
           END-IF
           OPEN I-O ACH-ITEM-FILE
           IF WS-ITEM-STATUS NOT = "00"
              DISPLAY "FATAL: ACH ITEM FILE OPEN FAILED - STATUS "
                 WS-ITEM-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN I-O ACH-ENROLL-FILE
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "FATAL: AUTOPAY ENROLLMENT OPEN FAILED - "
                 "STATUS " WS-ENRL-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PAYHIST-FILE
           IF WS-PAY-STATUS NOT = "00"
              DISPLAY "FATAL: PAYHIST-FILE OPEN FAILED - STATUS "
                 WS-PAY-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND ACH-TRANS-FILE
           IF WS-TRAN-STATUS NOT = "00"
              OPEN OUTPUT ACH-TRANS-FILE
           END-IF
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: ACH TRANSACTION FILE OPEN FAILED - "
                 "STATUS " WS-TRAN-STATUS
              PERFORM 9999-ABEND
           END-IF.

      * Only the return addenda carry what we need - the original
      * trace number and the reason. Headers, controls, and the
      * entry detail ahead of each addenda are read past.
       1000-PROCESS.
           READ RETURN-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF NA-RA-REC-TYPE = "7"
                    AND NA-RA-ADDENDA-TYPE = "99"
                    ADD 1 TO WS-CNT-RETURNS
                    PERFORM 1010-PROCESS-RETURN
                 END-IF
           END-READ.

       1010-PROCESS-RETURN.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE NA-RA-ORIG-TRACE-NO TO ACI-TRACE-NO
           READ ACH-ITEM-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ITEM-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT ITEM-FOUND
                 ADD 1 TO WS-CNT-NOT-OURS
                 DISPLAY NA-RA-ORIG-TRACE-NO "  ?          "
                    NA-RA-RETURN-CODE "  NOT ORIGINATED HERE"
              WHEN ACI-STATUS NOT = "O"
                 ADD 1 TO WS-CNT-DUPLICATE
                 DISPLAY ACI-TRACE-NO "  " ACI-LOAN-ID "  "
                    NA-RA-RETURN-CODE "  ALREADY RETURNED "
                    ACI-RETURN-DATE " - IGNORED"
              WHEN OTHER
                 PERFORM 1020-FIND-POSTED-PAYMENT
                 IF PAYMENT-FOUND
                    PERFORM 1030-WRITE-REVERSAL
                    MOVE "R" TO ACI-STATUS
                    MOVE WS-FOUND-PAY-DATE TO ACI-PAY-DATE
                    MOVE WS-FOUND-PAY-SEQ  TO ACI-PAY-SEQ
                    DISPLAY ACI-TRACE-NO "  " ACI-LOAN-ID "  "
                       NA-RA-RETURN-CODE "  REVERSAL WRITTEN FOR "
                       WS-FOUND-PAY-DATE "/" WS-FOUND-PAY-SEQ
                 ELSE
                    ADD 1 TO WS-CNT-NO-PAYMENT
                    MOVE "X" TO ACI-STATUS
                    IF PAYMENT-REVERSED
                       DISPLAY ACI-TRACE-NO "  " ACI-LOAN-ID "  "
                          NA-RA-RETURN-CODE "  *** PAYMENT "
                          WS-FOUND-PAY-DATE "/" WS-FOUND-PAY-SEQ
                          " ALREADY REVERSED - WORK BY HAND ***"
                    ELSE
                       DISPLAY ACI-TRACE-NO "  " ACI-LOAN-ID "  "
                          NA-RA-RETURN-CODE "  *** NO POSTED PAYMENT "
                          "WITH THIS TRACE - WORK BY HAND ***"
                    END-IF
                 END-IF
                 MOVE NA-RA-RETURN-CODE TO ACI-RETURN-CODE
                 MOVE WS-RUN-DATE       TO ACI-RETURN-DATE
                 REWRITE ACH-ITEM-REC
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 IF WS-ITEM-STATUS NOT = "00"
                    DISPLAY "FATAL: ACH ITEM REWRITE FAILED - STATUS "
                       WS-ITEM-STATUS " TRACE " ACI-TRACE-NO
                    PERFORM 9999-ABEND
                 END-IF
                 PERFORM 1040-COUNT-ON-ENROLLMENT
           END-EVALUATE.

      * The payment the debit created posted on the settlement date
      * (or the first run after it) carrying the debit's trace number
      * - browse the loan's history from that date for the posting
      * stamped with it. Only that posting is ever reversed: if it is
      * not there, or was already reversed by hand, the return goes
      * to the payments desk rather than to some other payment that
      * happens to be the same amount.
       1020-FIND-POSTED-PAYMENT.
           MOVE "N" TO WS-PAY-FOUND-SW
           MOVE "N" TO WS-PAYH-EOF-SW
           MOVE ACI-LOAN-ID        TO PAY-LOAN-ID
           MOVE ACI-EFFECTIVE-DATE TO PAY-DATE
           MOVE ZERO               TO PAY-SEQ
           START PAYHIST-FILE KEY NOT < PAY-KEY
              INVALID KEY
                 SET PAYHIST-EOF TO TRUE
           END-START
           PERFORM 1025-CHECK-ONE-PAYMENT
              UNTIL PAYHIST-EOF OR PAYMENT-FOUND.

       1025-CHECK-ONE-PAYMENT.
           READ PAYHIST-FILE NEXT RECORD
              AT END
                 SET PAYHIST-EOF TO TRUE
              NOT AT END
                 IF PAY-LOAN-ID NOT = ACI-LOAN-ID
                    SET PAYHIST-EOF TO TRUE
                 ELSE
                    IF PAY-ACH-TRACE-NO = ACI-TRACE-NO
                       MOVE PAY-DATE   TO WS-FOUND-PAY-DATE
                       MOVE PAY-SEQ    TO WS-FOUND-PAY-SEQ
                       MOVE PAY-AMOUNT TO WS-FOUND-PAY-AMOUNT
                       IF PAY-REVERSED-FLAG = "R"
                          SET PAYMENT-REVERSED TO TRUE
                          SET PAYHIST-EOF TO TRUE
                       ELSE
                          SET PAYMENT-FOUND TO TRUE
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       1030-WRITE-REVERSAL.
           MOVE SPACES TO TRANS-REC
           MOVE ACI-LOAN-ID         TO TV-LOAN-ID
           MOVE WS-FOUND-PAY-DATE   TO TV-PAY-DATE
           MOVE WS-FOUND-PAY-SEQ    TO TV-PAY-SEQ
           MOVE WS-FOUND-PAY-AMOUNT TO TV-AMOUNT
           MOVE "V"                 TO TV-MAINT-CODE
           MOVE "R"                 TO T-FILLER-IN
           MOVE "ACH"               TO T-USER-IN
           WRITE TRANS-REC
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: ACH TRANSACTION WRITE FAILED - STATUS "
                 WS-TRAN-STATUS " LOAN ID " TV-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-REVERSED
           ADD WS-FOUND-PAY-AMOUNT TO WS-REVERSED-USD.

      * Every return counts against the enrollment, found payment or
      * not - the borrower's account bounced either way.
       1040-COUNT-ON-ENROLLMENT.
           MOVE "N" TO WS-ENRL-FOUND-SW
           MOVE ACI-LOAN-ID TO ACH-LOAN-ID
           READ ACH-ENROLL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ENROLLMENT-FOUND TO TRUE
           END-READ
           IF ENROLLMENT-FOUND
              IF ACH-RETURN-COUNT NOT NUMERIC
                 MOVE ZERO TO ACH-RETURN-COUNT
              END-IF
              IF ACH-RETURN-COUNT < 99
                 ADD 1 TO ACH-RETURN-COUNT
              END-IF
              MOVE NA-RA-RETURN-CODE TO ACH-LAST-RETURN-CODE
              MOVE WS-RUN-DATE       TO ACH-LAST-RETURN-DATE
              IF ACH-STATUS = "E"
                 AND ACH-RETURN-COUNT NOT < WS-RETURN-LIMIT
                 MOVE "S"         TO ACH-STATUS
                 MOVE WS-RUN-DATE TO ACH-STATUS-DATE
                 ADD 1 TO WS-CNT-SUSPENDED
                 DISPLAY "  ENROLLMENT SUSPENDED - " ACH-LOAN-ID
                    " AFTER " ACH-RETURN-COUNT " RETURNS"
              END-IF
              REWRITE ACH-ENROLL-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-ENRL-STATUS NOT = "00"
                 DISPLAY "FATAL: AUTOPAY ENROLLMENT REWRITE FAILED - "
                    "STATUS " WS-ENRL-STATUS " LOAN ID " ACH-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       9000-RETURNS-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNACHR01 RETURNS CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "RETURN FILE RECORDS READ .......: "
              WS-RECORDS-READ.
           DISPLAY "RETURNED ENTRIES ...............: "
              WS-CNT-RETURNS.
           DISPLAY "REVERSALS WRITTEN ..............: "
              WS-CNT-REVERSED.
           MOVE WS-REVERSED-USD TO WS-EDIT-USD
           DISPLAY "  REVERSED TOTAL (USD) .........: " WS-EDIT-USD.
           DISPLAY "NO POSTED PAYMENT - BY HAND ....: "
              WS-CNT-NO-PAYMENT.
           DISPLAY "DUPLICATE RETURNS IGNORED ......: "
              WS-CNT-DUPLICATE.
           DISPLAY "TRACE NOT ORIGINATED HERE ......: "
              WS-CNT-NOT-OURS.
           DISPLAY "ENROLLMENTS SUSPENDED ..........: "
              WS-CNT-SUSPENDED.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNACHR01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
