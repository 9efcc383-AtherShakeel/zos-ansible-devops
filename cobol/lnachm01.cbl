       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNACHM01.
      *================================================================*
      * BATCH PROGRAM: ACH AUTOPAY ENROLLMENT MAINTENANCE - THE ONLY
      * WRITER OF ENROLLMENTS ON THE AUTOPAY CLUSTER (ACHENRL) OTHER
      * THAN THE RETURN COUNTING AND AUTOMATIC SUSPENSION LNACHR01
      * DOES. THE LOAN MUST BE ON THE MASTER AND THE ROUTING NUMBER
      * MUST PASS THE ABA CHECK-DIGIT TEST BEFORE AN ENROLLMENT IS
      * ACCEPTED - A BAD ROUTING NUMBER IS A RETURN WAITING TO
      * HAPPEN. SYSIN CONTROL CARDS (ENDED BY BLANK OR "END"):
      *   E  ENROLL / UPDATE BANK DETAILS:
      *     COLS  3-12  LOAN ID
      *     COLS 14-22  ROUTING NUMBER (9 DIGITS)
      *     COLS 24-40  ACCOUNT NUMBER
      *     COL  42     ACCOUNT TYPE (C=CHECKING, S=SAVINGS)
      *     COLS 44-45  DEBIT DAY OF MONTH (01-31)
      *     COLS 47-54  OPERATOR ID
      *     LEAVES THE ENROLLMENT ACTIVE WITH ITS RETURN COUNT
      *     CLEARED (NEW BANK DETAILS START A CLEAN RECORD).
      *   S  SUSPEND      (COLS 3-12 LOAN ID, 47-54 OPERATOR)
      *   R  REINSTATE    (SAME) - RETURN COUNT CLEARED
      *   D  REMOVE       (SAME)
      *   P  PRINT EVERY ENROLLMENT ON FILE
      * EVERY ACCEPTED CHANGE IS LISTED ON SYSOUT WITH THE OPERATOR.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-ENROLL-FILE ASSIGN TO ACHENRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACH-LOAN-ID
                  FILE STATUS  IS WS-ENRL-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-ENROLL-FILE.
       COPY ACHREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  WS-ENRL-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-CARDS-DONE-SW       PIC X(01) VALUE "N".
           88  CARDS-DONE         VALUE "Y".
       01  WS-ENRL-FOUND-SW       PIC X(01) VALUE "N".
           88  ENROLLMENT-FOUND   VALUE "Y".
       01  WS-ENRL-EOF-SW         PIC X(01) VALUE "N".
           88  ENROLL-EOF         VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION     PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-CARD-LOAN-ID    PIC X(10).
           05  FILLER             PIC X(01).
           05  WS-CARD-ROUTING    PIC X(09).
           05  WS-CARD-ROUTING-D REDEFINES WS-CARD-ROUTING
                                  PIC 9(01) OCCURS 9 TIMES.
           05  FILLER             PIC X(01).
           05  WS-CARD-ACCOUNT    PIC X(17).
           05  FILLER             PIC X(01).
           05  WS-CARD-ACCT-TYPE  PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-CARD-DEBIT-DAY  PIC X(02).
           05  FILLER             PIC X(01).
           05  WS-CARD-OPERATOR   PIC X(08).
           05  FILLER             PIC X(26).
      * ABA check digit: 3-7-1 weighting over the nine digits must
      * total a multiple of ten.
       01  WS-ABA-SUM             PIC 9(04) VALUE ZERO.
       01  WS-ABA-IDX             PIC 9(02) VALUE ZERO.
       01  WS-ABA-WEIGHTS         PIC X(09) VALUE "371371371".
       01  WS-ABA-WEIGHT-R REDEFINES WS-ABA-WEIGHTS.
           05  WS-ABA-WEIGHT      PIC 9(01) OCCURS 9 TIMES.

       01  WS-CONTROL-TOTALS.
           05  WS-CNT-ENROLLED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-SUSPENDED    PIC 9(05) VALUE ZERO.
           05  WS-CNT-REINSTATED   PIC 9(05) VALUE ZERO.
           05  WS-CNT-REMOVED      PIC 9(05) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-LISTED       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNACHM01 - ACH AUTOPAY ENROLLMENT MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
      * Same create-then-reopen idiom the other keyed files get.
           OPEN I-O ACH-ENROLL-FILE
           IF WS-ENRL-STATUS NOT = "00"
              OPEN OUTPUT ACH-ENROLL-FILE
              IF WS-ENRL-STATUS = "00"
                 CLOSE ACH-ENROLL-FILE
                 OPEN I-O ACH-ENROLL-FILE
              END-IF
           END-IF
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "FATAL: AUTOPAY ENROLLMENT OPEN FAILED - "
                 "STATUS " WS-ENRL-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1000-PROCESS-CARD UNTIL CARDS-DONE
           CLOSE ACH-ENROLL-FILE MASTER-FILE
           DISPLAY "LNACHM01: ENROLLED " WS-CNT-ENROLLED
              " SUSPENDED " WS-CNT-SUSPENDED
              " REINSTATED " WS-CNT-REINSTATED
              " REMOVED " WS-CNT-REMOVED
              " REJECTED " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           MOVE SPACES TO WS-REJECT-REASON
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           EVALUATE TRUE
              WHEN WS-CONTROL-CARD = SPACES
              WHEN WS-CONTROL-CARD(1:3) = "END"
                 SET CARDS-DONE TO TRUE
              WHEN WS-CARD-ACTION = "P"
                 PERFORM 5000-PRINT-ENROLLMENTS
              WHEN WS-CARD-ACTION = "E"
                 PERFORM 2000-ENROLL
              WHEN WS-CARD-ACTION = "S"
                 OR WS-CARD-ACTION = "R"
                 OR WS-CARD-ACTION = "D"
                 PERFORM 3000-CHANGE-STATUS
              WHEN OTHER
                 MOVE "UNRECOGNIZED CONTROL CARD" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                 WS-CONTROL-CARD(1:54)
           END-IF.

       2000-ENROLL.
           PERFORM 4000-READ-ENROLLMENT
           MOVE WS-CARD-LOAN-ID TO L-LOAN-ID
           READ MASTER-FILE
              INVALID KEY
                 MOVE "LOAN NOT ON MASTER" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
              PERFORM 2100-CHECK-ROUTING
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-CARD-ACCOUNT = SPACES
              MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-CARD-ACCT-TYPE NOT = "C"
              AND WS-CARD-ACCT-TYPE NOT = "S"
              MOVE "ACCOUNT TYPE NOT C/S" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND (WS-CARD-DEBIT-DAY NOT NUMERIC
                 OR WS-CARD-DEBIT-DAY < "01"
                 OR WS-CARD-DEBIT-DAY > "31")
              MOVE "DEBIT DAY NOT 01-31" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF NOT ENROLLMENT-FOUND
                 MOVE SPACES TO ACH-ENROLL-REC
                 MOVE WS-CARD-LOAN-ID TO ACH-LOAN-ID
                 MOVE WS-RUN-DATE     TO ACH-ENROLL-DATE
              END-IF
              MOVE WS-CARD-ROUTING   TO ACH-ROUTING
              MOVE WS-CARD-ACCOUNT   TO ACH-ACCOUNT
              MOVE WS-CARD-ACCT-TYPE TO ACH-ACCT-TYPE
              MOVE WS-CARD-DEBIT-DAY TO ACH-DEBIT-DAY
              MOVE "E"               TO ACH-STATUS
              MOVE ZERO              TO ACH-RETURN-COUNT
              MOVE WS-RUN-DATE       TO ACH-STATUS-DATE
              PERFORM 4100-STORE-ENROLLMENT
              ADD 1 TO WS-CNT-ENROLLED
              DISPLAY "ENROLLED   " ACH-LOAN-ID " RTN " ACH-ROUTING
                 " TYPE " ACH-ACCT-TYPE " DAY " ACH-DEBIT-DAY
                 " BY " WS-CARD-OPERATOR
           END-IF.

       2100-CHECK-ROUTING.
           IF WS-CARD-ROUTING NOT NUMERIC
              MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
              MOVE ZERO TO WS-ABA-SUM
              PERFORM VARYING WS-ABA-IDX FROM 1 BY 1
                      UNTIL WS-ABA-IDX > 9
                 COMPUTE WS-ABA-SUM = WS-ABA-SUM
                    + WS-CARD-ROUTING-D(WS-ABA-IDX)
                    * WS-ABA-WEIGHT(WS-ABA-IDX)
              END-PERFORM
              IF FUNCTION MOD(WS-ABA-SUM, 10) NOT = ZERO
                 MOVE "ROUTING CHECK DIGIT FAILS"
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       3000-CHANGE-STATUS.
           PERFORM 4000-READ-ENROLLMENT
           IF NOT ENROLLMENT-FOUND
              MOVE "LOAN NOT ENROLLED" TO WS-REJECT-REASON
           ELSE
              EVALUATE WS-CARD-ACTION
                 WHEN "S"
                    MOVE "S"         TO ACH-STATUS
                    MOVE WS-RUN-DATE TO ACH-STATUS-DATE
                    PERFORM 4100-STORE-ENROLLMENT
                    ADD 1 TO WS-CNT-SUSPENDED
                    DISPLAY "SUSPENDED  " ACH-LOAN-ID
                       " BY " WS-CARD-OPERATOR
                 WHEN "R"
                    MOVE "E"         TO ACH-STATUS
                    MOVE ZERO        TO ACH-RETURN-COUNT
                    MOVE WS-RUN-DATE TO ACH-STATUS-DATE
                    PERFORM 4100-STORE-ENROLLMENT
                    ADD 1 TO WS-CNT-REINSTATED
                    DISPLAY "REINSTATED " ACH-LOAN-ID
                       " BY " WS-CARD-OPERATOR
                 WHEN "D"
                    DELETE ACH-ENROLL-FILE
                       INVALID KEY
                          CONTINUE
                    END-DELETE
                    IF WS-ENRL-STATUS NOT = "00"
                       DISPLAY "FATAL: AUTOPAY ENROLLMENT DELETE "
                          "FAILED - STATUS " WS-ENRL-STATUS
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO WS-CNT-REMOVED
                    DISPLAY "REMOVED    " ACH-LOAN-ID
                       " BY " WS-CARD-OPERATOR
              END-EVALUATE
           END-IF.

       4000-READ-ENROLLMENT.
           MOVE "N" TO WS-ENRL-FOUND-SW
           MOVE WS-CARD-LOAN-ID TO ACH-LOAN-ID
           READ ACH-ENROLL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET ENROLLMENT-FOUND TO TRUE
           END-READ.

       4100-STORE-ENROLLMENT.
           IF ENROLLMENT-FOUND
              REWRITE ACH-ENROLL-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE ACH-ENROLL-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-ENRL-STATUS NOT = "00"
              DISPLAY "FATAL: AUTOPAY ENROLLMENT UPDATE FAILED - "
                 "STATUS " WS-ENRL-STATUS " LOAN ID " ACH-LOAN-ID
              PERFORM 9999-ABEND
           END-IF.

       5000-PRINT-ENROLLMENTS.
           DISPLAY "----------------------------------------------".
           DISPLAY "AUTOPAY ENROLLMENTS (LOAN / ROUTING / TYPE / DAY"
              " / STATUS / RETURNS / LAST RETURN)".
           MOVE "N" TO WS-ENRL-EOF-SW
           MOVE LOW-VALUES TO ACH-LOAN-ID
           START ACH-ENROLL-FILE KEY NOT < ACH-LOAN-ID
              INVALID KEY
                 SET ENROLL-EOF TO TRUE
           END-START
           PERFORM 5010-PRINT-ONE-ENROLLMENT UNTIL ENROLL-EOF
           DISPLAY "ENROLLMENTS LISTED: " WS-CNT-LISTED.
           DISPLAY "----------------------------------------------".

       5010-PRINT-ONE-ENROLLMENT.
           READ ACH-ENROLL-FILE NEXT RECORD
              AT END
                 SET ENROLL-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CNT-LISTED
                 DISPLAY "  " ACH-LOAN-ID " " ACH-ROUTING
                    " " ACH-ACCT-TYPE " " ACH-DEBIT-DAY
                    " " ACH-STATUS " " ACH-RETURN-COUNT
                    " " ACH-LAST-RETURN-CODE
                    " " ACH-LAST-RETURN-DATE
           END-READ.

       9999-ABEND.
           DISPLAY "LNACHM01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
