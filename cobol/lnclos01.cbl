       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNCLOS01.
      *================================================================*
      * BATCH PROGRAM: PAID-IN-FULL LOAN CLOSING. NIGHTLY, AFTER
      * LNVAL01 HAS POSTED THE DAY'S PAYMENTS. LNVAL01 MARKS A LOAN
      * L-CLOSE-STATUS "P" WHEN A PAYMENT OR A PAYOFF-QUOTE
      * SETTLEMENT TAKES IT TO ZERO; THIS STEP CLOSES EVERY "P"
      * LOAN:
      *   - ANY ESCROW STILL HELD (L-ESCROW-BALANCE) IS REFUNDED TO
      *     THE BORROWER AS AN ESCROW DISBURSEMENT - A TYPE "F"
      *     RECORD ON THE ESCROW SUB-LEDGER AND A BALANCED GL PAIR
      *     (GLOUT FORMAT, ACTION "G": DR ESCROWPY / CR LOANCLRG,
      *     THE SAME PAIR LNVAL01 POSTS FOR ANY ESCROW PAYOUT);
      *   - A SECURED LOAN (COLLATERAL RECORD ON FILE) GETS A
      *     LIEN-RELEASE LETTER RECORD ON LIENOUT, ADDRESSED OFF
      *     THE BORROWER MASTER;
      *   - AN OPEN COLLECTIONS CASE IS CLOSED WITH DISPOSITION "P"
      *     AND A CURRENT RELIEF PLAN IS CANCELLED (MP-STATUS "C",
      *     L-MOD-PLAN-FLAG CLEARED);
      *   - THE MASTER IS REWRITTEN L-CLOSE-STATUS "C", BUCKET "C".
      * A CLOSED LOAN STAYS ON THE MASTER (REPORTED TO THE BUREAUS
      * AS PAID AND CLOSED, VISIBLE ON INQUIRY, REOPENED IF THE
      * PAYOFF IS REVERSED) FOR A HOLDING PERIOD COUNTED FROM
      * L-CLOSE-DATE - SYSIN CARD, DAYS IN COLS 1-3, DEFAULT 60 -
      * AND IS THEN MOVED WHOLE TO THE CLOSED-LOAN HISTORY CLUSTER
      * (copy/closrec.cpy) AND DELETED FROM THE MASTER.
      * THE GL FILE IS ONLY CLOSED CLEAN AFTER THE PAIRS PROVE
      * DR = CR, THE SAME DISCIPLINE LNCHGO01 APPLIES.
      * A "P" LOAN FROZEN BY A CONFIRMED SANCTIONS MATCH ON ANY PARTY
      * TO IT (LNSANC01 FREEZE LOOKUP) IS NOT CLOSED - NO ESCROW IS
      * REFUNDED AND NO LIEN RELEASED; IT STAYS "P" AND IS RETRIED
      * EVERY NIGHT UNTIL COMPLIANCE LIFTS THE MATCH.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT ESCROW-FILE ASSIGN TO ESCRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ESC-KEY
                  FILE STATUS  IS WS-ESCR-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO COLLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-LOAN-ID
                  FILE STATUS  IS WS-COLL-STATUS.
           SELECT BORROWER-FILE ASSIGN TO BORRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS B-BORROWER-ID
                  FILE STATUS  IS WS-BORR-STATUS.
           SELECT WORKQUEUE-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CW-LOAN-ID
                  FILE STATUS  IS WS-WQ-STATUS.
           SELECT MOD-PLAN-FILE ASSIGN TO MODPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MP-LOAN-ID
                  FILE STATUS  IS WS-PLAN-STATUS.
           SELECT CLOSED-HIST-FILE ASSIGN TO CLOSHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CLH-LOAN-ID
                  FILE STATUS  IS WS-HIST-STATUS.
           SELECT LIEN-RELEASE-FILE ASSIGN TO LIENOUT
                  FILE STATUS IS WS-LIEN-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY LOANREC.

       FD  ESCROW-FILE.
       COPY ESCRREC.

       FD  COLLATERAL-FILE.
       COPY COLLREC.

       FD  BORROWER-FILE.
       COPY BORRREC.

      * Same 90-byte case layout LNCOLL01 maintains on COLLWQ.
       FD  WORKQUEUE-FILE.
       01  WORKQUEUE-REC.
           05  CW-LOAN-ID          PIC X(10).
           05  CW-BORROWER         PIC X(30).
           05  CW-BALANCE          PIC 9(09)V99.
           05  CW-CURRENCY-CODE    PIC X(03).
           05  CW-DAYS-PAST-DUE    PIC 9(05).
           05  CW-AGING            PIC X(01).
           05  CW-COLLECTOR        PIC X(03).
           05  CW-ENTERED-DATE     PIC X(08).
           05  CW-STATUS           PIC X(01).
           05  CW-DISPOSITION      PIC X(01).
           05  CW-CLOSED-DATE      PIC X(08).
           05  CW-PROMISE-FLAG     PIC X(01).
           05  CW-RATING           PIC X(01).
           05  CW-CASE-TYPE        PIC X(01).
           05  FILLER              PIC X(06).

       FD  MOD-PLAN-FILE.
       COPY PLANREC.

       FD  CLOSED-HIST-FILE.
       COPY CLOSREC.

      * Lien-release letter extract (130 bytes), one record per
      * secured loan closed tonight - the letter run and the
      * recording-office filings work from it.
       FD  LIEN-RELEASE-FILE.
       01  LIEN-RELEASE-REC.
           05  LR-LOAN-ID          PIC X(10).
           05  LR-BORROWER-ID      PIC X(10).
           05  LR-BORROWER-NAME    PIC X(30).
           05  LR-ADDRESS          PIC X(25).
           05  LR-COLL-TYPE        PIC X(02).
           05  LR-COLL-DESCRIPTION PIC X(28).
           05  LR-CURRENCY-CODE    PIC X(03).
           05  LR-PAID-DATE        PIC X(08).
           05  LR-RELEASE-DATE     PIC X(08).
           05  FILLER              PIC X(06).

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
       01  WS-ESCR-STATUS         PIC X(02) VALUE "00".
       01  WS-COLL-STATUS         PIC X(02) VALUE "00".
       01  WS-BORR-STATUS         PIC X(02) VALUE "00".
       01  WS-WQ-STATUS           PIC X(02) VALUE "00".
       01  WS-PLAN-STATUS         PIC X(02) VALUE "00".
       01  WS-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-LIEN-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-ESCR-WRITTEN-SW     PIC X(01) VALUE "N".
           88  ESCR-LEDGER-WRITTEN VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-PAID-DATE-NUM       PIC 9(08) VALUE ZERO.
       01  WS-PAID-DATE-INT       PIC 9(09) VALUE ZERO.
       01  WS-DAYS-CLOSED         PIC S9(09) VALUE ZERO.
       01  WS-HOLD-DAYS           PIC 9(03) VALUE 060.
       01  WS-HOLD-CARD           PIC X(80) VALUE SPACES.
       01  WS-REFUND-AMOUNT       PIC 9(07)V99 VALUE ZERO.
       01  WS-GL-DR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY CURRTAB.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-REFUNDED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-LIEN-RELEASE PIC 9(09) VALUE ZERO.
           05  WS-CNT-UNSECURED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-NO-ADDRESS   PIC 9(09) VALUE ZERO.
           05  WS-CNT-CASE-CLOSED  PIC 9(09) VALUE ZERO.
           05  WS-CNT-PLAN-CLOSED  PIC 9(09) VALUE ZERO.
           05  WS-CNT-HOLDING      PIC 9(09) VALUE ZERO.
           05  WS-CNT-MOVED        PIC 9(09) VALUE ZERO.
           05  WS-CNT-ALREADY-HIST PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-RECORD   PIC 9(09) VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.
           05  WS-CNT-FROZEN       PIC 9(09) VALUE ZERO.
           05  WS-REFUNDED-USD     PIC 9(11)V99 VALUE ZERO.

      * Run-control block for the nightly-chain gate (LNRUN01).
       COPY RUNCTL.

       COPY SANCCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNCLOS01 - PAID-IN-FULL LOAN CLOSING".
      * Run-control gate: proves LNVAL01 posted tonight's payments
      * before any loan is closed, and records the start - see
      * subprogs/lnrun01.cbl.
           MOVE "LNCLOS01" TO RC-STEP-NAME
           MOVE "S" TO RC-PHASE
           CALL "LNRUN01" USING WS-RUN-CONTROL
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 0100-LOAD-HOLD-DAYS
           PERFORM 0200-OPEN-FILES

           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE ESCROW-FILE COLLATERAL-FILE
                 BORROWER-FILE WORKQUEUE-FILE MOD-PLAN-FILE
                 CLOSED-HIST-FILE LIEN-RELEASE-FILE GL-FILE
           MOVE "C" TO SC-FUNCTION
           CALL "LNSANC01" USING WS-SANCTION-CONTROL
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: CLOSING GL OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              PERFORM 9999-ABEND
           END-IF
           PERFORM 9000-CLOSING-SUMMARY
      * Record the clean end on the run-control dataset - an abend
      * never reaches this.
           MOVE "E" TO RC-PHASE
           MOVE WS-RECORDS-READ TO RC-RECORDS
           MOVE RETURN-CODE TO RC-RETURN-CODE
           CALL "LNRUN01" USING WS-RUN-CONTROL
           GOBACK.

      * Same one-card convention as LNBILL01's lead days: blank,
      * non-numeric or zero keeps the compiled-in default.
       0100-LOAD-HOLD-DAYS.
           ACCEPT WS-HOLD-CARD FROM SYSIN
           IF WS-HOLD-CARD(1:3) NUMERIC
              AND WS-HOLD-CARD(1:3) NOT = "000"
              MOVE WS-HOLD-CARD(1:3) TO WS-HOLD-DAYS
           END-IF
           DISPLAY "LNCLOS01: CLOSED LOANS HELD " WS-HOLD-DAYS
              " DAYS BEFORE MOVING TO HISTORY".

       0200-OPEN-FILES.
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN I-O ESCROW-FILE
           IF WS-ESCR-STATUS NOT = "00"
              DISPLAY "FATAL: ESCROW-FILE OPEN FAILED - STATUS "
                 WS-ESCR-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "FATAL: COLLATERAL-FILE OPEN FAILED - STATUS "
                 WS-COLL-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BORROWER-FILE
           IF WS-BORR-STATUS NOT = "00"
              DISPLAY "FATAL: BORROWER-FILE OPEN FAILED - STATUS "
                 WS-BORR-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN I-O WORKQUEUE-FILE
           IF WS-WQ-STATUS NOT = "00"
              DISPLAY "FATAL: WORKQUEUE OPEN FAILED - STATUS "
                 WS-WQ-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN I-O MOD-PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "FATAL: MOD-PLAN-FILE OPEN FAILED - STATUS "
                 WS-PLAN-STATUS
              PERFORM 9999-ABEND
           END-IF
      * First run against a freshly defined (empty) cluster: same
      * create-then-reopen idiom the other keyed files get.
           OPEN I-O CLOSED-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              OPEN OUTPUT CLOSED-HIST-FILE
              IF WS-HIST-STATUS = "00"
                 CLOSE CLOSED-HIST-FILE
                 OPEN I-O CLOSED-HIST-FILE
              END-IF
           END-IF
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "FATAL: CLOSED-LOAN HISTORY OPEN FAILED - "
                 "STATUS " WS-HIST-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT LIEN-RELEASE-FILE
           IF WS-LIEN-STATUS NOT = "00"
              DISPLAY "FATAL: LIEN-RELEASE FILE OPEN FAILED - STATUS "
                 WS-LIEN-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                 WS-GL-STATUS
              PERFORM 9999-ABEND
           END-IF.

       1000-PROCESS.
           READ MASTER-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 EVALUATE L-CLOSE-STATUS
                    WHEN "P"
                       PERFORM 1005-CHECK-SANCTION-FREEZE
                       IF SC-FROZEN
                          ADD 1 TO WS-CNT-FROZEN
                          DISPLAY "NOT CLOSED - SANCTIONS FREEZE: "
                             L-LOAN-ID " PARTY " SC-FROZEN-PARTY
                       ELSE
                          PERFORM 1010-CLOSE-PAID-LOAN
                       END-IF
                    WHEN "C"
                       PERFORM 1050-CONSIDER-HISTORY-MOVE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

      * Closing refunds escrow to the borrower and releases the
      * lien - both are money or value moving to the party, so a
      * loan frozen for a confirmed sanctions match waits.
       1005-CHECK-SANCTION-FREEZE.
           MOVE "F"           TO SC-FUNCTION
           MOVE L-LOAN-ID     TO SC-LOAN-ID
           MOVE L-BORROWER-ID TO SC-BORROWER-ID
           CALL "LNSANC01" USING WS-SANCTION-CONTROL.

      * Everything hanging off the loan is closed out first and
      * the master is rewritten "C" last, in the one REWRITE that
      * also carries the zeroed escrow balance - a case or plan
      * already closed is simply passed over.
       1010-CLOSE-PAID-LOAN.
           IF L-ESCROW-BALANCE NUMERIC
              AND L-ESCROW-BALANCE > ZERO
              PERFORM 1020-REFUND-ESCROW
           END-IF
           PERFORM 1030-ISSUE-LIEN-RELEASE
           PERFORM 1040-CLOSE-CASE-AND-PLAN
           MOVE "C" TO L-CLOSE-STATUS
           MOVE "C" TO L-AGING-STATUS
           PERFORM 1090-REWRITE-MASTER
           ADD 1 TO WS-CNT-CLOSED
           DISPLAY "CLOSED " L-LOAN-ID " " L-BORROWER-NAME
              " PAID " L-CLOSE-DATE.

      * The refund is the borrower's own impound money going back
      * to them: one "F" movement on the escrow sub-ledger taking
      * the balance to zero, and the escrow-payout GL pair.
       1020-REFUND-ESCROW.
           MOVE L-ESCROW-BALANCE TO WS-REFUND-AMOUNT
           MOVE ZERO TO L-ESCROW-BALANCE
           MOVE ZERO TO L-ESCROW-PAYMENT
           MOVE L-LOAN-ID        TO ESC-LOAN-ID
           MOVE WS-RUN-DATE      TO ESC-DATE
           MOVE 1                TO ESC-SEQ
           MOVE "F"              TO ESC-TYPE
           MOVE WS-REFUND-AMOUNT TO ESC-AMOUNT
           MOVE ZERO             TO ESC-BALANCE-AFTER
           MOVE L-CURRENCY-CODE  TO ESC-CURRENCY-CODE
           MOVE "N" TO WS-ESCR-WRITTEN-SW
           PERFORM UNTIL ESCR-LEDGER-WRITTEN OR ESC-SEQ > 998
              WRITE ESCROW-REC
                 INVALID KEY
                    ADD 1 TO ESC-SEQ
                 NOT INVALID KEY
                    SET ESCR-LEDGER-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM
           IF NOT ESCR-LEDGER-WRITTEN
              OR WS-ESCR-STATUS NOT = "00"
              DISPLAY "FATAL: ESCROW-FILE WRITE FAILED - STATUS "
                 WS-ESCR-STATUS " LOAN ID " ESC-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           PERFORM 0290-LOOK-UP-RATE
           COMPUTE WS-USD-AMOUNT ROUNDED =
              WS-REFUND-AMOUNT * WS-CONV-RATE
           ADD WS-USD-AMOUNT TO WS-REFUNDED-USD
           ADD 1 TO WS-CNT-REFUNDED
           IF WS-USD-AMOUNT > ZERO
              MOVE SPACES TO GL-POSTING-REC
              MOVE WS-RUN-DATE      TO GL-RUN-DATE
              MOVE "G"              TO GL-ACTION
              IF L-CURRENCY-CODE = SPACES
                 MOVE "USD"         TO GL-CURRENCY-CODE
              ELSE
                 MOVE L-CURRENCY-CODE TO GL-CURRENCY-CODE
              END-IF
              MOVE L-LOAN-STATUS    TO GL-RISK-TIER
              MOVE WS-USD-AMOUNT    TO GL-AMOUNT-USD
              MOVE 1                TO GL-TRANS-COUNT
              MOVE "D"              TO GL-DR-CR
              MOVE "ESCROWPY"       TO GL-ACCOUNT
              PERFORM 1025-WRITE-GL-RECORD
              MOVE "C"              TO GL-DR-CR
              MOVE "LOANCLRG"       TO GL-ACCOUNT
              PERFORM 1025-WRITE-GL-RECORD
           END-IF
           DISPLAY "ESCROW REFUNDED " L-LOAN-ID " "
              WS-REFUND-AMOUNT " " L-CURRENCY-CODE.

       1025-WRITE-GL-RECORD.
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
           END-IF
           ADD 1 TO WS-CNT-GL-RECORDS.

      * No collateral record means an unsecured loan - there is no
      * lien to release. The letter goes to the borrower master's
      * address; a loan with no borrower on file still gets its
      * release (the name off the loan), flagged for an address.
       1030-ISSUE-LIEN-RELEASE.
           MOVE L-LOAN-ID TO CL-LOAN-ID
           READ COLLATERAL-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-COLL-STATUS = "00"
              MOVE SPACES              TO LIEN-RELEASE-REC
              MOVE L-LOAN-ID           TO LR-LOAN-ID
              MOVE L-BORROWER-ID       TO LR-BORROWER-ID
              MOVE L-BORROWER-NAME     TO LR-BORROWER-NAME
              MOVE CL-COLL-TYPE        TO LR-COLL-TYPE
              MOVE CL-DESCRIPTION      TO LR-COLL-DESCRIPTION
              MOVE L-CURRENCY-CODE     TO LR-CURRENCY-CODE
              MOVE L-CLOSE-DATE        TO LR-PAID-DATE
              MOVE WS-RUN-DATE         TO LR-RELEASE-DATE
              MOVE "23"                TO WS-BORR-STATUS
              IF L-BORROWER-ID NOT = SPACES
                 MOVE L-BORROWER-ID TO B-BORROWER-ID
                 READ BORROWER-FILE
                    INVALID KEY
                       CONTINUE
                 END-READ
              END-IF
              IF WS-BORR-STATUS = "00"
                 MOVE B-BORROWER-NAME  TO LR-BORROWER-NAME
                 MOVE B-ADDRESS        TO LR-ADDRESS
              ELSE
                 ADD 1 TO WS-CNT-NO-ADDRESS
                 DISPLAY "LNCLOS01: NO BORROWER ADDRESS FOR LIEN "
                    "RELEASE - LOAN ID " L-LOAN-ID
              END-IF
              WRITE LIEN-RELEASE-REC
              IF WS-LIEN-STATUS NOT = "00"
                 DISPLAY "FATAL: LIEN-RELEASE WRITE FAILED - STATUS "
                    WS-LIEN-STATUS " LOAN ID " L-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CNT-LIEN-RELEASE
           ELSE
              ADD 1 TO WS-CNT-UNSECURED
           END-IF.

       1040-CLOSE-CASE-AND-PLAN.
           MOVE L-LOAN-ID TO CW-LOAN-ID
           READ WORKQUEUE-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-WQ-STATUS = "00"
              AND CW-STATUS = "O"
              MOVE "C"         TO CW-STATUS
              MOVE "P"         TO CW-DISPOSITION
              MOVE WS-RUN-DATE TO CW-CLOSED-DATE
              MOVE ZERO        TO CW-BALANCE
              REWRITE WORKQUEUE-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-WQ-STATUS NOT = "00"
                 DISPLAY "FATAL: WORKQUEUE CLOSE FAILED - STATUS "
                    WS-WQ-STATUS " LOAN ID " CW-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CNT-CASE-CLOSED
           END-IF
           MOVE L-LOAN-ID TO MP-LOAN-ID
           READ MOD-PLAN-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-PLAN-STATUS = "00"
              AND MP-STATUS = "A"
              MOVE "C"         TO MP-STATUS
              MOVE WS-RUN-DATE TO MP-EXPIRED-DATE
              REWRITE MOD-PLAN-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-PLAN-STATUS NOT = "00"
                 DISPLAY "FATAL: MOD-PLAN-FILE REWRITE FAILED - "
                    "STATUS " WS-PLAN-STATUS " LOAN ID " MP-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CNT-PLAN-CLOSED
           END-IF
           MOVE SPACE TO L-MOD-PLAN-FLAG.

      * The history record is written before the master record is
      * deleted - a failure between the two leaves a duplicate-key
      * condition on rerun (counted, master left alone for review),
      * never a loan gone from both files.
       1050-CONSIDER-HISTORY-MOVE.
           IF L-CLOSE-DATE NOT NUMERIC
              OR L-CLOSE-DATE = ZEROS
              ADD 1 TO WS-CNT-BAD-RECORD
              DISPLAY "LNCLOS01: CLOSED LOAN WITH NO USABLE PAID "
                 "DATE - NOT MOVED: " L-LOAN-ID
           ELSE
              MOVE L-CLOSE-DATE TO WS-PAID-DATE-NUM
              COMPUTE WS-PAID-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-PAID-DATE-NUM)
              COMPUTE WS-DAYS-CLOSED =
                 WS-RUN-DATE-INT - WS-PAID-DATE-INT
              IF WS-DAYS-CLOSED < WS-HOLD-DAYS
                 ADD 1 TO WS-CNT-HOLDING
              ELSE
                 PERFORM 1060-MOVE-TO-HISTORY
              END-IF
           END-IF.

       1060-MOVE-TO-HISTORY.
           MOVE SPACES        TO CLOSED-HIST-REC
           MOVE L-LOAN-ID     TO CLH-LOAN-ID
           MOVE L-CLOSE-DATE  TO CLH-PAID-DATE
           MOVE WS-RUN-DATE   TO CLH-MOVED-DATE
           MOVE LOAN-RECORD   TO CLH-LOAN-IMAGE
           WRITE CLOSED-HIST-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           EVALUATE WS-HIST-STATUS
              WHEN "00"
                 DELETE MASTER-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 IF WS-MASTER-STATUS NOT = "00"
                    DISPLAY "FATAL: MASTER-FILE DELETE FAILED - "
                       "STATUS " WS-MASTER-STATUS " LOAN ID "
                       L-LOAN-ID
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO WS-CNT-MOVED
                 DISPLAY "MOVED TO HISTORY " L-LOAN-ID " "
                    L-BORROWER-NAME " PAID " L-CLOSE-DATE
              WHEN "22"
                 ADD 1 TO WS-CNT-ALREADY-HIST
                 DISPLAY "LNCLOS01: HISTORY RECORD ALREADY EXISTS - "
                    "LEFT ON MASTER FOR REVIEW: " L-LOAN-ID
              WHEN OTHER
                 DISPLAY "FATAL: CLOSED-LOAN HISTORY WRITE FAILED - "
                    "STATUS " WS-HIST-STATUS " LOAN ID " L-LOAN-ID
                 PERFORM 9999-ABEND
           END-EVALUATE.

       1090-REWRITE-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO L-LAST-MAINTAINED-TS
           REWRITE LOAN-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE REWRITE FAILED - STATUS "
                 WS-MASTER-STATUS " LOAN ID " L-LOAN-ID
              PERFORM 9999-ABEND
           END-IF.

       0290-LOOK-UP-RATE.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = L-CURRENCY-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM.

       9000-CLOSING-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNCLOS01 LOAN CLOSING CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "MASTER RECORDS READ ............: "
              WS-RECORDS-READ.
           DISPLAY "PAID-IN-FULL LOANS CLOSED ......: "
              WS-CNT-CLOSED.
           DISPLAY "  ESCROW BALANCES REFUNDED .....: "
              WS-CNT-REFUNDED.
           DISPLAY "  LIEN RELEASES ISSUED .........: "
              WS-CNT-LIEN-RELEASE.
           DISPLAY "    NO BORROWER ADDRESS ........: "
              WS-CNT-NO-ADDRESS.
           DISPLAY "  UNSECURED - NO LIEN ..........: "
              WS-CNT-UNSECURED.
           DISPLAY "  COLLECTIONS CASES CLOSED .....: "
              WS-CNT-CASE-CLOSED.
           DISPLAY "  RELIEF PLANS CANCELLED .......: "
              WS-CNT-PLAN-CLOSED.
           DISPLAY "NOT CLOSED - SANCTIONS FREEZE ..: "
              WS-CNT-FROZEN.
           DISPLAY "CLOSED LOANS IN HOLDING PERIOD .: "
              WS-CNT-HOLDING.
           DISPLAY "CLOSED LOANS MOVED TO HISTORY ..: "
              WS-CNT-MOVED.
           DISPLAY "ALREADY IN HISTORY - LEFT ......: "
              WS-CNT-ALREADY-HIST.
           DISPLAY "UNUSABLE RECORDS - SKIPPED .....: "
              WS-CNT-BAD-RECORD.
           MOVE WS-REFUNDED-USD TO WS-EDIT-USD
           DISPLAY "ESCROW REFUNDED (USD) ..........: " WS-EDIT-USD.
           DISPLAY "GL POSTING RECORDS WRITTEN .....: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ........: "
              WS-GL-DR-TOTAL.
           DISPLAY "  GL CREDITS (USD-EQUIV) .......: "
              WS-GL-CR-TOTAL.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNCLOS01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
