       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNINVR01.
      *================================================================*
      * BATCH PROGRAM: MONTHLY INVESTOR REMITTANCE. PAYS EACH
      * PARTICIPANT BANK ITS SHARE OF WHAT WE COLLECTED ON THE LOANS
      * IT HOLDS A PARTICIPATION IN (PARTVSAM, copy/partrec.cpy,
      * BOOKED THROUGH LNINVM01). FOR EVERY PARTICIPATION THE
      * PAYMENT HISTORY (PAYHIST) IS BROWSED FROM ITS SOLD DATE TO
      * ITS END DATE (OR THE END OF THE MONTH):
      *   - A PAYMENT POSTED IN THE REMITTANCE MONTH AND NOT
      *     REVERSED IS SHARED: THE INVESTOR GETS PT-SHARE-PCT OF
      *     ITS PRINCIPAL AND OF ITS INTEREST, LESS OUR SERVICING
      *     FEE (PT-SVC-PCT OF THAT INTEREST SHARE). ESCROW AND LATE
      *     FEES ARE OURS AND ARE NEVER SHARED;
      *   - A RECOVERY ON A CHARGED-OFF LOAN (A HISTORY RECORD WITH
      *     THE AMOUNT AND ZERO SPLITS - SEE copy/payrec.cpy) IS
      *     SHARED THE SAME WAY, IN FULL, WITH NO SERVICING FEE;
      *   - A PAYMENT POSTED IN A MONTH ALREADY REMITTED AND
      *     REVERSED SINCE THE LAST FINAL RUN IS CLAWED BACK: THE
      *     SAME SPLIT IS TAKEN OFF THIS MONTH'S REMITTANCE.
      * AMOUNTS ACCUMULATE PER INVESTOR AND CURRENCY. WHERE THE
      * CLAWBACKS EXCEED WHAT IS DUE, NOTHING IS REMITTED AND THE
      * SHORTFALL IS CARRIED ON THE CONTROL DATASET (RMCTL,
      * copy/rmctlrec.cpy) AND NETTED FROM THE NEXT MONTH.
      * THE REPORT PRINTS EVERY PARTICIPATION'S SHARE, OUR RETAINED
      * PORTION OF EACH PARTICIPATED LOAN (THE SAME FIGURE LNPORT01
      * AND LNALLW01 TAKE FROM LNPART01), AND A REMITTANCE
      * STATEMENT PER INVESTOR WITH ITS REMITTANCE ACCOUNT.
      * A FINAL RUN POSTS THE INVESTOR PAYABLE TO THE GL (GLOUT
      * FORMAT, ACTION "1", ONE BALANCED PAIR PER COMPONENT PER
      * INVESTOR AND CURRENCY, IN USD AT TODAY'S RATE):
      *   PRINCIPAL       DR PARTSOLD / CR INVPAYBL
      *   NET INTEREST    DR INTINCOM / CR INVPAYBL
      *   SERVICING FEE   DR INTINCOM / CR SVCFEINC
      *   RECOVERIES      DR RECOVINC / CR INVPAYBL
      * A COMPONENT THE CLAWBACKS TURN NEGATIVE POSTS THE PAIR THE
      * OTHER WAY ROUND. THE CARRIED SHORTFALL NEEDS NO POSTING - IT
      * IS ALREADY THE DEBIT BALANCE LEFT ON INVPAYBL.
      * SYSIN CARD: COLS 1-6 REMITTANCE MONTH YYYYMM (BLANK = LAST
      * MONTH); COL 8 "T" = TRIAL (REPORT ONLY - NO POSTING, THE
      * CONTROL DATASET UNCHANGED), BLANK OR "F" = FINAL.
      * THE MONTH MUST BE OVER, AND A FINAL RUN MUST BE FOR THE
      * MONTH AFTER THE LAST ONE REMITTED - A MONTH IS NEVER PAID
      * TWICE OR SKIPPED (RC 16).
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPATION-FILE ASSIGN TO PARTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PT-KEY
                  FILE STATUS  IS WS-PART-STATUS.
           SELECT INVESTOR-FILE ASSIGN TO INVVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS IV-INVESTOR-ID
                  FILE STATUS  IS WS-INV-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PAY-KEY
                  FILE STATUS  IS WS-PAY-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT REMIT-CTL-FILE ASSIGN TO RMCTL
                  FILE STATUS IS WS-RMC-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTICIPATION-FILE.
       COPY PARTREC.

       FD  INVESTOR-FILE.
       COPY INVREC.

       FD  PAYHIST-FILE.
       COPY PAYREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       FD  REMIT-CTL-FILE.
       COPY RMCTLREC.

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
       01  WS-PART-STATUS         PIC X(02) VALUE "00".
       01  WS-INV-STATUS          PIC X(02) VALUE "00".
       01  WS-PAY-STATUS          PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-RMC-STATUS          PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-RMC-EOF-SW          PIC X(01) VALUE "N".
           88  RMC-EOF            VALUE "Y".
       01  WS-PMT-DONE-SW         PIC X(01) VALUE "N".
           88  PAYMENTS-DONE      VALUE "Y".
       01  WS-MODE-SW             PIC X(01) VALUE "F".
           88  TRIAL-RUN          VALUE "T".
       01  WS-PRIOR-SW            PIC X(01) VALUE "N".
           88  PRIOR-RUN-ON-FILE  VALUE "Y".
       01  WS-CLAWBACK-SW         PIC X(01) VALUE "N".
           88  CLAWING-BACK       VALUE "Y".
       01  WS-MODE-CARD           PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.

      * Remittance month and the control carried from the last
      * final run.
       01  WS-REMIT-MONTH         PIC X(06) VALUE SPACES.
       01  WS-REMIT-MONTH-R REDEFINES WS-REMIT-MONTH.
           05  WS-REMIT-YYYY      PIC 9(04).
           05  WS-REMIT-MM        PIC 9(02).
       01  WS-MONTH-END           PIC X(08) VALUE SPACES.
       01  WS-LAST-MONTH          PIC X(06) VALUE SPACES.
       01  WS-LAST-RUN-DATE       PIC X(08) VALUE SPACES.
       01  WS-NEXT-MONTH          PIC X(06) VALUE SPACES.
       01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
           05  WS-NEXT-YYYY       PIC 9(04).
           05  WS-NEXT-MM         PIC 9(02).

       01  WS-PREV-LOAN-ID        PIC X(10) VALUE SPACES.
       01  WS-CELL-INVESTOR       PIC X(10) VALUE SPACES.
       01  WS-CELL-CURRENCY       PIC X(03) VALUE SPACES.
       01  WS-RATE-LOOKUP-CODE    PIC X(03) VALUE SPACES.
       01  WS-CELL-IDX            PIC 9(04) VALUE ZERO.
       01  WS-INV-IDX             PIC 9(04) VALUE ZERO.
       01  WS-PMT-ESCROW          PIC 9(07)V99 VALUE ZERO.
       01  WS-PMT-LATE-FEE        PIC 9(07)V99 VALUE ZERO.

      * One payment's split for the investor.
       01  WS-SPLIT-PRINCIPAL     PIC 9(09)V99 VALUE ZERO.
       01  WS-SPLIT-INTEREST      PIC 9(09)V99 VALUE ZERO.
       01  WS-SPLIT-FEE           PIC 9(09)V99 VALUE ZERO.
       01  WS-SPLIT-RECOVERY      PIC 9(09)V99 VALUE ZERO.
       01  WS-SPLIT-NET           PIC 9(09)V99 VALUE ZERO.

      * One participation's line on the detail report.
       01  WS-PT-TOTALS.
           05  WS-PT-PAYMENTS      PIC 9(05).
           05  WS-PT-CLAWBACKS     PIC 9(05).
           05  WS-PT-PRINCIPAL     PIC 9(11)V99.
           05  WS-PT-NET-INTEREST  PIC 9(11)V99.
           05  WS-PT-FEE           PIC 9(11)V99.
           05  WS-PT-RECOVERY      PIC 9(11)V99.
           05  WS-PT-CLAWED        PIC 9(11)V99.

      * Retained-portion line for one participated loan.
       01  WS-LOAN-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-SOLD-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-RETAINED-USD        PIC 9(11)V99 VALUE ZERO.

      * GL pair being posted.
       01  WS-GL-SIGNED-LOCAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-SIGNED-USD       PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-DR-ACCOUNT       PIC X(08) VALUE SPACES.
       01  WS-GL-CR-ACCOUNT       PIC X(08) VALUE SPACES.
       01  WS-GL-SWAP-ACCOUNT     PIC X(08) VALUE SPACES.
       01  WS-GL-DR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL         PIC 9(13)V99 VALUE ZERO.

       01  WS-EDIT-AMT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMT2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SIGNED-AMT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-CNT            PIC ZZZZZZ9.
       01  WS-EDIT-CNT2           PIC ZZZZZZ9.
       01  WS-EDIT-PCT            PIC ZZ9.9999.
       01  WS-EDIT-PCT2           PIC ZZ9.9999.

      * What is owed each investor in each currency. Carried
      * shortfalls are loaded first; every shared or clawed-back
      * payment then lands in its investor/currency cell.
       01  WS-CELL-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-CELL-MAX            PIC 9(04) VALUE 500.
       01  WS-CELL-TABLE.
           05  WS-IC-ENTRY OCCURS 500 TIMES.
               10  WS-IC-INVESTOR-ID  PIC X(10).
               10  WS-IC-CURRENCY     PIC X(03).
               10  WS-IC-PRINTED      PIC X(01).
               10  WS-IC-PAYMENTS     PIC 9(07).
               10  WS-IC-CLAWBACKS    PIC 9(07).
               10  WS-IC-PRINCIPAL    PIC 9(11)V99.
               10  WS-IC-INTEREST     PIC 9(11)V99.
               10  WS-IC-FEE          PIC 9(11)V99.
               10  WS-IC-RECOVERY     PIC 9(11)V99.
               10  WS-IC-CB-PRINCIPAL PIC 9(11)V99.
               10  WS-IC-CB-INTEREST  PIC 9(11)V99.
               10  WS-IC-CB-FEE       PIC 9(11)V99.
               10  WS-IC-CB-RECOVERY  PIC 9(11)V99.
               10  WS-IC-CARRY-IN     PIC 9(11)V99.
               10  WS-IC-NET-DUE      PIC S9(11)V99.
               10  WS-IC-REMIT        PIC 9(11)V99.
               10  WS-IC-CARRY-OUT    PIC 9(11)V99.

       COPY CURRTAB.

       COPY PARTCTL.

       01  WS-CONTROL-TOTALS.
           05  WS-CNT-PARTICIPATIONS PIC 9(09) VALUE ZERO.
           05  WS-CNT-LOANS        PIC 9(09) VALUE ZERO.
           05  WS-CNT-SHARED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-RECOVERIES   PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLAWBACKS    PIC 9(09) VALUE ZERO.
           05  WS-CNT-CARRIED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-EXCEPTIONS   PIC 9(09) VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.
           05  WS-BOOK-USD         PIC 9(13)V99 VALUE ZERO.
           05  WS-SOLD-TOTAL-USD   PIC 9(13)V99 VALUE ZERO.
           05  WS-RETAINED-TOT-USD PIC 9(13)V99 VALUE ZERO.
           05  WS-REMIT-TOTAL-USD  PIC 9(13)V99 VALUE ZERO.
           05  WS-FEE-TOTAL-USD    PIC S9(13)V99 VALUE ZERO.
           05  WS-CARRY-TOTAL-USD  PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNINVR01 - MONTHLY INVESTOR REMITTANCE".
      * OCCURS cells carry no VALUE clauses - zero them before the
      * first ADD lands in one.
           INITIALIZE WS-CELL-TABLE
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-MODE-CARD FROM SYSIN
           IF WS-MODE-CARD(8:1) = "T"
              SET TRIAL-RUN TO TRUE
              DISPLAY "LNINVR01: TRIAL RUN - NOTHING WILL BE POSTED"
           END-IF
           PERFORM 0100-SET-REMIT-MONTH
           PERFORM 0200-LOAD-REMIT-CONTROL
           PERFORM 0300-CHECK-REMIT-MONTH

           OPEN INPUT PARTICIPATION-FILE
           IF WS-PART-STATUS NOT = "00"
              DISPLAY "FATAL: PARTICIPATION-FILE OPEN FAILED - STATUS "
                 WS-PART-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT INVESTOR-FILE
           IF WS-INV-STATUS NOT = "00"
              DISPLAY "FATAL: INVESTOR-FILE OPEN FAILED - STATUS "
                 WS-INV-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PAYHIST-FILE
           IF WS-PAY-STATUS NOT = "00"
              DISPLAY "FATAL: PAYHIST-FILE OPEN FAILED - STATUS "
                 WS-PAY-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF

           PERFORM 9000-REPORT-HEADING
           PERFORM 1000-PROCESS UNTIL EOF-REACHED
           IF WS-PREV-LOAN-ID NOT = SPACES
              PERFORM 1300-RETAINED-PORTION
           END-IF
           CLOSE PARTICIPATION-FILE PAYHIST-FILE MASTER-FILE
           MOVE "C" TO PC-FUNCTION
           CALL "LNPART01" USING WS-PART-CONTROL

           PERFORM 2000-SETTLE-CELLS
           IF NOT TRIAL-RUN
              PERFORM 3000-POST-REMITTANCE
              PERFORM 3100-CARRY-CONTROL
           END-IF
           PERFORM 9100-INVESTOR-STATEMENTS
           CLOSE INVESTOR-FILE
           PERFORM 9200-RUN-SUMMARY
           IF WS-CNT-EXCEPTIONS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Cols 1-6 name the month; blank means the one just ended.
       0100-SET-REMIT-MONTH.
           IF WS-MODE-CARD(1:6) = SPACES
              MOVE WS-RUN-DATE(1:6) TO WS-REMIT-MONTH
              IF WS-REMIT-MM = 1
                 SUBTRACT 1 FROM WS-REMIT-YYYY
                 MOVE 12 TO WS-REMIT-MM
              ELSE
                 SUBTRACT 1 FROM WS-REMIT-MM
              END-IF
           ELSE
              MOVE WS-MODE-CARD(1:6) TO WS-REMIT-MONTH
           END-IF
           IF WS-REMIT-MONTH NOT NUMERIC
              OR WS-REMIT-MM < 1 OR WS-REMIT-MM > 12
              DISPLAY "FATAL: REMITTANCE MONTH '" WS-REMIT-MONTH
                 "' IS NOT A VALID YYYYMM"
              PERFORM 9999-ABEND
           END-IF
           STRING WS-REMIT-MONTH "31" DELIMITED BY SIZE
              INTO WS-MONTH-END.

      * No header means no final run has ever been made: nothing
      * has been remitted, so there is nothing to claw back yet.
       0200-LOAD-REMIT-CONTROL.
           OPEN INPUT REMIT-CTL-FILE
           IF WS-RMC-STATUS = "00"
              PERFORM UNTIL RMC-EOF
                 READ REMIT-CTL-FILE
                    AT END
                       SET RMC-EOF TO TRUE
                    NOT AT END
                       PERFORM 0210-TAKE-CONTROL-RECORD
                 END-READ
              END-PERFORM
              CLOSE REMIT-CTL-FILE
           END-IF
           IF PRIOR-RUN-ON-FILE
              DISPLAY "LNINVR01: LAST MONTH REMITTED " WS-LAST-MONTH
                 " BY THE RUN OF " WS-LAST-RUN-DATE
           ELSE
              DISPLAY "LNINVR01: NO REMITTANCE CONTROL ON FILE - "
                 "FIRST RUN, NOTHING TO CLAW BACK"
           END-IF.

       0210-TAKE-CONTROL-RECORD.
           EVALUATE RMC-REC-TYPE
              WHEN "H"
                 IF RMC-LAST-MONTH NUMERIC
                    SET PRIOR-RUN-ON-FILE TO TRUE
                    MOVE RMC-LAST-MONTH    TO WS-LAST-MONTH
                    MOVE RMC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                 END-IF
              WHEN "C"
                 IF RMC-CARRY-DUE NUMERIC
                    MOVE RMC-INVESTOR-ID   TO WS-CELL-INVESTOR
                    MOVE RMC-CURRENCY-CODE TO WS-CELL-CURRENCY
                    PERFORM 1200-FIND-CELL
                    ADD RMC-CARRY-DUE TO WS-IC-CARRY-IN(WS-CELL-IDX)
                 END-IF
              WHEN OTHER
                 DISPLAY "FATAL: REMITTANCE CONTROL RECORD TYPE '"
                    RMC-REC-TYPE "' NOT RECOGNIZED"
                 PERFORM 9999-ABEND
           END-EVALUATE.

      * A month is remitted once, in order, and only after it ends.
      * A trial may look at any month after the last one paid.
       0300-CHECK-REMIT-MONTH.
           IF WS-REMIT-MONTH NOT < WS-RUN-DATE(1:6)
              DISPLAY "FATAL: MONTH " WS-REMIT-MONTH
                 " HAS NOT ENDED - IT CANNOT BE REMITTED YET"
              PERFORM 9999-ABEND
           END-IF
           IF PRIOR-RUN-ON-FILE
              MOVE WS-LAST-MONTH TO WS-NEXT-MONTH
              IF WS-NEXT-MM = 12
                 ADD 1 TO WS-NEXT-YYYY
                 MOVE 1 TO WS-NEXT-MM
              ELSE
                 ADD 1 TO WS-NEXT-MM
              END-IF
              IF WS-REMIT-MONTH NOT > WS-LAST-MONTH
                 DISPLAY "FATAL: MONTH " WS-REMIT-MONTH
                    " WAS ALREADY REMITTED (LAST MONTH "
                    WS-LAST-MONTH ")"
                 PERFORM 9999-ABEND
              END-IF
              IF NOT TRIAL-RUN
                 AND WS-REMIT-MONTH NOT = WS-NEXT-MONTH
                 DISPLAY "FATAL: NEXT MONTH TO REMIT IS "
                    WS-NEXT-MONTH " - " WS-REMIT-MONTH
                    " WOULD SKIP ONE"
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

      * Participations arrive in loan order; the retained-portion
      * line for a loan prints once all its investors are done.
       1000-PROCESS.
           READ PARTICIPATION-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 IF PT-LOAN-ID NOT = WS-PREV-LOAN-ID
                    IF WS-PREV-LOAN-ID NOT = SPACES
                       PERFORM 1300-RETAINED-PORTION
                    END-IF
                    MOVE PT-LOAN-ID TO WS-PREV-LOAN-ID
                 END-IF
                 ADD 1 TO WS-CNT-PARTICIPATIONS
                 IF PT-SHARE-PCT NUMERIC AND PT-SVC-PCT NUMERIC
                    PERFORM 1100-SHARE-ONE-PARTICIPATION
                 ELSE
                    ADD 1 TO WS-CNT-EXCEPTIONS
                    DISPLAY "  " PT-LOAN-ID " " PT-INVESTOR-ID
                       " SHARE OR FEE NOT NUMERIC - NOT REMITTED"
                 END-IF
           END-READ.

      * History is keyed loan + posting date, so the browse starts
      * at the sold date and stops at the end date or month end.
       1100-SHARE-ONE-PARTICIPATION.
           INITIALIZE WS-PT-TOTALS
           MOVE "N" TO WS-PMT-DONE-SW
           MOVE PT-LOAN-ID TO PAY-LOAN-ID
           IF PT-SOLD-DATE NUMERIC
              MOVE PT-SOLD-DATE TO PAY-DATE
           ELSE
              MOVE LOW-VALUES TO PAY-DATE
           END-IF
           MOVE ZERO TO PAY-SEQ
           START PAYHIST-FILE KEY NOT < PAY-KEY
              INVALID KEY
                 SET PAYMENTS-DONE TO TRUE
           END-START
           PERFORM 1110-NEXT-PAYMENT UNTIL PAYMENTS-DONE
           MOVE PT-SHARE-PCT TO WS-EDIT-PCT
           MOVE PT-SVC-PCT   TO WS-EDIT-PCT2
           MOVE WS-PT-PAYMENTS  TO WS-EDIT-CNT
           MOVE WS-PT-CLAWBACKS TO WS-EDIT-CNT2
           DISPLAY "  " PT-LOAN-ID " " PT-INVESTOR-ID
              " SHARE " WS-EDIT-PCT " FEE " WS-EDIT-PCT2
              " STATUS " PT-STATUS
              " PAYMENTS " WS-EDIT-CNT " CLAWBACKS " WS-EDIT-CNT2
           MOVE WS-PT-PRINCIPAL    TO WS-EDIT-AMT
           MOVE WS-PT-NET-INTEREST TO WS-EDIT-AMT2
           DISPLAY "      PRINCIPAL " WS-EDIT-AMT
              "  NET INTEREST " WS-EDIT-AMT2
           MOVE WS-PT-FEE      TO WS-EDIT-AMT
           MOVE WS-PT-RECOVERY TO WS-EDIT-AMT2
           DISPLAY "      SVC FEE   " WS-EDIT-AMT
              "  RECOVERIES   " WS-EDIT-AMT2
           IF WS-PT-CLAWBACKS > ZERO
              MOVE WS-PT-CLAWED TO WS-EDIT-AMT
              DISPLAY "      CLAWED BACK " WS-EDIT-AMT
           END-IF.

       1110-NEXT-PAYMENT.
           READ PAYHIST-FILE NEXT RECORD
              AT END
                 SET PAYMENTS-DONE TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN PAY-LOAN-ID NOT = PT-LOAN-ID
                    WHEN PAY-DATE > WS-MONTH-END
                       SET PAYMENTS-DONE TO TRUE
                    WHEN PT-END-DATE NOT = SPACES
                       AND PAY-DATE > PT-END-DATE
                       SET PAYMENTS-DONE TO TRUE
                    WHEN OTHER
                       PERFORM 1120-TAKE-PAYMENT
                 END-EVALUATE
           END-READ
           IF WS-PAY-STATUS NOT = "00"
              AND WS-PAY-STATUS NOT = "10"
              DISPLAY "FATAL: PAYHIST-FILE READ FAILED - STATUS "
                 WS-PAY-STATUS " LOAN ID " PT-LOAN-ID
              PERFORM 9999-ABEND
           END-IF.

      * Shared: posted this month and still standing. Clawed back:
      * posted in a month already paid out and reversed since.
       1120-TAKE-PAYMENT.
           MOVE "N" TO WS-CLAWBACK-SW
           EVALUATE TRUE
              WHEN PAY-DATE(1:6) = WS-REMIT-MONTH
                 AND PAY-REVERSED-FLAG NOT = "R"
                 PERFORM 1130-SPLIT-PAYMENT
              WHEN PAY-REVERSED-FLAG = "R"
                 AND PRIOR-RUN-ON-FILE
                 AND PAY-DATE(1:6) NOT > WS-LAST-MONTH
                 AND PAY-REVERSAL-DATE > WS-LAST-RUN-DATE
                 SET CLAWING-BACK TO TRUE
                 PERFORM 1130-SPLIT-PAYMENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * The investor's share of each part, rounded per payment so
      * the statement adds up line by line. Old history records
      * carry blank escrow/fee portions - they read as zero.
       1130-SPLIT-PAYMENT.
           MOVE ZERO TO WS-SPLIT-PRINCIPAL WS-SPLIT-INTEREST
                        WS-SPLIT-FEE WS-SPLIT-RECOVERY
           MOVE ZERO TO WS-PMT-ESCROW WS-PMT-LATE-FEE
           IF PAY-ESCROW NUMERIC
              MOVE PAY-ESCROW TO WS-PMT-ESCROW
           END-IF
           IF PAY-FEE NUMERIC
              MOVE PAY-FEE TO WS-PMT-LATE-FEE
           END-IF
           IF PAY-PRINCIPAL = ZERO AND PAY-INTEREST = ZERO
              AND WS-PMT-ESCROW = ZERO AND WS-PMT-LATE-FEE = ZERO
              AND PAY-AMOUNT > ZERO
              COMPUTE WS-SPLIT-RECOVERY ROUNDED =
                 PAY-AMOUNT * PT-SHARE-PCT / 100
           ELSE
              COMPUTE WS-SPLIT-PRINCIPAL ROUNDED =
                 PAY-PRINCIPAL * PT-SHARE-PCT / 100
              COMPUTE WS-SPLIT-INTEREST ROUNDED =
                 PAY-INTEREST * PT-SHARE-PCT / 100
              COMPUTE WS-SPLIT-FEE ROUNDED =
                 WS-SPLIT-INTEREST * PT-SVC-PCT / 100
           END-IF
           COMPUTE WS-SPLIT-NET = WS-SPLIT-PRINCIPAL
              + WS-SPLIT-INTEREST - WS-SPLIT-FEE + WS-SPLIT-RECOVERY
           MOVE PT-INVESTOR-ID    TO WS-CELL-INVESTOR
           MOVE PAY-CURRENCY-CODE TO WS-CELL-CURRENCY
           PERFORM 1200-FIND-CELL
           IF CLAWING-BACK
              ADD 1 TO WS-PT-CLAWBACKS WS-CNT-CLAWBACKS
                       WS-IC-CLAWBACKS(WS-CELL-IDX)
              ADD WS-SPLIT-NET TO WS-PT-CLAWED
              ADD WS-SPLIT-PRINCIPAL
                 TO WS-IC-CB-PRINCIPAL(WS-CELL-IDX)
              ADD WS-SPLIT-INTEREST
                 TO WS-IC-CB-INTEREST(WS-CELL-IDX)
              ADD WS-SPLIT-FEE TO WS-IC-CB-FEE(WS-CELL-IDX)
              ADD WS-SPLIT-RECOVERY
                 TO WS-IC-CB-RECOVERY(WS-CELL-IDX)
              MOVE WS-SPLIT-NET TO WS-EDIT-AMT
              DISPLAY "      CLAWBACK - " PAY-DATE " SEQ " PAY-SEQ
                 " REVERSED " PAY-REVERSAL-DATE " " WS-EDIT-AMT
           ELSE
              ADD 1 TO WS-PT-PAYMENTS WS-IC-PAYMENTS(WS-CELL-IDX)
              IF WS-SPLIT-RECOVERY > ZERO
                 ADD 1 TO WS-CNT-RECOVERIES
              ELSE
                 ADD 1 TO WS-CNT-SHARED
              END-IF
              ADD WS-SPLIT-PRINCIPAL TO WS-PT-PRINCIPAL
              COMPUTE WS-PT-NET-INTEREST = WS-PT-NET-INTEREST
                 + WS-SPLIT-INTEREST - WS-SPLIT-FEE
              ADD WS-SPLIT-FEE TO WS-PT-FEE
              ADD WS-SPLIT-RECOVERY TO WS-PT-RECOVERY
              ADD WS-SPLIT-PRINCIPAL
                 TO WS-IC-PRINCIPAL(WS-CELL-IDX)
              ADD WS-SPLIT-INTEREST TO WS-IC-INTEREST(WS-CELL-IDX)
              ADD WS-SPLIT-FEE TO WS-IC-FEE(WS-CELL-IDX)
              ADD WS-SPLIT-RECOVERY
                 TO WS-IC-RECOVERY(WS-CELL-IDX)
           END-IF.

      * Investor in WS-CELL-INVESTOR, currency in WS-CELL-CURRENCY;
      * a blank currency is USD, as everywhere else on the book.
       1200-FIND-CELL.
           IF WS-CELL-CURRENCY = SPACES
              MOVE "USD" TO WS-CELL-CURRENCY
           END-IF
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                   OR (WS-IC-INVESTOR-ID(WS-CELL-IDX) = WS-CELL-INVESTOR
                   AND WS-IC-CURRENCY(WS-CELL-IDX) = WS-CELL-CURRENCY)
              CONTINUE
           END-PERFORM
           IF WS-CELL-IDX > WS-CELL-COUNT
              IF WS-CELL-COUNT NOT < WS-CELL-MAX
                 DISPLAY "FATAL: MORE THAN " WS-CELL-MAX
                    " INVESTOR/CURRENCY COMBINATIONS"
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CELL-COUNT
              MOVE WS-CELL-COUNT TO WS-CELL-IDX
              MOVE WS-CELL-INVESTOR
                 TO WS-IC-INVESTOR-ID(WS-CELL-IDX)
              MOVE WS-CELL-CURRENCY TO WS-IC-CURRENCY(WS-CELL-IDX)
           END-IF.

      * The master carries a participated loan at its full balance;
      * LNPART01 gives the share still ours - the same answer the
      * portfolio report and the reserve use.
       1300-RETAINED-PORTION.
           ADD 1 TO WS-CNT-LOANS
           MOVE "L" TO PC-FUNCTION
           MOVE WS-PREV-LOAN-ID TO PC-LOAN-ID
           CALL "LNPART01" USING WS-PART-CONTROL
           MOVE WS-PREV-LOAN-ID TO L-LOAN-ID
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-MASTER-STATUS NOT = "00"
              ADD 1 TO WS-CNT-EXCEPTIONS
              DISPLAY "  " WS-PREV-LOAN-ID
                 " NOT ON LOAN MASTER - NO RETAINED FIGURE"
           ELSE
              MOVE L-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE
              PERFORM 0290-LOOK-UP-RATE
              MOVE ZERO TO WS-LOAN-USD
              IF L-LOAN-AMOUNT NUMERIC
                 COMPUTE WS-LOAN-USD ROUNDED =
                    L-LOAN-AMOUNT * WS-CONV-RATE
              END-IF
              COMPUTE WS-SOLD-USD ROUNDED =
                 WS-LOAN-USD * PC-SOLD-PCT / 100
              COMPUTE WS-RETAINED-USD = WS-LOAN-USD - WS-SOLD-USD
              ADD WS-LOAN-USD     TO WS-BOOK-USD
              ADD WS-SOLD-USD     TO WS-SOLD-TOTAL-USD
              ADD WS-RETAINED-USD TO WS-RETAINED-TOT-USD
              MOVE WS-LOAN-USD TO WS-EDIT-AMT
              MOVE PC-RETAINED-PCT TO WS-EDIT-PCT
              MOVE WS-RETAINED-USD TO WS-EDIT-AMT2
              DISPLAY "  " WS-PREV-LOAN-ID " BALANCE USD "
                 WS-EDIT-AMT " RETAINED " WS-EDIT-PCT "% = "
                 WS-EDIT-AMT2
           END-IF.

       0290-LOOK-UP-RATE.
           IF WS-RATE-LOOKUP-CODE = SPACES
              MOVE "USD" TO WS-RATE-LOOKUP-CODE
           END-IF
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-LOOKUP-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM.

      * Net each cell: collections less clawbacks less what the
      * investor still owed from last month. A negative net is not
      * remitted - it carries to next month.
       2000-SETTLE-CELLS.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
              COMPUTE WS-IC-NET-DUE(WS-CELL-IDX) =
                 WS-IC-PRINCIPAL(WS-CELL-IDX)
                 + WS-IC-INTEREST(WS-CELL-IDX)
                 - WS-IC-FEE(WS-CELL-IDX)
                 + WS-IC-RECOVERY(WS-CELL-IDX)
                 - WS-IC-CB-PRINCIPAL(WS-CELL-IDX)
                 - WS-IC-CB-INTEREST(WS-CELL-IDX)
                 + WS-IC-CB-FEE(WS-CELL-IDX)
                 - WS-IC-CB-RECOVERY(WS-CELL-IDX)
                 - WS-IC-CARRY-IN(WS-CELL-IDX)
              MOVE WS-IC-CURRENCY(WS-CELL-IDX) TO WS-RATE-LOOKUP-CODE
              PERFORM 0290-LOOK-UP-RATE
              IF WS-IC-NET-DUE(WS-CELL-IDX) < ZERO
                 COMPUTE WS-IC-CARRY-OUT(WS-CELL-IDX) =
                    ZERO - WS-IC-NET-DUE(WS-CELL-IDX)
                 MOVE ZERO TO WS-IC-REMIT(WS-CELL-IDX)
                 ADD 1 TO WS-CNT-CARRIED
                 COMPUTE WS-GL-AMOUNT ROUNDED =
                    WS-IC-CARRY-OUT(WS-CELL-IDX) * WS-CONV-RATE
                 ADD WS-GL-AMOUNT TO WS-CARRY-TOTAL-USD
              ELSE
                 MOVE WS-IC-NET-DUE(WS-CELL-IDX)
                    TO WS-IC-REMIT(WS-CELL-IDX)
                 COMPUTE WS-GL-AMOUNT ROUNDED =
                    WS-IC-REMIT(WS-CELL-IDX) * WS-CONV-RATE
                 ADD WS-GL-AMOUNT TO WS-REMIT-TOTAL-USD
              END-IF
              COMPUTE WS-GL-SIGNED-USD ROUNDED =
                 (WS-IC-FEE(WS-CELL-IDX) - WS-IC-CB-FEE(WS-CELL-IDX))
                 * WS-CONV-RATE
              ADD WS-GL-SIGNED-USD TO WS-FEE-TOTAL-USD
           END-PERFORM.

      * One balanced pair per component per investor and currency.
      * The GL file is closed and proved DR = CR before the control
      * dataset moves, so an abend here leaves last month's control
      * in place and the (deleted) GL generation unposted - a clean
      * rerun.
       3000-POST-REMITTANCE.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                 WS-GL-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
              MOVE WS-IC-CURRENCY(WS-CELL-IDX) TO WS-RATE-LOOKUP-CODE
              PERFORM 0290-LOOK-UP-RATE
              COMPUTE WS-GL-SIGNED-LOCAL =
                 WS-IC-PRINCIPAL(WS-CELL-IDX)
                 - WS-IC-CB-PRINCIPAL(WS-CELL-IDX)
              MOVE "PARTSOLD" TO WS-GL-DR-ACCOUNT
              MOVE "INVPAYBL" TO WS-GL-CR-ACCOUNT
              PERFORM 3010-POST-PAIR
              COMPUTE WS-GL-SIGNED-LOCAL =
                 WS-IC-INTEREST(WS-CELL-IDX)
                 - WS-IC-FEE(WS-CELL-IDX)
                 - WS-IC-CB-INTEREST(WS-CELL-IDX)
                 + WS-IC-CB-FEE(WS-CELL-IDX)
              MOVE "INTINCOM" TO WS-GL-DR-ACCOUNT
              MOVE "INVPAYBL" TO WS-GL-CR-ACCOUNT
              PERFORM 3010-POST-PAIR
              COMPUTE WS-GL-SIGNED-LOCAL =
                 WS-IC-FEE(WS-CELL-IDX)
                 - WS-IC-CB-FEE(WS-CELL-IDX)
              MOVE "INTINCOM" TO WS-GL-DR-ACCOUNT
              MOVE "SVCFEINC" TO WS-GL-CR-ACCOUNT
              PERFORM 3010-POST-PAIR
              COMPUTE WS-GL-SIGNED-LOCAL =
                 WS-IC-RECOVERY(WS-CELL-IDX)
                 - WS-IC-CB-RECOVERY(WS-CELL-IDX)
              MOVE "RECOVINC" TO WS-GL-DR-ACCOUNT
              MOVE "INVPAYBL" TO WS-GL-CR-ACCOUNT
              PERFORM 3010-POST-PAIR
           END-PERFORM
           CLOSE GL-FILE
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: REMITTANCE GL OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              PERFORM 9999-ABEND
           END-IF.

      * A component the clawbacks took negative posts the other
      * way round.
       3010-POST-PAIR.
           COMPUTE WS-GL-SIGNED-USD ROUNDED =
              WS-GL-SIGNED-LOCAL * WS-CONV-RATE
           IF WS-GL-SIGNED-USD NOT = ZERO
              IF WS-GL-SIGNED-USD < ZERO
                 COMPUTE WS-GL-AMOUNT = ZERO - WS-GL-SIGNED-USD
                 MOVE WS-GL-DR-ACCOUNT TO WS-GL-SWAP-ACCOUNT
                 MOVE WS-GL-CR-ACCOUNT TO WS-GL-DR-ACCOUNT
                 MOVE WS-GL-SWAP-ACCOUNT TO WS-GL-CR-ACCOUNT
              ELSE
                 MOVE WS-GL-SIGNED-USD TO WS-GL-AMOUNT
              END-IF
              MOVE SPACES           TO GL-POSTING-REC
              MOVE WS-RUN-DATE      TO GL-RUN-DATE
              MOVE "1"              TO GL-ACTION
              MOVE WS-IC-CURRENCY(WS-CELL-IDX) TO GL-CURRENCY-CODE
              MOVE SPACE            TO GL-RISK-TIER
              COMPUTE GL-TRANS-COUNT = WS-IC-PAYMENTS(WS-CELL-IDX)
                 + WS-IC-CLAWBACKS(WS-CELL-IDX)
              MOVE WS-GL-AMOUNT     TO GL-AMOUNT-USD
              MOVE "D"              TO GL-DR-CR
              MOVE WS-GL-DR-ACCOUNT TO GL-ACCOUNT
              PERFORM 3020-WRITE-GL-RECORD
              MOVE "C"              TO GL-DR-CR
              MOVE WS-GL-CR-ACCOUNT TO GL-ACCOUNT
              PERFORM 3020-WRITE-GL-RECORD
           END-IF.

       3020-WRITE-GL-RECORD.
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

      * Written fresh: this month becomes the last one remitted,
      * with a carry record for every shortfall still owed to us.
       3100-CARRY-CONTROL.
           OPEN OUTPUT REMIT-CTL-FILE
           IF WS-RMC-STATUS NOT = "00"
              DISPLAY "FATAL: REMITTANCE CONTROL OPEN FAILED - "
                 "STATUS " WS-RMC-STATUS
              PERFORM 9999-ABEND
           END-IF
           MOVE SPACES         TO REMIT-CTL-REC
           MOVE "H"            TO RMC-REC-TYPE
           MOVE WS-REMIT-MONTH TO RMC-LAST-MONTH
           MOVE WS-RUN-DATE    TO RMC-LAST-RUN-DATE
           PERFORM 3110-WRITE-CONTROL-RECORD
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
              IF WS-IC-CARRY-OUT(WS-CELL-IDX) > ZERO
                 MOVE SPACES TO REMIT-CARRY-REC
                 MOVE "C"    TO RMC-CARRY-TYPE
                 MOVE WS-IC-INVESTOR-ID(WS-CELL-IDX)
                    TO RMC-INVESTOR-ID
                 MOVE WS-IC-CURRENCY(WS-CELL-IDX)
                    TO RMC-CURRENCY-CODE
                 MOVE WS-IC-CARRY-OUT(WS-CELL-IDX) TO RMC-CARRY-DUE
                 PERFORM 3110-WRITE-CONTROL-RECORD
              END-IF
           END-PERFORM
           CLOSE REMIT-CTL-FILE.

       3110-WRITE-CONTROL-RECORD.
           WRITE REMIT-CTL-REC
           IF WS-RMC-STATUS NOT = "00"
              DISPLAY "FATAL: REMITTANCE CONTROL WRITE FAILED - "
                 "STATUS " WS-RMC-STATUS
              PERFORM 9999-ABEND
           END-IF.

       9000-REPORT-HEADING.
           DISPLAY "==============================================".
           DISPLAY "LNINVR01 INVESTOR REMITTANCE FOR " WS-REMIT-MONTH
              " - RUN " WS-RUN-DATE.
           IF TRIAL-RUN
              DISPLAY "*** TRIAL RUN - NOT POSTED, NOT CARRIED ***"
           END-IF
           DISPLAY "----------------------------------------------".
           DISPLAY "PARTICIPATION DETAIL AND RETAINED PORTION".

      * One block per investor, every currency it is paid in -
      * cells are found in loan order, so each investor's are
      * gathered here as its first one comes up.
       9100-INVESTOR-STATEMENTS.
           DISPLAY "----------------------------------------------".
           DISPLAY "REMITTANCE STATEMENTS".
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-CELL-COUNT
              IF WS-IC-PRINTED(WS-INV-IDX) NOT = "Y"
                 PERFORM 9110-ONE-INVESTOR
              END-IF
           END-PERFORM.

       9110-ONE-INVESTOR.
           MOVE WS-IC-INVESTOR-ID(WS-INV-IDX) TO IV-INVESTOR-ID
           READ INVESTOR-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-INV-STATUS NOT = "00"
              ADD 1 TO WS-CNT-EXCEPTIONS
              DISPLAY "  INVESTOR " WS-IC-INVESTOR-ID(WS-INV-IDX)
                 " ** NOT ON INVESTOR MASTER - NO REMITTANCE "
                 "ACCOUNT **"
           ELSE
              DISPLAY "  INVESTOR " IV-INVESTOR-ID " " IV-NAME
              DISPLAY "    REMIT TO ROUTING " IV-REMIT-ROUTING
                 " ACCOUNT " IV-REMIT-ACCOUNT
              IF IV-REMIT-ROUTING = SPACES
                 OR IV-REMIT-ACCOUNT = SPACES
                 ADD 1 TO WS-CNT-EXCEPTIONS
                 DISPLAY "    ** NO REMITTANCE ACCOUNT ON FILE **"
              END-IF
           END-IF
           PERFORM VARYING WS-CELL-IDX FROM WS-INV-IDX BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
              IF WS-IC-INVESTOR-ID(WS-CELL-IDX)
                 = WS-IC-INVESTOR-ID(WS-INV-IDX)
                 MOVE "Y" TO WS-IC-PRINTED(WS-CELL-IDX)
                 PERFORM 9120-ONE-CURRENCY
              END-IF
           END-PERFORM.

       9120-ONE-CURRENCY.
           MOVE WS-IC-PAYMENTS(WS-CELL-IDX) TO WS-EDIT-CNT
           MOVE WS-IC-CLAWBACKS(WS-CELL-IDX) TO WS-EDIT-CNT2
           DISPLAY "    " WS-IC-CURRENCY(WS-CELL-IDX)
              "  PAYMENTS " WS-EDIT-CNT "  CLAWBACKS " WS-EDIT-CNT2
           MOVE WS-IC-PRINCIPAL(WS-CELL-IDX) TO WS-EDIT-AMT
           DISPLAY "      PRINCIPAL SHARE       " WS-EDIT-AMT
           MOVE WS-IC-INTEREST(WS-CELL-IDX) TO WS-EDIT-AMT
           DISPLAY "      INTEREST SHARE        " WS-EDIT-AMT
           MOVE WS-IC-FEE(WS-CELL-IDX) TO WS-EDIT-AMT
           DISPLAY "      LESS SERVICING FEE    " WS-EDIT-AMT
           MOVE WS-IC-RECOVERY(WS-CELL-IDX) TO WS-EDIT-AMT
           DISPLAY "      RECOVERIES            " WS-EDIT-AMT
           COMPUTE WS-GL-AMOUNT = WS-IC-CB-PRINCIPAL(WS-CELL-IDX)
              + WS-IC-CB-INTEREST(WS-CELL-IDX)
              - WS-IC-CB-FEE(WS-CELL-IDX)
              + WS-IC-CB-RECOVERY(WS-CELL-IDX)
           MOVE WS-GL-AMOUNT TO WS-EDIT-AMT
           DISPLAY "      LESS CLAWBACKS        " WS-EDIT-AMT
           MOVE WS-IC-CARRY-IN(WS-CELL-IDX) TO WS-EDIT-AMT
           DISPLAY "      LESS OWED FROM PRIOR  " WS-EDIT-AMT
           IF WS-IC-CARRY-OUT(WS-CELL-IDX) > ZERO
              MOVE WS-IC-CARRY-OUT(WS-CELL-IDX) TO WS-EDIT-AMT
              DISPLAY "      NOTHING REMITTED - OWED TO US "
                 WS-EDIT-AMT
           ELSE
              MOVE WS-IC-REMIT(WS-CELL-IDX) TO WS-EDIT-AMT
              DISPLAY "      AMOUNT REMITTED       " WS-EDIT-AMT
           END-IF.

       9200-RUN-SUMMARY.
           DISPLAY "----------------------------------------------".
           MOVE WS-CNT-PARTICIPATIONS TO WS-EDIT-CNT
           DISPLAY "PARTICIPATIONS READ          " WS-EDIT-CNT
           MOVE WS-CNT-LOANS TO WS-EDIT-CNT
           DISPLAY "PARTICIPATED LOANS           " WS-EDIT-CNT
           MOVE WS-CNT-SHARED TO WS-EDIT-CNT
           DISPLAY "PAYMENT SHARES               " WS-EDIT-CNT
           MOVE WS-CNT-RECOVERIES TO WS-EDIT-CNT
           DISPLAY "RECOVERY SHARES              " WS-EDIT-CNT
           MOVE WS-CNT-CLAWBACKS TO WS-EDIT-CNT
           DISPLAY "CLAWBACKS                    " WS-EDIT-CNT
           MOVE WS-CNT-CARRIED TO WS-EDIT-CNT
           DISPLAY "SHORTFALLS CARRIED           " WS-EDIT-CNT
           MOVE WS-CNT-EXCEPTIONS TO WS-EDIT-CNT
           DISPLAY "EXCEPTIONS                   " WS-EDIT-CNT
           MOVE WS-CNT-GL-RECORDS TO WS-EDIT-CNT
           DISPLAY "GL RECORDS WRITTEN           " WS-EDIT-CNT
           MOVE WS-BOOK-USD TO WS-EDIT-AMT
           DISPLAY "PARTICIPATED BALANCE USD     " WS-EDIT-AMT
           MOVE WS-SOLD-TOTAL-USD TO WS-EDIT-AMT
           DISPLAY "  SOLD TO INVESTORS USD      " WS-EDIT-AMT
           MOVE WS-RETAINED-TOT-USD TO WS-EDIT-AMT
           DISPLAY "  RETAINED BY US USD         " WS-EDIT-AMT
           MOVE WS-REMIT-TOTAL-USD TO WS-EDIT-AMT
           DISPLAY "TOTAL REMITTED USD           " WS-EDIT-AMT
           MOVE WS-FEE-TOTAL-USD TO WS-EDIT-SIGNED-AMT
           DISPLAY "SERVICING FEES KEPT USD      " WS-EDIT-SIGNED-AMT
           MOVE WS-CARRY-TOTAL-USD TO WS-EDIT-AMT
           DISPLAY "OWED BY INVESTORS USD        " WS-EDIT-AMT
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNINVR01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
