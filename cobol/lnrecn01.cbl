       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNRECN01.
      *================================================================*
      * BATCH PROGRAM: DAILY PROOF OF THE LOAN SUBLEDGER AGAINST THE
      * CUMULATIVE GL LEDGER. EVERY GL WRITER PROVES ITS OWN DR = CR
      * AND LNGLP01 PROVES EACH PERIOD BALANCES, BUT NOTHING PROVED
      * THE LEDGER STILL AGREES WITH THE LOANS THEMSELVES - A MISSED
      * POSTING OR A HAND-PATCHED MASTER RECORD SURFACED ONLY WHEN
      * FINANCE TIED OUT THE QUARTER. RUN NIGHTLY ONCE LNGLP01 HAS
      * ABSORBED THE NIGHT'S POSTINGS:
      *   - TOTALS THE POST-SWEEP BOOK IMAGE (MWORKEX) BY CURRENCY:
      *     L-LOAN-AMOUNT, L-ESCROW-BALANCE AND L-LATE-FEE-DUE OVER
      *     EVERY LOAN STILL ON THE MASTER;
      *   - TOTALS THE CHARGED-OFF LEDGER (CHGOVSAM) BY CURRENCY:
      *     OPEN CO-PRINCIPAL LESS CO-RECOVERED (NEVER BELOW ZERO A
      *     LOAN). THE CHARGE-OFF EXPENSED IT OFF THE BOOK, SO NO GL
      *     ACCOUNT CARRIES IT - IT PRINTS AS A MEMO LINE;
      *   - BALANCES THE MONTH-TO-DATE LEDGER (GLMTD) ACROSS EVERY
      *     PERIOD ON IT FOR LOANRECV, ESCROWPY AND FEESRECV BY
      *     CURRENCY - THE CUMULATIVE BALANCE SINCE INCEPTION;
      *   - COMPARES EACH SUBLEDGER TOTAL, VALUED IN USD, WITH ITS
      *     ACCOUNT. LOANRECV IS VALUED AT THE RATE LNFXR01 LAST
      *     REVALUED THE CURRENCY AT (REVALFL), SO THE LEDGER'S "X"
      *     REVALUATION PAIRS ARE ALLOWED FOR; A CURRENCY NEVER
      *     REVALUED, AND THE ACCOUNTS LNFXR01 DOES NOT REVALUE, ARE
      *     VALUED AT TONIGHT'S RATE.
      * USD LINES MUST AGREE TO THE CENT. A NON-USD LINE IS ALLOWED
      * THE FX DRIFT TOLERANCE (SYSIN COLS 1-5, PERCENT 99V999 OF THE
      * SUBLEDGER VALUE; BLANK = 00.500) FOR POSTINGS BOOKED AT THE
      * DAY'S RATE SINCE THE CARRYING RATE WAS SET. EVERY BREAK IS
      * LISTED WITH ITS ACCOUNT, CURRENCY AND AMOUNT.
      * ENDS RC 4 WHEN ANY LINE IS OUT OF BALANCE - LNNITE01 FLAGS
      * IT ON THE NIGHT REPORT - AND RC 0 WHEN THE BOOK PROVES.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The night's post-sweep image of the book (written by
      * LNSWP01, or by the REPRO unload on a night the original
      * accrual/rate pair ran).
           SELECT MASTER-FILE ASSIGN TO MWORKEX
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT CHARGE-OFF-FILE ASSIGN TO CHGOVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CO-LOAN-ID
                  FILE STATUS  IS WS-CHGO-STATUS.
           SELECT LEDGER-FILE ASSIGN TO GLMTD
                  FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REVAL-FILE ASSIGN TO REVALFL
                  FILE STATUS IS WS-REVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY LOANREC.

       FD  CHARGE-OFF-FILE.
       COPY CHGOREC.

       FD  LEDGER-FILE.
       COPY GLMREC.

      * LNFXR01's last-revaluation state - one record per currency:
      * the rate the book is carried at on the GL.
       FD  REVAL-FILE.
       01  REVAL-REC.
           05  RV-CURR-CODE        PIC X(03).
           05  RV-RATE             PIC 9(03)V9(06).
           05  RV-REVAL-DATE       PIC X(08).
           05  FILLER              PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-CHGO-STATUS         PIC X(02) VALUE "00".
       01  WS-LEDGER-STATUS       PIC X(02) VALUE "00".
       01  WS-REVAL-STATUS        PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-CHGO-EOF-SW         PIC X(01) VALUE "N".
           88  CHGO-EOF           VALUE "Y".
       01  WS-LEDGER-EOF-SW       PIC X(01) VALUE "N".
           88  LEDGER-EOF         VALUE "Y".
       01  WS-REVAL-EOF-SW        PIC X(01) VALUE "N".
           88  REVAL-EOF          VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-PARM-CARD           PIC X(80) VALUE SPACES.
       01  WS-TOLERANCE-PCT       PIC 9(02)V999 VALUE 0.500.
       01  WS-WORK-CODE           PIC X(03) VALUE SPACES.
       01  WS-RC-IDX              PIC 9(02) VALUE ZERO.
       01  WS-RC-FOUND-SW         PIC X(01) VALUE "N".
           88  CURR-BLOCK-FOUND   VALUE "Y".
       01  WS-CHGO-OPEN-NATIVE    PIC S9(11)V99 VALUE ZERO.

      * One proof line at a time: account, currency, both sides in
      * USD and the difference (subledger less GL).
       01  WS-PROOF-ACCOUNT       PIC X(08) VALUE SPACES.
       01  WS-PROOF-RATE          PIC 9(03)V9(06) VALUE ZERO.
       01  WS-PROOF-NATIVE        PIC 9(13)V99 VALUE ZERO.
       01  WS-PROOF-SUB-USD       PIC S9(13)V99 VALUE ZERO.
       01  WS-PROOF-GL-USD        PIC S9(13)V99 VALUE ZERO.
       01  WS-PROOF-DIFF          PIC S9(13)V99 VALUE ZERO.
       01  WS-PROOF-ABS-DIFF      PIC 9(13)V99 VALUE ZERO.
       01  WS-PROOF-TOLERANCE     PIC 9(13)V99 VALUE ZERO.
       01  WS-EDIT-SUB            PIC -(12)9.99.
       01  WS-EDIT-GL             PIC -(12)9.99.
       01  WS-EDIT-DIFF           PIC -(12)9.99.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * One block per currency seen on the book, the charged-off
      * ledger or the GL. Subledger totals are native currency; the
      * GL balances are USD as the ledger carries them - LOANRECV
      * and FEESRECV debit-normal, ESCROWPY credit-normal.
       01  WS-RECON-TABLE.
           05  WS-RC-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-RC-ENTRY OCCURS 20 TIMES.
               10  WS-RC-CODE         PIC X(03).
               10  WS-RC-CARRY-RATE   PIC 9(03)V9(06).
               10  WS-RC-CURR-RATE    PIC 9(03)V9(06).
               10  WS-RC-LOANS        PIC 9(07).
               10  WS-RC-SUB-LOAN     PIC 9(13)V99.
               10  WS-RC-SUB-ESCROW   PIC 9(13)V99.
               10  WS-RC-SUB-FEE      PIC 9(13)V99.
               10  WS-RC-CHGO-CNT     PIC 9(07).
               10  WS-RC-CHGO-OPEN    PIC 9(13)V99.
               10  WS-RC-GL-LOAN      PIC S9(13)V99.
               10  WS-RC-GL-ESCROW    PIC S9(13)V99.
               10  WS-RC-GL-FEE       PIC S9(13)V99.

       COPY CURRTAB.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-UNUSABLE     PIC 9(09) VALUE ZERO.
           05  WS-CHGO-READ        PIC 9(09) VALUE ZERO.
           05  WS-CNT-CHGO-OPEN    PIC 9(09) VALUE ZERO.
           05  WS-LEDGER-READ      PIC 9(09) VALUE ZERO.
           05  WS-LEDGER-USED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-LINES        PIC 9(09) VALUE ZERO.
           05  WS-CNT-AGREED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-TOLERATED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-BREAKS       PIC 9(09) VALUE ZERO.
           05  WS-BREAK-ABS-USD    PIC 9(13)V99 VALUE ZERO.
           05  WS-CHGO-OPEN-USD    PIC 9(13)V99 VALUE ZERO.

      * Run-control block for the nightly-chain gate (LNRUN01).
       COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNRECN01 - SUBLEDGER TO GL PROOF".
      * Run-control gate: proves the chain's prerequisites ran for
      * tonight's cycle before this step touches anything, and
      * records the start - see subprogs/lnrun01.cbl.
           MOVE "LNRECN01" TO RC-STEP-NAME
           MOVE "S" TO RC-PHASE
           CALL "LNRUN01" USING WS-RUN-CONTROL
      * OCCURS cells carry no VALUE clauses - zero them before the
      * first ADD lands in one.
           INITIALIZE WS-RECON-TABLE
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-CARD(1:5) NUMERIC
              MOVE WS-PARM-CARD(1:5) TO WS-TOLERANCE-PCT
           END-IF
           DISPLAY "LNRECN01: FX DRIFT TOLERANCE " WS-TOLERANCE-PCT
              " PCT ON NON-USD LINES"

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER IMAGE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1000-TOTAL-BOOK UNTIL EOF-REACHED
           CLOSE MASTER-FILE

           PERFORM 2000-TOTAL-CHARGE-OFFS
           PERFORM 3000-BALANCE-LEDGER
           PERFORM 4000-SET-RATES

           PERFORM 5000-PRINT-PROOF
           IF WS-CNT-BREAKS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9000-CONTROL-TOTALS-REPORT
      * Record the clean end (and this run's return code) on the
      * run-control dataset - an abend never reaches this, which
      * is exactly the signal the next run and the night report
      * key on.
           MOVE "E" TO RC-PHASE
           MOVE WS-RECORDS-READ TO RC-RECORDS
           MOVE RETURN-CODE TO RC-RETURN-CODE
           CALL "LNRUN01" USING WS-RUN-CONTROL
           GOBACK.

      * Every loan still on the master counts, closed and charged-
      * off ones included: a charged-off or paid loan's balance is
      * already zero, but its escrow and any fees it still owes are
      * on the GL until they are refunded or collected.
       1000-TOTAL-BOOK.
           READ MASTER-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 PERFORM 1010-ADD-ONE-LOAN
           END-READ.

      * A field the proof cannot read is listed and counted - it is
      * left out of the total, so the line it belongs to will not
      * prove until the record is repaired.
       1010-ADD-ONE-LOAN.
           MOVE L-CURRENCY-CODE TO WS-WORK-CODE
           PERFORM 0200-FIND-CURRENCY-BLOCK
           ADD 1 TO WS-RC-LOANS(WS-RC-IDX)
           IF L-LOAN-AMOUNT NUMERIC
              ADD L-LOAN-AMOUNT TO WS-RC-SUB-LOAN(WS-RC-IDX)
           ELSE
              ADD 1 TO WS-CNT-UNUSABLE
              DISPLAY "LNRECN01: BALANCE NOT NUMERIC - LEFT OUT: "
                 L-LOAN-ID
           END-IF
           IF L-ESCROW-BALANCE NUMERIC
              ADD L-ESCROW-BALANCE TO WS-RC-SUB-ESCROW(WS-RC-IDX)
           ELSE
              IF L-ESCROW-BALANCE NOT = SPACES
                 ADD 1 TO WS-CNT-UNUSABLE
                 DISPLAY "LNRECN01: ESCROW NOT NUMERIC - LEFT OUT: "
                    L-LOAN-ID
              END-IF
           END-IF
           IF L-LATE-FEE-DUE NUMERIC
              ADD L-LATE-FEE-DUE TO WS-RC-SUB-FEE(WS-RC-IDX)
           ELSE
              IF L-LATE-FEE-DUE NOT = SPACES
                 ADD 1 TO WS-CNT-UNUSABLE
                 DISPLAY "LNRECN01: FEE DUE NOT NUMERIC - LEFT OUT: "
                    L-LOAN-ID
              END-IF
           END-IF.

      * Finds (or opens) the block for WS-WORK-CODE; blank reads as
      * USD the same way every GL writer posts it.
       0200-FIND-CURRENCY-BLOCK.
           IF WS-WORK-CODE = SPACES
              MOVE "USD" TO WS-WORK-CODE
           END-IF
           MOVE "N" TO WS-RC-FOUND-SW
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                   OR CURR-BLOCK-FOUND
              IF WS-RC-CODE(WS-RC-IDX) = WS-WORK-CODE
                 SET CURR-BLOCK-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF CURR-BLOCK-FOUND
              SUBTRACT 1 FROM WS-RC-IDX
           ELSE
              IF WS-RC-COUNT >= 20
                 DISPLAY "FATAL: MORE CURRENCIES THAN THE PROOF "
                    "TABLE HOLDS - " WS-WORK-CODE
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-RC-COUNT
              MOVE WS-RC-COUNT  TO WS-RC-IDX
              MOVE WS-WORK-CODE TO WS-RC-CODE(WS-RC-IDX)
           END-IF.

      * Open charge-offs only - a fully recovered one owes nothing.
      * Recoveries run against principal and interest together, so
      * a loan recovered past its principal counts as zero, never
      * as a credit against the others.
       2000-TOTAL-CHARGE-OFFS.
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHGO-STATUS NOT = "00"
              DISPLAY "FATAL: CHARGE-OFF-FILE OPEN FAILED - STATUS "
                 WS-CHGO-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 2010-ADD-ONE-CHARGE-OFF UNTIL CHGO-EOF
           CLOSE CHARGE-OFF-FILE.

       2010-ADD-ONE-CHARGE-OFF.
           READ CHARGE-OFF-FILE NEXT RECORD
              AT END
                 SET CHGO-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CHGO-READ
                 IF CO-STATUS = "O" AND CO-PRINCIPAL NUMERIC
                    IF CO-RECOVERED NUMERIC
                       COMPUTE WS-CHGO-OPEN-NATIVE =
                          CO-PRINCIPAL - CO-RECOVERED
                    ELSE
                       MOVE CO-PRINCIPAL TO WS-CHGO-OPEN-NATIVE
                    END-IF
                    IF WS-CHGO-OPEN-NATIVE > ZERO
                       ADD 1 TO WS-CNT-CHGO-OPEN
                       MOVE CO-CURRENCY-CODE TO WS-WORK-CODE
                       PERFORM 0200-FIND-CURRENCY-BLOCK
                       ADD 1 TO WS-RC-CHGO-CNT(WS-RC-IDX)
                       ADD WS-CHGO-OPEN-NATIVE
                          TO WS-RC-CHGO-OPEN(WS-RC-IDX)
                    END-IF
                 END-IF
           END-READ.

      * Every period on the ledger, closed or open, for the three
      * subledger-controlled accounts: the balance is what has been
      * posted since inception, which is what the loans owe today.
      * A garbled ledger cell stops the run - a proof that silently
      * skips part of the GL proves nothing.
       3000-BALANCE-LEDGER.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
              DISPLAY "FATAL: GL LEDGER OPEN FAILED - STATUS "
                 WS-LEDGER-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 3010-ADD-ONE-LEDGER-CELL UNTIL LEDGER-EOF
           CLOSE LEDGER-FILE.

       3010-ADD-ONE-LEDGER-CELL.
           READ LEDGER-FILE
              AT END
                 SET LEDGER-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LEDGER-READ
                 IF GLM-ACCOUNT = "LOANRECV"
                    OR GLM-ACCOUNT = "ESCROWPY"
                    OR GLM-ACCOUNT = "FEESRECV"
                    PERFORM 3020-POST-LEDGER-CELL
                 END-IF
           END-READ.

       3020-POST-LEDGER-CELL.
           IF GLM-AMOUNT-USD NOT NUMERIC
              OR (GLM-DR-CR NOT = "D" AND GLM-DR-CR NOT = "C")
              DISPLAY "FATAL: GL LEDGER CELL GARBLED - PERIOD "
                 GLM-PERIOD " ACCOUNT " GLM-ACCOUNT
                 " CURRENCY " GLM-CURRENCY
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-LEDGER-USED
           MOVE GLM-CURRENCY TO WS-WORK-CODE
           PERFORM 0200-FIND-CURRENCY-BLOCK
           EVALUATE TRUE
              WHEN GLM-ACCOUNT = "LOANRECV" AND GLM-DR-CR = "D"
                 ADD GLM-AMOUNT-USD TO WS-RC-GL-LOAN(WS-RC-IDX)
              WHEN GLM-ACCOUNT = "LOANRECV"
                 SUBTRACT GLM-AMOUNT-USD
                    FROM WS-RC-GL-LOAN(WS-RC-IDX)
              WHEN GLM-ACCOUNT = "ESCROWPY" AND GLM-DR-CR = "C"
                 ADD GLM-AMOUNT-USD TO WS-RC-GL-ESCROW(WS-RC-IDX)
              WHEN GLM-ACCOUNT = "ESCROWPY"
                 SUBTRACT GLM-AMOUNT-USD
                    FROM WS-RC-GL-ESCROW(WS-RC-IDX)
              WHEN GLM-DR-CR = "D"
                 ADD GLM-AMOUNT-USD TO WS-RC-GL-FEE(WS-RC-IDX)
              WHEN OTHER
                 SUBTRACT GLM-AMOUNT-USD
                    FROM WS-RC-GL-FEE(WS-RC-IDX)
           END-EVALUATE.

      * Tonight's treasury rate for every block, then LNFXR01's
      * carrying rate where the currency has been revalued. A
      * missing state dataset means LNFXR01 has never run: every
      * line is valued at tonight's rate.
       4000-SET-RATES.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
              MOVE 1 TO WS-RC-CURR-RATE(WS-RC-IDX)
              PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                      UNTIL WS-CURR-IDX > WS-CURR-COUNT
                 IF WS-CURR-CODE(WS-CURR-IDX) = WS-RC-CODE(WS-RC-IDX)
                    MOVE WS-CURR-RATE(WS-CURR-IDX)
                       TO WS-RC-CURR-RATE(WS-RC-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
           OPEN INPUT REVAL-FILE
           IF WS-REVAL-STATUS NOT = "00"
              DISPLAY "LNRECN01: NO FX REVALUATION STATE - LOANRECV "
                 "VALUED AT TONIGHT'S RATES, STATUS=" WS-REVAL-STATUS
              SET REVAL-EOF TO TRUE
           END-IF
           PERFORM 4010-LOAD-ONE-CARRY-RATE UNTIL REVAL-EOF
           IF WS-REVAL-STATUS = "00"
              CLOSE REVAL-FILE
           END-IF.

       4010-LOAD-ONE-CARRY-RATE.
           READ REVAL-FILE
              AT END
                 SET REVAL-EOF TO TRUE
              NOT AT END
                 IF RV-RATE NUMERIC AND RV-RATE > ZERO
                    PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                            UNTIL WS-RC-IDX > WS-RC-COUNT
                       IF WS-RC-CODE(WS-RC-IDX) = RV-CURR-CODE
                          MOVE RV-RATE
                             TO WS-RC-CARRY-RATE(WS-RC-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ.

       5000-PRINT-PROOF.
           DISPLAY "==============================================".
           DISPLAY "SUBLEDGER TO GL PROOF - " WS-RUN-DATE.
           DISPLAY "ACCOUNT  CUR     SUBLEDGER USD       GL BALANCE "
              "USD       DIFFERENCE".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
              PERFORM 5010-PROVE-ONE-CURRENCY
           END-PERFORM
           DISPLAY "----------------------------------------------".
           IF WS-CNT-BREAKS > ZERO
              DISPLAY "*** SUBLEDGER OUT OF BALANCE WITH THE GL - "
                 WS-CNT-BREAKS " BREAK(S) ***"
           ELSE
              DISPLAY "SUBLEDGER PROVES TO THE GL"
           END-IF.

       5010-PROVE-ONE-CURRENCY.
           MOVE "LOANRECV" TO WS-PROOF-ACCOUNT
           IF WS-RC-CARRY-RATE(WS-RC-IDX) > ZERO
              MOVE WS-RC-CARRY-RATE(WS-RC-IDX) TO WS-PROOF-RATE
           ELSE
              MOVE WS-RC-CURR-RATE(WS-RC-IDX) TO WS-PROOF-RATE
           END-IF
           MOVE WS-RC-SUB-LOAN(WS-RC-IDX) TO WS-PROOF-NATIVE
           MOVE WS-RC-GL-LOAN(WS-RC-IDX)  TO WS-PROOF-GL-USD
           PERFORM 5100-PROVE-ONE-LINE
           MOVE "ESCROWPY" TO WS-PROOF-ACCOUNT
           MOVE WS-RC-CURR-RATE(WS-RC-IDX)  TO WS-PROOF-RATE
           MOVE WS-RC-SUB-ESCROW(WS-RC-IDX) TO WS-PROOF-NATIVE
           MOVE WS-RC-GL-ESCROW(WS-RC-IDX)  TO WS-PROOF-GL-USD
           PERFORM 5100-PROVE-ONE-LINE
           MOVE "FEESRECV" TO WS-PROOF-ACCOUNT
           MOVE WS-RC-SUB-FEE(WS-RC-IDX) TO WS-PROOF-NATIVE
           MOVE WS-RC-GL-FEE(WS-RC-IDX)  TO WS-PROOF-GL-USD
           PERFORM 5100-PROVE-ONE-LINE
           IF WS-RC-CHGO-OPEN(WS-RC-IDX) > ZERO
              COMPUTE WS-PROOF-SUB-USD ROUNDED =
                 WS-RC-CHGO-OPEN(WS-RC-IDX)
                 * WS-RC-CURR-RATE(WS-RC-IDX)
              ADD WS-PROOF-SUB-USD TO WS-CHGO-OPEN-USD
              MOVE WS-PROOF-SUB-USD TO WS-EDIT-SUB
              DISPLAY "CHGDOFF  " WS-RC-CODE(WS-RC-IDX) " "
                 WS-EDIT-SUB "   MEMO - OFF BOOK, "
                 WS-RC-CHGO-CNT(WS-RC-IDX) " OPEN"
           END-IF.

      * A line with nothing on either side is not printed. USD must
      * agree exactly; a non-USD line may drift by the tolerance
      * percent of its subledger value and is shown as FX DRIFT.
       5100-PROVE-ONE-LINE.
           COMPUTE WS-PROOF-SUB-USD ROUNDED =
              WS-PROOF-NATIVE * WS-PROOF-RATE
           IF WS-PROOF-SUB-USD = ZERO AND WS-PROOF-GL-USD = ZERO
              CONTINUE
           ELSE
              ADD 1 TO WS-CNT-LINES
              COMPUTE WS-PROOF-DIFF =
                 WS-PROOF-SUB-USD - WS-PROOF-GL-USD
              IF WS-PROOF-DIFF < ZERO
                 COMPUTE WS-PROOF-ABS-DIFF = ZERO - WS-PROOF-DIFF
              ELSE
                 MOVE WS-PROOF-DIFF TO WS-PROOF-ABS-DIFF
              END-IF
              IF WS-RC-CODE(WS-RC-IDX) = "USD"
                 MOVE ZERO TO WS-PROOF-TOLERANCE
              ELSE
                 COMPUTE WS-PROOF-TOLERANCE ROUNDED =
                    WS-PROOF-SUB-USD * WS-TOLERANCE-PCT / 100
              END-IF
              MOVE WS-PROOF-SUB-USD TO WS-EDIT-SUB
              MOVE WS-PROOF-GL-USD  TO WS-EDIT-GL
              MOVE WS-PROOF-DIFF    TO WS-EDIT-DIFF
              EVALUATE TRUE
                 WHEN WS-PROOF-ABS-DIFF = ZERO
                    ADD 1 TO WS-CNT-AGREED
                    DISPLAY WS-PROOF-ACCOUNT " "
                       WS-RC-CODE(WS-RC-IDX) " " WS-EDIT-SUB
                       " " WS-EDIT-GL " " WS-EDIT-DIFF
                 WHEN WS-PROOF-ABS-DIFF NOT > WS-PROOF-TOLERANCE
                    ADD 1 TO WS-CNT-TOLERATED
                    DISPLAY WS-PROOF-ACCOUNT " "
                       WS-RC-CODE(WS-RC-IDX) " " WS-EDIT-SUB
                       " " WS-EDIT-GL " " WS-EDIT-DIFF
                       " FX DRIFT"
                 WHEN OTHER
                    ADD 1 TO WS-CNT-BREAKS
                    ADD WS-PROOF-ABS-DIFF TO WS-BREAK-ABS-USD
                    DISPLAY WS-PROOF-ACCOUNT " "
                       WS-RC-CODE(WS-RC-IDX) " " WS-EDIT-SUB
                       " " WS-EDIT-GL " " WS-EDIT-DIFF
                       " *** BREAK ***"
              END-EVALUATE
           END-IF.

       9000-CONTROL-TOTALS-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNRECN01 PROOF CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "RUN DATE .......................: " WS-RUN-DATE.
           DISPLAY "BOOK IMAGE RECORDS READ ........: "
              WS-RECORDS-READ.
           DISPLAY "  UNUSABLE FIELDS LEFT OUT .....: "
              WS-CNT-UNUSABLE.
           DISPLAY "CHARGE-OFF RECORDS READ ........: "
              WS-CHGO-READ.
           DISPLAY "  OPEN, NET OF RECOVERIES ......: "
              WS-CNT-CHGO-OPEN.
           MOVE WS-CHGO-OPEN-USD TO WS-EDIT-USD
           DISPLAY "  OPEN AMOUNT (USD, MEMO) ......: " WS-EDIT-USD.
           DISPLAY "GL LEDGER CELLS READ ...........: "
              WS-LEDGER-READ.
           DISPLAY "  CELLS IN THE PROOF ...........: "
              WS-LEDGER-USED.
           DISPLAY "CURRENCIES .....................: " WS-RC-COUNT.
           DISPLAY "PROOF LINES ....................: " WS-CNT-LINES.
           DISPLAY "  AGREED .......................: " WS-CNT-AGREED.
           DISPLAY "  WITHIN FX DRIFT TOLERANCE ....: "
              WS-CNT-TOLERATED.
           DISPLAY "  OUT OF BALANCE ...............: " WS-CNT-BREAKS.
           MOVE WS-BREAK-ABS-USD TO WS-EDIT-USD
           DISPLAY "  ABSOLUTE BREAK AMOUNT (USD) ..: " WS-EDIT-USD.
           DISPLAY "RETURN CODE ....................: " RETURN-CODE.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNRECN01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
