       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNDWX01.
      *================================================================*
      * BATCH PROGRAM: NIGHTLY DATA-WAREHOUSE EXTRACT. GIVES THE RISK
      * AND FINANCE ANALYSTS THE BOOK AND ITS DAY'S CHANGES AS TWO
      * "|"-DELIMITED FLAT FILES (LAYOUTS AND THE HEADER/TRAILER
      * RULES IN copy/dwxrec.cpy) SO THE WAREHOUSE NEVER READS VSAM:
      *   - DWBOOK: ONE ROW PER LOAN ON TONIGHT'S MASTER SNAPSHOT
      *     (THE LNSNAP01 UNLOAD - SEE jcl/lndwx01.jcl), JOINED TO
      *     ITS BORROWER MASTER RECORD, ITS COLLATERAL AND LTV
      *     (LNLTV01'S RATIO, BALANCE OVER VALUATION, BOTH SIDES IN
      *     USD WHEN THE CURRENCIES DIFFER), ITS ACTIVE RELIEF PLAN,
      *     ITS OPEN COLLECTIONS CASE, ITS BEHAVIOR RATING AND ITS
      *     USD-EQUIVALENT BALANCE AT THE TREASURY RATES;
      *   - DWDELTA: FOR AN INCREMENTAL LOAD, EVERY STATEMENT-EXTRACT
      *     RECORD, EVERY PAYHIST PAYMENT POSTED OR REVERSED, AND
      *     EVERY ESCROW-LEDGER MOVEMENT DATED IN THE EXTRACT WINDOW.
      * THE WINDOW RUNS FROM THE DAY AFTER THE LAST EXTRACT'S
      * THROUGH-DATE TO TONIGHT'S CYCLE DATE, BOTH HELD ON A
      * ONE-CARD CONTROL DATASET (DWCTL) THIS STEP REWRITES AT ITS
      * END - SO A CATCH-UP CYCLE AFTER A WEEKEND OR HOLIDAY, OR A
      * NIGHT THE CHAIN NEVER REACHED THIS STEP, IS COVERED BY THE
      * NEXT EXTRACT WITHOUT A GAP, AND A RERUN AFTER AN ABEND
      * RE-SENDS THE SAME WINDOW RATHER THAN AN EMPTY ONE. THE
      * SOURCE RECORDS ARE DATED OFF THE CLOCK WHEN THEY ARE
      * WRITTEN, SO A RECORD DATED AFTER THE CYCLE DATE (A CHAIN
      * THAT CROSSED MIDNIGHT) WAITS FOR THE NEXT WINDOW. WITH NO
      * CARD ON FILE (THE FIRST RUN) THE WINDOW IS THE CYCLE DATE
      * ALONE.
      * EACH FILE CARRIES A HEADER AND A TRAILER WITH THE CYCLE DATE,
      * THE DETAIL-ROW COUNT AND A HASH TOTAL. THE CLEAN END RECORDS
      * BOOK PLUS DELTA ROWS ON THE NIGHT REPORT THROUGH LNRUN01.
      * A JOIN FILE THAT CANNOT BE OPENED STOPS THE RUN (RC 16) - A
      * BOOK WITH A WHOLE JOIN SILENTLY MISSING WOULD LOAD AS IF
      * NOTHING WERE WRONG. A LOAN WHOSE BORROWER ID IS NOT ON THE
      * BORROWER MASTER, OR WHOSE BALANCE IS UNUSABLE, IS STILL
      * EXTRACTED BUT LISTED AND COUNTED AS AN EXCEPTION (RC 4).
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's unload of the master, in key order.
           SELECT SNAP-FILE ASSIGN TO SNAPIN
                  FILE STATUS IS WS-SNAP-STATUS.
           SELECT BORROWER-FILE ASSIGN TO BORRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS B-BORROWER-ID
                  FILE STATUS  IS WS-BORR-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO COLLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-LOAN-ID
                  FILE STATUS  IS WS-COLL-STATUS.
           SELECT PLAN-FILE ASSIGN TO MODPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS MP-LOAN-ID
                  FILE STATUS  IS WS-PLAN-STATUS.
           SELECT WORKQUEUE-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CW-LOAN-ID
                  FILE STATUS  IS WS-WQ-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO STMTIN
                  FILE STATUS IS WS-STMT-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PAY-KEY
                  FILE STATUS  IS WS-PAY-STATUS.
           SELECT ESCROW-FILE ASSIGN TO ESCRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS ESC-KEY
                  FILE STATUS  IS WS-ESCR-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
                  FILE STATUS IS WS-CYC-STATUS.
           SELECT DW-CONTROL-FILE ASSIGN TO DWCTL
                  FILE STATUS IS WS-DWC-STATUS.
           SELECT BOOK-OUT-FILE ASSIGN TO DWBOOK
                  FILE STATUS IS WS-BOOK-STATUS.
           SELECT DELTA-OUT-FILE ASSIGN TO DWDELTA
                  FILE STATUS IS WS-DELTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-FILE.
       COPY LOANREC.

       FD  BORROWER-FILE.
       COPY BORRREC.

       FD  COLLATERAL-FILE.
       COPY COLLREC.

       FD  PLAN-FILE.
       COPY PLANREC.

      * Same layout LNCOLL01 maintains the workqueue with.
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

       FD  STATEMENT-FILE.
       COPY STMTREC.

       FD  PAYHIST-FILE.
       COPY PAYREC.

       FD  ESCROW-FILE.
       COPY ESCRREC.

      * Same one-card layout LNRUN01 reads.
       FD  CYCLE-DATE-FILE.
       01  CYCLE-DATE-REC.
           05  CDR-CYCLE-DATE      PIC X(08).
           05  FILLER              PIC X(72).

      * The last extract's window: DWC-AFTER-DATE is the day before
      * it opened, DWC-THRU-DATE the cycle date it closed on.
       FD  DW-CONTROL-FILE.
       01  DW-CONTROL-REC.
           05  DWC-AFTER-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  DWC-THRU-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  DWC-RUN-TS          PIC X(14).
           05  FILLER              PIC X(01).
           05  DWC-BOOK-ROWS       PIC 9(09).
           05  FILLER              PIC X(01).
           05  DWC-DELTA-ROWS      PIC 9(09).
           05  FILLER              PIC X(28).

       FD  BOOK-OUT-FILE.
       01  BOOK-OUT-REC            PIC X(391).

       FD  DELTA-OUT-FILE.
       01  DELTA-OUT-REC           PIC X(99).

       WORKING-STORAGE SECTION.
       01  WS-SNAP-STATUS         PIC X(02) VALUE "00".
       01  WS-BORR-STATUS         PIC X(02) VALUE "00".
       01  WS-COLL-STATUS         PIC X(02) VALUE "00".
       01  WS-PLAN-STATUS         PIC X(02) VALUE "00".
       01  WS-WQ-STATUS           PIC X(02) VALUE "00".
       01  WS-STMT-STATUS         PIC X(02) VALUE "00".
       01  WS-PAY-STATUS          PIC X(02) VALUE "00".
       01  WS-ESCR-STATUS         PIC X(02) VALUE "00".
       01  WS-CYC-STATUS          PIC X(02) VALUE "00".
       01  WS-DWC-STATUS          PIC X(02) VALUE "00".
       01  WS-BOOK-STATUS         PIC X(02) VALUE "00".
       01  WS-DELTA-STATUS        PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".

      * The window: source records dated after WS-AFTER-DATE and on
      * or before WS-THRU-DATE (the cycle date) are tonight's delta.
      * WS-FROM-DATE is the first day in it, for the headers.
       01  WS-CYCLE-DATE          PIC X(08) VALUE SPACES.
       01  WS-AFTER-DATE          PIC X(08) VALUE SPACES.
       01  WS-THRU-DATE           PIC X(08) VALUE SPACES.
       01  WS-FROM-DATE           PIC X(08) VALUE SPACES.
       01  WS-DATE-NUM            PIC 9(08) VALUE ZERO.
       01  WS-RUN-TS              PIC X(14) VALUE SPACES.
       01  WS-FILE-ID             PIC X(08) VALUE SPACES.

      * One loan's joins.
       01  WS-LOAN-AMOUNT         PIC 9(07)V99 VALUE ZERO.
       01  WS-VALUE-USD           PIC 9(09)V99 VALUE ZERO.
       01  WS-LTV-PCT             PIC 9(05)V99 VALUE ZERO.
       01  WS-EDIT-LTV            PIC 9(05).99.

      * Detail rows and hash totals per file, and the per-type
      * delta counts the delta trailer carries.
       01  WS-BOOK-ROWS           PIC 9(09) VALUE ZERO.
       01  WS-BOOK-HASH           PIC 9(13)V99 VALUE ZERO.
       01  WS-DELTA-ROWS          PIC 9(09) VALUE ZERO.
       01  WS-DELTA-HASH          PIC 9(13)V99 VALUE ZERO.
       01  WS-STMT-ROWS           PIC 9(09) VALUE ZERO.
       01  WS-PAY-ROWS            PIC 9(09) VALUE ZERO.
       01  WS-ESCROW-ROWS         PIC 9(09) VALUE ZERO.
       01  WS-ROW-COUNT           PIC 9(09) VALUE ZERO.
       01  WS-ROW-HASH            PIC 9(13)V99 VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-CNT-SNAP-READ    PIC 9(09) VALUE ZERO.
           05  WS-CNT-BORR-JOINED  PIC 9(09) VALUE ZERO.
           05  WS-CNT-NO-BORR-ID   PIC 9(09) VALUE ZERO.
           05  WS-CNT-BORR-MISSING PIC 9(09) VALUE ZERO.
           05  WS-CNT-SECURED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-LTV-BLANK    PIC 9(09) VALUE ZERO.
           05  WS-CNT-ACTIVE-PLAN  PIC 9(09) VALUE ZERO.
           05  WS-CNT-OPEN-CASE    PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-BALANCE  PIC 9(09) VALUE ZERO.
           05  WS-CNT-STMT-READ    PIC 9(09) VALUE ZERO.
           05  WS-CNT-PAY-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-PAY-REVERSED PIC 9(09) VALUE ZERO.
           05  WS-CNT-ESCROW-READ  PIC 9(09) VALUE ZERO.
           05  WS-CNT-EXCEPTIONS   PIC 9(09) VALUE ZERO.
           05  WS-BOOK-USD-TOTAL   PIC 9(13)V99 VALUE ZERO.

       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY DWXREC.

       COPY CURRTAB.

      * Run-control block for the nightly-chain gate (LNRUN01).
       COPY RUNCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNDWX01 - DATA-WAREHOUSE EXTRACT".
      * Run-control gate: proves the chain's prerequisites ran for
      * tonight's cycle before this step touches anything, and
      * records the start - see subprogs/lnrun01.cbl.
           MOVE "LNDWX01 " TO RC-STEP-NAME
           MOVE "S" TO RC-PHASE
           CALL "LNRUN01" USING WS-RUN-CONTROL
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS
           PERFORM 0100-RESOLVE-CYCLE-DATE
           PERFORM 0200-SET-WINDOW
           PERFORM 0300-OPEN-FILES

           PERFORM 1000-EXTRACT-BOOK
           PERFORM 2000-EXTRACT-DELTA

           CLOSE SNAP-FILE BORROWER-FILE COLLATERAL-FILE PLAN-FILE
                 WORKQUEUE-FILE STATEMENT-FILE PAYHIST-FILE
                 ESCROW-FILE BOOK-OUT-FILE DELTA-OUT-FILE
      * The window is only moved on once both files are complete -
      * an abend before this leaves last night's card in place and
      * the rerun extracts the same window again.
           PERFORM 8000-SAVE-WINDOW
           PERFORM 9000-CONTROL-REPORT
           IF WS-CNT-EXCEPTIONS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
      * Record the clean end (and this run's return code) on the
      * run-control dataset - an abend never reaches this, which
      * is exactly the signal the next run and the night report
      * key on.
           MOVE "E" TO RC-PHASE
           COMPUTE RC-RECORDS = WS-BOOK-ROWS + WS-DELTA-ROWS
           MOVE RETURN-CODE TO RC-RETURN-CODE
           CALL "LNRUN01" USING WS-RUN-CONTROL
           GOBACK.

      * The same scheduler card LNRUN01 gates on, so the headers
      * carry the cycle the run control records this step under.
       0100-RESOLVE-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYC-STATUS = "00"
              READ CYCLE-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CDR-CYCLE-DATE NUMERIC
                       MOVE CDR-CYCLE-DATE TO WS-CYCLE-DATE
                    END-IF
              END-READ
              CLOSE CYCLE-DATE-FILE
           END-IF
           IF WS-CYCLE-DATE = SPACES
              MOVE WS-RUN-TS(1:8) TO WS-CYCLE-DATE
              DISPLAY "LNDWX01: NO USABLE CYCLDATE CARD - CYCLE "
                 "DATE TAKEN FROM THE CLOCK (" WS-CYCLE-DATE ")"
           END-IF.

      * Tonight's window opens the day after the last one closed.
      * A card already closed on tonight's cycle date means this
      * is a rerun of a night whose extract completed - the same
      * window is sent again. A card closed AFTER tonight means the
      * cycle date has gone backwards, which nothing here can make
      * sense of.
       0200-SET-WINDOW.
           MOVE WS-CYCLE-DATE TO WS-THRU-DATE
           MOVE SPACES TO WS-AFTER-DATE
           OPEN INPUT DW-CONTROL-FILE
           IF WS-DWC-STATUS NOT = "00"
              DISPLAY "FATAL: DWCTL OPEN FAILED - STATUS "
                 WS-DWC-STATUS
              PERFORM 9999-ABEND
           END-IF
           READ DW-CONTROL-FILE
              AT END
                 DISPLAY "LNDWX01: NO PRIOR EXTRACT ON DWCTL - "
                    "WINDOW IS THE CYCLE DATE ONLY"
              NOT AT END
                 IF DWC-THRU-DATE NOT NUMERIC
                    OR DWC-AFTER-DATE NOT NUMERIC
                    DISPLAY "FATAL: DWCTL CARD IS NOT A USABLE "
                       "WINDOW - '" DW-CONTROL-REC(1:17) "'"
                    PERFORM 9999-ABEND
                 END-IF
                 EVALUATE TRUE
                    WHEN DWC-THRU-DATE > WS-CYCLE-DATE
                       DISPLAY "FATAL: LAST EXTRACT RAN THROUGH "
                          DWC-THRU-DATE " - AFTER CYCLE DATE "
                          WS-CYCLE-DATE
                       PERFORM 9999-ABEND
                    WHEN DWC-THRU-DATE = WS-CYCLE-DATE
                       MOVE DWC-AFTER-DATE TO WS-AFTER-DATE
                       DISPLAY "LNDWX01: CYCLE " WS-CYCLE-DATE
                          " ALREADY EXTRACTED - SAME WINDOW SENT "
                          "AGAIN"
                    WHEN OTHER
                       MOVE DWC-THRU-DATE TO WS-AFTER-DATE
                 END-EVALUATE
           END-READ
           CLOSE DW-CONTROL-FILE
           IF WS-AFTER-DATE = SPACES
              MOVE WS-CYCLE-DATE TO WS-DATE-NUM
              COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
              MOVE WS-DATE-NUM TO WS-AFTER-DATE
           END-IF
           MOVE WS-AFTER-DATE TO WS-DATE-NUM
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1)
           MOVE WS-DATE-NUM TO WS-FROM-DATE
           DISPLAY "LNDWX01: CYCLE " WS-CYCLE-DATE ", DELTA WINDOW "
              WS-FROM-DATE " THRU " WS-THRU-DATE.

       0300-OPEN-FILES.
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER SNAPSHOT OPEN FAILED - STATUS "
                 WS-SNAP-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BORROWER-FILE
           IF WS-BORR-STATUS NOT = "00"
              DISPLAY "FATAL: BORROWER MASTER OPEN FAILED - STATUS "
                 WS-BORR-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "FATAL: COLLATERAL MASTER OPEN FAILED - STATUS "
                 WS-COLL-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "FATAL: PLAN FILE OPEN FAILED - STATUS "
                 WS-PLAN-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT WORKQUEUE-FILE
           IF WS-WQ-STATUS NOT = "00"
              DISPLAY "FATAL: COLLECTIONS WORKQUEUE OPEN FAILED - "
                 "STATUS " WS-WQ-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
              DISPLAY "FATAL: STATEMENT EXTRACT OPEN FAILED - STATUS "
                 WS-STMT-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT PAYHIST-FILE
           IF WS-PAY-STATUS NOT = "00"
              DISPLAY "FATAL: PAYHIST OPEN FAILED - STATUS "
                 WS-PAY-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT ESCROW-FILE
           IF WS-ESCR-STATUS NOT = "00"
              DISPLAY "FATAL: ESCROW LEDGER OPEN FAILED - STATUS "
                 WS-ESCR-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT BOOK-OUT-FILE
           IF WS-BOOK-STATUS NOT = "00"
              DISPLAY "FATAL: DWBOOK OPEN FAILED - STATUS "
                 WS-BOOK-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT DELTA-OUT-FILE
           IF WS-DELTA-STATUS NOT = "00"
              DISPLAY "FATAL: DWDELTA OPEN FAILED - STATUS "
                 WS-DELTA-STATUS
              PERFORM 9999-ABEND
           END-IF.

      *----------------------------------------------------------------*
      * THE LOAN BOOK.
      *----------------------------------------------------------------*
       1000-EXTRACT-BOOK.
           MOVE "DWBOOK  " TO WS-FILE-ID
           PERFORM 7000-BUILD-HEADER
           MOVE DW-HEADER-ROW TO BOOK-OUT-REC
           PERFORM 7100-WRITE-BOOK
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-REACHED
              READ SNAP-FILE
                 AT END
                    SET EOF-REACHED TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CNT-SNAP-READ
                    PERFORM 1100-BUILD-BOOK-ROW
                    MOVE DW-BOOK-ROW TO BOOK-OUT-REC
                    PERFORM 7100-WRITE-BOOK
                    ADD 1 TO WS-BOOK-ROWS
                    ADD WS-LOAN-AMOUNT TO WS-BOOK-HASH
              END-READ
           END-PERFORM
           MOVE WS-BOOK-ROWS TO WS-ROW-COUNT
           MOVE WS-BOOK-HASH TO WS-ROW-HASH
           PERFORM 7010-BUILD-TRAILER
           MOVE ZERO TO DWT-STMT-COUNT DWT-PAY-COUNT DWT-ESCROW-COUNT
           MOVE DW-TRAILER-ROW TO BOOK-OUT-REC
           PERFORM 7100-WRITE-BOOK.

      * Blank (non-numeric) amounts on records predating a field
      * read as zero, the same way every other program reads them.
       1100-BUILD-BOOK-ROW.
           INITIALIZE DW-BOOK-ROW
           MOVE "D" TO DWB-ROW-TYPE
           MOVE L-LOAN-ID           TO DWB-LOAN-ID
           MOVE L-BORROWER-ID       TO DWB-BORROWER-ID
           MOVE L-BORROWER-NAME     TO DWB-LOAN-NAME
           MOVE L-CURRENCY-CODE     TO DWB-CURRENCY-CODE
           IF L-LOAN-AMOUNT NUMERIC
              MOVE L-LOAN-AMOUNT TO WS-LOAN-AMOUNT
           ELSE
              MOVE ZERO TO WS-LOAN-AMOUNT
              ADD 1 TO WS-CNT-BAD-BALANCE
              ADD 1 TO WS-CNT-EXCEPTIONS
              DISPLAY "LNDWX01: LOAN " L-LOAN-ID
                 " BALANCE UNUSABLE - EXTRACTED AS ZERO"
           END-IF
           MOVE WS-LOAN-AMOUNT      TO DWB-BALANCE
           PERFORM 1110-VALUE-LOAN-USD
           MOVE WS-USD-AMOUNT       TO DWB-BALANCE-USD
           MOVE WS-CONV-RATE        TO DWB-USD-RATE
           ADD WS-USD-AMOUNT TO WS-BOOK-USD-TOTAL
           IF L-INTEREST-RATE NUMERIC
              MOVE L-INTEREST-RATE  TO DWB-INTEREST-RATE
           END-IF
           MOVE L-RATE-TYPE         TO DWB-RATE-TYPE
           MOVE L-RATE-INDEX-CODE   TO DWB-RATE-INDEX-CODE
           IF L-RATE-MARGIN NUMERIC
              MOVE L-RATE-MARGIN    TO DWB-RATE-MARGIN
           END-IF
           MOVE L-ORIGINATION-DATE  TO DWB-ORIGINATION-DATE
           MOVE L-NEXT-PAYMENT-DUE  TO DWB-NEXT-PAYMENT-DUE
           MOVE L-MATURITY-DATE     TO DWB-MATURITY-DATE
           IF L-TERM-MONTHS NUMERIC
              MOVE L-TERM-MONTHS    TO DWB-TERM-MONTHS
           END-IF
           MOVE L-LOAN-STATUS       TO DWB-RISK-TIER
           MOVE L-AGING-STATUS      TO DWB-AGING-STATUS
           MOVE L-ALERT-FLAG        TO DWB-ALERT-FLAG
           MOVE L-BEHAVIOR-RATING   TO DWB-BEHAVIOR-RATING
           IF L-ACCRUED-INTEREST NUMERIC
              MOVE L-ACCRUED-INTEREST TO DWB-ACCRUED-INTEREST
           END-IF
           MOVE L-ACCRUAL-STATUS    TO DWB-ACCRUAL-STATUS
           IF L-SCHED-PAYMENT NUMERIC
              MOVE L-SCHED-PAYMENT  TO DWB-SCHED-PAYMENT
           END-IF
           IF L-ESCROW-BALANCE NUMERIC
              MOVE L-ESCROW-BALANCE TO DWB-ESCROW-BALANCE
           END-IF
           IF L-ESCROW-PAYMENT NUMERIC
              MOVE L-ESCROW-PAYMENT TO DWB-ESCROW-PAYMENT
           END-IF
           IF L-LATE-FEE-DUE NUMERIC
              MOVE L-LATE-FEE-DUE   TO DWB-LATE-FEE-DUE
           END-IF
           MOVE L-CHARGE-OFF-FLAG   TO DWB-CHARGE-OFF-FLAG
           MOVE L-CLOSE-STATUS      TO DWB-CLOSE-STATUS
           MOVE L-CLOSE-DATE        TO DWB-CLOSE-DATE
           PERFORM 1200-JOIN-BORROWER
           PERFORM 1300-JOIN-COLLATERAL
           PERFORM 1400-JOIN-PLAN
           PERFORM 1500-JOIN-CASE.

      * A currency not on the rate table (spaces included) is USD,
      * 1:1, as in every other lookup against COPY CURRTAB.
       1110-VALUE-LOAN-USD.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = L-CURRENCY-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM
           COMPUTE WS-USD-AMOUNT ROUNDED =
              WS-LOAN-AMOUNT * WS-CONV-RATE.

      * A blank borrower ID is a legacy loan never re-keyed to a
      * borrower (LNEXPO01 counts those apart too) - not an error.
      * An ID that is not on the master is.
       1200-JOIN-BORROWER.
           IF L-BORROWER-ID = SPACES
              ADD 1 TO WS-CNT-NO-BORR-ID
           ELSE
              MOVE L-BORROWER-ID TO B-BORROWER-ID
              READ BORROWER-FILE
                 INVALID KEY
                    ADD 1 TO WS-CNT-BORR-MISSING
                    ADD 1 TO WS-CNT-EXCEPTIONS
                    DISPLAY "LNDWX01: LOAN " L-LOAN-ID " BORROWER "
                       L-BORROWER-ID " NOT ON THE BORROWER MASTER"
                 NOT INVALID KEY
                    ADD 1 TO WS-CNT-BORR-JOINED
                    MOVE B-BORROWER-NAME   TO DWB-BORROWER-NAME
                    MOVE B-ADDRESS         TO DWB-ADDRESS
                    MOVE B-CONTACT         TO DWB-CONTACT
                    MOVE B-SANCTION-STATUS TO DWB-SANCTION-STATUS
              END-READ
              IF WS-BORR-STATUS NOT = "00" AND NOT = "23"
                 DISPLAY "FATAL: BORROWER MASTER READ FAILED - "
                    "STATUS " WS-BORR-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1300-JOIN-COLLATERAL.
           MOVE L-LOAN-ID TO CL-LOAN-ID
           READ COLLATERAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-CNT-SECURED
                 MOVE CL-COLL-TYPE      TO DWB-COLL-TYPE
                 MOVE CL-CURRENCY-CODE  TO DWB-COLL-CURRENCY
                 MOVE CL-VALUATION-DATE TO DWB-COLL-VALUE-DATE
                 IF CL-VALUATION NUMERIC
                    MOVE CL-VALUATION   TO DWB-COLL-VALUATION
                 END-IF
                 PERFORM 1310-COMPUTE-LTV
           END-READ
           IF WS-COLL-STATUS NOT = "00" AND NOT = "23"
              DISPLAY "FATAL: COLLATERAL MASTER READ FAILED - "
                 "STATUS " WS-COLL-STATUS
              PERFORM 9999-ABEND
           END-IF.

      * LTV as LNLTV01 computes it, balance over valuation. Loan and
      * collateral in the same currency need no rates; across
      * currencies both sides go to USD first. No usable valuation
      * leaves the column blank rather than guessed.
       1310-COMPUTE-LTV.
           IF CL-VALUATION NOT NUMERIC
              OR CL-VALUATION = ZERO
              ADD 1 TO WS-CNT-LTV-BLANK
           ELSE
              IF CL-CURRENCY-CODE = L-CURRENCY-CODE
                 COMPUTE WS-LTV-PCT ROUNDED =
                    WS-LOAN-AMOUNT * 100 / CL-VALUATION
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV-PCT
                 END-COMPUTE
              ELSE
                 MOVE 1 TO WS-CONV-RATE
                 PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                         UNTIL WS-CURR-IDX > WS-CURR-COUNT
                    IF WS-CURR-CODE(WS-CURR-IDX) = CL-CURRENCY-CODE
                       MOVE WS-CURR-RATE(WS-CURR-IDX)
                          TO WS-CONV-RATE
                    END-IF
                 END-PERFORM
                 COMPUTE WS-VALUE-USD ROUNDED =
                    CL-VALUATION * WS-CONV-RATE
                 IF WS-VALUE-USD = ZERO
                    MOVE 99999.99 TO WS-LTV-PCT
                 ELSE
                    COMPUTE WS-LTV-PCT ROUNDED =
                       WS-USD-AMOUNT * 100 / WS-VALUE-USD
                       ON SIZE ERROR
                          MOVE 99999.99 TO WS-LTV-PCT
                    END-COMPUTE
                 END-IF
              END-IF
              MOVE WS-LTV-PCT  TO WS-EDIT-LTV
              MOVE WS-EDIT-LTV TO DWB-LTV-PCT
           END-IF.

      * Only a plan that is in force - an expired or cancelled plan
      * stays on the cluster as history but is not the loan's plan.
       1400-JOIN-PLAN.
           MOVE L-LOAN-ID TO MP-LOAN-ID
           READ PLAN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF MP-STATUS = "A"
                    ADD 1 TO WS-CNT-ACTIVE-PLAN
                    MOVE MP-PLAN-TYPE   TO DWB-PLAN-TYPE
                    MOVE MP-START-DATE  TO DWB-PLAN-START-DATE
                    MOVE MP-END-DATE    TO DWB-PLAN-END-DATE
                    IF MP-MOD-PAYMENT NUMERIC
                       MOVE MP-MOD-PAYMENT TO DWB-PLAN-PAYMENT
                    END-IF
                    IF MP-MOD-RATE NUMERIC
                       MOVE MP-MOD-RATE TO DWB-PLAN-RATE
                    END-IF
                 END-IF
           END-READ
           IF WS-PLAN-STATUS NOT = "00" AND NOT = "23"
              DISPLAY "FATAL: PLAN FILE READ FAILED - STATUS "
                 WS-PLAN-STATUS
              PERFORM 9999-ABEND
           END-IF.

      * Closed cases stay on the workqueue cluster as the case
      * history - only an open one is the loan's case.
       1500-JOIN-CASE.
           MOVE L-LOAN-ID TO CW-LOAN-ID
           READ WORKQUEUE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CW-STATUS = "O"
                    ADD 1 TO WS-CNT-OPEN-CASE
                    MOVE "O"             TO DWB-CASE-OPEN
                    MOVE CW-CASE-TYPE    TO DWB-CASE-TYPE
                    MOVE CW-COLLECTOR    TO DWB-CASE-COLLECTOR
                    MOVE CW-ENTERED-DATE TO DWB-CASE-ENTERED
                    IF CW-DAYS-PAST-DUE NUMERIC
                       MOVE CW-DAYS-PAST-DUE
                          TO DWB-CASE-DAYS-PAST-DUE
                    END-IF
                    MOVE CW-PROMISE-FLAG TO DWB-CASE-PROMISE
                 END-IF
           END-READ
           IF WS-WQ-STATUS NOT = "00" AND NOT = "23"
              DISPLAY "FATAL: COLLECTIONS WORKQUEUE READ FAILED - "
                 "STATUS " WS-WQ-STATUS
              PERFORM 9999-ABEND
           END-IF.

      *----------------------------------------------------------------*
      * THE DAY'S CHANGES.
      *----------------------------------------------------------------*
       2000-EXTRACT-DELTA.
           MOVE "DWDELTA " TO WS-FILE-ID
           PERFORM 7000-BUILD-HEADER
           MOVE DW-HEADER-ROW TO DELTA-OUT-REC
           PERFORM 7200-WRITE-DELTA
           PERFORM 2100-EXTRACT-STATEMENTS
           PERFORM 2200-EXTRACT-PAYMENTS
           PERFORM 2300-EXTRACT-ESCROW
           MOVE WS-DELTA-ROWS TO WS-ROW-COUNT
           MOVE WS-DELTA-HASH TO WS-ROW-HASH
           PERFORM 7010-BUILD-TRAILER
           MOVE WS-STMT-ROWS   TO DWT-STMT-COUNT
           MOVE WS-PAY-ROWS    TO DWT-PAY-COUNT
           MOVE WS-ESCROW-ROWS TO DWT-ESCROW-COUNT
           MOVE DW-TRAILER-ROW TO DELTA-OUT-REC
           PERFORM 7200-WRITE-DELTA.

      * The statement extract is cumulative (LNSTMT01 selects by run
      * date the same way) - every record the window dates is sent,
      * online corrections included.
       2100-EXTRACT-STATEMENTS.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-REACHED
              READ STATEMENT-FILE
                 AT END
                    SET EOF-REACHED TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CNT-STMT-READ
                    IF STMT-RUN-DATE > WS-AFTER-DATE
                       AND STMT-RUN-DATE NOT > WS-THRU-DATE
                       PERFORM 2110-WRITE-STMT-ROW
                    END-IF
              END-READ
           END-PERFORM.

       2110-WRITE-STMT-ROW.
           INITIALIZE DW-STMT-ROW
           MOVE "S" TO DWS-ROW-TYPE
           MOVE STMT-LOAN-ID       TO DWS-LOAN-ID
           MOVE STMT-RUN-DATE      TO DWS-RUN-DATE
           IF STMT-RUN-SEQ NUMERIC
              MOVE STMT-RUN-SEQ    TO DWS-SEQ
           END-IF
           MOVE STMT-ACTION        TO DWS-ACTION
           MOVE STMT-CURRENCY-CODE TO DWS-CURRENCY-CODE
           MOVE STMT-BEFORE-STATUS TO DWS-BEFORE-STATUS
           IF STMT-BEFORE-AMOUNT NUMERIC
              MOVE STMT-BEFORE-AMOUNT TO DWS-BEFORE-AMOUNT
           END-IF
           MOVE STMT-AFTER-STATUS  TO DWS-AFTER-STATUS
           IF STMT-AFTER-AMOUNT NUMERIC
              MOVE STMT-AFTER-AMOUNT TO DWS-AFTER-AMOUNT
              ADD STMT-AFTER-AMOUNT TO WS-DELTA-HASH
           END-IF
           MOVE STMT-BORROWER      TO DWS-BORROWER
           MOVE DW-STMT-ROW TO DELTA-OUT-REC
           PERFORM 7200-WRITE-DELTA
           ADD 1 TO WS-STMT-ROWS
           ADD 1 TO WS-DELTA-ROWS.

      * A payment posted in the window, or an older payment reversed
      * in it - the reversal flags the original record rather than
      * adding one, so the warehouse needs the record again to see
      * it. A payment both posted and reversed in the window goes
      * once, already showing the reversal.
       2200-EXTRACT-PAYMENTS.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-REACHED
              READ PAYHIST-FILE NEXT RECORD
                 AT END
                    SET EOF-REACHED TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CNT-PAY-READ
                    IF (PAY-DATE > WS-AFTER-DATE
                        AND PAY-DATE NOT > WS-THRU-DATE)
                       OR (PAY-REVERSED-FLAG = "R"
                        AND PAY-REVERSAL-DATE > WS-AFTER-DATE
                        AND PAY-REVERSAL-DATE NOT > WS-THRU-DATE)
                       PERFORM 2210-WRITE-PAY-ROW
                    END-IF
              END-READ
           END-PERFORM
           IF WS-PAY-STATUS NOT = "00" AND NOT = "10"
              DISPLAY "FATAL: PAYHIST READ FAILED - STATUS "
                 WS-PAY-STATUS
              PERFORM 9999-ABEND
           END-IF.

       2210-WRITE-PAY-ROW.
           INITIALIZE DW-PAY-ROW
           MOVE "P" TO DWP-ROW-TYPE
           MOVE PAY-LOAN-ID       TO DWP-LOAN-ID
           MOVE PAY-DATE          TO DWP-PAY-DATE
           MOVE PAY-SEQ           TO DWP-PAY-SEQ
           MOVE PAY-TYPE          TO DWP-PAY-TYPE
           MOVE PAY-CURRENCY-CODE TO DWP-CURRENCY-CODE
           IF PAY-AMOUNT NUMERIC
              MOVE PAY-AMOUNT     TO DWP-AMOUNT
              ADD PAY-AMOUNT TO WS-DELTA-HASH
           END-IF
           IF PAY-PRINCIPAL NUMERIC
              MOVE PAY-PRINCIPAL  TO DWP-PRINCIPAL
           END-IF
           IF PAY-INTEREST NUMERIC
              MOVE PAY-INTEREST   TO DWP-INTEREST
           END-IF
           IF PAY-ESCROW NUMERIC
              MOVE PAY-ESCROW     TO DWP-ESCROW
           END-IF
           IF PAY-FEE NUMERIC
              MOVE PAY-FEE        TO DWP-FEE
           END-IF
           MOVE PAY-REVERSED-FLAG TO DWP-REVERSED
           IF PAY-REVERSED-FLAG = "R"
              MOVE PAY-REVERSAL-DATE TO DWP-REVERSAL-DATE
              ADD 1 TO WS-CNT-PAY-REVERSED
           END-IF
           MOVE PAY-RECAST        TO DWP-RECAST
           MOVE DW-PAY-ROW TO DELTA-OUT-REC
           PERFORM 7200-WRITE-DELTA
           ADD 1 TO WS-PAY-ROWS
           ADD 1 TO WS-DELTA-ROWS.

      * Every escrow movement - deposits, disbursements, reversal
      * backouts and close-out refunds - is its own dated record.
       2300-EXTRACT-ESCROW.
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL EOF-REACHED
              READ ESCROW-FILE NEXT RECORD
                 AT END
                    SET EOF-REACHED TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CNT-ESCROW-READ
                    IF ESC-DATE > WS-AFTER-DATE
                       AND ESC-DATE NOT > WS-THRU-DATE
                       PERFORM 2310-WRITE-ESCROW-ROW
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ESCR-STATUS NOT = "00" AND NOT = "10"
              DISPLAY "FATAL: ESCROW LEDGER READ FAILED - STATUS "
                 WS-ESCR-STATUS
              PERFORM 9999-ABEND
           END-IF.

       2310-WRITE-ESCROW-ROW.
           INITIALIZE DW-ESCROW-ROW
           MOVE "E" TO DWE-ROW-TYPE
           MOVE ESC-LOAN-ID       TO DWE-LOAN-ID
           MOVE ESC-DATE          TO DWE-ESC-DATE
           MOVE ESC-SEQ           TO DWE-ESC-SEQ
           MOVE ESC-TYPE          TO DWE-TYPE
           MOVE ESC-CURRENCY-CODE TO DWE-CURRENCY-CODE
           IF ESC-AMOUNT NUMERIC
              MOVE ESC-AMOUNT     TO DWE-AMOUNT
              ADD ESC-AMOUNT TO WS-DELTA-HASH
           END-IF
           IF ESC-BALANCE-AFTER NUMERIC
              MOVE ESC-BALANCE-AFTER TO DWE-BALANCE-AFTER
           END-IF
           MOVE DW-ESCROW-ROW TO DELTA-OUT-REC
           PERFORM 7200-WRITE-DELTA
           ADD 1 TO WS-ESCROW-ROWS
           ADD 1 TO WS-DELTA-ROWS.

      *----------------------------------------------------------------*
      * HEADER/TRAILER ROWS AND OUTPUT.
      *----------------------------------------------------------------*
       7000-BUILD-HEADER.
           MOVE WS-FILE-ID    TO DWH-FILE-ID
           MOVE WS-CYCLE-DATE TO DWH-CYCLE-DATE
           MOVE WS-FROM-DATE  TO DWH-FROM-DATE
           MOVE WS-THRU-DATE  TO DWH-THRU-DATE
           MOVE WS-RUN-TS     TO DWH-CREATED-TS.

       7010-BUILD-TRAILER.
           MOVE WS-FILE-ID    TO DWT-FILE-ID
           MOVE WS-CYCLE-DATE TO DWT-CYCLE-DATE
           MOVE WS-ROW-COUNT  TO DWT-RECORD-COUNT
           MOVE WS-ROW-HASH   TO DWT-HASH-TOTAL.

       7100-WRITE-BOOK.
           WRITE BOOK-OUT-REC
           IF WS-BOOK-STATUS NOT = "00"
              DISPLAY "FATAL: DWBOOK WRITE FAILED - STATUS "
                 WS-BOOK-STATUS
              PERFORM 9999-ABEND
           END-IF.

       7200-WRITE-DELTA.
           WRITE DELTA-OUT-REC
           IF WS-DELTA-STATUS NOT = "00"
              DISPLAY "FATAL: DWDELTA WRITE FAILED - STATUS "
                 WS-DELTA-STATUS
              PERFORM 9999-ABEND
           END-IF.

      * Tonight's window becomes the last one extracted.
       8000-SAVE-WINDOW.
           OPEN OUTPUT DW-CONTROL-FILE
           IF WS-DWC-STATUS NOT = "00"
              DISPLAY "FATAL: DWCTL REWRITE FAILED - STATUS "
                 WS-DWC-STATUS
              PERFORM 9999-ABEND
           END-IF
           MOVE SPACES         TO DW-CONTROL-REC
           MOVE WS-AFTER-DATE  TO DWC-AFTER-DATE
           MOVE WS-THRU-DATE   TO DWC-THRU-DATE
           MOVE WS-RUN-TS      TO DWC-RUN-TS
           MOVE WS-BOOK-ROWS   TO DWC-BOOK-ROWS
           MOVE WS-DELTA-ROWS  TO DWC-DELTA-ROWS
           WRITE DW-CONTROL-REC
           IF WS-DWC-STATUS NOT = "00"
              DISPLAY "FATAL: DWCTL REWRITE FAILED - STATUS "
                 WS-DWC-STATUS
              PERFORM 9999-ABEND
           END-IF
           CLOSE DW-CONTROL-FILE.

       9000-CONTROL-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNDWX01 DATA-WAREHOUSE EXTRACT CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "CYCLE DATE ...................: " WS-CYCLE-DATE.
           DISPLAY "DELTA WINDOW .................: " WS-FROM-DATE
              " THRU " WS-THRU-DATE.
           DISPLAY "DWBOOK - LOANS EXTRACTED .....: " WS-BOOK-ROWS.
           DISPLAY "  HASH TOTAL (BALANCES) ......: " WS-BOOK-HASH.
           MOVE WS-BOOK-USD-TOTAL TO WS-EDIT-USD
           DISPLAY "  BOOK IN USD ................: " WS-EDIT-USD.
           DISPLAY "  BORROWER JOINED ............: "
              WS-CNT-BORR-JOINED.
           DISPLAY "  NO BORROWER ID (LEGACY) ....: "
              WS-CNT-NO-BORR-ID.
           DISPLAY "  BORROWER NOT ON MASTER .....: "
              WS-CNT-BORR-MISSING.
           DISPLAY "  SECURED (COLLATERAL JOINED) : " WS-CNT-SECURED.
           DISPLAY "    LTV NOT COMPUTABLE .......: "
              WS-CNT-LTV-BLANK.
           DISPLAY "  ACTIVE RELIEF PLAN .........: "
              WS-CNT-ACTIVE-PLAN.
           DISPLAY "  OPEN COLLECTIONS CASE ......: "
              WS-CNT-OPEN-CASE.
           DISPLAY "  BALANCE UNUSABLE ...........: "
              WS-CNT-BAD-BALANCE.
           DISPLAY "DWDELTA - ROWS EXTRACTED .....: " WS-DELTA-ROWS.
           DISPLAY "  HASH TOTAL (AMOUNTS) .......: " WS-DELTA-HASH.
           DISPLAY "  STATEMENT ROWS .............: " WS-STMT-ROWS
              " OF " WS-CNT-STMT-READ " READ".
           DISPLAY "  PAYMENT ROWS ...............: " WS-PAY-ROWS
              " OF " WS-CNT-PAY-READ " READ".
           DISPLAY "    OF WHICH REVERSED ........: "
              WS-CNT-PAY-REVERSED.
           DISPLAY "  ESCROW ROWS ................: " WS-ESCROW-ROWS
              " OF " WS-CNT-ESCROW-READ " READ".
           DISPLAY "EXCEPTIONS ...................: "
              WS-CNT-EXCEPTIONS.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNDWX01 ABENDING - UNRECOVERABLE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
