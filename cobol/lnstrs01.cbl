       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNSTRS01.
      *================================================================*
      * BATCH PROGRAM: INTEREST-RATE AND FX SHOCK STRESS TEST. A
      * WHAT-IF RUN AGAINST A COPY OF THE LOAN MASTER (THE NIGHTLY
      * LNSNAP01 SNAPSHOT - SEE jcl/lnstrs01.jcl); IT READS THE
      * COPY ONLY AND NEVER UPDATES THE MASTER, THE AUDIT TRAIL OR
      * ANY SCHEDULE FILE.
      * THE SCENARIOS COME FROM A CONTROL FILE (STRSCEN, copy/
      * strsrec.cpy): PER SCENARIO, INDEX SHIFTS IN BASIS POINTS PER
      * L-RATE-INDEX-CODE AND PERCENTAGE MOVES OF CURRENCIES AGAINST
      * THE DOLLAR RELATIVE TO THE TREASURY RATE TABLE (RATEFL).
      * EACH SCENARIO IS ONE PASS OF THE COPY; FOR EVERY LIVE LOAN
      * (NOT CHARGED OFF, NOT PAID/CLOSED) THE PASS:
      *   - REPRICES A VARIABLE (L-RATE-TYPE "V") LOAN WHOSE INDEX
      *     IS SHIFTED - CURRENT RATE PLUS THE SHIFT, FLOORED AT
      *     ZERO - AND CUTS THE LNAMRT01 PAYMENT AT BOTH RATES ON
      *     THE SAME BALANCE AND TERM, SO THE PAYMENT SHOCK IS
      *     LIKE FOR LIKE; IT IS LISTED PER LOAN AND BORROWER;
      *   - RE-RUNS THE LNCALC01 RISK TIER ON THE SHOCKED USD VALUE
      *     (LNCALC01 PRICES OFF THE UNSHOCKED TABLE, SO IT IS FED
      *     THE BALANCE SCALED BY THE CURRENCY'S MOVE) AND LISTS
      *     EVERY LOAN THAT CHANGES TIER;
      *   - APPLIES THE LNALRT01 SINGLE-LOAN AND THE LNEXPO01
      *     AGGREGATE (PRIMARY PLUS EVERY BXRFVSAM PARTY) OVER-LIMIT
      *     TESTS AGAINST THE SHARED PARM-THRESHOLD, AT BASE AND
      *     SHOCKED USD, AND LISTS THE LOANS AND BORROWERS NEWLY
      *     OVER THE LIMIT. THE TESTS ARE MADE HERE - BOTH OF THOSE
      *     PROGRAMS RAISE FLAGS AND WRITE AUDIT RECORDS;
      *   - RE-CHECKS LOAN-TO-VALUE (LNLTV01'S TEST, PARM-LTV-LIMIT)
      *     WITH THE MOVE APPLIED TO BOTH THE LOAN'S AND THE
      *     COLLATERAL'S CURRENCY, AND LISTS NEW BREACHES;
      *   - TOTALS THE MONTHLY SCHEDULED CASH FLOW (L-SCHED-PAYMENT,
      *     OR THE REPRICED PAYMENT) IN USD AT BASE AND SHOCKED.
      * THE SCENARIO COMPARISON AT THE END PUTS EVERY SCENARIO'S
      * TIER CHANGES, NEWLY OVER-LIMIT LOANS AND BORROWERS, NEW LTV
      * BREACHES AND CHANGE IN MONTHLY CASH FLOW SIDE BY SIDE.
      * A BAD CONTROL CARD STOPS THE RUN (RC 16) BEFORE ANY PASS; A
      * LOAN THAT CANNOT BE STRESSED (UNUSABLE BALANCE, A PAYMENT
      * LNAMRT01 CANNOT CUT) IS LISTED AND COUNTED AS AN EXCEPTION
      * (RC 4). NOT PART OF THE NIGHTLY CHAIN - RUN ON DEMAND.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO SNAPIN
                  FILE STATUS IS WS-SNAP-STATUS.
           SELECT SCENARIO-FILE ASSIGN TO STRSCEN
                  FILE STATUS IS WS-SCEN-STATUS.
           SELECT PARM-FILE ASSIGN TO THRESHPM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO COLLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-LOAN-ID
                  FILE STATUS  IS WS-COLL-STATUS.
           SELECT XREF-FILE ASSIGN TO BXRFVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BX-KEY
                  FILE STATUS  IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The copy of the master the scenarios run against.
       FD  SNAP-FILE.
       COPY LOANREC.

       FD  SCENARIO-FILE.
       COPY STRSREC.

       FD  PARM-FILE.
       COPY PARMREC.

       FD  COLLATERAL-FILE.
       COPY COLLREC.

       FD  XREF-FILE.
       COPY BXRFREC.

       WORKING-STORAGE SECTION.
      * Scratch image of the loan handed to LNCALC01 and LNAMRT01 -
      * both stamp the record they are passed, and the snapshot
      * record must reach every test of the pass unchanged.
       COPY LOANREC REPLACING ==LOAN-RECORD== BY ==WS-STRESS-LOAN==
                    LEADING ==L-== BY ==SL-==.

       01  WS-SNAP-STATUS         PIC X(02) VALUE "00".
       01  WS-SCEN-STATUS         PIC X(02) VALUE "00".
       01  WS-PARM-STATUS         PIC X(02) VALUE "00".
       01  WS-COLL-STATUS         PIC X(02) VALUE "00".
       01  WS-XREF-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-SCEN-EOF-SW         PIC X(01) VALUE "N".
           88  SCEN-EOF           VALUE "Y".
       01  WS-COLL-OPEN-SW        PIC X(01) VALUE "N".
           88  COLLATERAL-OPEN    VALUE "Y".
       01  WS-XREF-OPEN-SW        PIC X(01) VALUE "N".
           88  XREF-OPEN          VALUE "Y".
       01  WS-XREF-EOF-SW         PIC X(01) VALUE "N".
           88  XREF-EOF           VALUE "Y".
       01  WS-EXPO-FOUND-SW       PIC X(01) VALUE "N".
           88  BORROWER-TALLIED   VALUE "Y".
       01  WS-PMT-OK-SW           PIC X(01) VALUE "Y".
           88  PAYMENT-REPRICED   VALUE "Y".
       01  WS-LIMIT               PIC 9(07)V99 VALUE 500000.00.
       01  WS-LTV-LIMIT           PIC 9(03) VALUE 80.
       01  WS-DYNAMIC-PROG        PIC X(08) VALUE SPACES.
       01  WS-TERM-MONTHS-PARM    PIC 9(03) VALUE ZERO.
       01  WS-LEVEL-PAYMENT-PARM  PIC 9(07)V99 VALUE ZERO.
       01  WS-CARD-COUNT          PIC 9(05) VALUE ZERO.

      * The scenario in hand (subscript into WS-SCEN-ENTRY) and the
      * shock slots searched for a loan's index and currency.
       01  WS-SX                  PIC 9(02) VALUE ZERO.
       01  WS-SHOCK-IDX           PIC 9(02) VALUE ZERO.
       01  WS-SHOCK-HIT           PIC 9(02) VALUE ZERO.

      * Rate lookup: WS-LOOKUP-CODE in, the treasury rate and the
      * scenario's shocked rate for it out.
       01  WS-LOOKUP-CODE         PIC X(03) VALUE SPACES.
       01  WS-LOOKUP-BP           PIC S9(05) VALUE ZERO.
       01  WS-LOOKUP-FACTOR       PIC 9(02)V9(04) VALUE ZERO.
       01  WS-LOOKUP-BASE-RATE    PIC 9(03)V9(06) VALUE ZERO.
       01  WS-LOOKUP-SHOCK-RATE   PIC 9(03)V9(06) VALUE ZERO.
       01  WS-LOOKUP-ON-TABLE-SW  PIC X(01) VALUE "N".
           88  LOOKUP-ON-TABLE    VALUE "Y".

      * One loan under one scenario.
       01  WS-LOAN-FX-BP          PIC S9(05) VALUE ZERO.
       01  WS-LOAN-FX-FACTOR      PIC 9(02)V9(04) VALUE ZERO.
       01  WS-LOAN-BASE-RATE      PIC 9(03)V9(06) VALUE ZERO.
       01  WS-LOAN-SHOCK-RATE     PIC 9(03)V9(06) VALUE ZERO.
       01  WS-BASE-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-SHOCK-USD           PIC 9(11)V99 VALUE ZERO.
       01  WS-BASE-TIER           PIC X(01) VALUE SPACE.
       01  WS-SHOCK-TIER          PIC X(01) VALUE SPACE.
       01  WS-IX-BP               PIC S9(05) VALUE ZERO.
       01  WS-SHOCK-INT-RATE      PIC S9(03)V999 VALUE ZERO.
       01  WS-STAMPED-PMT         PIC 9(07)V99 VALUE ZERO.
       01  WS-BASE-PMT            PIC 9(07)V99 VALUE ZERO.
       01  WS-SHOCK-PMT           PIC 9(07)V99 VALUE ZERO.
       01  WS-PMT-CHANGE          PIC S9(07)V99 VALUE ZERO.
       01  WS-CF-PMT              PIC S9(08)V99 VALUE ZERO.
       01  WS-CF-USD              PIC 9(11)V99 VALUE ZERO.
       01  WS-VALUE-BASE-USD      PIC 9(11)V99 VALUE ZERO.
       01  WS-VALUE-SHOCK-USD     PIC 9(11)V99 VALUE ZERO.
       01  WS-BASE-LTV            PIC 9(05)V99 VALUE ZERO.
       01  WS-SHOCK-LTV           PIC 9(05)V99 VALUE ZERO.
       01  WS-PARTY-ID            PIC X(10) VALUE SPACES.
       01  WS-XREF-LOAN-ID        PIC X(10) VALUE SPACES.
       01  WS-CF-CHANGE           PIC S9(13)V99 VALUE ZERO.
       01  WS-CF-CHANGE-PCT       PIC S9(03)V99 VALUE ZERO.

      * The scenarios, in control-file order, with what each pass
      * found. A small hand-built population; a full table stops
      * the run rather than quietly dropping a scenario.
       01  WS-SCEN-MAX            PIC 9(02) VALUE 10.
       01  WS-SHOCK-MAX           PIC 9(02) VALUE 20.
       01  WS-SCENARIO-TABLE.
           05  WS-SCEN-COUNT      PIC 9(02).
           05  WS-SCEN-ENTRY OCCURS 10 TIMES.
               10  WS-SCEN-ID          PIC X(08).
               10  WS-SCEN-NAME        PIC X(40).
               10  WS-SCEN-IX-COUNT    PIC 9(02).
               10  WS-SCEN-IX OCCURS 20 TIMES.
                   15  WS-SCEN-IX-CODE PIC X(03).
                   15  WS-SCEN-IX-BP   PIC S9(05).
                   15  WS-SCEN-IX-HITS PIC 9(07).
               10  WS-SCEN-FX-COUNT    PIC 9(02).
               10  WS-SCEN-FX OCCURS 20 TIMES.
                   15  WS-SCEN-FX-CODE PIC X(03).
                   15  WS-SCEN-FX-BP   PIC S9(05).
               10  WS-SCEN-RESULTS.
                   15  WS-SR-LOANS         PIC 9(07).
                   15  WS-SR-REPRICED      PIC 9(07).
                   15  WS-SR-PMT-UP        PIC 9(07).
                   15  WS-SR-PMT-DOWN      PIC 9(07).
                   15  WS-SR-TIER-UP       PIC 9(07).
                   15  WS-SR-TIER-DOWN     PIC 9(07).
                   15  WS-SR-NEW-OVER-LOAN PIC 9(07).
                   15  WS-SR-NEW-OVER-BORR PIC 9(07).
                   15  WS-SR-NEW-LTV       PIC 9(07).
                   15  WS-SR-EXCEPTIONS    PIC 9(07).
                   15  WS-SR-BASE-CF-USD   PIC 9(13)V99.
                   15  WS-SR-SHOCK-CF-USD  PIC 9(13)V99.

      * Per-party exposure at base and shocked USD for the pass in
      * hand - LNEXPO01's aggregation, emptied before every pass.
       01  WS-EXPOSURE-TABLE.
           05  WS-EXPO-MAX        PIC 9(05) VALUE 5000.
           05  WS-EXPO-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-EXPO-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-EXPO-IDX.
               10  WS-EXPO-ID         PIC X(10).
               10  WS-EXPO-BASE-USD   PIC 9(11)V99.
               10  WS-EXPO-SHOCK-USD  PIC 9(11)V99.
               10  WS-EXPO-LOANS      PIC 9(05).

      * Scenario comparison line - one per scenario.
       01  WS-COMPARE-LINE.
           05  WS-CL-ID           PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-CL-REPRICED     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01).
           05  WS-CL-TIER-UP      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01).
           05  WS-CL-TIER-DOWN    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01).
           05  WS-CL-OVER-LOAN    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01).
           05  WS-CL-OVER-BORR    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01).
           05  WS-CL-NEW-LTV      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(01).
           05  WS-CL-CF-CHANGE    PIC -(12)9.99.
           05  FILLER             PIC X(01).
           05  WS-CL-CF-PCT       PIC -(3)9.99.

       01  WS-EDIT-CNT            PIC ZZZZZZ9.
       01  WS-EDIT-BP             PIC +(5)9.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-USD2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SIGNED         PIC -(12)9.99.
       01  WS-EDIT-RATE           PIC Z9.999.
       01  WS-EDIT-RATE2          PIC Z9.999.
       01  WS-EDIT-PMT            PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-PMT2           PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-PMT-CHG        PIC -(7)9.99.
       01  WS-EDIT-LTV            PIC ZZZZ9.99.
       01  WS-EDIT-LTV2           PIC ZZZZ9.99.

       COPY CURRTAB.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-OFF-BOOK     PIC 9(09) VALUE ZERO.
           05  WS-CNT-EXCEPTIONS   PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNSTRS01 - RATE AND FX SHOCK STRESS TEST".
      * OCCURS cells carry no VALUE clauses - zero the scenario
      * table's counters and results before the first card lands.
           INITIALIZE WS-SCENARIO-TABLE
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           PERFORM 0100-LOAD-LIMITS
           PERFORM 0200-LOAD-SCENARIOS

      * Like LNEXPO01/LNLTV01, a shop without the collateral master
      * or the cross-reference still gets the rest of the run - the
      * LTV re-check, or the co-signer/guarantor side of the
      * aggregate, is simply skipped and said so.
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLL-STATUS = "00"
              SET COLLATERAL-OPEN TO TRUE
           ELSE
              DISPLAY "LNSTRS01: NO COLLATERAL MASTER - LTV NOT "
                 "RE-CHECKED, STATUS=" WS-COLL-STATUS
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
              SET XREF-OPEN TO TRUE
           ELSE
              DISPLAY "LNSTRS01: NO CROSS-REFERENCE - PRIMARY-ONLY "
                 "AGGREGATION, STATUS=" WS-XREF-STATUS
           END-IF

           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCEN-COUNT
              PERFORM 1000-RUN-SCENARIO
           END-PERFORM

           IF COLLATERAL-OPEN
              CLOSE COLLATERAL-FILE
           END-IF
           IF XREF-OPEN
              CLOSE XREF-FILE
           END-IF
           PERFORM 9000-COMPARISON-REPORT
           PERFORM 9400-RUN-SUMMARY
           IF WS-CNT-EXCEPTIONS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * The same shared parameter record LNALRT01, LNEXPO01 and
      * LNLTV01 read - a scenario is judged against today's policy.
       0100-LOAD-LIMITS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-THRESHOLD NUMERIC
                       AND PARM-THRESHOLD > ZERO
                       MOVE PARM-THRESHOLD TO WS-LIMIT
                    END-IF
                    IF PARM-LTV-LIMIT NUMERIC
                       AND PARM-LTV-LIMIT > ZERO
                       MOVE PARM-LTV-LIMIT TO WS-LTV-LIMIT
                    END-IF
              END-READ
              CLOSE PARM-FILE
           ELSE
              DISPLAY "LNSTRS01: PARM FILE UNAVAILABLE - "
                 "USING DEFAULT LIMITS"
           END-IF
           MOVE WS-LIMIT TO WS-EDIT-USD
           DISPLAY "LNSTRS01: OVER-LIMIT AT USD " WS-EDIT-USD
              ", LTV LIMIT " WS-LTV-LIMIT " PCT".

      * Every card is proved before the first pass - a mistyped
      * shock would otherwise produce a plausible-looking report
      * about a scenario nobody asked for.
       0200-LOAD-SCENARIOS.
           OPEN INPUT SCENARIO-FILE
           IF WS-SCEN-STATUS NOT = "00"
              DISPLAY "FATAL: SCENARIO FILE OPEN FAILED - STATUS "
                 WS-SCEN-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM UNTIL SCEN-EOF
              READ SCENARIO-FILE
                 AT END
                    SET SCEN-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CARD-COUNT
                    PERFORM 0210-TAKE-CARD
              END-READ
           END-PERFORM
           CLOSE SCENARIO-FILE
           IF WS-SCEN-COUNT = ZERO
              DISPLAY "FATAL: NO SCENARIOS ON THE SCENARIO FILE"
              PERFORM 9999-ABEND
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCEN-COUNT
              IF WS-SCEN-IX-COUNT(WS-SX) = ZERO
                 AND WS-SCEN-FX-COUNT(WS-SX) = ZERO
                 DISPLAY "LNSTRS01: SCENARIO " WS-SCEN-ID(WS-SX)
                    " CARRIES NO SHOCKS - RUNS AS A BASELINE"
              END-IF
           END-PERFORM.

       0210-TAKE-CARD.
           EVALUATE TRUE
              WHEN SS-COMMENT-CARD
                 CONTINUE
              WHEN SS-SCENARIO-CARD
                 PERFORM 0220-TAKE-SCENARIO-CARD
              WHEN SS-INDEX-CARD
                 PERFORM 0240-FIND-CARD-SCENARIO
                 PERFORM 0230-TAKE-INDEX-CARD
              WHEN SS-FX-CARD
                 PERFORM 0240-FIND-CARD-SCENARIO
                 PERFORM 0250-TAKE-FX-CARD
              WHEN OTHER
                 DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                    " - UNKNOWN CARD TYPE '" SS-CARD-TYPE "'"
                 PERFORM 9999-ABEND
           END-EVALUATE.

       0220-TAKE-SCENARIO-CARD.
           IF SS-SCEN-ID = SPACES
              DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                 " - NO SCENARIO ID"
              PERFORM 9999-ABEND
           END-IF
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCEN-COUNT
              IF WS-SCEN-ID(WS-SX) = SS-SCEN-ID
                 DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                    " - SCENARIO " SS-SCEN-ID " DEFINED TWICE"
                 PERFORM 9999-ABEND
              END-IF
           END-PERFORM
           IF WS-SCEN-COUNT >= WS-SCEN-MAX
              DISPLAY "FATAL: MORE THAN " WS-SCEN-MAX
                 " SCENARIOS - RAISE WS-SCEN-MAX"
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-SCEN-COUNT
           MOVE SS-SCEN-ID   TO WS-SCEN-ID(WS-SCEN-COUNT)
           MOVE SS-SCEN-NAME TO WS-SCEN-NAME(WS-SCEN-COUNT).

      * Index codes are not proved against RATIDX here - a shift no
      * live variable loan prices off is reported after its pass.
       0230-TAKE-INDEX-CARD.
           IF SS-SHOCK-CODE = SPACES OR SS-SHOCK-BP NOT NUMERIC
              DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                 " - INDEX SHIFT NEEDS AN INDEX CODE AND A SIGNED "
                 "BASIS-POINT SHIFT"
              PERFORM 9999-ABEND
           END-IF
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > WS-SCEN-IX-COUNT(WS-SX)
              IF WS-SCEN-IX-CODE(WS-SX WS-SHOCK-IDX) = SS-SHOCK-CODE
                 DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                    " - INDEX " SS-SHOCK-CODE " SHIFTED TWICE IN "
                    SS-SCEN-ID
                 PERFORM 9999-ABEND
              END-IF
           END-PERFORM
           IF WS-SCEN-IX-COUNT(WS-SX) >= WS-SHOCK-MAX
              DISPLAY "FATAL: MORE THAN " WS-SHOCK-MAX
                 " INDEX SHIFTS IN " SS-SCEN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-SCEN-IX-COUNT(WS-SX)
           MOVE WS-SCEN-IX-COUNT(WS-SX) TO WS-SHOCK-IDX
           MOVE SS-SHOCK-CODE TO WS-SCEN-IX-CODE(WS-SX WS-SHOCK-IDX)
           MOVE SS-SHOCK-BP   TO WS-SCEN-IX-BP(WS-SX WS-SHOCK-IDX)
           MOVE ZERO          TO WS-SCEN-IX-HITS(WS-SX WS-SHOCK-IDX).

      * Leaves WS-SX on the scenario the shock card belongs to. Its
      * "S" card must come first - the file reads top to bottom.
       0240-FIND-CARD-SCENARIO.
           MOVE ZERO TO WS-SHOCK-HIT
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCEN-COUNT
              IF WS-SCEN-ID(WS-SX) = SS-SCEN-ID
                 MOVE WS-SX TO WS-SHOCK-HIT
              END-IF
           END-PERFORM
           IF WS-SHOCK-HIT = ZERO
              DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                 " - SCENARIO " SS-SCEN-ID " HAS NO PRECEDING "
                 "S CARD"
              PERFORM 9999-ABEND
           END-IF
           MOVE WS-SHOCK-HIT TO WS-SX.

      * The move is against the treasury table - a currency RATEFL
      * does not carry is priced 1:1 by every lookup and cannot
      * move. USD is the base and never moves. A fall of 100 percent
      * or more would price the currency at nothing.
       0250-TAKE-FX-CARD.
           IF SS-SHOCK-CODE = SPACES OR SS-SHOCK-BP NOT NUMERIC
              DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                 " - FX MOVE NEEDS A CURRENCY AND A SIGNED "
                 "BASIS-POINT MOVE"
              PERFORM 9999-ABEND
           END-IF
           MOVE "N" TO WS-LOOKUP-ON-TABLE-SW
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = SS-SHOCK-CODE
                 SET LOOKUP-ON-TABLE TO TRUE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-LOOKUP-BASE-RATE
              END-IF
           END-PERFORM
           IF NOT LOOKUP-ON-TABLE OR SS-SHOCK-CODE = "USD"
              DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                 " - CURRENCY " SS-SHOCK-CODE " IS NOT A NON-USD "
                 "CURRENCY ON THE RATE TABLE"
              PERFORM 9999-ABEND
           END-IF
           IF SS-SHOCK-BP NOT > -10000
              DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                 " - FX MOVE OF 100 PERCENT OR MORE DOWN"
              PERFORM 9999-ABEND
           END-IF
           COMPUTE WS-LOOKUP-FACTOR = 1 + SS-SHOCK-BP / 10000
           COMPUTE WS-LOOKUP-SHOCK-RATE ROUNDED =
              WS-LOOKUP-BASE-RATE * WS-LOOKUP-FACTOR
              ON SIZE ERROR
                 DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                    " - SHOCKED RATE FOR " SS-SHOCK-CODE
                    " OVERFLOWS"
                 PERFORM 9999-ABEND
           END-COMPUTE
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > WS-SCEN-FX-COUNT(WS-SX)
              IF WS-SCEN-FX-CODE(WS-SX WS-SHOCK-IDX) = SS-SHOCK-CODE
                 DISPLAY "FATAL: SCENARIO CARD " WS-CARD-COUNT
                    " - CURRENCY " SS-SHOCK-CODE " MOVED TWICE IN "
                    SS-SCEN-ID
                 PERFORM 9999-ABEND
              END-IF
           END-PERFORM
           IF WS-SCEN-FX-COUNT(WS-SX) >= WS-SHOCK-MAX
              DISPLAY "FATAL: MORE THAN " WS-SHOCK-MAX
                 " FX MOVES IN " SS-SCEN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-SCEN-FX-COUNT(WS-SX)
           MOVE WS-SCEN-FX-COUNT(WS-SX) TO WS-SHOCK-IDX
           MOVE SS-SHOCK-CODE TO WS-SCEN-FX-CODE(WS-SX WS-SHOCK-IDX)
           MOVE SS-SHOCK-BP   TO WS-SCEN-FX-BP(WS-SX WS-SHOCK-IDX).

      * One pass of the master copy for scenario WS-SX.
       1000-RUN-SCENARIO.
           MOVE ZERO TO WS-EXPO-COUNT
           MOVE "N" TO WS-EOF-SW
           DISPLAY "==============================================".
           DISPLAY "SCENARIO " WS-SCEN-ID(WS-SX) " - "
              WS-SCEN-NAME(WS-SX).
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > WS-SCEN-IX-COUNT(WS-SX)
              MOVE WS-SCEN-IX-BP(WS-SX WS-SHOCK-IDX) TO WS-EDIT-BP
              DISPLAY "  INDEX SHIFT " WS-SCEN-IX-CODE(WS-SX
                 WS-SHOCK-IDX) " " WS-EDIT-BP " BP"
           END-PERFORM
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > WS-SCEN-FX-COUNT(WS-SX)
              MOVE WS-SCEN-FX-BP(WS-SX WS-SHOCK-IDX) TO WS-EDIT-BP
              DISPLAY "  FX MOVE     " WS-SCEN-FX-CODE(WS-SX
                 WS-SHOCK-IDX) " " WS-EDIT-BP " BP VS USD"
           END-PERFORM
           DISPLAY "----------------------------------------------".

           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER COPY OPEN FAILED - STATUS "
                 WS-SNAP-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1100-READ-SNAPSHOT UNTIL EOF-REACHED
           CLOSE SNAP-FILE

           PERFORM 1800-CHECK-BORROWERS
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > WS-SCEN-IX-COUNT(WS-SX)
              IF WS-SCEN-IX-HITS(WS-SX WS-SHOCK-IDX) = ZERO
                 DISPLAY "  WARNING: INDEX "
                    WS-SCEN-IX-CODE(WS-SX WS-SHOCK-IDX)
                    " SHIFTED BUT NO LIVE VARIABLE LOAN PRICES "
                    "OFF IT"
              END-IF
           END-PERFORM
           ADD WS-SR-EXCEPTIONS(WS-SX) TO WS-CNT-EXCEPTIONS.

       1100-READ-SNAPSHOT.
           READ SNAP-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 IF WS-SX = 1
                    ADD 1 TO WS-RECORDS-READ
                 END-IF
                 PERFORM 1200-STRESS-LOAN
           END-READ.

      * Charged-off and paid/closed loans carry no balance and no
      * payment going forward - nothing to shock.
       1200-STRESS-LOAN.
           EVALUATE TRUE
              WHEN L-CHARGE-OFF-FLAG = "C"
                 OR L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
                 IF WS-SX = 1
                    ADD 1 TO WS-CNT-OFF-BOOK
                 END-IF
              WHEN L-LOAN-AMOUNT NOT NUMERIC
                 ADD 1 TO WS-SR-EXCEPTIONS(WS-SX)
                 DISPLAY "  EXCEPTION     " L-LOAN-ID
                    " BALANCE NOT NUMERIC - NOT STRESSED"
              WHEN OTHER
                 ADD 1 TO WS-SR-LOANS(WS-SX)
                 MOVE L-CURRENCY-CODE TO WS-LOOKUP-CODE
                 PERFORM 2000-LOOKUP-RATES
                 MOVE WS-LOOKUP-BP         TO WS-LOAN-FX-BP
                 MOVE WS-LOOKUP-FACTOR     TO WS-LOAN-FX-FACTOR
                 MOVE WS-LOOKUP-BASE-RATE  TO WS-LOAN-BASE-RATE
                 MOVE WS-LOOKUP-SHOCK-RATE TO WS-LOAN-SHOCK-RATE
                 COMPUTE WS-BASE-USD ROUNDED =
                    L-LOAN-AMOUNT * WS-LOAN-BASE-RATE
                 COMPUTE WS-SHOCK-USD ROUNDED =
                    L-LOAN-AMOUNT * WS-LOAN-SHOCK-RATE
                 PERFORM 1210-CHECK-TIER
                 PERFORM 1220-CHECK-LOAN-LIMIT
                 PERFORM 1230-PAYMENT-SHOCK
                 PERFORM 1250-TALLY-EXPOSURE
                 PERFORM 1270-CHECK-LTV
           END-EVALUATE.

      * LNCALC01 converts with the unshocked treasury table, so the
      * shocked USD value reaches it as the balance scaled by the
      * currency's move. A loan whose currency does not move keeps
      * its base tier without a second call.
       1210-CHECK-TIER.
           MOVE LOAN-RECORD TO WS-STRESS-LOAN
           MOVE "LNCALC01" TO WS-DYNAMIC-PROG
           CALL WS-DYNAMIC-PROG USING WS-STRESS-LOAN
           MOVE SL-LOAN-STATUS TO WS-BASE-TIER
           MOVE WS-BASE-TIER TO WS-SHOCK-TIER
           IF WS-LOAN-FX-BP NOT = ZERO
              MOVE LOAN-RECORD TO WS-STRESS-LOAN
              COMPUTE SL-LOAN-AMOUNT ROUNDED =
                 L-LOAN-AMOUNT * WS-LOAN-FX-FACTOR
                 ON SIZE ERROR
                    ADD 1 TO WS-SR-EXCEPTIONS(WS-SX)
                    DISPLAY "  EXCEPTION     " L-LOAN-ID
                       " SHOCKED BALANCE OVERFLOWS - TIER NOT "
                       "RE-RUN"
                 NOT ON SIZE ERROR
                    CALL WS-DYNAMIC-PROG USING WS-STRESS-LOAN
                    MOVE SL-LOAN-STATUS TO WS-SHOCK-TIER
              END-COMPUTE
           END-IF
           IF WS-SHOCK-TIER NOT = WS-BASE-TIER
              IF WS-LOAN-FX-BP > ZERO
                 ADD 1 TO WS-SR-TIER-UP(WS-SX)
              ELSE
                 ADD 1 TO WS-SR-TIER-DOWN(WS-SX)
              END-IF
              MOVE WS-BASE-USD TO WS-EDIT-USD
              MOVE WS-SHOCK-USD TO WS-EDIT-USD2
              DISPLAY "  TIER CHANGE   " L-LOAN-ID
                 " BORR " L-BORROWER-ID " "
                 WS-BASE-TIER " -> " WS-SHOCK-TIER
                 " USD " WS-EDIT-USD " -> " WS-EDIT-USD2
           END-IF.

      * LNALRT01's single-loan test: USD value over PARM-THRESHOLD.
       1220-CHECK-LOAN-LIMIT.
           IF WS-BASE-USD NOT > WS-LIMIT
              AND WS-SHOCK-USD > WS-LIMIT
              ADD 1 TO WS-SR-NEW-OVER-LOAN(WS-SX)
              MOVE WS-BASE-USD TO WS-EDIT-USD
              MOVE WS-SHOCK-USD TO WS-EDIT-USD2
              DISPLAY "  OVER LIMIT    " L-LOAN-ID
                 " BORR " L-BORROWER-ID
                 " USD " WS-EDIT-USD " -> " WS-EDIT-USD2
           END-IF.

      * A variable loan whose index is shifted is repriced at its
      * current rate plus the shift (the margin over the index is
      * contractual and does not move) and both payments are cut
      * by LNAMRT01 on the current balance and booked term, the
      * same call LNRATE01 makes at a reset. AMRTOUT is DD DUMMY
      * in this job. Every other loan keeps its stamped payment.
      * The base cash flow is the stamped payments, the same in
      * every scenario; a repriced loan's shocked cash flow is its
      * stamped payment moved by the payment shock.
       1230-PAYMENT-SHOCK.
           MOVE ZERO TO WS-STAMPED-PMT
           IF L-SCHED-PAYMENT NUMERIC
              MOVE L-SCHED-PAYMENT TO WS-STAMPED-PMT
           END-IF
           MOVE WS-STAMPED-PMT TO WS-BASE-PMT WS-SHOCK-PMT
           MOVE ZERO TO WS-IX-BP
           IF L-RATE-TYPE = "V"
              PERFORM 1235-FIND-INDEX-SHIFT
           END-IF
           IF WS-IX-BP NOT = ZERO
              PERFORM 1240-REPRICE-PAYMENT
           END-IF
           COMPUTE WS-CF-USD ROUNDED =
              WS-STAMPED-PMT * WS-LOAN-BASE-RATE
           ADD WS-CF-USD TO WS-SR-BASE-CF-USD(WS-SX)
           COMPUTE WS-CF-PMT =
              WS-STAMPED-PMT + WS-SHOCK-PMT - WS-BASE-PMT
           IF WS-CF-PMT < ZERO
              MOVE ZERO TO WS-CF-PMT
           END-IF
           COMPUTE WS-CF-USD ROUNDED =
              WS-CF-PMT * WS-LOAN-SHOCK-RATE
           ADD WS-CF-USD TO WS-SR-SHOCK-CF-USD(WS-SX).

       1235-FIND-INDEX-SHIFT.
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > WS-SCEN-IX-COUNT(WS-SX)
              IF WS-SCEN-IX-CODE(WS-SX WS-SHOCK-IDX)
                    = L-RATE-INDEX-CODE
                 MOVE WS-SCEN-IX-BP(WS-SX WS-SHOCK-IDX) TO WS-IX-BP
                 ADD 1 TO WS-SCEN-IX-HITS(WS-SX WS-SHOCK-IDX)
              END-IF
           END-PERFORM.

       1240-REPRICE-PAYMENT.
           MOVE "Y" TO WS-PMT-OK-SW
           COMPUTE WS-SHOCK-INT-RATE =
              L-INTEREST-RATE + (WS-IX-BP / 100)
              ON SIZE ERROR
                 MOVE "N" TO WS-PMT-OK-SW
           END-COMPUTE
           IF WS-SHOCK-INT-RATE < ZERO
              MOVE ZERO TO WS-SHOCK-INT-RATE
           END-IF
           IF WS-SHOCK-INT-RATE > 99.999
              OR L-TERM-MONTHS NOT NUMERIC
              OR L-TERM-MONTHS = ZERO
              MOVE "N" TO WS-PMT-OK-SW
           END-IF
           IF PAYMENT-REPRICED
              MOVE L-TERM-MONTHS TO WS-TERM-MONTHS-PARM
              MOVE "LNAMRT01" TO WS-DYNAMIC-PROG
              MOVE LOAN-RECORD TO WS-STRESS-LOAN
              MOVE ZERO TO SL-SCHED-PAYMENT
              CALL WS-DYNAMIC-PROG USING WS-STRESS-LOAN
                 WS-TERM-MONTHS-PARM WS-LEVEL-PAYMENT-PARM
              MOVE SL-SCHED-PAYMENT TO WS-BASE-PMT
              MOVE LOAN-RECORD TO WS-STRESS-LOAN
              MOVE WS-SHOCK-INT-RATE TO SL-INTEREST-RATE
              MOVE ZERO TO SL-SCHED-PAYMENT
              CALL WS-DYNAMIC-PROG USING WS-STRESS-LOAN
                 WS-TERM-MONTHS-PARM WS-LEVEL-PAYMENT-PARM
              MOVE SL-SCHED-PAYMENT TO WS-SHOCK-PMT
      * LNAMRT01 leaves the stamp alone when it cannot cut the
      * schedule; a zero balance has no payment to shock.
              IF L-LOAN-AMOUNT > ZERO
                 AND (WS-BASE-PMT = ZERO OR WS-SHOCK-PMT = ZERO)
                 MOVE "N" TO WS-PMT-OK-SW
              END-IF
           END-IF
           IF PAYMENT-REPRICED
              ADD 1 TO WS-SR-REPRICED(WS-SX)
              COMPUTE WS-PMT-CHANGE = WS-SHOCK-PMT - WS-BASE-PMT
              EVALUATE TRUE
                 WHEN WS-PMT-CHANGE > ZERO
                    ADD 1 TO WS-SR-PMT-UP(WS-SX)
                 WHEN WS-PMT-CHANGE < ZERO
                    ADD 1 TO WS-SR-PMT-DOWN(WS-SX)
              END-EVALUATE
              MOVE L-INTEREST-RATE   TO WS-EDIT-RATE
              MOVE WS-SHOCK-INT-RATE TO WS-EDIT-RATE2
              MOVE WS-BASE-PMT       TO WS-EDIT-PMT
              MOVE WS-SHOCK-PMT      TO WS-EDIT-PMT2
              MOVE WS-PMT-CHANGE     TO WS-EDIT-PMT-CHG
              DISPLAY "  PAYMENT SHOCK " L-LOAN-ID
                 " BORR " L-BORROWER-ID " " L-CURRENCY-CODE
                 " RATE " WS-EDIT-RATE " -> " WS-EDIT-RATE2
                 " PMT " WS-EDIT-PMT " -> " WS-EDIT-PMT2
                 " CHG " WS-EDIT-PMT-CHG
           ELSE
              ADD 1 TO WS-SR-EXCEPTIONS(WS-SX)
              DISPLAY "  EXCEPTION     " L-LOAN-ID
                 " PAYMENT NOT RECOMPUTABLE AT THE SHOCKED RATE - "
                 "STAMPED PAYMENT KEPT"
              MOVE WS-STAMPED-PMT TO WS-BASE-PMT WS-SHOCK-PMT
           END-IF.

      * LNEXPO01's aggregation: the primary and every cross-
      * referenced party each carry the loan's full balance.
       1250-TALLY-EXPOSURE.
           IF L-BORROWER-ID NOT = SPACES
              MOVE L-BORROWER-ID TO WS-PARTY-ID
              PERFORM 1255-TALLY-ONE-PARTY
           END-IF
           IF XREF-OPEN
              MOVE "N" TO WS-XREF-EOF-SW
              MOVE L-LOAN-ID TO WS-XREF-LOAN-ID
              MOVE L-LOAN-ID TO BX-LOAN-ID
              MOVE LOW-VALUES TO BX-BORROWER-ID
              START XREF-FILE KEY NOT < BX-KEY
                 INVALID KEY
                    SET XREF-EOF TO TRUE
              END-START
              PERFORM 1260-TALLY-NEXT-XREF UNTIL XREF-EOF
           END-IF.

       1255-TALLY-ONE-PARTY.
           MOVE "N" TO WS-EXPO-FOUND-SW
           PERFORM VARYING WS-EXPO-IDX FROM 1 BY 1
                   UNTIL WS-EXPO-IDX > WS-EXPO-COUNT
                   OR BORROWER-TALLIED
              IF WS-EXPO-ID(WS-EXPO-IDX) = WS-PARTY-ID
                 SET BORROWER-TALLIED TO TRUE
                 ADD WS-BASE-USD  TO WS-EXPO-BASE-USD(WS-EXPO-IDX)
                 ADD WS-SHOCK-USD TO WS-EXPO-SHOCK-USD(WS-EXPO-IDX)
                 ADD 1 TO WS-EXPO-LOANS(WS-EXPO-IDX)
              END-IF
           END-PERFORM
           IF NOT BORROWER-TALLIED
              IF WS-EXPO-COUNT >= WS-EXPO-MAX
                 DISPLAY "FATAL: EXPOSURE TABLE FULL - RAISE "
                    "WS-EXPO-MAX"
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-EXPO-COUNT
              MOVE WS-PARTY-ID  TO WS-EXPO-ID(WS-EXPO-COUNT)
              MOVE WS-BASE-USD  TO WS-EXPO-BASE-USD(WS-EXPO-COUNT)
              MOVE WS-SHOCK-USD TO WS-EXPO-SHOCK-USD(WS-EXPO-COUNT)
              MOVE 1            TO WS-EXPO-LOANS(WS-EXPO-COUNT)
           END-IF.

       1260-TALLY-NEXT-XREF.
           READ XREF-FILE NEXT RECORD
              AT END
                 SET XREF-EOF TO TRUE
              NOT AT END
                 IF BX-LOAN-ID NOT = WS-XREF-LOAN-ID
                    SET XREF-EOF TO TRUE
                 ELSE
                    IF BX-BORROWER-ID NOT = SPACES
                       AND BX-BORROWER-ID NOT = L-BORROWER-ID
                       MOVE BX-BORROWER-ID TO WS-PARTY-ID
                       PERFORM 1255-TALLY-ONE-PARTY
                    END-IF
                 END-IF
           END-READ.

      * LNLTV01's test, both sides in USD: the loan at its
      * currency's shocked rate over the valuation at the
      * collateral currency's. An unusable valuation is LNLTV01's
      * to report, not this run's.
       1270-CHECK-LTV.
           IF COLLATERAL-OPEN AND L-LOAN-AMOUNT > ZERO
              MOVE L-LOAN-ID TO CL-LOAN-ID
              READ COLLATERAL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CL-VALUATION NUMERIC
                       AND CL-VALUATION > ZERO
                       PERFORM 1275-COMPARE-LTV
                    END-IF
              END-READ
           END-IF.

       1275-COMPARE-LTV.
           MOVE CL-CURRENCY-CODE TO WS-LOOKUP-CODE
           PERFORM 2000-LOOKUP-RATES
           COMPUTE WS-VALUE-BASE-USD ROUNDED =
              CL-VALUATION * WS-LOOKUP-BASE-RATE
           COMPUTE WS-VALUE-SHOCK-USD ROUNDED =
              CL-VALUATION * WS-LOOKUP-SHOCK-RATE
           MOVE 99999.99 TO WS-BASE-LTV WS-SHOCK-LTV
           IF WS-VALUE-BASE-USD > ZERO
              COMPUTE WS-BASE-LTV ROUNDED =
                 WS-BASE-USD * 100 / WS-VALUE-BASE-USD
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-BASE-LTV
              END-COMPUTE
           END-IF
           IF WS-VALUE-SHOCK-USD > ZERO
              COMPUTE WS-SHOCK-LTV ROUNDED =
                 WS-SHOCK-USD * 100 / WS-VALUE-SHOCK-USD
                 ON SIZE ERROR
                    MOVE 99999.99 TO WS-SHOCK-LTV
              END-COMPUTE
           END-IF
           IF WS-BASE-LTV NOT > WS-LTV-LIMIT
              AND WS-SHOCK-LTV > WS-LTV-LIMIT
              ADD 1 TO WS-SR-NEW-LTV(WS-SX)
              MOVE WS-BASE-LTV TO WS-EDIT-LTV
              MOVE WS-SHOCK-LTV TO WS-EDIT-LTV2
              DISPLAY "  LTV BREACH    " L-LOAN-ID
                 " BORR " L-BORROWER-ID " " L-CURRENCY-CODE
                 " ON " CL-CURRENCY-CODE
                 " LTV " WS-EDIT-LTV " -> " WS-EDIT-LTV2 " PCT"
           END-IF.

      * LNEXPO01's aggregate test, after the whole pass is tallied.
       1800-CHECK-BORROWERS.
           PERFORM VARYING WS-EXPO-IDX FROM 1 BY 1
                   UNTIL WS-EXPO-IDX > WS-EXPO-COUNT
              IF WS-EXPO-BASE-USD(WS-EXPO-IDX) NOT > WS-LIMIT
                 AND WS-EXPO-SHOCK-USD(WS-EXPO-IDX) > WS-LIMIT
                 ADD 1 TO WS-SR-NEW-OVER-BORR(WS-SX)
                 MOVE WS-EXPO-BASE-USD(WS-EXPO-IDX) TO WS-EDIT-USD
                 MOVE WS-EXPO-SHOCK-USD(WS-EXPO-IDX) TO WS-EDIT-USD2
                 DISPLAY "  BORROWER OVER " WS-EXPO-ID(WS-EXPO-IDX)
                    " AGGREGATE USD " WS-EDIT-USD " -> "
                    WS-EDIT-USD2 " ACROSS "
                    WS-EXPO-LOANS(WS-EXPO-IDX) " LOANS"
              END-IF
           END-PERFORM.

      * Treasury rate for WS-LOOKUP-CODE (1:1 when the table does
      * not carry it, as everywhere else) and the rate after this
      * scenario's move of that currency, if it has one.
       2000-LOOKUP-RATES.
           MOVE 1 TO WS-LOOKUP-BASE-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = WS-LOOKUP-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-LOOKUP-BASE-RATE
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-LOOKUP-BP
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > WS-SCEN-FX-COUNT(WS-SX)
              IF WS-SCEN-FX-CODE(WS-SX WS-SHOCK-IDX) = WS-LOOKUP-CODE
                 MOVE WS-SCEN-FX-BP(WS-SX WS-SHOCK-IDX)
                    TO WS-LOOKUP-BP
              END-IF
           END-PERFORM
           COMPUTE WS-LOOKUP-FACTOR = 1 + WS-LOOKUP-BP / 10000
           COMPUTE WS-LOOKUP-SHOCK-RATE ROUNDED =
              WS-LOOKUP-BASE-RATE * WS-LOOKUP-FACTOR.

       9000-COMPARISON-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNSTRS01 SCENARIO COMPARISON".
           DISPLAY "----------------------------------------------".
           DISPLAY "SCENARIO REPRICD TIER-UP TIER-DN  OVR-LN "
              "OVR-BRW NEW-LTV   MONTHLY CF CHG CHG PCT".
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCEN-COUNT
              PERFORM 9100-COMPARISON-LINE
           END-PERFORM
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-SX FROM 1 BY 1
                   UNTIL WS-SX > WS-SCEN-COUNT
              PERFORM 9200-SCENARIO-DETAIL
           END-PERFORM.

       9100-COMPARISON-LINE.
           MOVE SPACES TO WS-COMPARE-LINE
           MOVE WS-SCEN-ID(WS-SX)          TO WS-CL-ID
           MOVE WS-SR-REPRICED(WS-SX)      TO WS-CL-REPRICED
           MOVE WS-SR-TIER-UP(WS-SX)       TO WS-CL-TIER-UP
           MOVE WS-SR-TIER-DOWN(WS-SX)     TO WS-CL-TIER-DOWN
           MOVE WS-SR-NEW-OVER-LOAN(WS-SX) TO WS-CL-OVER-LOAN
           MOVE WS-SR-NEW-OVER-BORR(WS-SX) TO WS-CL-OVER-BORR
           MOVE WS-SR-NEW-LTV(WS-SX)       TO WS-CL-NEW-LTV
           COMPUTE WS-CF-CHANGE = WS-SR-SHOCK-CF-USD(WS-SX)
              - WS-SR-BASE-CF-USD(WS-SX)
           MOVE WS-CF-CHANGE TO WS-CL-CF-CHANGE
           MOVE ZERO TO WS-CF-CHANGE-PCT
           IF WS-SR-BASE-CF-USD(WS-SX) > ZERO
              COMPUTE WS-CF-CHANGE-PCT ROUNDED =
                 WS-CF-CHANGE * 100 / WS-SR-BASE-CF-USD(WS-SX)
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-CF-CHANGE-PCT
              END-COMPUTE
           END-IF
           MOVE WS-CF-CHANGE-PCT TO WS-CL-CF-PCT
           DISPLAY WS-COMPARE-LINE.

       9200-SCENARIO-DETAIL.
           DISPLAY "SCENARIO " WS-SCEN-ID(WS-SX) " - "
              WS-SCEN-NAME(WS-SX).
           MOVE WS-SR-LOANS(WS-SX) TO WS-EDIT-CNT
           DISPLAY "  LIVE LOANS STRESSED .........: " WS-EDIT-CNT.
           MOVE WS-SR-PMT-UP(WS-SX) TO WS-EDIT-CNT
           DISPLAY "  PAYMENTS UP .................: " WS-EDIT-CNT.
           MOVE WS-SR-PMT-DOWN(WS-SX) TO WS-EDIT-CNT
           DISPLAY "  PAYMENTS DOWN ...............: " WS-EDIT-CNT.
           MOVE WS-SR-BASE-CF-USD(WS-SX) TO WS-EDIT-USD
           DISPLAY "  MONTHLY CASH FLOW BASE (USD) : " WS-EDIT-USD.
           MOVE WS-SR-SHOCK-CF-USD(WS-SX) TO WS-EDIT-USD
           DISPLAY "  MONTHLY CASH FLOW SHOCKED ...: " WS-EDIT-USD.
           COMPUTE WS-CF-CHANGE = WS-SR-SHOCK-CF-USD(WS-SX)
              - WS-SR-BASE-CF-USD(WS-SX)
           MOVE WS-CF-CHANGE TO WS-EDIT-SIGNED
           DISPLAY "  CHANGE IN MONTHLY CASH FLOW .: " WS-EDIT-SIGNED.
           MOVE WS-SR-EXCEPTIONS(WS-SX) TO WS-EDIT-CNT
           DISPLAY "  EXCEPTIONS ..................: " WS-EDIT-CNT.

       9400-RUN-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNSTRS01 RUN SUMMARY".
           DISPLAY "----------------------------------------------".
           DISPLAY "MASTER COPY RECORDS READ .......: "
              WS-RECORDS-READ.
           DISPLAY "CHARGED-OFF/PAID - NOT STRESSED : "
              WS-CNT-OFF-BOOK.
           DISPLAY "SCENARIOS RUN ..................: "
              WS-SCEN-COUNT.
           DISPLAY "SCENARIO CARDS READ ............: "
              WS-CARD-COUNT.
           DISPLAY "EXCEPTIONS (ALL SCENARIOS) .....: "
              WS-CNT-EXCEPTIONS.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNSTRS01 ABENDING - UNRECOVERABLE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
