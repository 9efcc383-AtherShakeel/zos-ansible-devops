      *   PHASE "E": APPEND THE "E" EVENT WITH THE CALLER'S RETURN
      *   CODE. A STEP THAT ABENDS NEVER WRITES ONE - EXACTLY THE
      *   SIGNAL THE NEXT RUN AND THE NIGHT REPORT (LNNITE01) NEED.
      *   PHASE "C": READ-ONLY CHECK FOR THE PIECES OF A STEP THAT
      *   RUNS AS SEVERAL JOBS (THE PARTITIONED LNVAL01 STREAMS AND
      *   THEIR MERGE). THE FIRST PIECE RECORDS THE STEP'S "S" AND
      *   THE LAST ITS "E"; EVERY PIECE IN BETWEEN PROVES THE STEP
      *   IS STARTED AND NOT YET ENDED CLEAN FOR TONIGHT'S CYCLE,
      *   AND RECORDS NOTHING - SO THE STEP BEHIND IT STILL WAITS
      *   FOR THE ONE "E" THE LAST PIECE WRITES.
      * THE PREREQUISITE TABLE IS COMPILED IN BELOW. LNSWP01 (THE
      * CONSOLIDATED SWEEP) AND THE LNACCR01/LNRATE01 PAIR ARE
      * ALTERNATES: THE DOWNSTREAM STEPS ACCEPT EITHER, SO A SHOP
      * CAN RUN THE SINGLE-PASS SWEEP OR THE ORIGINAL TWO PASSES.
      * NON-PROCESSING DAYS: A CYCLE DATE THAT IS NOT A BUSINESS DAY
      * (WEEKEND OR BANK HOLIDAY ON THE LNBDAY01 CALENDAR) HAS NO
      * CYCLE. THE "S" CALL STOPS THE STEP RC 8 BEFORE IT TOUCHES
      * ANYTHING AND RECORDS NO EVENT - RC 8 SO EVERY COND=(4,LT)
      * STEP BEHIND IT (THE FEED CLEARS AND WAREHOUSE SWAPS) IS
      * BYPASSED TOO. OPERATIONS CAN FORCE A CYCLE ON SUCH A DAY
      * WITH "P" IN COL 10 OF THE CYCLDATE CARD. THE FIRST CYCLE
      * AFTER ONE OR MORE NON-PROCESSING DAYS IS A CATCH-UP CYCLE:
      * THE STEPS WORK FROM THEIR OWN THROUGH-DATES (ACCRUAL,
      * RATE RESETS, AGING, THE BILLING WINDOW), SO THE SKIPPED DAYS
      * ARE PICKED UP WITHOUT ANY SPECIAL RUN; THE "S" CALL NOTES
      * THE SPAN ON SYSOUT.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CYCLE-DATE-FILE.
       01  CYCLE-DATE-REC.
           05  CDR-CYCLE-DATE      PIC X(08).
           05  FILLER              PIC X(01).
      * "P" = PROCESS THIS CYCLE EVEN THOUGH IT IS NOT A BUSINESS
      * DAY (OPERATIONS OVERRIDE); BLANK OTHERWISE.
           05  CDR-FORCE-FLAG      PIC X(01).
           05  FILLER              PIC X(70).

       FD  RUN-CONTROL-FILE.
       COPY RUNEVT.
           88  SELF-STARTED       VALUE "Y".
       01  WS-PREREQ-MET-SW       PIC X(01) VALUE "N".
           88  PREREQ-MET         VALUE "Y".
       01  WS-FORCE-SW            PIC X(01) VALUE "N".
           88  FORCED-CYCLE       VALUE "Y".

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

      * One row per step of the nightly chain: the step and the
      * step(s) that must have completed clean for the same cycle
      * A step not in this table has no prerequisite.
       01  WS-SEQUENCE-TABLE.
           05  FILLER PIC X(24) VALUE "LNVAL01 LNRELS01        ".
           05  FILLER PIC X(24) VALUE "LNCLOS01LNVAL01         ".
           05  FILLER PIC X(24) VALUE "LNSWP01 LNCLOS01        ".
           05  FILLER PIC X(24) VALUE "LNACCR01LNCLOS01        ".
           05  FILLER PIC X(24) VALUE "LNRATE01LNACCR01        ".
           05  FILLER PIC X(24) VALUE "LNNOTC01LNRATE01LNSWP01 ".
           05  FILLER PIC X(24) VALUE "LNCOLL01LNNOTC01        ".
           05  FILLER PIC X(24) VALUE "LNEXPO01LNCOLL01        ".
           05  FILLER PIC X(24) VALUE "LNSNAP01LNEXPO01        ".
           05  FILLER PIC X(24) VALUE "LNDWX01 LNSNAP01        ".
           05  FILLER PIC X(24) VALUE "LNRECN01LNSWP01 LNRATE01".
       01  WS-SEQ-TABLE-R REDEFINES WS-SEQUENCE-TABLE.
           05  WS-SEQ-ENTRY OCCURS 11 TIMES.
               10  WS-SEQ-STEP    PIC X(08).
               10  WS-SEQ-PREREQ  PIC X(08).
               10  WS-SEQ-ALT     PIC X(08).
       PROCEDURE DIVISION USING LS-RUN-CONTROL.
       0000-MAIN.
           PERFORM 0100-RESOLVE-CYCLE-DATE
           EVALUATE LS-PHASE
              WHEN "S"
                 PERFORM 0200-CHECK-PROCESSING-DAY
                 PERFORM 1000-VERIFY-AND-START
              WHEN "C"
                 PERFORM 1100-VERIFY-IN-PROGRESS
              WHEN OTHER
                 PERFORM 2000-RECORD-END
           END-EVALUATE
           GOBACK.

      * The cycle date comes from the scheduler's CYCLDATE card so
      * breaks across midnight.
       0100-RESOLVE-CYCLE-DATE.
           MOVE SPACES TO WS-CYCLE-DATE
           MOVE "N" TO WS-FORCE-SW
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYC-STATUS = "00"
              READ CYCLE-DATE-FILE
                 NOT AT END
                    IF CDR-CYCLE-DATE NUMERIC
                       MOVE CDR-CYCLE-DATE TO WS-CYCLE-DATE
                       IF CDR-FORCE-FLAG = "P"
                          SET FORCED-CYCLE TO TRUE
                       END-IF
                    END-IF
              END-READ
              CLOSE CYCLE-DATE-FILE
                 "A CHAIN CROSSING MIDNIGHT WILL NOT GATE CLEANLY"
           END-IF.

      * A weekend or bank holiday has no cycle: the step stops here,
      * before it touches anything, unless operations forced the
      * cycle. On a business day the span back to the previous one
      * is noted - anything wider than a day is a catch-up cycle.
       0200-CHECK-PROCESSING-DAY.
           MOVE "T" TO BD-FUNCTION
           MOVE WS-CYCLE-DATE TO BD-DATE-IN
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE NOT = ZERO
              CONTINUE
           ELSE
              IF NOT BD-BUSINESS-DAY
                 IF FORCED-CYCLE
                    DISPLAY "LNRUN01: CYCLE " WS-CYCLE-DATE
                       " IS A NON-PROCESSING DAY - RUN FORCED BY "
                       "THE CYCLDATE CARD"
                 ELSE
                    DISPLAY "LNRUN01: CYCLE " WS-CYCLE-DATE
                       " IS A NON-PROCESSING DAY - " LS-STEP-NAME
                       " NOT RUN; THE NEXT BUSINESS DAY'S CYCLE "
                       "CATCHES UP"
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                 END-IF
              ELSE
                 MOVE "P" TO BD-FUNCTION
                 CALL "LNBDAY01" USING WS-BDAY-CONTROL
                 IF BD-RETURN-CODE = ZERO
                    AND FUNCTION INTEGER-OF-DATE(BD-DATE-IN)
                      - FUNCTION INTEGER-OF-DATE(BD-DATE-OUT) > 1
                    DISPLAY "LNRUN01: CATCH-UP CYCLE " WS-CYCLE-DATE
                       " - NON-PROCESSING DAYS SINCE THE "
                       BD-DATE-OUT " CYCLE ARE COVERED TONIGHT"
                 END-IF
              END-IF
           END-IF.

       1000-VERIFY-AND-START.
           PERFORM 1010-FIND-PREREQUISITE
           PERFORM 1020-SCAN-EVENTS
           MOVE ZERO TO RCF-RETURN-CODE
           PERFORM 3000-APPEND-EVENT.

      * The processing-day test is not repeated here - the piece
      * that recorded the "S" already passed it for this cycle.
       1100-VERIFY-IN-PROGRESS.
           PERFORM 1010-FIND-PREREQUISITE
           PERFORM 1020-SCAN-EVENTS
           IF SELF-ALREADY-CLEAN
              DISPLAY "LNRUN01: " LS-STEP-NAME " ALREADY COMPLETED "
                 "CLEAN FOR CYCLE " WS-CYCLE-DATE
                 " - LATE PIECE OF THE STEP REFUSED"
              PERFORM 9999-ABEND
           END-IF
           IF NOT SELF-STARTED
              DISPLAY "LNRUN01: " LS-STEP-NAME " NOT STARTED FOR "
                 "CYCLE " WS-CYCLE-DATE
                 " - RUN ITS FIRST PIECE BEFORE THIS ONE"
              PERFORM 9999-ABEND
           END-IF.

       1010-FIND-PREREQUISITE.
           MOVE SPACES TO WS-PREREQ
           MOVE SPACES TO WS-PREREQ-ALT
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > 11
              IF WS-SEQ-STEP(WS-SEQ-IDX) = LS-STEP-NAME
                 MOVE WS-SEQ-PREREQ(WS-SEQ-IDX) TO WS-PREREQ
                 MOVE WS-SEQ-ALT(WS-SEQ-IDX)    TO WS-PREREQ-ALT
