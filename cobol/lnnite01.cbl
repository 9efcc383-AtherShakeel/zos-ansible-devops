      * STATUS - COMPLETE, ABENDED (STARTED, NEVER ENDED), OR NOT
      * RUN - AND THE STEP'S HEADLINE CONTROL TOTAL (RECORDS
      * PROCESSED, SUPPLIED BY EACH STEP ON ITS "E" EVENT), SO
      * OPERATIONS READS ONE PAGE INSTEAD OF EVERY STEP'S SYSOUT. THE
      * FULL CONTROL-TOTAL BREAKDOWNS REMAIN ON EACH STEP'S
      * SYSOUT; THIS PAGE CARRIES EVERY STEP'S OUTCOME AND VOLUME.
      * THE SUBLEDGER-TO-GL PROOF (LNRECN01) ENDS RC 4 WHEN THE
      * BOOK DOES NOT TIE TO THE LEDGER; ITS LINE IS FLAGGED OUT OF
      * BALANCE AND THE PAGE SAYS SO AT THE FOOT.
      * ENDS RC 8 IF ANY CHAIN STEP ABENDED OR IS MISSING, OR THE
      * PROOF IS OUT OF BALANCE, SO THE MORNING CHECKS CATCH IT
      * WITHOUT READING EVEN THIS PAGE.
      * A CYCLE DATE THAT IS NOT A BUSINESS DAY (WEEKEND OR BANK
      * HOLIDAY ON THE LNBDAY01 CALENDAR) HAS NO CYCLE: THE GATE
      * STOPS EVERY STEP, SO THE PAGE SAYS NON-PROCESSING DAY AND
      * ENDS RC 0 - UNLESS OPERATIONS FORCED A CYCLE THAT DAY, IN
      * WHICH CASE IT IS REPORTED LIKE ANY OTHER NIGHT. THE FIRST
      * CYCLE AFTER NON-PROCESSING DAYS IS MARKED CATCH-UP.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-STEP-IDX            PIC 9(02) VALUE ZERO.
       01  WS-PROBLEM-SW          PIC X(01) VALUE "N".
           88  NIGHT-HAS-PROBLEM  VALUE "Y".
       01  WS-OUT-OF-BAL-SW       PIC X(01) VALUE "N".
           88  BOOK-OUT-OF-BALANCE VALUE "Y".
       01  WS-ANY-SEEN-SW         PIC X(01) VALUE "N".
           88  ANY-STEP-SEEN      VALUE "Y".
       01  WS-NONPROC-SW          PIC X(01) VALUE "N".
           88  NON-PROCESSING-DAY VALUE "Y".
       01  WS-PREV-BDAY           PIC 9(08) VALUE ZERO.

      * Business-day service block (LNBDAY01).
       COPY BDAYCTL.

      * The chain in scheduler order. LNACCR01/LNRATE01 and
      * LNSWP01 are alternates (the consolidated sweep replaces
       01  WS-STEP-LIST.
           05  FILLER             PIC X(08) VALUE "LNRELS01".
           05  FILLER             PIC X(08) VALUE "LNVAL01 ".
           05  FILLER             PIC X(08) VALUE "LNCLOS01".
           05  FILLER             PIC X(08) VALUE "LNSWP01 ".
           05  FILLER             PIC X(08) VALUE "LNACCR01".
           05  FILLER             PIC X(08) VALUE "LNRATE01".
           05  FILLER             PIC X(08) VALUE "LNCOLL01".
           05  FILLER             PIC X(08) VALUE "LNEXPO01".
           05  FILLER             PIC X(08) VALUE "LNSNAP01".
           05  FILLER             PIC X(08) VALUE "LNDWX01 ".
           05  FILLER             PIC X(08) VALUE "LNRECN01".
       01  WS-STEP-LIST-R REDEFINES WS-STEP-LIST.
           05  WS-STEP-NAME       PIC X(08) OCCURS 12 TIMES.

       01  WS-STEP-STATE.
           05  WS-ST-ENTRY OCCURS 12 TIMES.
               10  WS-ST-START    PIC X(14).
               10  WS-ST-END      PIC X(14).
               10  WS-ST-RC       PIC 9(04).
           PERFORM 1000-GATHER-EVENTS UNTIL EVENTS-EOF
           CLOSE RUN-CONTROL-FILE

           PERFORM 2000-CHECK-PROCESSING-DAY
           IF NON-PROCESSING-DAY AND NOT ANY-STEP-SEEN
              PERFORM 9100-PRINT-NON-PROCESSING
              GOBACK
           END-IF

           PERFORM 9000-PRINT-NIGHT-REPORT
           IF NIGHT-HAS-PROBLEM OR BOOK-OUT-OF-BALANCE
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
              NOT AT END
                 IF RCF-CYCLE-DATE = WS-CYCLE-DATE
                    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                            UNTIL WS-STEP-IDX > 12
                       IF WS-STEP-NAME(WS-STEP-IDX) = RCF-STEP
                          MOVE "Y" TO WS-ST-SEEN(WS-STEP-IDX)
                          SET ANY-STEP-SEEN TO TRUE
                          IF RCF-PHASE = "S"
                             MOVE RCF-TIMESTAMP
                                TO WS-ST-START(WS-STEP-IDX)
                 END-IF
           END-READ.

      * Weekend/holiday test of the cycle date, and on a business
      * day the previous business day, to spot a catch-up cycle.
       2000-CHECK-PROCESSING-DAY.
           MOVE "T" TO BD-FUNCTION
           MOVE WS-CYCLE-DATE TO BD-DATE-IN
           CALL "LNBDAY01" USING WS-BDAY-CONTROL
           IF BD-RETURN-CODE = ZERO
              IF NOT BD-BUSINESS-DAY
                 SET NON-PROCESSING-DAY TO TRUE
              ELSE
                 MOVE "P" TO BD-FUNCTION
                 CALL "LNBDAY01" USING WS-BDAY-CONTROL
                 IF BD-RETURN-CODE = ZERO
                    AND FUNCTION INTEGER-OF-DATE(BD-DATE-IN)
                      - FUNCTION INTEGER-OF-DATE(BD-DATE-OUT) > 1
                    MOVE BD-DATE-OUT TO WS-PREV-BDAY
                 END-IF
              END-IF
           END-IF.

       9000-PRINT-NIGHT-REPORT.
           DISPLAY "==============================================".
           DISPLAY "NIGHTLY CYCLE STATUS - " WS-CYCLE-DATE.
           IF NON-PROCESSING-DAY
              DISPLAY "NON-PROCESSING DAY - CYCLE FORCED BY OPERATIONS"
           END-IF
           IF WS-PREV-BDAY > ZERO
              DISPLAY "CATCH-UP CYCLE - COVERS THE NON-PROCESSING "
                 "DAYS SINCE THE " WS-PREV-BDAY " CYCLE"
           END-IF
           DISPLAY "STEP      START          END            RC   "
              "RECORDS".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 12
              PERFORM 9010-PRINT-ONE-STEP
           END-PERFORM
           DISPLAY "----------------------------------------------".
           ELSE
              DISPLAY "CYCLE COMPLETE - ALL STEPS ACCOUNTED FOR"
           END-IF
           IF BOOK-OUT-OF-BALANCE
              DISPLAY "*** LOAN SUBLEDGER OUT OF BALANCE WITH THE GL "
                 "- SEE LNRECN01 SYSOUT FOR THE BREAKS ***"
           END-IF
           DISPLAY "RECORDS = EACH STEP'S HEADLINE CONTROL TOTAL; "
              "FULL BREAKDOWNS ON ITS SYSOUT".
           DISPLAY "==============================================".
           EVALUATE TRUE
              WHEN WS-ST-SEEN(WS-STEP-IDX) NOT = "Y"
                 IF WS-STEP-NAME(WS-STEP-IDX) = "LNSWP01 "
                    AND WS-ST-SEEN(5) = "Y"
                    DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                       "  NOT RUN (PAIR RAN INSTEAD)"
                 ELSE
                 IF (WS-STEP-NAME(WS-STEP-IDX) = "LNACCR01"
                    OR WS-STEP-NAME(WS-STEP-IDX) = "LNRATE01")
                    AND WS-ST-SEEN(4) = "Y"
                    DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                       "  NOT RUN (SWEEP RAN INSTEAD)"
                 ELSE
                    " " WS-ST-RC(WS-STEP-IDX)
                    " " WS-ST-RECS(WS-STEP-IDX)
                    " *** FAILED ***"
              WHEN WS-STEP-NAME(WS-STEP-IDX) = "LNRECN01"
                 AND WS-ST-RC(WS-STEP-IDX) > ZERO
                 SET BOOK-OUT-OF-BALANCE TO TRUE
                 DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                    "  " WS-ST-START(WS-STEP-IDX)
                    " " WS-ST-END(WS-STEP-IDX)
                    " " WS-ST-RC(WS-STEP-IDX)
                    " " WS-ST-RECS(WS-STEP-IDX)
                    " *** OUT OF BALANCE ***"
              WHEN OTHER
                 DISPLAY WS-STEP-NAME(WS-STEP-IDX)
                    "  " WS-ST-START(WS-STEP-IDX)
                    " " WS-ST-RC(WS-STEP-IDX)
                    " " WS-ST-RECS(WS-STEP-IDX)
           END-EVALUATE.

      * No step ran and none was expected - the gate stopped them
      * all on a weekend or bank holiday.
       9100-PRINT-NON-PROCESSING.
           DISPLAY "==============================================".
           DISPLAY "NIGHTLY CYCLE STATUS - " WS-CYCLE-DATE.
           DISPLAY "NON-PROCESSING DAY (WEEKEND/HOLIDAY) - NO CYCLE "
              "EXPECTED; THE NEXT BUSINESS DAY'S CYCLE CATCHES UP".
           DISPLAY "==============================================".
