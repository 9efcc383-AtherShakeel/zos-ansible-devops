       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNROLL01.
      *================================================================*
      * BATCH PROGRAM: MONTH-END DELINQUENCY ROLL-RATE AND RISK-TIER
      * MIGRATION REPORT. READS TWO MONTH-END SNAPSHOTS OF THE LOAN
      * MASTER (SNAPOLD = LAST MONTH-END, SNAPNEW = THIS ONE, BOTH IN
      * KEY ORDER - SEE jcl/lnroll01.jcl) AND FOLLOWS EVERY LOAN THAT
      * WAS LIVE AT LAST MONTH-END TO WHERE IT IS NOW:
      *   - AGING MATRIX: L-AGING-STATUS BUCKET (C, 1-4 - LNAGE01)
      *     AT LAST MONTH-END ACROSS, TO THIS MONTH-END'S BUCKET OR
      *     TO CO (CHARGED OFF - L-CHARGE-OFF-FLAG "C"), PIF (PAID
      *     IN FULL - L-CLOSE-STATUS "P"/"C") OR DEL (NO LONGER ON
      *     THE MASTER - REMOVED BY MAINTENANCE), WITH THE ROLL-
      *     FORWARD (WORSE BUCKET OR CHARGED OFF), CURE (BETTER
      *     BUCKET) AND PAYOFF RATE OF EVERY STARTING BUCKET;
      *   - TIER MATRIX: THE SAME MIGRATION OF L-LOAN-STATUS RISK
      *     TIER (A/S/V/R - LNCALC01), WITH THE SHARE MOVED UP AND
      *     DOWN A TIER.
      * EVERY CELL IS A LOAN COUNT AND A USD-EQUIVALENT BALANCE -
      * THE BALANCE THE LOAN STARTED THE MONTH WITH, AT TODAY'S
      * RATES, SO A CURRENCY MOVE DOES NOT READ AS A ROLL. BOTH
      * MATRICES ARE PRINTED FOR THE WHOLE BOOK, PER CURRENCY AND
      * PER L-BEHAVIOR-RATING (AS RATED AT LAST MONTH-END; SPACE =
      * UNRATED).
      * A LOAN ALREADY CHARGED OFF OR PAID AT LAST MONTH-END IS OFF
      * THE BOOK AND NOT FOLLOWED (A REOPENED PAYOFF INCLUDED); A
      * LOAN BOOKED DURING THE MONTH IS COUNTED AS A NEW BOOKING.
      * A RECORD WHOSE BUCKET, TIER OR BALANCE IS NOT USABLE ON
      * EITHER SNAPSHOT IS COUNTED AS AN EXCEPTION (RC 4) AND LEFT
      * TO LNAUDT01 TO ITEMIZE.
      * THE TRAILING TWELVE-MONTH TREND COMES FROM THE PROGRAM'S OWN
      * HISTORY DATASET (ROLLHIST, copy/rollrec.cpy): THIS MONTH'S
      * WHOLE-BOOK ROLL AND CURE RATES ARE ADDED (A RERUN REPLACES
      * THE MONTH) AND THE DATASET IS REWRITTEN WITH THE LATEST
      * TWELVE MONTHS.
      * SYSIN CARD: COLS 1-6 MONTH YYYYMM THE RUN IS FOR (BLANK =
      * THE MONTH OF THE RUN DATE).
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPNEW-FILE ASSIGN TO SNAPNEW
                  FILE STATUS IS WS-NEW-STATUS.
           SELECT SNAPOLD-FILE ASSIGN TO SNAPOLD
                  FILE STATUS IS WS-OLD-STATUS.
           SELECT ROLL-HIST-FILE ASSIGN TO ROLLHIST
                  FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPNEW-FILE.
       COPY LOANREC.

       FD  SNAPOLD-FILE.
       COPY LOANREC REPLACING ==LOAN-RECORD== BY ==OLD-LOAN-RECORD==
                              LEADING ==L-== BY ==OLD-==.

       FD  ROLL-HIST-FILE.
       COPY ROLLREC.

       WORKING-STORAGE SECTION.
       01  WS-NEW-STATUS          PIC X(02) VALUE "00".
       01  WS-OLD-STATUS          PIC X(02) VALUE "00".
       01  WS-HIST-STATUS         PIC X(02) VALUE "00".
       01  WS-NEW-EOF-SW          PIC X(01) VALUE "N".
           88  NEW-EOF            VALUE "Y".
       01  WS-OLD-EOF-SW          PIC X(01) VALUE "N".
           88  OLD-EOF            VALUE "Y".
       01  WS-HIST-EOF-SW         PIC X(01) VALUE "N".
           88  HIST-EOF           VALUE "Y".
       01  WS-NEW-KEY             PIC X(10) VALUE LOW-VALUES.
       01  WS-OLD-KEY             PIC X(10) VALUE LOW-VALUES.
       01  WS-MONTH-CARD          PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-ROLL-MONTH          PIC X(06) VALUE SPACES.
       01  WS-ROLL-MONTH-R REDEFINES WS-ROLL-MONTH.
           05  WS-ROLL-YYYY       PIC 9(04).
           05  WS-ROLL-MM         PIC 9(02).

      * Where one loan started the month and where it ended it.
       01  WS-AGE-CODES           PIC X(05) VALUE "C1234".
       01  WS-TIER-CODES          PIC X(04) VALUE "ASVR".
       01  WS-RATING-CODES        PIC X(05) VALUE "12345".
       01  WS-AGE-FROM            PIC 9(01) VALUE ZERO.
       01  WS-AGE-TO              PIC 9(01) VALUE ZERO.
       01  WS-TIER-FROM           PIC 9(01) VALUE ZERO.
       01  WS-TIER-TO             PIC 9(01) VALUE ZERO.
       01  WS-RATING-IDX          PIC 9(01) VALUE ZERO.
       01  WS-CM-IDX              PIC 9(02) VALUE ZERO.
       01  WS-SCAN-IDX            PIC 9(02) VALUE ZERO.
       01  WS-FROM-IDX            PIC 9(01) VALUE ZERO.
       01  WS-TO-IDX              PIC 9(01) VALUE ZERO.
       01  WS-CURR-WORK-CODE      PIC X(03) VALUE SPACES.
       01  WS-CELL-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-OLD-LIVE-SW         PIC X(01) VALUE "N".
           88  OLD-LOAN-LIVE      VALUE "Y".

      * Aging: from C,1-4 to C,1-4,CO,PIF,DEL. Tier: from A,S,V,R
      * to A,S,V,R,CO,PIF,DEL. One pair of matrices per currency on
      * the book, per behavior rating (6 = unrated) and for the whole
      * book; the print paragraphs work on the WS-PRINT- copies.
       01  WS-CURRENCY-MATRICES.
           05  WS-CM-COUNT         PIC 9(02).
           05  WS-CM-ENTRY OCCURS 20 TIMES.
               10  WS-CM-CODE      PIC X(03).
               10  WS-CM-AGE-MATRIX.
                   15  WS-CM-AGE-FROM OCCURS 5 TIMES.
                       20  WS-CM-AGE-TO OCCURS 8 TIMES.
                           25  WS-CM-AGE-CNT  PIC 9(07).
                           25  WS-CM-AGE-USD  PIC 9(11)V99.
               10  WS-CM-TIER-MATRIX.
                   15  WS-CM-TIER-FROM OCCURS 4 TIMES.
                       20  WS-CM-TIER-TO OCCURS 7 TIMES.
                           25  WS-CM-TIER-CNT PIC 9(07).
                           25  WS-CM-TIER-USD PIC 9(11)V99.
       01  WS-RATING-MATRICES.
           05  WS-RM-ENTRY OCCURS 6 TIMES.
               10  WS-RM-AGE-MATRIX.
                   15  WS-RM-AGE-FROM OCCURS 5 TIMES.
                       20  WS-RM-AGE-TO OCCURS 8 TIMES.
                           25  WS-RM-AGE-CNT  PIC 9(07).
                           25  WS-RM-AGE-USD  PIC 9(11)V99.
               10  WS-RM-TIER-MATRIX.
                   15  WS-RM-TIER-FROM OCCURS 4 TIMES.
                       20  WS-RM-TIER-TO OCCURS 7 TIMES.
                           25  WS-RM-TIER-CNT PIC 9(07).
                           25  WS-RM-TIER-USD PIC 9(11)V99.
       01  WS-TOTAL-MATRICES.
           05  WS-TM-AGE-MATRIX.
               10  WS-TM-AGE-FROM OCCURS 5 TIMES.
                   15  WS-TM-AGE-TO OCCURS 8 TIMES.
                       20  WS-TM-AGE-CNT      PIC 9(07).
                       20  WS-TM-AGE-USD      PIC 9(11)V99.
           05  WS-TM-TIER-MATRIX.
               10  WS-TM-TIER-FROM OCCURS 4 TIMES.
                   15  WS-TM-TIER-TO OCCURS 7 TIMES.
                       20  WS-TM-TIER-CNT     PIC 9(07).
                       20  WS-TM-TIER-USD     PIC 9(11)V99.
       01  WS-PRINT-AGE-MATRIX.
           05  WS-PA-FROM OCCURS 5 TIMES.
               10  WS-PA-TO OCCURS 8 TIMES.
                   15  WS-PA-CNT          PIC 9(07).
                   15  WS-PA-USD          PIC 9(11)V99.
       01  WS-PRINT-TIER-MATRIX.
           05  WS-PT-FROM OCCURS 4 TIMES.
               10  WS-PT-TO OCCURS 7 TIMES.
                   15  WS-PT-CNT          PIC 9(07).
                   15  WS-PT-USD          PIC 9(11)V99.

      * One starting row's totals and rates.
       01  WS-ROW-CNT             PIC 9(07) VALUE ZERO.
       01  WS-ROW-USD             PIC 9(11)V99 VALUE ZERO.
       01  WS-WORSE-USD           PIC 9(11)V99 VALUE ZERO.
       01  WS-BETTER-USD          PIC 9(11)V99 VALUE ZERO.
       01  WS-CHGOFF-USD          PIC 9(11)V99 VALUE ZERO.
       01  WS-PAID-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-WORSE-PCT           PIC 9(03)V99 VALUE ZERO.
       01  WS-BETTER-PCT          PIC 9(03)V99 VALUE ZERO.
       01  WS-CHGOFF-PCT          PIC 9(03)V99 VALUE ZERO.
       01  WS-PAID-PCT            PIC 9(03)V99 VALUE ZERO.

      * Matrix print lines: a 12-byte label, then one 15-byte cell
      * per destination column (the tier matrix leaves the last
      * cell blank).
       01  WS-MATRIX-HEAD.
           05  WS-MH-LABEL        PIC X(12).
           05  WS-MH-CELL OCCURS 8 TIMES.
               10  WS-MH-FILL     PIC X(12).
               10  WS-MH-CODE     PIC X(03).
       01  WS-MATRIX-CNT-LINE.
           05  WS-MC-LABEL        PIC X(12).
           05  WS-MC-CELL OCCURS 8 TIMES.
               10  WS-MC-FILL     PIC X(04).
               10  WS-MC-CNT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-MATRIX-USD-LINE.
           05  WS-MU-LABEL        PIC X(12).
           05  WS-MU-CELL OCCURS 8 TIMES.
               10  WS-MU-USD      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-OUT-CODES           PIC X(09) VALUE " COPIFDEL".

      * Roll-rate history: whatever is on file, this month slotted
      * in by month order, the latest twelve written back.
       01  WS-HIST-COUNT          PIC 9(02) VALUE ZERO.
       01  WS-HIST-MAX            PIC 9(02) VALUE 24.
       01  WS-HIST-IDX            PIC 9(02) VALUE ZERO.
       01  WS-HIST-INSERT         PIC 9(02) VALUE ZERO.
       01  WS-HIST-START          PIC 9(02) VALUE ZERO.
       01  WS-HIST-REPLACED-SW    PIC X(01) VALUE "N".
           88  HIST-MONTH-REPLACED VALUE "Y".
       01  WS-HIST-TABLE.
           05  WS-HT-REC OCCURS 25 TIMES PIC X(100).
       COPY ROLLREC REPLACING ==ROLL-HIST-REC== BY ==WS-ROLL-WORK==
                              LEADING ==RH-== BY ==RW-==.
       01  WS-TREND-LINE.
           05  WS-TL-MONTH        PIC X(06).
           05  WS-TL-ROLL-CELL OCCURS 5 TIMES.
               10  WS-TL-ROLL-FILL PIC X(03).
               10  WS-TL-ROLL     PIC ZZ9.99.
           05  WS-TL-SEPARATOR    PIC X(04).
           05  WS-TL-CURE-CELL OCCURS 4 TIMES.
               10  WS-TL-CURE-FILL PIC X(03).
               10  WS-TL-CURE     PIC ZZ9.99.

       01  WS-EDIT-CNT            PIC ZZZZZZ9.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT            PIC ZZ9.99.
       01  WS-EDIT-PCT2           PIC ZZ9.99.
       01  WS-EDIT-PCT3           PIC ZZ9.99.
       01  WS-EDIT-PCT4           PIC ZZ9.99.

       COPY CURRTAB.

       01  WS-CONTROL-TOTALS.
           05  WS-CNT-OLD-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-NEW-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-FOLLOWED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-OFF-BOOK     PIC 9(09) VALUE ZERO.
           05  WS-CNT-NEW-BOOKED   PIC 9(09) VALUE ZERO.
           05  WS-CNT-NEW-CLOSED   PIC 9(09) VALUE ZERO.
           05  WS-CNT-EXCEPTIONS   PIC 9(09) VALUE ZERO.
           05  WS-FOLLOWED-USD     PIC 9(13)V99 VALUE ZERO.
           05  WS-NEW-BOOKED-USD   PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNROLL01 - MONTH-END ROLL RATES AND MIGRATION".
      * OCCURS cells carry no VALUE clauses - zero them before the
      * first ADD lands in one.
           INITIALIZE WS-CURRENCY-MATRICES WS-RATING-MATRICES
                      WS-TOTAL-MATRICES
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-MONTH-CARD FROM SYSIN
           PERFORM 0100-SET-ROLL-MONTH
           PERFORM 0200-LOAD-ROLL-HISTORY

           OPEN INPUT SNAPNEW-FILE
           IF WS-NEW-STATUS NOT = "00"
              DISPLAY "FATAL: SNAPNEW OPEN FAILED - STATUS "
                 WS-NEW-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT SNAPOLD-FILE
           IF WS-OLD-STATUS NOT = "00"
              DISPLAY "FATAL: SNAPOLD OPEN FAILED - STATUS "
                 WS-OLD-STATUS
              PERFORM 9999-ABEND
           END-IF

           PERFORM 1000-READ-NEW
           PERFORM 1010-READ-OLD
           PERFORM 2000-MATCH-MERGE
              UNTIL NEW-EOF AND OLD-EOF

           CLOSE SNAPNEW-FILE SNAPOLD-FILE
           PERFORM 4000-UPDATE-ROLL-HISTORY
           PERFORM 9000-PRINT-REPORT
           PERFORM 9400-RUN-SUMMARY
           IF WS-CNT-EXCEPTIONS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * Cols 1-6 name the month; blank means the run date's own.
       0100-SET-ROLL-MONTH.
           IF WS-MONTH-CARD(1:6) = SPACES
              MOVE WS-RUN-DATE(1:6) TO WS-ROLL-MONTH
           ELSE
              MOVE WS-MONTH-CARD(1:6) TO WS-ROLL-MONTH
           END-IF
           IF WS-ROLL-MONTH NOT NUMERIC
              OR WS-ROLL-MM < 1 OR WS-ROLL-MM > 12
              DISPLAY "FATAL: ROLL-RATE MONTH '" WS-ROLL-MONTH
                 "' IS NOT A VALID YYYYMM"
              PERFORM 9999-ABEND
           END-IF.

      * An empty dataset is the first run - no trend yet. The record
      * for the month being run, if a rerun finds one, is dropped
      * here and replaced by this run's figures.
       0200-LOAD-ROLL-HISTORY.
           OPEN INPUT ROLL-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "FATAL: ROLL HISTORY OPEN FAILED - STATUS "
                 WS-HIST-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM UNTIL HIST-EOF
              READ ROLL-HIST-FILE
                 AT END
                    SET HIST-EOF TO TRUE
                 NOT AT END
                    PERFORM 0210-TAKE-HISTORY-RECORD
              END-READ
           END-PERFORM
           CLOSE ROLL-HIST-FILE
           IF HIST-MONTH-REPLACED
              DISPLAY "LNROLL01: RERUN FOR " WS-ROLL-MONTH
                 " - ITS HISTORY RECORD WILL BE REPLACED"
           END-IF.

       0210-TAKE-HISTORY-RECORD.
           IF RH-MONTH = WS-ROLL-MONTH
              SET HIST-MONTH-REPLACED TO TRUE
           ELSE
              IF WS-HIST-COUNT >= WS-HIST-MAX
                 DISPLAY "FATAL: ROLL HISTORY HOLDS MORE THAN "
                    WS-HIST-MAX " MONTHS"
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-HIST-COUNT
              MOVE ROLL-HIST-REC TO WS-HT-REC(WS-HIST-COUNT)
           END-IF.

       1000-READ-NEW.
           READ SNAPNEW-FILE
              AT END
                 SET NEW-EOF TO TRUE
                 MOVE HIGH-VALUES TO WS-NEW-KEY
              NOT AT END
                 ADD 1 TO WS-CNT-NEW-READ
                 MOVE L-LOAN-ID TO WS-NEW-KEY
           END-READ.

       1010-READ-OLD.
           READ SNAPOLD-FILE
              AT END
                 SET OLD-EOF TO TRUE
                 MOVE HIGH-VALUES TO WS-OLD-KEY
              NOT AT END
                 ADD 1 TO WS-CNT-OLD-READ
                 MOVE OLD-LOAN-ID TO WS-OLD-KEY
           END-READ.

      * Same two-file match on loan ID as LNSNAP01: only-in-new is a
      * loan booked during the month, only-in-old one that left the
      * master, both-present a loan followed across the month.
       2000-MATCH-MERGE.
           EVALUATE TRUE
              WHEN WS-NEW-KEY < WS-OLD-KEY
                 PERFORM 2010-NEW-BOOKING
                 PERFORM 1000-READ-NEW
              WHEN WS-OLD-KEY < WS-NEW-KEY
                 PERFORM 2020-LEFT-THE-MASTER
                 PERFORM 1010-READ-OLD
              WHEN OTHER
                 PERFORM 2030-FOLLOW-LOAN
                 PERFORM 1000-READ-NEW
                 PERFORM 1010-READ-OLD
           END-EVALUATE.

      * A loan booked and paid off inside the month never started it
      * and is not a payoff of the starting book either.
       2010-NEW-BOOKING.
           IF L-CHARGE-OFF-FLAG = "C"
              OR L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
              ADD 1 TO WS-CNT-NEW-CLOSED
           ELSE
              ADD 1 TO WS-CNT-NEW-BOOKED
              IF L-LOAN-AMOUNT NUMERIC
                 PERFORM 2310-NEW-RECORD-USD
                 ADD WS-CELL-USD TO WS-NEW-BOOKED-USD
              END-IF
           END-IF.

      * A closed loan past its holding period moves to history, but
      * it was already off the book at the start; a live one that is
      * gone was removed by maintenance.
       2020-LEFT-THE-MASTER.
           PERFORM 2100-SET-FROM-STATE
           IF OLD-LOAN-LIVE
              MOVE 8 TO WS-AGE-TO
              MOVE 7 TO WS-TIER-TO
              PERFORM 2200-TABULATE
           END-IF.

       2030-FOLLOW-LOAN.
           PERFORM 2100-SET-FROM-STATE
           IF OLD-LOAN-LIVE
              PERFORM 2110-SET-TO-STATE
              IF WS-AGE-TO = ZERO OR WS-TIER-TO = ZERO
                 ADD 1 TO WS-CNT-EXCEPTIONS
              ELSE
                 PERFORM 2200-TABULATE
              END-IF
           END-IF.

      * Off-book and unusable starting records are counted here and
      * leave OLD-LOAN-LIVE off, so the callers pass them over.
       2100-SET-FROM-STATE.
           MOVE "N" TO WS-OLD-LIVE-SW
           IF OLD-CHARGE-OFF-FLAG = "C"
              OR OLD-CLOSE-STATUS = "P" OR OLD-CLOSE-STATUS = "C"
              ADD 1 TO WS-CNT-OFF-BOOK
           ELSE
              MOVE ZERO TO WS-AGE-FROM WS-TIER-FROM
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                      UNTIL WS-SCAN-IDX > 5
                 IF OLD-AGING-STATUS = WS-AGE-CODES(WS-SCAN-IDX:1)
                    MOVE WS-SCAN-IDX TO WS-AGE-FROM
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                      UNTIL WS-SCAN-IDX > 4
                 IF OLD-LOAN-STATUS = WS-TIER-CODES(WS-SCAN-IDX:1)
                    MOVE WS-SCAN-IDX TO WS-TIER-FROM
                 END-IF
              END-PERFORM
              IF WS-AGE-FROM = ZERO OR WS-TIER-FROM = ZERO
                 OR OLD-LOAN-AMOUNT NOT NUMERIC
                 ADD 1 TO WS-CNT-EXCEPTIONS
              ELSE
                 SET OLD-LOAN-LIVE TO TRUE
                 MOVE 6 TO WS-RATING-IDX
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                         UNTIL WS-SCAN-IDX > 5
                    IF OLD-BEHAVIOR-RATING
                       = WS-RATING-CODES(WS-SCAN-IDX:1)
                       MOVE WS-SCAN-IDX TO WS-RATING-IDX
                    END-IF
                 END-PERFORM
                 PERFORM 2300-OLD-RECORD-USD
              END-IF
           END-IF.

      * A charge-off is tested ahead of a payoff - a charged-off
      * loan is never closed paid.
       2110-SET-TO-STATE.
           EVALUATE TRUE
              WHEN L-CHARGE-OFF-FLAG = "C"
                 MOVE 6 TO WS-AGE-TO
                 MOVE 5 TO WS-TIER-TO
              WHEN L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
                 MOVE 7 TO WS-AGE-TO
                 MOVE 6 TO WS-TIER-TO
              WHEN OTHER
                 MOVE ZERO TO WS-AGE-TO WS-TIER-TO
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                         UNTIL WS-SCAN-IDX > 5
                    IF L-AGING-STATUS = WS-AGE-CODES(WS-SCAN-IDX:1)
                       MOVE WS-SCAN-IDX TO WS-AGE-TO
                    END-IF
                 END-PERFORM
                 PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                         UNTIL WS-SCAN-IDX > 4
                    IF L-LOAN-STATUS = WS-TIER-CODES(WS-SCAN-IDX:1)
                       MOVE WS-SCAN-IDX TO WS-TIER-TO
                    END-IF
                 END-PERFORM
           END-EVALUATE.

       2200-TABULATE.
           ADD 1 TO WS-CNT-FOLLOWED
           ADD WS-CELL-USD TO WS-FOLLOWED-USD
           PERFORM 2210-FIND-CURRENCY-BLOCK
           ADD 1 TO WS-CM-AGE-CNT(WS-CM-IDX WS-AGE-FROM WS-AGE-TO)
           ADD WS-CELL-USD
              TO WS-CM-AGE-USD(WS-CM-IDX WS-AGE-FROM WS-AGE-TO)
           ADD 1 TO WS-CM-TIER-CNT(WS-CM-IDX WS-TIER-FROM WS-TIER-TO)
           ADD WS-CELL-USD
              TO WS-CM-TIER-USD(WS-CM-IDX WS-TIER-FROM WS-TIER-TO)
           ADD 1 TO WS-RM-AGE-CNT(WS-RATING-IDX WS-AGE-FROM WS-AGE-TO)
           ADD WS-CELL-USD
              TO WS-RM-AGE-USD(WS-RATING-IDX WS-AGE-FROM WS-AGE-TO)
           ADD 1
              TO WS-RM-TIER-CNT(WS-RATING-IDX WS-TIER-FROM WS-TIER-TO)
           ADD WS-CELL-USD
              TO WS-RM-TIER-USD(WS-RATING-IDX WS-TIER-FROM WS-TIER-TO)
           ADD 1 TO WS-TM-AGE-CNT(WS-AGE-FROM WS-AGE-TO)
           ADD WS-CELL-USD TO WS-TM-AGE-USD(WS-AGE-FROM WS-AGE-TO)
           ADD 1 TO WS-TM-TIER-CNT(WS-TIER-FROM WS-TIER-TO)
           ADD WS-CELL-USD TO WS-TM-TIER-USD(WS-TIER-FROM WS-TIER-TO).

      * Blank legacy currency reports under USD, consistent with how
      * every conversion in the system treats it.
       2210-FIND-CURRENCY-BLOCK.
           IF OLD-CURRENCY-CODE = SPACES
              MOVE "USD" TO WS-CURR-WORK-CODE
           ELSE
              MOVE OLD-CURRENCY-CODE TO WS-CURR-WORK-CODE
           END-IF
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
                   OR WS-CM-CODE(WS-CM-IDX) = WS-CURR-WORK-CODE
              CONTINUE
           END-PERFORM
           IF WS-CM-IDX > WS-CM-COUNT
              IF WS-CM-COUNT >= 20
                 DISPLAY "FATAL: MORE CURRENCIES THAN THE REPORT "
                    "TABLE HOLDS - " WS-CURR-WORK-CODE
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CM-COUNT
              MOVE WS-CURR-WORK-CODE TO WS-CM-CODE(WS-CM-COUNT)
              MOVE WS-CM-COUNT TO WS-CM-IDX
           END-IF.

       2300-OLD-RECORD-USD.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = OLD-CURRENCY-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM
           COMPUTE WS-CELL-USD ROUNDED =
              OLD-LOAN-AMOUNT * WS-CONV-RATE.

       2310-NEW-RECORD-USD.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = L-CURRENCY-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM
           COMPUTE WS-CELL-USD ROUNDED =
              L-LOAN-AMOUNT * WS-CONV-RATE.

      * Rates for starting bucket WS-FROM-IDX of WS-PRINT-AGE-MATRIX,
      * as a share of the balance that started there: worse = a
      * later bucket or charged off, better = an earlier bucket.
       3000-AGE-ROW-RATES.
           MOVE ZERO TO WS-ROW-CNT WS-ROW-USD WS-WORSE-USD
                        WS-BETTER-USD WS-CHGOFF-USD WS-PAID-USD
                        WS-WORSE-PCT WS-BETTER-PCT WS-CHGOFF-PCT
                        WS-PAID-PCT
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 8
              ADD WS-PA-CNT(WS-FROM-IDX WS-TO-IDX) TO WS-ROW-CNT
              ADD WS-PA-USD(WS-FROM-IDX WS-TO-IDX) TO WS-ROW-USD
              EVALUATE TRUE
                 WHEN WS-TO-IDX = 6
                    ADD WS-PA-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-WORSE-USD WS-CHGOFF-USD
                 WHEN WS-TO-IDX = 7
                    ADD WS-PA-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-PAID-USD
                 WHEN WS-TO-IDX = 8
                    CONTINUE
                 WHEN WS-TO-IDX > WS-FROM-IDX
                    ADD WS-PA-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-WORSE-USD
                 WHEN WS-TO-IDX < WS-FROM-IDX
                    ADD WS-PA-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-BETTER-USD
              END-EVALUATE
           END-PERFORM
           IF WS-ROW-USD > ZERO
              COMPUTE WS-WORSE-PCT ROUNDED =
                 WS-WORSE-USD * 100 / WS-ROW-USD
              COMPUTE WS-BETTER-PCT ROUNDED =
                 WS-BETTER-USD * 100 / WS-ROW-USD
              COMPUTE WS-CHGOFF-PCT ROUNDED =
                 WS-CHGOFF-USD * 100 / WS-ROW-USD
              COMPUTE WS-PAID-PCT ROUNDED =
                 WS-PAID-USD * 100 / WS-ROW-USD
           END-IF.

      * Same for starting tier WS-FROM-IDX of WS-PRINT-TIER-MATRIX:
      * worse = a higher-review tier (A -> S -> V -> R), better =
      * a lower one.
       3010-TIER-ROW-RATES.
           MOVE ZERO TO WS-ROW-CNT WS-ROW-USD WS-WORSE-USD
                        WS-BETTER-USD WS-CHGOFF-USD WS-PAID-USD
                        WS-WORSE-PCT WS-BETTER-PCT WS-CHGOFF-PCT
                        WS-PAID-PCT
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 7
              ADD WS-PT-CNT(WS-FROM-IDX WS-TO-IDX) TO WS-ROW-CNT
              ADD WS-PT-USD(WS-FROM-IDX WS-TO-IDX) TO WS-ROW-USD
              EVALUATE TRUE
                 WHEN WS-TO-IDX = 5
                    ADD WS-PT-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-CHGOFF-USD
                 WHEN WS-TO-IDX = 6
                    ADD WS-PT-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-PAID-USD
                 WHEN WS-TO-IDX = 7
                    CONTINUE
                 WHEN WS-TO-IDX > WS-FROM-IDX
                    ADD WS-PT-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-WORSE-USD
                 WHEN WS-TO-IDX < WS-FROM-IDX
                    ADD WS-PT-USD(WS-FROM-IDX WS-TO-IDX)
                       TO WS-BETTER-USD
              END-EVALUATE
           END-PERFORM
           IF WS-ROW-USD > ZERO
              COMPUTE WS-WORSE-PCT ROUNDED =
                 WS-WORSE-USD * 100 / WS-ROW-USD
              COMPUTE WS-BETTER-PCT ROUNDED =
                 WS-BETTER-USD * 100 / WS-ROW-USD
              COMPUTE WS-CHGOFF-PCT ROUNDED =
                 WS-CHGOFF-USD * 100 / WS-ROW-USD
              COMPUTE WS-PAID-PCT ROUNDED =
                 WS-PAID-USD * 100 / WS-ROW-USD
           END-IF.

      * This month's whole-book rates go in at their month's place,
      * then the dataset is rewritten with the latest twelve.
       4000-UPDATE-ROLL-HISTORY.
           MOVE SPACES          TO WS-ROLL-WORK
           MOVE WS-ROLL-MONTH   TO RW-MONTH
           MOVE WS-RUN-DATE     TO RW-RUN-DATE
           MOVE WS-TM-AGE-MATRIX TO WS-PRINT-AGE-MATRIX
           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
                   UNTIL WS-FROM-IDX > 5
              PERFORM 3000-AGE-ROW-RATES
              MOVE WS-ROW-CNT    TO RW-BASE-CNT(WS-FROM-IDX)
              MOVE WS-WORSE-PCT  TO RW-ROLL-PCT(WS-FROM-IDX)
              MOVE WS-BETTER-PCT TO RW-CURE-PCT(WS-FROM-IDX)
           END-PERFORM
           MOVE 1 TO WS-HIST-INSERT
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
              IF WS-HT-REC(WS-HIST-IDX)(1:6) < WS-ROLL-MONTH
                 COMPUTE WS-HIST-INSERT = WS-HIST-IDX + 1
              END-IF
           END-PERFORM
           PERFORM VARYING WS-HIST-IDX FROM WS-HIST-COUNT BY -1
                   UNTIL WS-HIST-IDX < WS-HIST-INSERT
              MOVE WS-HT-REC(WS-HIST-IDX)
                 TO WS-HT-REC(WS-HIST-IDX + 1)
           END-PERFORM
           MOVE WS-ROLL-WORK TO WS-HT-REC(WS-HIST-INSERT)
           ADD 1 TO WS-HIST-COUNT
           IF WS-HIST-COUNT > 12
              COMPUTE WS-HIST-START = WS-HIST-COUNT - 11
           ELSE
              MOVE 1 TO WS-HIST-START
           END-IF
           OPEN OUTPUT ROLL-HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
              DISPLAY "FATAL: ROLL HISTORY OPEN FAILED - STATUS "
                 WS-HIST-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM VARYING WS-HIST-IDX FROM WS-HIST-START BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
              WRITE ROLL-HIST-REC FROM WS-HT-REC(WS-HIST-IDX)
              IF WS-HIST-STATUS NOT = "00"
                 DISPLAY "FATAL: ROLL HISTORY WRITE FAILED - STATUS "
                    WS-HIST-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-PERFORM
           CLOSE ROLL-HIST-FILE.

       9000-PRINT-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNROLL01 ROLL RATES AND MIGRATION FOR MONTH "
              WS-ROLL-MONTH " - RUN " WS-RUN-DATE.
           DISPLAY "FROM LAST MONTH-END (ROWS) TO THIS MONTH-END "
              "(COLUMNS). BALANCES: USD-EQUIV OF THE STARTING "
              "BALANCE AT TODAY'S RATES.".
           DISPLAY "CO = CHARGED OFF  PIF = PAID IN FULL  DEL = "
              "REMOVED FROM THE MASTER".
           DISPLAY "----------------------------------------------".
           DISPLAY " "
           DISPLAY "WHOLE BOOK"
           MOVE WS-TM-AGE-MATRIX  TO WS-PRINT-AGE-MATRIX
           MOVE WS-TM-TIER-MATRIX TO WS-PRINT-TIER-MATRIX
           PERFORM 9100-PRINT-AGE-MATRIX
           PERFORM 9200-PRINT-TIER-MATRIX
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
              DISPLAY " "
              DISPLAY "CURRENCY " WS-CM-CODE(WS-CM-IDX)
                 " (BALANCES IN USD-EQUIV)"
              MOVE WS-CM-AGE-MATRIX(WS-CM-IDX) TO WS-PRINT-AGE-MATRIX
              MOVE WS-CM-TIER-MATRIX(WS-CM-IDX)
                 TO WS-PRINT-TIER-MATRIX
              PERFORM 9100-PRINT-AGE-MATRIX
              PERFORM 9200-PRINT-TIER-MATRIX
           END-PERFORM
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > 6
              MOVE WS-RM-AGE-MATRIX(WS-RATING-IDX)
                 TO WS-PRINT-AGE-MATRIX
              MOVE WS-RM-TIER-MATRIX(WS-RATING-IDX)
                 TO WS-PRINT-TIER-MATRIX
              DISPLAY " "
              IF WS-RATING-IDX = 6
                 DISPLAY "BEHAVIOR RATING - UNRATED"
              ELSE
                 DISPLAY "BEHAVIOR RATING "
                    WS-RATING-CODES(WS-RATING-IDX:1)
              END-IF
              PERFORM 9100-PRINT-AGE-MATRIX
              PERFORM 9200-PRINT-TIER-MATRIX
           END-PERFORM
           PERFORM 9300-PRINT-TREND.

       9100-PRINT-AGE-MATRIX.
           MOVE SPACES TO WS-MATRIX-HEAD
           MOVE "  AGING" TO WS-MH-LABEL
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 8
              IF WS-TO-IDX > 5
                 MOVE WS-OUT-CODES((WS-TO-IDX - 6) * 3 + 1:3)
                    TO WS-MH-CODE(WS-TO-IDX)
              ELSE
                 MOVE WS-AGE-CODES(WS-TO-IDX:1)
                    TO WS-MH-CODE(WS-TO-IDX)(3:1)
              END-IF
           END-PERFORM
           DISPLAY WS-MATRIX-HEAD
           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
                   UNTIL WS-FROM-IDX > 5
              PERFORM 3000-AGE-ROW-RATES
              IF WS-ROW-CNT > ZERO
                 PERFORM 9110-PRINT-AGE-ROW
              END-IF
           END-PERFORM.

       9110-PRINT-AGE-ROW.
           MOVE SPACES TO WS-MATRIX-CNT-LINE WS-MATRIX-USD-LINE
           STRING "  FROM " WS-AGE-CODES(WS-FROM-IDX:1) " CNT"
              DELIMITED BY SIZE INTO WS-MC-LABEL
           MOVE "         USD" TO WS-MU-LABEL
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 8
              MOVE WS-PA-CNT(WS-FROM-IDX WS-TO-IDX)
                 TO WS-MC-CNT(WS-TO-IDX)
              MOVE WS-PA-USD(WS-FROM-IDX WS-TO-IDX)
                 TO WS-MU-USD(WS-TO-IDX)
           END-PERFORM
           DISPLAY WS-MATRIX-CNT-LINE
           DISPLAY WS-MATRIX-USD-LINE
           MOVE WS-WORSE-PCT  TO WS-EDIT-PCT
           MOVE WS-BETTER-PCT TO WS-EDIT-PCT2
           MOVE WS-CHGOFF-PCT TO WS-EDIT-PCT3
           MOVE WS-PAID-PCT   TO WS-EDIT-PCT4
           DISPLAY "            ROLL-FWD " WS-EDIT-PCT
              "%  CURED " WS-EDIT-PCT2
              "%  CHARGED OFF " WS-EDIT-PCT3
              "%  PAID " WS-EDIT-PCT4 "%".

       9200-PRINT-TIER-MATRIX.
           MOVE SPACES TO WS-MATRIX-HEAD
           MOVE "  TIER" TO WS-MH-LABEL
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 7
              IF WS-TO-IDX > 4
                 MOVE WS-OUT-CODES((WS-TO-IDX - 5) * 3 + 1:3)
                    TO WS-MH-CODE(WS-TO-IDX)
              ELSE
                 MOVE WS-TIER-CODES(WS-TO-IDX:1)
                    TO WS-MH-CODE(WS-TO-IDX)(3:1)
              END-IF
           END-PERFORM
           DISPLAY WS-MATRIX-HEAD
           PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
                   UNTIL WS-FROM-IDX > 4
              PERFORM 3010-TIER-ROW-RATES
              IF WS-ROW-CNT > ZERO
                 PERFORM 9210-PRINT-TIER-ROW
              END-IF
           END-PERFORM.

       9210-PRINT-TIER-ROW.
           MOVE SPACES TO WS-MATRIX-CNT-LINE WS-MATRIX-USD-LINE
           STRING "  FROM " WS-TIER-CODES(WS-FROM-IDX:1) " CNT"
              DELIMITED BY SIZE INTO WS-MC-LABEL
           MOVE "         USD" TO WS-MU-LABEL
           PERFORM VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 7
              MOVE WS-PT-CNT(WS-FROM-IDX WS-TO-IDX)
                 TO WS-MC-CNT(WS-TO-IDX)
              MOVE WS-PT-USD(WS-FROM-IDX WS-TO-IDX)
                 TO WS-MU-USD(WS-TO-IDX)
           END-PERFORM
           DISPLAY WS-MATRIX-CNT-LINE
           DISPLAY WS-MATRIX-USD-LINE
           MOVE WS-WORSE-PCT  TO WS-EDIT-PCT
           MOVE WS-BETTER-PCT TO WS-EDIT-PCT2
           MOVE WS-CHGOFF-PCT TO WS-EDIT-PCT3
           MOVE WS-PAID-PCT   TO WS-EDIT-PCT4
           DISPLAY "            TIER UP " WS-EDIT-PCT
              "%  TIER DOWN " WS-EDIT-PCT2
              "%  CHARGED OFF " WS-EDIT-PCT3
              "%  PAID " WS-EDIT-PCT4 "%".

      * Whole-book roll-forward and cure rates, percent of starting
      * balance, one line per month kept on ROLLHIST.
       9300-PRINT-TREND.
           DISPLAY " "
           DISPLAY "TRAILING TWELVE-MONTH TREND (WHOLE BOOK, PERCENT "
              "OF STARTING BALANCE)"
           DISPLAY "ROLL N = SHARE OF BUCKET N ROLLED WORSE OR "
              "CHARGED OFF; CURE N = SHARE OF BUCKET N CURED BETTER"
           DISPLAY "MONTH    ROLL C   ROLL 1   ROLL 2   ROLL 3   ROLL 4"
              "       CURE 1   CURE 2   CURE 3   CURE 4"
           PERFORM VARYING WS-HIST-IDX FROM WS-HIST-START BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
              MOVE WS-HT-REC(WS-HIST-IDX) TO WS-ROLL-WORK
              MOVE SPACES TO WS-TREND-LINE
              MOVE RW-MONTH TO WS-TL-MONTH
              PERFORM VARYING WS-FROM-IDX FROM 1 BY 1
                      UNTIL WS-FROM-IDX > 5
                 IF RW-ROLL-PCT(WS-FROM-IDX) NUMERIC
                    MOVE RW-ROLL-PCT(WS-FROM-IDX)
                       TO WS-TL-ROLL(WS-FROM-IDX)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-FROM-IDX FROM 2 BY 1
                      UNTIL WS-FROM-IDX > 5
                 IF RW-CURE-PCT(WS-FROM-IDX) NUMERIC
                    MOVE RW-CURE-PCT(WS-FROM-IDX)
                       TO WS-TL-CURE(WS-FROM-IDX - 1)
                 END-IF
              END-PERFORM
              DISPLAY WS-TREND-LINE
           END-PERFORM.

       9400-RUN-SUMMARY.
           DISPLAY "----------------------------------------------".
           DISPLAY "LAST MONTH-END RECORDS .........: "
              WS-CNT-OLD-READ.
           DISPLAY "THIS MONTH-END RECORDS .........: "
              WS-CNT-NEW-READ.
           DISPLAY "LIVE LOANS FOLLOWED ............: "
              WS-CNT-FOLLOWED.
           MOVE WS-FOLLOWED-USD TO WS-EDIT-USD
           DISPLAY "  STARTING BALANCE (USD) .......: " WS-EDIT-USD.
           DISPLAY "OFF THE BOOK AT LAST MONTH-END .: "
              WS-CNT-OFF-BOOK.
           DISPLAY "BOOKED DURING THE MONTH ........: "
              WS-CNT-NEW-BOOKED.
           MOVE WS-NEW-BOOKED-USD TO WS-EDIT-USD
           DISPLAY "  NEW BALANCE (USD) ............: " WS-EDIT-USD.
           DISPLAY "BOOKED AND CLOSED IN THE MONTH .: "
              WS-CNT-NEW-CLOSED.
           DISPLAY "EXCEPTIONS (BAD BUCKET/TIER) ...: "
              WS-CNT-EXCEPTIONS.
           COMPUTE WS-EDIT-CNT = WS-HIST-COUNT - WS-HIST-START + 1
           DISPLAY "MONTHS KEPT ON ROLL HISTORY ....: " WS-EDIT-CNT.
           DISPLAY "==============================================".

       9999-ABEND.
           DISPLAY "LNROLL01 ABENDING - UNRECOVERABLE ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
