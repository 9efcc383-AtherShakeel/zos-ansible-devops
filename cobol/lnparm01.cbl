      *     LIVE SET EXISTS YET (SET THE CORE WITH "U" FIRST). THE
      *     "U"/"R" PATHS PRESERVE THE EXTENDED FIELDS THE SAME
      *     WAY, SO NEITHER CARD TYPE CAN WIPE THE OTHER'S VALUES.
      *   L t ca b1 b2 b3 b4 op        SET ONE TIER'S ROW OF THE
      *                                LOAN-LOSS RATE TABLE (LOSSPM,
      *                                copy/lossrec.cpy):
      *     COL   3     RISK TIER (A, S, V OR R)
      *     COLS  5-8   RATE, BUCKET C  9(2)V99 PERCENT
      *     COLS 10-13  RATE, BUCKET 1
      *     COLS 15-18  RATE, BUCKET 2
      *     COLS 20-23  RATE, BUCKET 3
      *     COLS 25-28  RATE, BUCKET 4
      *     COLS 30-37  OPERATOR ID
      *     A ROW WHOSE RATE FALLS AS THE BUCKET WORSENS IS REFUSED.
      *   G na lo hi gl gm gh op       SET THE LOSS-RATE MODIFIERS:
      *     COLS  3-6   NON-ACCRUAL FLOOR RATE 9(2)V99 PERCENT
      *     COLS  8-10  LTV BREAK, LOW  (WHOLE PERCENT)
      *     COLS 12-14  LTV BREAK, HIGH
      *     COLS 16-18  LOSS-GIVEN-DEFAULT PCT AT/BELOW LOW BREAK
      *     COLS 20-22  LOSS-GIVEN-DEFAULT PCT AT/BELOW HIGH BREAK
      *     COLS 24-26  LOSS-GIVEN-DEFAULT PCT ABOVE HIGH BREAK
      *     COLS 28-35  OPERATOR ID
      *     REFUSED UNLESS LOW BREAK < HIGH BREAK AND LOW LGD <=
      *     MID LGD <= HIGH LGD <= 100 (ZEROS = DEFAULTS, ALLOWED).
      *     "L" AND "G" CARDS APPLY AT ONCE, EACH PRESERVING THE
      *     REST OF THE LOSS-RATE SET; THE AUDIT RECORD (ACTION
      *     "L"/"G") PROVES WHO CHANGED IT AND WHEN, THE VALUES ARE
      *     ON THE RUN'S SYSOUT AND THE NEXT "P" PRINT.
      *   H date o description op      ADD OR REMOVE A BANK HOLIDAY
      *                                ON THE HOLIDAY CALENDAR
      *                                (HOLCAL, copy/hcalrec.cpy)
      *                                THE LNBDAY01 BUSINESS-DAY
      *                                SERVICE READS:
      *     COLS  3-10  HOLIDAY DATE YYYYMMDD
      *     COL  12     A = ADD, D = DELETE
      *     COLS 14-43  DESCRIPTION (REQUIRED ON AN ADD)
      *     COLS 46-53  OPERATOR ID
      *     AN ADD OF A DATE ALREADY ON THE CALENDAR, OR A DELETE OF
      *     ONE THAT IS NOT, IS REFUSED. THE CALENDAR IS KEPT IN
      *     DATE ORDER; "P" PRINTS IT. THE AUDIT RECORD (ACTION "H"
      *     ADDED / "D" DELETED, PA-EFF-DATE = THE HOLIDAY) PROVES
      *     WHO CHANGED IT AND WHEN.
      * BESIDES THE AUDIT RECORD, EVERY APPLIED CHANGE (U, R, X, L,
      * G AND H CARDS - NOT A STAGED SET UNTIL IT IS RELEASED) IS
      * JOURNALED FIELD BY FIELD, OLD AND NEW VALUE AND OPERATOR, TO
      * THE SHARED CHANGE JOURNAL (CHGJRNL, copy/chgjrec.cpy) WITH
      * THE DATASET'S DD NAME AS THE KEY.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  FILE STATUS IS WS-PEND-STATUS.
           SELECT PARM-AUDIT-FILE ASSIGN TO PARMAUDT
                  FILE STATUS IS WS-AUDT-STATUS.
           SELECT LOSS-RATE-FILE ASSIGN TO LOSSPM
                  FILE STATUS IS WS-LOSS-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
                  FILE STATUS IS WS-HCAL-STATUS.
      * VSAM ESDS SHARED WITH LNVAL01 AND THE ONLINE MAINTENANCE
      * TRANSACTIONS - SEE jcl/lnjrnlvs.jcl.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO AS-CHGJRNL
                  FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * PA-ACTION: "U" = APPLIED DIRECT, "S" = STAGED PENDING,
      * "R" = PENDING SET RELEASED TO LIVE, "X" = EXTENDED SET
      * APPLIED (CORE VALUES UNCHANGED, OLD = NEW), "L"/"G" =
      * LOAN-LOSS RATE ROW / MODIFIERS APPLIED, "H"/"D" = HOLIDAY
      * ADDED / DELETED (OLD = NEW; PA-EFF-DATE = THE HOLIDAY). THE
      * LATE-FEE FIELDS ARE NOT ON THIS LAYOUT - THE "X" RECORD
      * PROVES WHO CHANGED THE EXTENDED SET AND WHEN, AND THE VALUES
      * APPLIED ARE ON THE RUN'S SYSOUT AND THE NEXT "P" PRINT.
       FD  PARM-AUDIT-FILE.
       01  PARM-AUDIT-REC.
           05  PA-ACTION           PIC X(01).
           05  PA-NEW-NONACC       PIC X(01).
           05  FILLER              PIC X(01).

       FD  LOSS-RATE-FILE.
       COPY LOSSREC.

       FD  HOLIDAY-FILE.
       COPY HCALREC.

       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS         PIC X(02) VALUE "00".
       01  WS-PEND-STATUS         PIC X(02) VALUE "00".
       01  WS-AUDT-STATUS         PIC X(02) VALUE "00".
       01  WS-LOSS-STATUS         PIC X(02) VALUE "00".
       01  WS-HCAL-STATUS         PIC X(02) VALUE "00".
       01  WS-JRNL-STATUS         PIC X(02) VALUE "00".
       01  WS-CARDS-DONE-SW       PIC X(01) VALUE "N".
           88  CARDS-DONE         VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
           05  FILLER             PIC X(01).
           05  WS-XCARD-APPR-EXP  PIC 9(03).
           05  FILLER             PIC X(23).
      * "L" (LOSS-RATE ROW) VIEW OF THE SAME CARD.
       01  WS-LOSS-ROW-CARD REDEFINES WS-CONTROL-CARD.
           05  FILLER             PIC X(02).
           05  WS-LCARD-TIER      PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-LCARD-BUCKET OCCURS 5 TIMES.
               10  WS-LCARD-RATE  PIC 9(02)V99.
               10  FILLER         PIC X(01).
           05  WS-LCARD-OPERATOR  PIC X(08).
           05  FILLER             PIC X(43).
      * "G" (LOSS-RATE MODIFIERS) VIEW OF THE SAME CARD.
       01  WS-LOSS-MOD-CARD REDEFINES WS-CONTROL-CARD.
           05  FILLER             PIC X(02).
           05  WS-GCARD-NONACC    PIC 9(02)V99.
           05  FILLER             PIC X(01).
           05  WS-GCARD-BRK-LOW   PIC 9(03).
           05  FILLER             PIC X(01).
           05  WS-GCARD-BRK-HIGH  PIC 9(03).
           05  FILLER             PIC X(01).
           05  WS-GCARD-LGD-LOW   PIC 9(03).
           05  FILLER             PIC X(01).
           05  WS-GCARD-LGD-MID   PIC 9(03).
           05  FILLER             PIC X(01).
           05  WS-GCARD-LGD-HIGH  PIC 9(03).
           05  FILLER             PIC X(01).
           05  WS-GCARD-OPERATOR  PIC X(08).
           05  FILLER             PIC X(45).
      * "H" (HOLIDAY CALENDAR) VIEW OF THE SAME CARD - THE OPERATOR
      * SITS WHERE THE "U" CARD'S DOES.
       01  WS-HOL-CARD REDEFINES WS-CONTROL-CARD.
           05  FILLER             PIC X(02).
           05  WS-HCARD-DATE      PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-HCARD-OP        PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-HCARD-DESC      PIC X(30).
           05  FILLER             PIC X(02).
           05  WS-HCARD-OPERATOR  PIC X(08).
           05  FILLER             PIC X(27).
       01  WS-NEW-THRESHOLD       PIC 9(07)V99 VALUE ZERO.
       01  WS-NEW-TIER-LOW        PIC 9(07)V99 VALUE ZERO.
       01  WS-NEW-TIER-MID        PIC 9(07)V99 VALUE ZERO.
       01  WS-CNT-STAGED          PIC 9(05) VALUE ZERO.
       01  WS-CNT-REJECTED        PIC 9(05) VALUE ZERO.
       01  WS-PARM-ACTION         PIC X(01) VALUE SPACE.
       01  WS-LOSS-FOUND-SW       PIC X(01) VALUE "N".
           88  LOSS-SET-FOUND     VALUE "Y".
       01  WS-LOSS-CARD-OK-SW     PIC X(01) VALUE "Y".
           88  LOSS-CARD-OK       VALUE "Y".
       01  WS-LOSS-SAVE           PIC X(128) VALUE SPACES.
       01  WS-LOSS-TIER-IDX       PIC 9(01) VALUE ZERO.
       01  WS-LOSS-BKT-IDX        PIC 9(01) VALUE ZERO.
       01  WS-TIER-CODES          PIC X(04) VALUE "ASVR".
      * The holiday calendar, held in date order while a card is
      * applied; written back whole. Same size as LNBDAY01's table.
       01  WS-CAL-TABLE.
           05  WS-CAL-MAX         PIC 9(03) VALUE 500.
           05  WS-CAL-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-CAL-ENTRY       PIC X(80) OCCURS 500 TIMES.
       01  WS-CAL-IDX             PIC 9(03) VALUE ZERO.
       01  WS-CAL-SLOT            PIC 9(03) VALUE ZERO.
       01  WS-CAL-EOF-SW          PIC X(01) VALUE "N".
           88  CAL-EOF            VALUE "Y".
       01  WS-CAL-FOUND-SW        PIC X(01) VALUE "N".
           88  CAL-DATE-FOUND     VALUE "Y".
       01  WS-HOL-NEW-ENTRY       PIC X(80) VALUE SPACES.
       01  WS-HOL-DATE-SAVE       PIC X(08) VALUE SPACES.
       01  WS-HOL-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-HOL-WEEKDAY         PIC 9(01) VALUE ZERO.
      * Change-journal work: one field's old and new value, edited,
      * for 5190; the loss-rate set as it stood before the card
      * (viewed off WS-LOSS-SAVE) and the holiday a D card removed.
       01  WS-JRNL-KEY            PIC X(20) VALUE SPACES.
       01  WS-JRNL-FIELD          PIC X(18) VALUE SPACES.
       01  WS-JRNL-OLD            PIC X(30) VALUE SPACES.
       01  WS-JRNL-NEW            PIC X(30) VALUE SPACES.
       01  WS-JRNL-EDIT-PCT       PIC Z9.99.
       01  WS-BUCKET-CODES        PIC X(05) VALUE "C1234".
       01  WS-HOL-OLD-ENTRY       PIC X(80) VALUE SPACES.
       COPY LOSSREC REPLACING ==LOSS-RATE-REC== BY ==JRNL-LOSS-BEFORE==
                              LEADING ==LSR-== BY ==JLB-==.
       01  WS-EDIT-RATE-LINE      VALUE SPACES.
           05  WS-EDIT-RATE-ENTRY OCCURS 5 TIMES.
               10  FILLER         PIC X(02).
               10  WS-EDIT-RATE   PIC Z9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
                 PERFORM 4000-RELEASE-PENDING
              WHEN WS-CARD-ACTION = "X"
                 PERFORM 3500-APPLY-EXTENDED
              WHEN WS-CARD-ACTION = "L"
                 PERFORM 3600-APPLY-LOSS-ROW
              WHEN WS-CARD-ACTION = "G"
                 PERFORM 3700-APPLY-LOSS-MODIFIERS
              WHEN WS-CARD-ACTION = "H"
                 PERFORM 6000-APPLY-HOLIDAY
              WHEN OTHER
                 ADD 1 TO WS-CNT-REJECTED
                 DISPLAY "UNRECOGNIZED CONTROL CARD: "
           ELSE
              DISPLAY "NO LIVE PARAMETER SET ON FILE - CONSUMERS "
                 "ARE RUNNING ON COMPILED-IN DEFAULTS"
           END-IF
           PERFORM 2300-PRINT-LOSS-SET
           PERFORM 2400-PRINT-CALENDAR.

       2300-PRINT-LOSS-SET.
           PERFORM 2200-READ-LOSS-SET
           IF LOSS-SET-FOUND
              DISPLAY "LOAN-LOSS RATE SET (PERCENT OF USD BALANCE):"
              DISPLAY "  BUCKET      C      1      2      3      4"
              PERFORM VARYING WS-LOSS-TIER-IDX FROM 1 BY 1
                      UNTIL WS-LOSS-TIER-IDX > 4
                 PERFORM VARYING WS-LOSS-BKT-IDX FROM 1 BY 1
                         UNTIL WS-LOSS-BKT-IDX > 5
                    MOVE LSR-BUCKET-RATE(WS-LOSS-TIER-IDX
                                         WS-LOSS-BKT-IDX)
                       TO WS-EDIT-RATE(WS-LOSS-BKT-IDX)
                 END-PERFORM
                 DISPLAY "  TIER "
                    WS-TIER-CODES(WS-LOSS-TIER-IDX:1)
                    WS-EDIT-RATE-LINE
              END-PERFORM
              MOVE LSR-NONACC-RATE TO WS-EDIT-RATE(1)
              DISPLAY "  NON-ACCRUAL FLOOR ...: " WS-EDIT-RATE(1)
              DISPLAY "  LTV BREAKS (PCT) ....: " LSR-LTV-BREAK-LOW
                 " / " LSR-LTV-BREAK-HIGH
              DISPLAY "  SECURED LGD (PCT) ...: " LSR-LGD-LOW
                 " / " LSR-LGD-MID " / " LSR-LGD-HIGH
              DISPLAY "  LAST CHANGED ........: " LSR-UPDATED-TS
                 " BY " LSR-OPERATOR
              DISPLAY "----------------------------------------------"
           ELSE
              DISPLAY "NO LOAN-LOSS RATE SET ON FILE - THE "
                 "ALLOWANCE RUN WILL REFUSE TO PRICE THE RESERVE"
           END-IF.

       2400-PRINT-CALENDAR.
           PERFORM 6100-LOAD-CALENDAR
           IF WS-CAL-COUNT > ZERO
              DISPLAY "HOLIDAY CALENDAR (NON-BUSINESS DAYS BESIDES "
                 "WEEKENDS):"
              PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                      UNTIL WS-CAL-IDX > WS-CAL-COUNT
                 MOVE WS-CAL-ENTRY(WS-CAL-IDX) TO HOLIDAY-REC
                 DISPLAY "  " HOL-DATE "  " HOL-DESCRIPTION
                    "  ADDED " HOL-ADDED-TS(1:8) " BY " HOL-OPERATOR
              END-PERFORM
              DISPLAY "----------------------------------------------"
           ELSE
              DISPLAY "NO HOLIDAY CALENDAR ON FILE - ONLY WEEKENDS "
                 "ARE NON-BUSINESS DAYS"
           END-IF.

      * Reads the single loss-rate record and keeps a copy of it in
      * WS-LOSS-SAVE - the rewrite reopens the dataset OUTPUT, so
      * the card's changes are laid over the saved copy. No record
      * (or a garbled one) starts from an all-zero set.
       2200-READ-LOSS-SET.
           MOVE "N" TO WS-LOSS-FOUND-SW
           OPEN INPUT LOSS-RATE-FILE
           IF WS-LOSS-STATUS = "00"
              READ LOSS-RATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LSR-TIER-ROW(1) NUMERIC
                       AND LSR-NONACC-RATE NUMERIC
                       SET LOSS-SET-FOUND TO TRUE
                    END-IF
              END-READ
              CLOSE LOSS-RATE-FILE
           END-IF
           IF NOT LOSS-SET-FOUND
              INITIALIZE LOSS-RATE-REC
           END-IF
           MOVE LOSS-RATE-REC TO WS-LOSS-SAVE.

      * Reads the single live record into the OLD fields. Garbled
      * content reads as "not found" - the consumers' own guards
      * would have rejected it too.
           ADD 1 TO WS-CNT-APPLIED
           DISPLAY "APPLIED EFFECTIVE NOW BY " WS-CARD-OPERATOR
           MOVE "U" TO WS-PARM-ACTION
           PERFORM 5000-WRITE-PARM-AUDIT
           PERFORM 5100-JOURNAL-PARM-SET.

      * Single-record dataset: written fresh each time. OPEN OUTPUT
      * truncates-and-writes whether or not a record existed before;
                 DISPLAY "EXTENDED SET APPLIED BY " WS-CARD-OPERATOR
                 MOVE "X" TO WS-PARM-ACTION
                 PERFORM 5000-WRITE-PARM-AUDIT
                 PERFORM 5100-JOURNAL-PARM-SET
              END-IF
           END-IF.

      * L card: one tier's row of bucket rates. The rate may not
      * fall as the bucket worsens - a table that reserves less for
      * 90 days past due than for 60 is a keying error.
       3600-APPLY-LOSS-ROW.
           SET LOSS-CARD-OK TO TRUE
           MOVE ZERO TO WS-LOSS-TIER-IDX
           EVALUATE WS-LCARD-TIER
              WHEN "A" MOVE 1 TO WS-LOSS-TIER-IDX
              WHEN "S" MOVE 2 TO WS-LOSS-TIER-IDX
              WHEN "V" MOVE 3 TO WS-LOSS-TIER-IDX
              WHEN "R" MOVE 4 TO WS-LOSS-TIER-IDX
              WHEN OTHER MOVE "N" TO WS-LOSS-CARD-OK-SW
           END-EVALUATE
           PERFORM VARYING WS-LOSS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-LOSS-BKT-IDX > 5
              IF WS-LCARD-RATE(WS-LOSS-BKT-IDX) NOT NUMERIC
                 MOVE "N" TO WS-LOSS-CARD-OK-SW
              ELSE
                 IF WS-LOSS-BKT-IDX > 1
                    AND WS-LCARD-RATE(WS-LOSS-BKT-IDX - 1) NUMERIC
                    AND WS-LCARD-RATE(WS-LOSS-BKT-IDX)
                       < WS-LCARD-RATE(WS-LOSS-BKT-IDX - 1)
                    MOVE "N" TO WS-LOSS-CARD-OK-SW
                 END-IF
              END-IF
           END-PERFORM
           IF NOT LOSS-CARD-OK
              ADD 1 TO WS-CNT-REJECTED
              DISPLAY "REJECTED - BAD TIER, NON-NUMERIC OR FALLING "
                 "RATE ON L CARD: " WS-CONTROL-CARD(1:37)
           ELSE
              PERFORM 2200-READ-LOSS-SET
              PERFORM 3800-OPEN-LOSS-FOR-REWRITE
              PERFORM VARYING WS-LOSS-BKT-IDX FROM 1 BY 1
                      UNTIL WS-LOSS-BKT-IDX > 5
                 MOVE WS-LCARD-RATE(WS-LOSS-BKT-IDX)
                    TO LSR-BUCKET-RATE(WS-LOSS-TIER-IDX
                                       WS-LOSS-BKT-IDX)
              END-PERFORM
              MOVE WS-LCARD-OPERATOR TO WS-CARD-OPERATOR
              PERFORM 3850-WRITE-LOSS-SET
              DISPLAY "LOSS RATES, TIER " WS-LCARD-TIER
                 " APPLIED BY " WS-CARD-OPERATOR ": "
                 WS-CONTROL-CARD(5:24)
              MOVE "L" TO WS-PARM-ACTION
              PERFORM 3900-AUDIT-LOSS-CHANGE
              PERFORM 5110-JOURNAL-LOSS-ROW
           END-IF.

       3700-APPLY-LOSS-MODIFIERS.
           IF WS-GCARD-NONACC NOT NUMERIC
              OR WS-GCARD-BRK-LOW NOT NUMERIC
              OR WS-GCARD-BRK-HIGH NOT NUMERIC
              OR WS-GCARD-LGD-LOW NOT NUMERIC
              OR WS-GCARD-LGD-MID NOT NUMERIC
              OR WS-GCARD-LGD-HIGH NOT NUMERIC
              OR (WS-GCARD-BRK-HIGH > ZERO
                 AND WS-GCARD-BRK-LOW NOT < WS-GCARD-BRK-HIGH)
              OR WS-GCARD-LGD-LOW > WS-GCARD-LGD-MID
              OR WS-GCARD-LGD-MID > WS-GCARD-LGD-HIGH
              OR WS-GCARD-LGD-HIGH > 100
              ADD 1 TO WS-CNT-REJECTED
              DISPLAY "REJECTED - BAD VALUE ON G CARD: "
                 WS-CONTROL-CARD(1:35)
           ELSE
              PERFORM 2200-READ-LOSS-SET
              PERFORM 3800-OPEN-LOSS-FOR-REWRITE
              MOVE WS-GCARD-NONACC   TO LSR-NONACC-RATE
              MOVE WS-GCARD-BRK-LOW  TO LSR-LTV-BREAK-LOW
              MOVE WS-GCARD-BRK-HIGH TO LSR-LTV-BREAK-HIGH
              MOVE WS-GCARD-LGD-LOW  TO LSR-LGD-LOW
              MOVE WS-GCARD-LGD-MID  TO LSR-LGD-MID
              MOVE WS-GCARD-LGD-HIGH TO LSR-LGD-HIGH
              MOVE WS-GCARD-OPERATOR TO WS-CARD-OPERATOR
              PERFORM 3850-WRITE-LOSS-SET
              DISPLAY "LOSS-RATE MODIFIERS APPLIED BY "
                 WS-CARD-OPERATOR ": " WS-CONTROL-CARD(3:24)
              MOVE "G" TO WS-PARM-ACTION
              PERFORM 3900-AUDIT-LOSS-CHANGE
              PERFORM 5120-JOURNAL-LOSS-MODIFIERS
           END-IF.

      * Single-record dataset, written fresh like the live set: the
      * saved copy goes back into the record area after the OPEN,
      * and the card's fields are laid over it.
       3800-OPEN-LOSS-FOR-REWRITE.
           OPEN OUTPUT LOSS-RATE-FILE
           IF WS-LOSS-STATUS NOT = "00"
              DISPLAY "FATAL: LOSS-RATE DATASET OPEN FAILED - "
                 "STATUS " WS-LOSS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-LOSS-SAVE TO LOSS-RATE-REC.

       3850-WRITE-LOSS-SET.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LSR-UPDATED-TS
           MOVE WS-CARD-OPERATOR TO LSR-OPERATOR
           WRITE LOSS-RATE-REC
           IF WS-LOSS-STATUS NOT = "00"
              DISPLAY "FATAL: LOSS-RATE DATASET WRITE FAILED - "
                 "STATUS " WS-LOSS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE LOSS-RATE-FILE
           ADD 1 TO WS-CNT-APPLIED.

      * The audit layout has no loss-rate fields - like the "X"
      * record, the L/G record carries the live core values
      * unchanged (old = new) and proves who changed the set and
      * when.
       3900-AUDIT-LOSS-CHANGE.
           PERFORM 2100-READ-LIVE-SET
           MOVE WS-OLD-THRESHOLD  TO WS-NEW-THRESHOLD
           MOVE WS-OLD-TIER-LOW   TO WS-NEW-TIER-LOW
           MOVE WS-OLD-TIER-MID   TO WS-NEW-TIER-MID
           MOVE WS-OLD-STALE-DAYS TO WS-NEW-STALE-DAYS
           MOVE WS-OLD-CHGOFF-DAYS TO WS-NEW-CHGOFF-DAYS
           MOVE WS-OLD-NONACC-BUCKET TO WS-NEW-NONACC-BUCKET
           MOVE SPACES TO WS-CARD-EFF-DATE
           PERFORM 5000-WRITE-PARM-AUDIT.

       4000-RELEASE-PENDING.
           OPEN INPUT PENDING-PARM-FILE
           IF WS-PEND-STATUS NOT = "00"
                    PEND-EFF-DATE ") BY " PEND-OPERATOR
                 MOVE "R" TO WS-PARM-ACTION
                 PERFORM 5000-WRITE-PARM-AUDIT
                 PERFORM 5100-JOURNAL-PARM-SET
      * Empty the pending dataset so the same set cannot release
      * twice.
                 OPEN OUTPUT PENDING-PARM-FILE
              END-IF
           END-IF.

      * H card: one holiday added to or deleted from the calendar.
      * The whole calendar is loaded, changed in place and written
      * back in date order, the way the single-record sets are.
       6000-APPLY-HOLIDAY.
           MOVE WS-HCARD-DATE TO WS-HOL-DATE-SAVE
           IF WS-HCARD-DATE NOT NUMERIC
              OR WS-HCARD-DATE(5:2) < "01"
              OR WS-HCARD-DATE(5:2) > "12"
              OR WS-HCARD-DATE(7:2) < "01"
              OR WS-HCARD-DATE(7:2) > "31"
              OR (WS-HCARD-OP NOT = "A" AND WS-HCARD-OP NOT = "D")
              OR (WS-HCARD-OP = "A" AND WS-HCARD-DESC = SPACES)
              ADD 1 TO WS-CNT-REJECTED
              DISPLAY "REJECTED - BAD DATE, ACTION OR MISSING "
                 "DESCRIPTION ON H CARD: " WS-CONTROL-CARD(1:43)
           ELSE
              PERFORM 6100-LOAD-CALENDAR
              MOVE "N" TO WS-CAL-FOUND-SW
              MOVE ZERO TO WS-CAL-SLOT
              PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                      UNTIL WS-CAL-IDX > WS-CAL-COUNT
                         OR CAL-DATE-FOUND
                 IF WS-CAL-ENTRY(WS-CAL-IDX)(1:8) = WS-HCARD-DATE
                    SET CAL-DATE-FOUND TO TRUE
                    MOVE WS-CAL-IDX TO WS-CAL-SLOT
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-HCARD-OP = "A" AND CAL-DATE-FOUND
                    ADD 1 TO WS-CNT-REJECTED
                    DISPLAY "REJECTED - " WS-HCARD-DATE
                       " IS ALREADY ON THE HOLIDAY CALENDAR"
                 WHEN WS-HCARD-OP = "D" AND NOT CAL-DATE-FOUND
                    ADD 1 TO WS-CNT-REJECTED
                    DISPLAY "REJECTED - " WS-HCARD-DATE
                       " IS NOT ON THE HOLIDAY CALENDAR"
                 WHEN WS-HCARD-OP = "A"
                    AND WS-CAL-COUNT >= WS-CAL-MAX
                    ADD 1 TO WS-CNT-REJECTED
                    DISPLAY "REJECTED - HOLIDAY CALENDAR FULL - "
                       "DELETE PAST YEARS FIRST"
                 WHEN WS-HCARD-OP = "A"
                    PERFORM 6010-INSERT-HOLIDAY
                    PERFORM 6200-REWRITE-CALENDAR
                    DISPLAY "HOLIDAY " WS-HOL-DATE-SAVE " ADDED BY "
                       WS-CARD-OPERATOR ": " WS-HCARD-DESC
                    MOVE "H" TO WS-PARM-ACTION
                    PERFORM 6300-AUDIT-CALENDAR-CHANGE
                    PERFORM 5130-JOURNAL-HOLIDAY
                 WHEN OTHER
                    MOVE WS-CAL-ENTRY(WS-CAL-SLOT) TO WS-HOL-OLD-ENTRY
                    PERFORM 6020-REMOVE-HOLIDAY
                    PERFORM 6200-REWRITE-CALENDAR
                    DISPLAY "HOLIDAY " WS-HOL-DATE-SAVE
                       " DELETED BY " WS-CARD-OPERATOR
                    MOVE "D" TO WS-PARM-ACTION
                    PERFORM 6300-AUDIT-CALENDAR-CHANGE
                    PERFORM 5130-JOURNAL-HOLIDAY
              END-EVALUATE
           END-IF.

      * Builds the new entry and opens a slot for it in date order.
      * A weekend date is harmless (it is never a business day) but
      * is usually a keying slip for the observed Friday or Monday,
      * so it is taken and flagged.
       6010-INSERT-HOLIDAY.
           MOVE SPACES TO HOLIDAY-REC
           MOVE WS-HCARD-DATE     TO HOL-DATE
           MOVE WS-HCARD-DESC     TO HOL-DESCRIPTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO HOL-ADDED-TS
           MOVE WS-CARD-OPERATOR  TO HOL-OPERATOR
           MOVE HOLIDAY-REC TO WS-HOL-NEW-ENTRY
           MOVE WS-HCARD-DATE TO WS-HOL-DATE-NUM
           COMPUTE WS-HOL-WEEKDAY = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-HOL-DATE-NUM) 7)
           IF WS-HOL-WEEKDAY = 6 OR WS-HOL-WEEKDAY = 0
              DISPLAY "NOTE - " WS-HCARD-DATE " FALLS ON A WEEKEND; "
                 "ADD THE OBSERVED WEEKDAY IF THE BANK IS CLOSED"
           END-IF
           MOVE WS-CAL-COUNT TO WS-CAL-SLOT
           ADD 1 TO WS-CAL-SLOT
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
              IF WS-CAL-ENTRY(WS-CAL-IDX)(1:8) > WS-HCARD-DATE
                 AND WS-CAL-IDX < WS-CAL-SLOT
                 MOVE WS-CAL-IDX TO WS-CAL-SLOT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CAL-IDX FROM WS-CAL-COUNT BY -1
                   UNTIL WS-CAL-IDX < WS-CAL-SLOT
              MOVE WS-CAL-ENTRY(WS-CAL-IDX)
                 TO WS-CAL-ENTRY(WS-CAL-IDX + 1)
           END-PERFORM
           MOVE WS-HOL-NEW-ENTRY TO WS-CAL-ENTRY(WS-CAL-SLOT)
           ADD 1 TO WS-CAL-COUNT.

       6020-REMOVE-HOLIDAY.
           PERFORM VARYING WS-CAL-IDX FROM WS-CAL-SLOT BY 1
                   UNTIL WS-CAL-IDX >= WS-CAL-COUNT
              MOVE WS-CAL-ENTRY(WS-CAL-IDX + 1)
                 TO WS-CAL-ENTRY(WS-CAL-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-CAL-COUNT.

      * No calendar yet (first holiday ever) loads as empty.
       6100-LOAD-CALENDAR.
           MOVE ZERO TO WS-CAL-COUNT
           MOVE "N" TO WS-CAL-EOF-SW
           OPEN INPUT HOLIDAY-FILE
           IF WS-HCAL-STATUS = "00"
              PERFORM 6110-LOAD-ONE-HOLIDAY UNTIL CAL-EOF
              CLOSE HOLIDAY-FILE
           END-IF.

       6110-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
              AT END
                 SET CAL-EOF TO TRUE
              NOT AT END
      * Rewriting a calendar that did not fit would drop dates.
                 IF WS-CAL-COUNT >= WS-CAL-MAX
                    DISPLAY "FATAL: HOLIDAY CALENDAR LARGER THAN "
                       "THE TABLE - PURGE PAST YEARS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CAL-COUNT
                 MOVE HOLIDAY-REC TO WS-CAL-ENTRY(WS-CAL-COUNT)
           END-READ.

       6200-REWRITE-CALENDAR.
           OPEN OUTPUT HOLIDAY-FILE
           IF WS-HCAL-STATUS NOT = "00"
              DISPLAY "FATAL: HOLIDAY CALENDAR OPEN FAILED - "
                 "STATUS " WS-HCAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
              MOVE WS-CAL-ENTRY(WS-CAL-IDX) TO HOLIDAY-REC
              WRITE HOLIDAY-REC
              IF WS-HCAL-STATUS NOT = "00"
                 DISPLAY "FATAL: HOLIDAY CALENDAR WRITE FAILED - "
                    "STATUS " WS-HCAL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM
           CLOSE HOLIDAY-FILE
           ADD 1 TO WS-CNT-APPLIED.

      * Like the "L"/"G" record: the live core values ride through
      * unchanged (old = new); the holiday date goes in PA-EFF-DATE.
       6300-AUDIT-CALENDAR-CHANGE.
           PERFORM 2100-READ-LIVE-SET
           MOVE WS-OLD-THRESHOLD  TO WS-NEW-THRESHOLD
           MOVE WS-OLD-TIER-LOW   TO WS-NEW-TIER-LOW
           MOVE WS-OLD-TIER-MID   TO WS-NEW-TIER-MID
           MOVE WS-OLD-STALE-DAYS TO WS-NEW-STALE-DAYS
           MOVE WS-OLD-CHGOFF-DAYS TO WS-NEW-CHGOFF-DAYS
           MOVE WS-OLD-NONACC-BUCKET TO WS-NEW-NONACC-BUCKET
           MOVE WS-HOL-DATE-SAVE TO WS-CARD-EFF-DATE
           PERFORM 5000-WRITE-PARM-AUDIT.

      * Every accepted change - applied, staged, or released - leaves
      * one audit record: what was live before, what was put in, who
      * and when. A change with no audit trail never happens.
              STOP RUN
           END-IF
           CLOSE PARM-AUDIT-FILE.

      * Field-level journal of an applied U, X or R card: each of the
      * live set's fields whose value the card moved, WS-OLD-* (read
      * before the rewrite) against WS-NEW-* (what was written).
       5100-JOURNAL-PARM-SET.
           PERFORM 5180-OPEN-JOURNAL
           MOVE "THRESHPM" TO WS-JRNL-KEY
           MOVE "PARM-THRESHOLD" TO WS-JRNL-FIELD
           MOVE WS-OLD-THRESHOLD TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-OLD
           MOVE WS-NEW-THRESHOLD TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-TIER-LOW" TO WS-JRNL-FIELD
           MOVE WS-OLD-TIER-LOW TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-OLD
           MOVE WS-NEW-TIER-LOW TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-TIER-MID" TO WS-JRNL-FIELD
           MOVE WS-OLD-TIER-MID TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-OLD
           MOVE WS-NEW-TIER-MID TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-STALE-DAYS" TO WS-JRNL-FIELD
           MOVE WS-OLD-STALE-DAYS TO WS-JRNL-OLD
           MOVE WS-NEW-STALE-DAYS TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-CHGOFF-DAYS" TO WS-JRNL-FIELD
           MOVE WS-OLD-CHGOFF-DAYS TO WS-JRNL-OLD
           MOVE WS-NEW-CHGOFF-DAYS TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-NONACC-BUCKET" TO WS-JRNL-FIELD
           MOVE WS-OLD-NONACC-BUCKET TO WS-JRNL-OLD
           MOVE WS-NEW-NONACC-BUCKET TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-GRACE-DAYS" TO WS-JRNL-FIELD
           MOVE WS-OLD-GRACE-DAYS TO WS-JRNL-OLD
           MOVE WS-NEW-GRACE-DAYS TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-LATE-FEE-TYPE" TO WS-JRNL-FIELD
           MOVE WS-OLD-FEE-TYPE TO WS-JRNL-OLD
           MOVE WS-NEW-FEE-TYPE TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-LATE-FEE-FLAT" TO WS-JRNL-FIELD
           MOVE WS-OLD-FEE-FLAT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-OLD
           MOVE WS-NEW-FEE-FLAT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-LATE-FEE-PCT" TO WS-JRNL-FIELD
           MOVE WS-OLD-FEE-PCT TO WS-JRNL-EDIT-PCT
           MOVE WS-JRNL-EDIT-PCT TO WS-JRNL-OLD
           MOVE WS-NEW-FEE-PCT TO WS-JRNL-EDIT-PCT
           MOVE WS-JRNL-EDIT-PCT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-LTV-LIMIT" TO WS-JRNL-FIELD
           MOVE WS-OLD-LTV-LIMIT TO WS-JRNL-OLD
           MOVE WS-NEW-LTV-LIMIT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-VAL-STALE" TO WS-JRNL-FIELD
           MOVE WS-OLD-VAL-STALE TO WS-JRNL-OLD
           MOVE WS-NEW-VAL-STALE TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-APPR-LIMIT" TO WS-JRNL-FIELD
           MOVE WS-OLD-APPR-LIMIT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-OLD
           MOVE WS-NEW-APPR-LIMIT TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "PARM-APPR-EXPIRE" TO WS-JRNL-FIELD
           MOVE WS-OLD-APPR-EXPIRE TO WS-JRNL-OLD
           MOVE WS-NEW-APPR-EXPIRE TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           CLOSE CHANGE-JOURNAL-FILE.

      * L card: the tier's five bucket rates, as saved before the
      * card against the rates the card put in.
       5110-JOURNAL-LOSS-ROW.
           PERFORM 5180-OPEN-JOURNAL
           MOVE "LOSSPM" TO WS-JRNL-KEY
           MOVE WS-LOSS-SAVE TO JRNL-LOSS-BEFORE
           PERFORM VARYING WS-LOSS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-LOSS-BKT-IDX > 5
              MOVE SPACES TO WS-JRNL-FIELD
              MOVE "LSR-RATE TIER " TO WS-JRNL-FIELD(1:14)
              MOVE WS-LCARD-TIER TO WS-JRNL-FIELD(15:1)
              MOVE "/" TO WS-JRNL-FIELD(16:1)
              MOVE WS-BUCKET-CODES(WS-LOSS-BKT-IDX:1)
                 TO WS-JRNL-FIELD(17:1)
              MOVE JLB-BUCKET-RATE(WS-LOSS-TIER-IDX WS-LOSS-BKT-IDX)
                 TO WS-JRNL-EDIT-PCT
              MOVE WS-JRNL-EDIT-PCT TO WS-JRNL-OLD
              MOVE WS-LCARD-RATE(WS-LOSS-BKT-IDX) TO WS-JRNL-EDIT-PCT
              MOVE WS-JRNL-EDIT-PCT TO WS-JRNL-NEW
              PERFORM 5190-JOURNAL-IF-CHANGED
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE.

      * G card: the six modifiers, saved set against the card.
       5120-JOURNAL-LOSS-MODIFIERS.
           PERFORM 5180-OPEN-JOURNAL
           MOVE "LOSSPM" TO WS-JRNL-KEY
           MOVE WS-LOSS-SAVE TO JRNL-LOSS-BEFORE
           MOVE "LSR-NONACC-RATE" TO WS-JRNL-FIELD
           MOVE JLB-NONACC-RATE TO WS-JRNL-EDIT-PCT
           MOVE WS-JRNL-EDIT-PCT TO WS-JRNL-OLD
           MOVE WS-GCARD-NONACC TO WS-JRNL-EDIT-PCT
           MOVE WS-JRNL-EDIT-PCT TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "LSR-LTV-BREAK-LOW" TO WS-JRNL-FIELD
           MOVE JLB-LTV-BREAK-LOW TO WS-JRNL-OLD
           MOVE WS-GCARD-BRK-LOW TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "LSR-LTV-BREAK-HIGH" TO WS-JRNL-FIELD
           MOVE JLB-LTV-BREAK-HIGH TO WS-JRNL-OLD
           MOVE WS-GCARD-BRK-HIGH TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "LSR-LGD-LOW" TO WS-JRNL-FIELD
           MOVE JLB-LGD-LOW TO WS-JRNL-OLD
           MOVE WS-GCARD-LGD-LOW TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "LSR-LGD-MID" TO WS-JRNL-FIELD
           MOVE JLB-LGD-MID TO WS-JRNL-OLD
           MOVE WS-GCARD-LGD-MID TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           MOVE "LSR-LGD-HIGH" TO WS-JRNL-FIELD
           MOVE JLB-LGD-HIGH TO WS-JRNL-OLD
           MOVE WS-GCARD-LGD-HIGH TO WS-JRNL-NEW
           PERFORM 5190-JOURNAL-IF-CHANGED
           CLOSE CHANGE-JOURNAL-FILE.

      * H card: the holiday date is the field, its description the
      * value - blank old on an add, blank new on a delete.
       5130-JOURNAL-HOLIDAY.
           PERFORM 5180-OPEN-JOURNAL
           MOVE "HOLCAL" TO WS-JRNL-KEY
           MOVE SPACES TO WS-JRNL-FIELD
           MOVE "HOLIDAY " TO WS-JRNL-FIELD(1:8)
           MOVE WS-HOL-DATE-SAVE TO WS-JRNL-FIELD(9:8)
           IF WS-HCARD-OP = "A"
              MOVE SPACES TO WS-JRNL-OLD
              MOVE WS-HCARD-DESC TO WS-JRNL-NEW
           ELSE
              MOVE WS-HOL-OLD-ENTRY(9:30) TO WS-JRNL-OLD
              MOVE SPACES TO WS-JRNL-NEW
           END-IF
           PERFORM 5190-JOURNAL-IF-CHANGED
           CLOSE CHANGE-JOURNAL-FILE.

      * Shared with the online transactions and never reset - EXTEND
      * only, like LNVAL01's; an applied change that cannot be
      * journaled stops the run.
       5180-OPEN-JOURNAL.
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "FATAL: CHANGE JOURNAL OPEN FAILED - STATUS "
                 WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       5190-JOURNAL-IF-CHANGED.
           IF WS-JRNL-OLD NOT = WS-JRNL-NEW
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE FUNCTION CURRENT-DATE(1:14) TO CJ-TIMESTAMP
              MOVE "B"              TO CJ-SOURCE
              MOVE "LNPARM01"       TO CJ-PROGRAM
              MOVE WS-CARD-OPERATOR TO CJ-OPERATOR
              MOVE "P"              TO CJ-ENTITY
              MOVE WS-JRNL-KEY      TO CJ-KEY
              MOVE WS-JRNL-FIELD    TO CJ-FIELD
              MOVE WS-JRNL-OLD      TO CJ-OLD-VALUE
              MOVE WS-JRNL-NEW      TO CJ-NEW-VALUE
              WRITE CHANGE-JOURNAL-REC
              IF WS-JRNL-STATUS NOT = "00"
                 DISPLAY "FATAL: CHANGE JOURNAL WRITE FAILED - "
                    "STATUS " WS-JRNL-STATUS " " WS-JRNL-FIELD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
