       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNBDAY01.
      *================================================================*
      * SUBPROGRAM: THE SHARED BUSINESS-DAY SERVICE. EVERY PROGRAM
      * THAT AGES, COUNTS GRACE, SETS A BILLING WINDOW OR GATES THE
      * NIGHTLY CHAIN ASKS HERE RATHER THAN COUNTING CALENDAR DAYS,
      * SO A SATURDAY DUE DATE, A BANK HOLIDAY AND A MONDAY PAYMENT
      * MEAN THE SAME THING TO ALL OF THEM.
      * CALLED WITH THE copy/bdayctl.cpy BLOCK - SEE THE FUNCTION
      * LIST THERE. A BUSINESS DAY IS MONDAY-FRIDAY AND NOT ON THE
      * HOLIDAY CALENDAR (HOLCAL, copy/hcalrec.cpy, MAINTAINED BY
      * LNPARM01).
      * THE CALENDAR IS LOADED ON THE FIRST CALL AND KEPT FOR THE
      * REST OF THE RUN UNIT. A MISSING CALENDAR IS NOT FATAL - LIKE
      * A MISSING PARAMETER SET, THE RUN CARRIES ON (WEEKENDS ONLY
      * ARE NON-BUSINESS DAYS) WITH A WARNING ON SYSOUT. A CALENDAR
      * TOO BIG FOR THE TABLE STOPS THE RUN (RC 16): SILENTLY
      * DROPPING HOLIDAYS WOULD AGE AND BILL ON THE WRONG DAYS.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO HOLCAL
                  FILE STATUS IS WS-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       COPY HCALREC.

       WORKING-STORAGE SECTION.
       01  WS-HOL-STATUS          PIC X(02) VALUE "00".
       01  WS-HOL-EOF-SW          PIC X(01) VALUE "N".
           88  HOLIDAY-EOF        VALUE "Y".
       01  WS-LOADED-SW           PIC X(01) VALUE "N".
           88  CALENDAR-LOADED    VALUE "Y".
       01  WS-HOLIDAY-FOUND-SW    PIC X(01) VALUE "N".
           88  HOLIDAY-FOUND      VALUE "Y".
       01  WS-DATE-OK-SW          PIC X(01) VALUE "N".
           88  DATE-IS-USABLE     VALUE "Y".

      * The calendar as day numbers (INTEGER-OF-DATE), so every test
      * is a plain compare against the day being walked.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-MAX          PIC 9(03) VALUE 500.
           05  WS-HOL-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-HOL-DAY          PIC 9(07) OCCURS 500 TIMES.
       01  WS-HOL-IDX             PIC 9(03) VALUE ZERO.
       01  WS-CNT-BAD-HOLIDAY     PIC 9(05) VALUE ZERO.

       01  WS-CHECK-DATE          PIC 9(08) VALUE ZERO.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE PIC X(08).
       01  WS-WORK-INT            PIC 9(07) VALUE ZERO.
       01  WS-END-INT             PIC 9(07) VALUE ZERO.
       01  WS-WEEKDAY             PIC 9(01) VALUE ZERO.
       01  WS-DAYS-LEFT           PIC 9(03) VALUE ZERO.
       01  WS-WORK-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-WORK-BUSINESS-SW    PIC X(01) VALUE "N".
           88  WORK-DAY-IS-BUSINESS VALUE "Y".

       LINKAGE SECTION.
       COPY BDAYCTL REPLACING ==WS-BDAY-CONTROL== BY ==LS-BDAY-CONTROL==
                              LEADING ==BD-== BY ==LS-==.

       PROCEDURE DIVISION USING LS-BDAY-CONTROL.
       0000-MAIN.
           IF NOT CALENDAR-LOADED
              PERFORM 0100-LOAD-CALENDAR
           END-IF
           MOVE ZERO TO LS-RETURN-CODE
           MOVE LS-DATE-IN TO WS-CHECK-DATE
           PERFORM 0200-VALIDATE-DATE
           IF NOT DATE-IS-USABLE
              MOVE 12 TO LS-RETURN-CODE
           ELSE
              COMPUTE WS-WORK-INT =
                 FUNCTION INTEGER-OF-DATE(LS-DATE-IN)
              EVALUATE LS-FUNCTION
                 WHEN "T"
                    PERFORM 1000-TEST-DATE
                 WHEN "N"
                    PERFORM 2000-NEXT-ON-OR-AFTER
                 WHEN "A"
                    PERFORM 3000-ADD-BUSINESS-DAYS
                 WHEN "C"
                    PERFORM 4000-COUNT-BUSINESS-DAYS
                 WHEN "P"
                    PERFORM 5000-PREVIOUS-BUSINESS-DAY
                 WHEN OTHER
                    MOVE 12 TO LS-RETURN-CODE
              END-EVALUATE
           END-IF
           GOBACK.

      * WORKING-STORAGE survives between CALLs in the run unit, so
      * the calendar is read once however many loans ask.
       0100-LOAD-CALENDAR.
           MOVE ZERO TO WS-HOL-COUNT
           MOVE "N" TO WS-HOL-EOF-SW
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-STATUS NOT = "00"
              DISPLAY "LNBDAY01: HOLIDAY CALENDAR UNAVAILABLE - "
                 "STATUS " WS-HOL-STATUS " - ONLY WEEKENDS ARE "
                 "TREATED AS NON-BUSINESS DAYS"
           ELSE
              PERFORM 0110-LOAD-ONE-HOLIDAY UNTIL HOLIDAY-EOF
              CLOSE HOLIDAY-FILE
              DISPLAY "LNBDAY01: " WS-HOL-COUNT " HOLIDAYS LOADED"
              IF WS-CNT-BAD-HOLIDAY > ZERO
                 DISPLAY "LNBDAY01: " WS-CNT-BAD-HOLIDAY
                    " UNUSABLE CALENDAR RECORDS IGNORED"
              END-IF
           END-IF
           SET CALENDAR-LOADED TO TRUE.

       0110-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
              AT END
                 SET HOLIDAY-EOF TO TRUE
              NOT AT END
                 MOVE HOL-DATE TO WS-CHECK-DATE-X
                 PERFORM 0200-VALIDATE-DATE
                 IF NOT DATE-IS-USABLE
                    ADD 1 TO WS-CNT-BAD-HOLIDAY
                    DISPLAY "LNBDAY01: UNUSABLE CALENDAR DATE "
                       HOL-DATE " IGNORED"
                 ELSE
                    IF WS-HOL-COUNT >= WS-HOL-MAX
                       DISPLAY "LNBDAY01: MORE HOLIDAYS THAN THE "
                          "TABLE HOLDS - PURGE PAST YEARS FROM "
                          "THE CALENDAR"
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO WS-HOL-COUNT
                    COMPUTE WS-HOL-DAY(WS-HOL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                 END-IF
           END-READ.

      * Same month/day range test the audit applies before any date
      * reaches INTEGER-OF-DATE.
       0200-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-CHECK-DATE-X NUMERIC
              AND WS-CHECK-DATE-X(1:4) > "1600"
              AND WS-CHECK-DATE-X(5:2) >= "01"
              AND WS-CHECK-DATE-X(5:2) <= "12"
              AND WS-CHECK-DATE-X(7:2) >= "01"
              AND WS-CHECK-DATE-X(7:2) <= "31"
              SET DATE-IS-USABLE TO TRUE
           END-IF.

      * Tests the day number in WS-WORK-INT. Day 1 (1601-01-01) was
      * a Monday, so the remainder by 7 is 6 on a Saturday and 0 on
      * a Sunday.
       0300-TEST-WORK-DAY.
           MOVE "Y" TO WS-WORK-BUSINESS-SW
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-WORK-INT 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
              MOVE "N" TO WS-WORK-BUSINESS-SW
           ELSE
              MOVE "N" TO WS-HOLIDAY-FOUND-SW
              PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                      UNTIL WS-HOL-IDX > WS-HOL-COUNT
                         OR HOLIDAY-FOUND
                 IF WS-HOL-DAY(WS-HOL-IDX) = WS-WORK-INT
                    SET HOLIDAY-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF HOLIDAY-FOUND
                 MOVE "N" TO WS-WORK-BUSINESS-SW
              END-IF
           END-IF.

       1000-TEST-DATE.
           PERFORM 0300-TEST-WORK-DAY
           MOVE WS-WORK-BUSINESS-SW TO LS-BUSINESS-SW
           MOVE LS-DATE-IN TO LS-DATE-OUT.

       2000-NEXT-ON-OR-AFTER.
           PERFORM 0300-TEST-WORK-DAY
           PERFORM 2010-STEP-FORWARD
              UNTIL WORK-DAY-IS-BUSINESS
           COMPUTE LS-DATE-OUT =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       2010-STEP-FORWARD.
           ADD 1 TO WS-WORK-INT
           PERFORM 0300-TEST-WORK-DAY.

       3000-ADD-BUSINESS-DAYS.
           MOVE LS-DAYS TO WS-DAYS-LEFT
           PERFORM 3010-ADD-ONE-BUSINESS-DAY
              UNTIL WS-DAYS-LEFT = ZERO
           COMPUTE LS-DATE-OUT =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       3010-ADD-ONE-BUSINESS-DAY.
           PERFORM 2010-STEP-FORWARD
           PERFORM 2010-STEP-FORWARD
              UNTIL WORK-DAY-IS-BUSINESS
           SUBTRACT 1 FROM WS-DAYS-LEFT.

       4000-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-WORK-COUNT
           MOVE LS-DATE-TO TO WS-CHECK-DATE
           PERFORM 0200-VALIDATE-DATE
           IF NOT DATE-IS-USABLE
              MOVE 12 TO LS-RETURN-CODE
           ELSE
              COMPUTE WS-END-INT =
                 FUNCTION INTEGER-OF-DATE(LS-DATE-TO)
              PERFORM 4010-COUNT-ONE-DAY
                 UNTIL WS-WORK-INT >= WS-END-INT
                    OR WS-WORK-COUNT = 99999
              MOVE WS-WORK-COUNT TO LS-COUNT
           END-IF.

       4010-COUNT-ONE-DAY.
           PERFORM 2010-STEP-FORWARD
           IF WORK-DAY-IS-BUSINESS
              ADD 1 TO WS-WORK-COUNT
           END-IF.

       5000-PREVIOUS-BUSINESS-DAY.
           PERFORM 5010-STEP-BACK
           PERFORM 5010-STEP-BACK
              UNTIL WORK-DAY-IS-BUSINESS
           COMPUTE LS-DATE-OUT =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

       5010-STEP-BACK.
           SUBTRACT 1 FROM WS-WORK-INT
           PERFORM 0300-TEST-WORK-DAY.

      * A called subprogram issuing STOP RUN ends the whole run
      * unit - no caller gets to age or bill on a calendar that
      * failed to load.
       9999-ABEND.
           DISPLAY "LNBDAY01 ABENDING - HOLIDAY CALENDAR NOT LOADED".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
