       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNMATD01.
      *================================================================*
      * SUBPROGRAM: DERIVES A LOAN'S CONTRACTUAL MATURITY DATE -
      * L-ORIGINATION-DATE PLUS L-TERM-MONTHS CALENDAR MONTHS, ON
      * THE SAME DAY OF THE MONTH, PULLED BACK TO THE LAST DAY OF
      * THE MATURITY MONTH WHEN THAT MONTH IS SHORTER (A 31 JAN
      * ORIGINATION OF ONE MONTH MATURES 28/29 FEB). THE RESULT IS
      * STAMPED ON L-MATURITY-DATE; A LOAN WITH NO USABLE
      * ORIGINATION DATE OR A ZERO TERM GETS A BLANK MATURITY.
      * THE CALLER DECIDES WHETHER TO WRITE THE RECORD BACK.
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ORIG-DATE-NUM       PIC 9(08) VALUE ZERO.
       01  WS-ORIG-DATE-R REDEFINES WS-ORIG-DATE-NUM.
           05  WS-ORIG-YYYY       PIC 9(04).
           05  WS-ORIG-MM         PIC 9(02).
           05  WS-ORIG-DD         PIC 9(02).
       01  WS-MAT-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-MAT-DATE-R REDEFINES WS-MAT-DATE-NUM.
           05  WS-MAT-YYYY        PIC 9(04).
           05  WS-MAT-MM          PIC 9(02).
           05  WS-MAT-DD          PIC 9(02).
       01  WS-MONTH-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-NEXT-FIRST-NUM      PIC 9(08) VALUE ZERO.
       01  WS-LAST-DAY-NUM        PIC 9(08) VALUE ZERO.
       01  WS-LAST-DAY-R REDEFINES WS-LAST-DAY-NUM.
           05  FILLER             PIC 9(06).
           05  WS-LAST-DD         PIC 9(02).

       LINKAGE SECTION.
       COPY LOANREC.

       PROCEDURE DIVISION USING LOAN-RECORD.
       0000-MAIN.
           MOVE SPACES TO L-MATURITY-DATE
           IF L-ORIGINATION-DATE NUMERIC
              AND L-TERM-MONTHS NUMERIC
              AND L-TERM-MONTHS > ZERO
              MOVE L-ORIGINATION-DATE TO WS-ORIG-DATE-NUM
              IF WS-ORIG-YYYY > 1600
                 AND WS-ORIG-MM > ZERO AND WS-ORIG-MM < 13
                 AND WS-ORIG-DD > ZERO AND WS-ORIG-DD < 32
                 PERFORM 1000-ADD-TERM
              END-IF
           END-IF
           GOBACK.

      * Months counted from year zero so the term can be added in
      * one step, then split back into year and month; the day is
      * capped at the last day of the landing month (first of the
      * following month less one).
       1000-ADD-TERM.
           COMPUTE WS-MONTH-COUNT =
              WS-ORIG-YYYY * 12 + WS-ORIG-MM - 1 + L-TERM-MONTHS
           COMPUTE WS-MAT-YYYY = WS-MONTH-COUNT / 12
           COMPUTE WS-MAT-MM =
              WS-MONTH-COUNT - (WS-MAT-YYYY * 12) + 1
           IF WS-MAT-MM = 12
              COMPUTE WS-NEXT-FIRST-NUM =
                 (WS-MAT-YYYY + 1) * 10000 + 0101
           ELSE
              COMPUTE WS-NEXT-FIRST-NUM =
                 WS-MAT-YYYY * 10000 + (WS-MAT-MM + 1) * 100 + 1
           END-IF
           COMPUTE WS-LAST-DAY-NUM = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-NUM) - 1)
           IF WS-ORIG-DD > WS-LAST-DD
              MOVE WS-LAST-DD TO WS-MAT-DD
           ELSE
              MOVE WS-ORIG-DD TO WS-MAT-DD
           END-IF
           MOVE WS-MAT-DATE-NUM TO L-MATURITY-DATE.
