       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNLGLR01.
      *================================================================*
      * BATCH PROGRAM: MONTHLY LEGAL HOLD REPORT. ONE PASS OF THE
      * LEGAL-STATUS CLUSTER (LEGLVSAM, copy/lglrec.cpy) LISTS EVERY
      * ACTIVE HOLD - BANKRUPTCY (WITH CHAPTER AND PETITION DATE),
      * LITIGATION, CONSUMER DISPUTE, DECEASED - ON A LOAN OR ON A
      * BORROWER, WITH THE DATE IT WAS PLACED AND HOW MANY DAYS IT
      * HAS BEEN OPEN AS OF THE RUN DATE, OLDEST AGE BANDS CALLED
      * OUT SO A HOLD NOBODY HAS FOLLOWED UP STANDS OUT. WHILE A
      * HOLD IS OPEN NOTICES, FEES, COLLECTOR ASSIGNMENT AND BILLING
      * DEMANDS ARE STOOD DOWN ON EVERY LOAN IT COVERS, SO AN
      * UNRELEASED HOLD IS MONEY NOBODY IS ASKING FOR.
      * THE TOTALS COUNT ACTIVE HOLDS BY TYPE AND BY AGE BAND, AND
      * THE HOLDS PLACED AND RELEASED IN THE REPORT MONTH (SYSIN
      * COLS 1-6 YYYYMM, BLANK = THE CURRENT MONTH).
      * REPORT ONLY - NOTHING IS UPDATED. RUN MONTH-END.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-FILE ASSIGN TO LEGLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS LG-KEY
                  FILE STATUS  IS WS-LEGAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-FILE.
       COPY LGLREC.

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-STATUS        PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-OPENED-NUM          PIC 9(08) VALUE ZERO.
       01  WS-OPENED-INT          PIC 9(09) VALUE ZERO.
       01  WS-DAYS-OPEN           PIC 9(05) VALUE ZERO.
       01  WS-CONTROL-CARD        PIC X(80) VALUE SPACES.
       01  WS-REPORT-MONTH        PIC X(06) VALUE SPACES.
       01  WS-BAND-IDX            PIC 9(02) VALUE ZERO.

      * Age bands, upper bound in days; the last slot takes
      * everything older.
       01  WS-BAND-VALUES.
           05  FILLER PIC X(25) VALUE "00030  0 -  30 DAYS      ".
           05  FILLER PIC X(25) VALUE "00090 31 -  90 DAYS      ".
           05  FILLER PIC X(25) VALUE "00180 91 - 180 DAYS      ".
           05  FILLER PIC X(25) VALUE "00365181 - 365 DAYS      ".
           05  FILLER PIC X(25) VALUE "99999OVER ONE YEAR       ".
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY OCCURS 5 TIMES.
               10  WS-BAND-LIMIT   PIC 9(05).
               10  WS-BAND-DESC    PIC X(20).
       01  WS-BAND-COUNTS.
           05  WS-BAND-COUNT OCCURS 5 TIMES PIC 9(07).

       01  WS-DETAIL-LINE.
           05  DL-SCOPE            PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-ENTITY-ID        PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-TYPE             PIC X(11).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-CHAPTER          PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-FILED-DATE       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-OPENED-DATE      PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-DAYS-OPEN        PIC ZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-LOAN-ID          PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DL-CASE-REF         PIC X(15).

       01  WS-REPORT-TOTALS.
           05  WS-RECORDS-READ     PIC 9(07) VALUE ZERO.
           05  WS-CNT-ACTIVE       PIC 9(07) VALUE ZERO.
           05  WS-CNT-BANKRUPT     PIC 9(07) VALUE ZERO.
           05  WS-CNT-LITIGATION   PIC 9(07) VALUE ZERO.
           05  WS-CNT-DISPUTE      PIC 9(07) VALUE ZERO.
           05  WS-CNT-DECEASED     PIC 9(07) VALUE ZERO.
           05  WS-CNT-LOAN-SCOPE   PIC 9(07) VALUE ZERO.
           05  WS-CNT-BORR-SCOPE   PIC 9(07) VALUE ZERO.
           05  WS-CNT-PLACED-MONTH PIC 9(07) VALUE ZERO.
           05  WS-CNT-RELEASED-MONTH PIC 9(07) VALUE ZERO.
           05  WS-CNT-NO-DATE      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNLGLR01 - MONTHLY LEGAL HOLD REPORT".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CONTROL-CARD(1:6) NOT = SPACES
              IF WS-CONTROL-CARD(1:6) IS NUMERIC
                 AND WS-CONTROL-CARD(5:2) >= "01"
                 AND WS-CONTROL-CARD(5:2) <= "12"
                 MOVE WS-CONTROL-CARD(1:6) TO WS-REPORT-MONTH
              ELSE
                 DISPLAY "FATAL: INVALID REPORT MONTH ON SYSIN - "
                    WS-CONTROL-CARD(1:6)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           MOVE ZERO TO WS-BAND-COUNTS

           OPEN INPUT LEGAL-FILE
           IF WS-LEGAL-STATUS NOT = "00"
              DISPLAY "LNLGLR01: UNABLE TO OPEN LEGAL-STATUS FILE, "
                 "STATUS=" WS-LEGAL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0100-PRINT-HEADINGS
           PERFORM 1000-READ-HOLD UNTIL EOF-REACHED
           CLOSE LEGAL-FILE
           PERFORM 9000-PRINT-TOTALS
           GOBACK.

       0100-PRINT-HEADINGS.
           DISPLAY "==============================================".
           DISPLAY "ACTIVE LEGAL HOLDS AT " WS-RUN-DATE
              " - REPORT MONTH " WS-REPORT-MONTH.
           DISPLAY "----------------------------------------------".
           DISPLAY "SCOPE    ID         TYPE        CH FILED    "
              "OPENED    DAYS LOAN       CASE REF".

       1000-READ-HOLD.
           READ LEGAL-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF LG-OPENED-DATE(1:6) = WS-REPORT-MONTH
                    ADD 1 TO WS-CNT-PLACED-MONTH
                 END-IF
                 IF LG-STATUS = "R"
                    AND LG-RELEASED-DATE(1:6) = WS-REPORT-MONTH
                    ADD 1 TO WS-CNT-RELEASED-MONTH
                 END-IF
                 IF LG-STATUS = "A"
                    PERFORM 1010-LIST-ACTIVE-HOLD
                 END-IF
           END-READ.

      * Days open run from the date the hold was placed through
      * the run date. A hold with no usable placed date is listed
      * and counted, never guessed at - it ages in the oldest band
      * so somebody looks at it.
       1010-LIST-ACTIVE-HOLD.
           ADD 1 TO WS-CNT-ACTIVE
           IF LG-OPENED-DATE NUMERIC
              AND LG-OPENED-DATE NOT = ZEROS
              AND LG-OPENED-DATE NOT > WS-RUN-DATE
              MOVE LG-OPENED-DATE TO WS-OPENED-NUM
              COMPUTE WS-OPENED-INT =
                 FUNCTION INTEGER-OF-DATE(WS-OPENED-NUM)
              COMPUTE WS-DAYS-OPEN =
                 WS-RUN-DATE-INT - WS-OPENED-INT
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                      UNTIL WS-BAND-IDX > 4
                      OR WS-DAYS-OPEN NOT > WS-BAND-LIMIT(WS-BAND-IDX)
                 CONTINUE
              END-PERFORM
           ELSE
              MOVE ZERO TO WS-DAYS-OPEN
              MOVE 5 TO WS-BAND-IDX
              ADD 1 TO WS-CNT-NO-DATE
           END-IF
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX)
           IF LG-SCOPE = "B"
              MOVE "BORROWER" TO DL-SCOPE
              ADD 1 TO WS-CNT-BORR-SCOPE
           ELSE
              MOVE "LOAN" TO DL-SCOPE
              ADD 1 TO WS-CNT-LOAN-SCOPE
           END-IF
           EVALUATE LG-TYPE
              WHEN "B"
                 MOVE "BANKRUPTCY" TO DL-TYPE
                 ADD 1 TO WS-CNT-BANKRUPT
              WHEN "L"
                 MOVE "LITIGATION" TO DL-TYPE
                 ADD 1 TO WS-CNT-LITIGATION
              WHEN "D"
                 MOVE "DISPUTE" TO DL-TYPE
                 ADD 1 TO WS-CNT-DISPUTE
              WHEN "X"
                 MOVE "DECEASED" TO DL-TYPE
                 ADD 1 TO WS-CNT-DECEASED
              WHEN OTHER
                 MOVE LG-TYPE TO DL-TYPE
           END-EVALUATE
           MOVE LG-ENTITY-ID   TO DL-ENTITY-ID
           MOVE LG-CHAPTER     TO DL-CHAPTER
           MOVE LG-FILED-DATE  TO DL-FILED-DATE
           MOVE LG-OPENED-DATE TO DL-OPENED-DATE
           MOVE WS-DAYS-OPEN   TO DL-DAYS-OPEN
           MOVE LG-LOAN-ID     TO DL-LOAN-ID
           MOVE LG-CASE-REF    TO DL-CASE-REF
           DISPLAY WS-DETAIL-LINE.

       9000-PRINT-TOTALS.
           IF WS-CNT-ACTIVE = ZERO
              DISPLAY "  NO ACTIVE LEGAL HOLDS"
           END-IF
           DISPLAY "----------------------------------------------".
           DISPLAY "ACTIVE HOLDS ...................: "
              WS-CNT-ACTIVE.
           DISPLAY "  ON A LOAN ....................: "
              WS-CNT-LOAN-SCOPE.
           DISPLAY "  ON A BORROWER (ALL THEIR LOANS): "
              WS-CNT-BORR-SCOPE.
           DISPLAY "  BANKRUPTCY ...................: "
              WS-CNT-BANKRUPT.
           DISPLAY "  LITIGATION ...................: "
              WS-CNT-LITIGATION.
           DISPLAY "  CONSUMER DISPUTE .............: "
              WS-CNT-DISPUTE.
           DISPLAY "  DECEASED .....................: "
              WS-CNT-DECEASED.
           DISPLAY "ACTIVE HOLDS BY DAYS OPEN".
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
              DISPLAY "  " WS-BAND-DESC(WS-BAND-IDX) " .....: "
                 WS-BAND-COUNT(WS-BAND-IDX)
           END-PERFORM
           DISPLAY "  OF WHICH NO PLACED DATE ......: "
              WS-CNT-NO-DATE.
           DISPLAY "PLACED IN " WS-REPORT-MONTH " ..............: "
              WS-CNT-PLACED-MONTH.
           DISPLAY "RELEASED IN " WS-REPORT-MONTH " ............: "
              WS-CNT-RELEASED-MONTH.
           DISPLAY "LEGAL-STATUS RECORDS ON FILE ...: "
              WS-RECORDS-READ.
           DISPLAY "==============================================".
