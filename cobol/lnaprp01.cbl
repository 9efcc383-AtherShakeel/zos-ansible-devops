       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPRP01.
      *================================================================*
      * BATCH PROGRAM: MONTHLY APPLICATION PIPELINE REPORT. ONE PASS
      * OF THE APPLICATION CLUSTER (APPLVSAM) REPORTS, FOR THE MONTH
      * ON THE SYSIN CARD (COLS 1-6 YYYYMM, BLANK = THE CURRENT
      * MONTH):
      *   - VOLUME: REQUESTS RECEIVED, APPROVED, DECLINED, WITHDRAWN
      *     AND FUNDED IN THE MONTH, WITH THE AMOUNT (USD-EQUIVALENT)
      *     BEHIND EACH AND THE APPROVAL RATE OF THE MONTH'S
      *     DECISIONS;
      *   - DECLINES BY REASON CODE (copy/applrec.cpy);
      *   - THE OPEN PIPELINE AS IT STANDS TODAY: RECEIVED AND NOT
      *     YET GRADED, GRADED (WITHIN POLICY / POLICY EXCEPTION)
      *     AWAITING A DECISION, AND APPROVED AWAITING FUNDING.
      * AN APPROVAL COUNTS IN THE MONTH OF ITS DECISION DATE WHETHER
      * OR NOT IT HAS FUNDED SINCE; A FUNDING COUNTS IN THE MONTH OF
      * ITS FUNDED DATE. A REQUEST WITHDRAWN AFTER APPROVAL CARRIES
      * THE WITHDRAWAL AS ITS DECISION AND COUNTS ONLY AS WITHDRAWN.
      * REPORT ONLY - NOTHING IS UPDATED. RUN MONTH-END.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO APPLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS AP-APPL-ID
                  FILE STATUS  IS WS-APPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       COPY APPLREC.

       WORKING-STORAGE SECTION.
       01  WS-APPL-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-CONTROL-CARD        PIC X(80) VALUE SPACES.
       01  WS-REPORT-MONTH        PIC X(06) VALUE SPACES.
       01  WS-USD-AMOUNT-APPL     PIC 9(11)V99 VALUE ZERO.
       01  WS-REASON-IDX          PIC 9(02) VALUE ZERO.
       01  WS-DECIDED             PIC 9(07) VALUE ZERO.
       01  WS-APPROVAL-PCT        PIC 9(03)V99 VALUE ZERO.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-PCT            PIC ZZ9.99.

      * Decline reasons as copy/applrec.cpy documents them; the
      * last slot takes any code the table does not know.
       01  WS-REASON-VALUES.
           05  FILLER PIC X(32) VALUE "CRCREDIT HISTORY".
           05  FILLER PIC X(32) VALUE "CPCAPACITY/INCOME".
           05  FILLER PIC X(32) VALUE "EXAGGREGATE EXPOSURE".
           05  FILLER PIC X(32) VALUE "LTLOAN-TO-VALUE".
           05  FILLER PIC X(32) VALUE "COCOLLATERAL UNACCEPTABLE".
           05  FILLER PIC X(32) VALUE "DCINCOMPLETE DOCUMENTATION".
           05  FILLER PIC X(32) VALUE "POPOLICY/OTHER".
           05  FILLER PIC X(32) VALUE "??UNRECOGNISED CODE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-ENTRY OCCURS 8 TIMES.
               10  WS-REASON-CODE PIC X(02).
               10  WS-REASON-DESC PIC X(30).
       01  WS-REASON-COUNTS.
           05  WS-REASON-COUNT OCCURS 8 TIMES PIC 9(07).

       COPY CURRTAB.

       01  WS-MONTH-TOTALS.
           05  WS-CNT-RECEIVED     PIC 9(07) VALUE ZERO.
           05  WS-USD-RECEIVED     PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-APPROVED     PIC 9(07) VALUE ZERO.
           05  WS-USD-APPROVED     PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-DECLINED     PIC 9(07) VALUE ZERO.
           05  WS-USD-DECLINED     PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-WITHDRAWN    PIC 9(07) VALUE ZERO.
           05  WS-USD-WITHDRAWN    PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-FUNDED       PIC 9(07) VALUE ZERO.
           05  WS-USD-FUNDED       PIC 9(13)V99 VALUE ZERO.
       01  WS-PIPELINE-TOTALS.
           05  WS-APPLS-READ       PIC 9(07) VALUE ZERO.
           05  WS-OPEN-RECEIVED    PIC 9(07) VALUE ZERO.
           05  WS-OPEN-WITHIN      PIC 9(07) VALUE ZERO.
           05  WS-OPEN-EXCEPTION   PIC 9(07) VALUE ZERO.
           05  WS-OPEN-APPROVED    PIC 9(07) VALUE ZERO.
           05  WS-OPEN-USD         PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNAPRP01 - MONTHLY APPLICATION PIPELINE".
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
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
           MOVE ZERO TO WS-REASON-COUNTS

           OPEN INPUT APPLICATION-FILE
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "LNAPRP01: UNABLE TO OPEN APPLICATION FILE, "
                 "STATUS=" WS-APPL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-READ-APPLICATION UNTIL EOF-REACHED
           CLOSE APPLICATION-FILE
           PERFORM 8000-PRINT-REPORT
           GOBACK.

       1000-READ-APPLICATION.
           READ APPLICATION-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-APPLS-READ
                 PERFORM 1100-VALUE-USD
                 PERFORM 2000-TALLY-MONTH
                 PERFORM 3000-TALLY-PIPELINE
           END-READ.

      * USD equivalent of the requested amount; an unknown or blank
      * currency converts 1:1, the house default.
       1100-VALUE-USD.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = AP-CURRENCY-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM
           MOVE ZERO TO WS-USD-AMOUNT-APPL
           IF AP-AMOUNT NUMERIC
              COMPUTE WS-USD-AMOUNT-APPL ROUNDED =
                 AP-AMOUNT * WS-CONV-RATE
           END-IF.

       2000-TALLY-MONTH.
           IF AP-RECEIVED-DATE(1:6) = WS-REPORT-MONTH
              ADD 1 TO WS-CNT-RECEIVED
              ADD WS-USD-AMOUNT-APPL TO WS-USD-RECEIVED
           END-IF
           IF AP-DECISION-DATE(1:6) = WS-REPORT-MONTH
              EVALUATE AP-STATUS
                 WHEN "A"
                 WHEN "F"
                    ADD 1 TO WS-CNT-APPROVED
                    ADD WS-USD-AMOUNT-APPL TO WS-USD-APPROVED
                 WHEN "D"
                    ADD 1 TO WS-CNT-DECLINED
                    ADD WS-USD-AMOUNT-APPL TO WS-USD-DECLINED
                    PERFORM 2100-TALLY-REASON
                 WHEN "W"
                    ADD 1 TO WS-CNT-WITHDRAWN
                    ADD WS-USD-AMOUNT-APPL TO WS-USD-WITHDRAWN
              END-EVALUATE
           END-IF
           IF AP-STATUS = "F"
              AND AP-FUNDED-DATE(1:6) = WS-REPORT-MONTH
              ADD 1 TO WS-CNT-FUNDED
              ADD WS-USD-AMOUNT-APPL TO WS-USD-FUNDED
           END-IF.

       2100-TALLY-REASON.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 7
                   OR WS-REASON-CODE(WS-REASON-IDX) = AP-DECLINE-REASON
              CONTINUE
           END-PERFORM
           ADD 1 TO WS-REASON-COUNT(WS-REASON-IDX).

       3000-TALLY-PIPELINE.
           EVALUATE AP-STATUS
              WHEN "R"
                 ADD 1 TO WS-OPEN-RECEIVED
                 ADD WS-USD-AMOUNT-APPL TO WS-OPEN-USD
              WHEN "U"
                 IF AP-UW-RESULT = "E"
                    ADD 1 TO WS-OPEN-EXCEPTION
                 ELSE
                    ADD 1 TO WS-OPEN-WITHIN
                 END-IF
                 ADD WS-USD-AMOUNT-APPL TO WS-OPEN-USD
              WHEN "A"
                 ADD 1 TO WS-OPEN-APPROVED
                 ADD WS-USD-AMOUNT-APPL TO WS-OPEN-USD
           END-EVALUATE.

       8000-PRINT-REPORT.
           COMPUTE WS-DECIDED = WS-CNT-APPROVED + WS-CNT-DECLINED
           MOVE ZERO TO WS-APPROVAL-PCT
           IF WS-DECIDED > ZERO
              COMPUTE WS-APPROVAL-PCT ROUNDED =
                 WS-CNT-APPROVED * 100 / WS-DECIDED
           END-IF
           DISPLAY "==============================================".
           DISPLAY "APPLICATION PIPELINE - MONTH " WS-REPORT-MONTH
              "  RUN " WS-RUN-DATE.
           DISPLAY "----------------------------------------------".
           DISPLAY "MONTH VOLUME            COUNT       AMOUNT (USD)".
           MOVE WS-USD-RECEIVED TO WS-EDIT-USD
           DISPLAY "  RECEIVED ........: " WS-CNT-RECEIVED " "
              WS-EDIT-USD.
           MOVE WS-USD-APPROVED TO WS-EDIT-USD
           DISPLAY "  APPROVED ........: " WS-CNT-APPROVED " "
              WS-EDIT-USD.
           MOVE WS-USD-DECLINED TO WS-EDIT-USD
           DISPLAY "  DECLINED ........: " WS-CNT-DECLINED " "
              WS-EDIT-USD.
           MOVE WS-USD-WITHDRAWN TO WS-EDIT-USD
           DISPLAY "  WITHDRAWN .......: " WS-CNT-WITHDRAWN " "
              WS-EDIT-USD.
           MOVE WS-USD-FUNDED TO WS-EDIT-USD
           DISPLAY "  FUNDED ..........: " WS-CNT-FUNDED " "
              WS-EDIT-USD.
           MOVE WS-APPROVAL-PCT TO WS-EDIT-PCT
           DISPLAY "  APPROVAL RATE ...: " WS-EDIT-PCT
              " PCT OF APPROVE/DECLINE DECISIONS".
           DISPLAY "----------------------------------------------".
           DISPLAY "DECLINES BY REASON".
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > 8
              IF WS-REASON-COUNT(WS-REASON-IDX) > ZERO
                 DISPLAY "  " WS-REASON-CODE(WS-REASON-IDX) " "
                    WS-REASON-DESC(WS-REASON-IDX) ": "
                    WS-REASON-COUNT(WS-REASON-IDX)
              END-IF
           END-PERFORM
           IF WS-CNT-DECLINED = ZERO
              DISPLAY "  NONE"
           END-IF
           DISPLAY "----------------------------------------------".
           DISPLAY "OPEN PIPELINE AT " WS-RUN-DATE.
           DISPLAY "  RECEIVED, NOT GRADED ..........: "
              WS-OPEN-RECEIVED.
           DISPLAY "  GRADED WITHIN POLICY ..........: "
              WS-OPEN-WITHIN.
           DISPLAY "  GRADED WITH POLICY EXCEPTION ..: "
              WS-OPEN-EXCEPTION.
           DISPLAY "  APPROVED, AWAITING FUNDING ....: "
              WS-OPEN-APPROVED.
           MOVE WS-OPEN-USD TO WS-EDIT-USD
           DISPLAY "  OPEN AMOUNT (USD) ....: " WS-EDIT-USD.
           DISPLAY "APPLICATIONS ON FILE ...........: "
              WS-APPLS-READ.
           DISPLAY "==============================================".
