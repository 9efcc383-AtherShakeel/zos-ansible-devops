       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNSANR01.
      *================================================================*
      * BATCH PROGRAM: SANCTIONS FULL RESCREEN. RUN WHENEVER A NEW
      * WATCH LIST ARRIVES: ONE PASS OF THE BORROWER MASTER
      * (BORRVSAM) SCREENS EVERY BORROWER'S NAME AND ADDRESS AGAINST
      * THE NEW LIST THROUGH LNSANC01 - THE SAME SCORING LNVAL01
      * APPLIES TO A BORROWER ADD/CHANGE - AND REPORTS EVERY
      * EXISTING BORROWER WHO NOW MATCHES, WITH THE ENTRY AND SCORE.
      * EACH NEW HIT IS ALSO QUEUED FOR THE COMPLIANCE OFFICER
      * (SQ-SOURCE "R", NO TRANSACTION BEHIND IT - SEE
      * copy/sanqrec.cpy) SO IT IS DECIDED THROUGH LNSANA01 LIKE ANY
      * OTHER HIT: CLEARED, OR CONFIRMED - WHICH FREEZES THE
      * BORROWER'S LOANS.
      * A BORROWER ALREADY CONFIRMED IS NOT RESCREENED, AND A HIT
      * ALREADY WAITING IN THE QUEUE FOR THE SAME BORROWER AND ENTRY
      * IS REPORTED BUT NOT QUEUED TWICE.
      * SYSIN COLS 1-3 = MATCH THRESHOLD 001-100 (BLANK = LNSANC01'S
      * COMPILED-IN DEFAULT). A MISSING OR EMPTY WATCH LIST STOPS
      * THE RUN - A RESCREEN AGAINST NOTHING WOULD QUEUE EVERY
      * BORROWER ON FILE.
      * NOTHING ON BORRVSAM IS UPDATED. RETURN CODE 04 WHEN ANY
      * BORROWER MATCHES, SO THE SCHEDULER CAN PAGE COMPLIANCE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-FILE ASSIGN TO BORRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS B-BORROWER-ID
                  FILE STATUS  IS WS-BORR-STATUS.
           SELECT SANCTION-QUEUE-FILE ASSIGN TO SANQOUT
                  FILE STATUS IS WS-SANQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-FILE.
       COPY BORRREC.

       FD  SANCTION-QUEUE-FILE.
       COPY SANQREC.

       WORKING-STORAGE SECTION.
       01  WS-BORR-STATUS         PIC X(02) VALUE "00".
       01  WS-SANQ-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-QUEUE-EOF-SW        PIC X(01) VALUE "N".
           88  QUEUE-EOF          VALUE "Y".
       01  WS-QUEUED-SW           PIC X(01) VALUE "N".
           88  ALREADY-QUEUED     VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-CONTROL-CARD.
           05  WS-CARD-THRESHOLD  PIC X(03).
           05  FILLER             PIC X(77).
       01  WS-THRESHOLD           PIC 9(03) VALUE ZERO.

      * Borrower/entry pairs already waiting in the queue, loaded
      * before it is reopened for append.
       01  WS-QUEUED-TABLE.
           05  WS-QK-MAX          PIC 9(05) VALUE 5000.
           05  WS-QK-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-QK-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-QK-IDX.
               10  WS-QK-BORROWER-ID PIC X(10).
               10  WS-QK-ENTRY-ID PIC X(10).

       COPY SANCCTL.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ    PIC 9(09) VALUE ZERO.
           05  WS-CNT-SCREENED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-CONFIRMED   PIC 9(09) VALUE ZERO.
           05  WS-CNT-HITS        PIC 9(09) VALUE ZERO.
           05  WS-CNT-QUEUED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-ALREADY     PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNSANR01 - SANCTIONS FULL RESCREEN".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE ZERO TO SC-LIST-COUNT
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           IF WS-CARD-THRESHOLD NUMERIC
              AND WS-CARD-THRESHOLD NOT = "000"
              AND WS-CARD-THRESHOLD NOT > "100"
              MOVE WS-CARD-THRESHOLD TO WS-THRESHOLD
           ELSE
              IF WS-CARD-THRESHOLD NOT = SPACES
                 DISPLAY "LNSANR01: THRESHOLD CARD '" WS-CARD-THRESHOLD
                    "' NOT 001-100 - DEFAULT USED"
              END-IF
           END-IF

           PERFORM 0100-LOAD-QUEUED-PAIRS

           OPEN INPUT BORROWER-FILE
           IF WS-BORR-STATUS NOT = "00"
              DISPLAY "FATAL: BORROWER-FILE OPEN FAILED - STATUS "
                 WS-BORR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND SANCTION-QUEUE-FILE
           IF WS-SANQ-STATUS NOT = "00"
              OPEN OUTPUT SANCTION-QUEUE-FILE
           END-IF
           IF WS-SANQ-STATUS NOT = "00"
              DISPLAY "FATAL: SANCTION-QUEUE-FILE OPEN FAILED - "
                 "STATUS " WS-SANQ-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "==============================================".
           DISPLAY "BORROWERS MATCHING THE WATCH LIST".
           DISPLAY "BORROWER   NAME                           "
              "ENTRY      LIST SCORE (NAME/ADDR)".
           DISPLAY "----------------------------------------------".
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE BORROWER-FILE SANCTION-QUEUE-FILE
           MOVE "C" TO SC-FUNCTION
           CALL "LNSANC01" USING WS-SANCTION-CONTROL

           PERFORM 9000-SUMMARY-REPORT
           STOP RUN.

       0100-LOAD-QUEUED-PAIRS.
           OPEN INPUT SANCTION-QUEUE-FILE
           IF WS-SANQ-STATUS = "00"
              PERFORM 0110-LOAD-ONE-PAIR UNTIL QUEUE-EOF
              CLOSE SANCTION-QUEUE-FILE
           END-IF.

       0110-LOAD-ONE-PAIR.
           READ SANCTION-QUEUE-FILE
              AT END
                 SET QUEUE-EOF TO TRUE
              NOT AT END
                 IF WS-QK-COUNT < WS-QK-MAX
                    ADD 1 TO WS-QK-COUNT
                    MOVE SQ-BORROWER-ID
                       TO WS-QK-BORROWER-ID(WS-QK-COUNT)
                    MOVE SQ-ENTRY-ID
                       TO WS-QK-ENTRY-ID(WS-QK-COUNT)
                 ELSE
                    DISPLAY "LNSANR01: QUEUE LARGER THAN "
                       WS-QK-MAX " - LATER ITEMS MAY BE QUEUED TWICE"
                    SET QUEUE-EOF TO TRUE
                 END-IF
           END-READ.

       1000-PROCESS.
           READ BORROWER-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF B-SANCTION-CONFIRMED
                    ADD 1 TO WS-CNT-CONFIRMED
                 ELSE
                    PERFORM 1010-SCREEN-BORROWER
                 END-IF
           END-READ.

       1010-SCREEN-BORROWER.
           MOVE "S"             TO SC-FUNCTION
           MOVE WS-THRESHOLD    TO SC-THRESHOLD
           MOVE B-BORROWER-NAME TO SC-NAME
           MOVE B-ADDRESS       TO SC-ADDRESS
           CALL "LNSANC01" USING WS-SANCTION-CONTROL
           IF SC-RETURN-CODE = 8
              DISPLAY "FATAL: NO WATCH LIST TO RESCREEN AGAINST"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-SCREENED
           IF SC-HIT
              ADD 1 TO WS-CNT-HITS
              PERFORM 1020-CHECK-QUEUED
              IF ALREADY-QUEUED
                 ADD 1 TO WS-CNT-ALREADY
                 DISPLAY B-BORROWER-ID " " B-BORROWER-NAME " "
                    SC-ENTRY-ID " " SC-LIST-CODE " " SC-SCORE
                    " (" SC-NAME-SCORE "/" SC-ADDR-SCORE
                    ") ALREADY QUEUED"
              ELSE
                 PERFORM 1030-QUEUE-HIT
                 DISPLAY B-BORROWER-ID " " B-BORROWER-NAME " "
                    SC-ENTRY-ID " " SC-LIST-CODE " " SC-SCORE
                    " (" SC-NAME-SCORE "/" SC-ADDR-SCORE ")"
                 DISPLAY "           LISTED AS: " SC-LIST-NAME
              END-IF
           END-IF.

       1020-CHECK-QUEUED.
           MOVE "N" TO WS-QUEUED-SW
           PERFORM VARYING WS-QK-IDX FROM 1 BY 1
                   UNTIL WS-QK-IDX > WS-QK-COUNT OR ALREADY-QUEUED
              IF WS-QK-BORROWER-ID(WS-QK-IDX) = B-BORROWER-ID
                 AND WS-QK-ENTRY-ID(WS-QK-IDX) = SC-ENTRY-ID
                 SET ALREADY-QUEUED TO TRUE
              END-IF
           END-PERFORM.

       1030-QUEUE-HIT.
           MOVE SPACES TO SANCTION-QUEUE-REC
           MOVE "R"             TO SQ-SOURCE
           MOVE B-BORROWER-ID   TO SQ-BORROWER-ID
           MOVE B-BORROWER-NAME TO SQ-SCREENED-NAME
           MOVE B-ADDRESS       TO SQ-SCREENED-ADDRESS
           MOVE SC-ENTRY-ID     TO SQ-ENTRY-ID
           MOVE SC-LIST-CODE    TO SQ-LIST-CODE
           MOVE SC-SCORE        TO SQ-SCORE
           MOVE WS-RUN-DATE     TO SQ-HELD-DATE
           WRITE SANCTION-QUEUE-REC
           IF WS-SANQ-STATUS NOT = "00"
              DISPLAY "FATAL: SANCTION-QUEUE-FILE WRITE FAILED - "
                 "STATUS " WS-SANQ-STATUS " ID " B-BORROWER-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-QUEUED.

       9000-SUMMARY-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNSANR01 RESCREEN SUMMARY".
           DISPLAY "----------------------------------------------".
           DISPLAY "WATCH-LIST ENTRIES .............: "
              SC-LIST-COUNT.
           DISPLAY "BORROWERS READ .................: "
              WS-RECORDS-READ.
           DISPLAY "  ALREADY CONFIRMED - SKIPPED ..: "
              WS-CNT-CONFIRMED.
           DISPLAY "  SCREENED .....................: "
              WS-CNT-SCREENED.
           DISPLAY "MATCHING BORROWERS .............: "
              WS-CNT-HITS.
           DISPLAY "  QUEUED FOR COMPLIANCE ........: "
              WS-CNT-QUEUED.
           DISPLAY "  ALREADY IN THE QUEUE .........: "
              WS-CNT-ALREADY.
           DISPLAY "==============================================".
           IF WS-CNT-HITS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
