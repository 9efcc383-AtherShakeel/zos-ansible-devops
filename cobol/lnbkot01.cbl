      * THAN ONCE UNWINDS IN REVERSE ORDER. THE RUN DATE TO BACK OUT
      * COMES ON A SYSIN CARD (COLS 1-8, YYYYMMDD); RECORDS FROM
      * OTHER RUN DATES PASS THROUGH UNTOUCHED.
      * ONLINE CORRECTIONS (STMT-ACTION "O" - LNCICS01 CORRECTIONS
      * POSTED BY LNOCOR01, STMT-RUN-SEQ = THE TIME OF DAY) ARE NOT
      * PART OF ANY BATCH RUN AND ARE LEFT ALONE UNLESS THE CARD
      * CARRIES "O" IN COL 10, WHICH BACKS OUT THAT DAY'S ONLINE
      * CORRECTIONS INSTEAD, AND NOTHING ELSE. WHERE BOTH HAVE TO
      * GO, BACK OUT WHICHEVER WAS APPLIED LAST FIRST. THE ONLINE
      * CORRECTION'S GL ADJUSTMENT IS NOT REVERSED HERE, ANY MORE
      * THAN A BATCH RUN'S POSTINGS ARE - THE LEDGER IS CORRECTED
      * BY HAND.
      * CONTROL TOTALS PROVE EVERY SELECTED EXTRACT RECORD WAS
      * BACKED OUT - ANY FAILURE ENDS THE JOB RC 8 WITH THE LOAN
      * IDS LISTED.
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-BACKOUT-CARD.
           05  WS-BACKOUT-DATE    PIC X(08) VALUE SPACES.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-BACKOUT-SOURCE  PIC X(01) VALUE SPACE.
               88  BACKOUT-ONLINE VALUE "O".
           05  FILLER             PIC X(70) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNBKOT01 - RUN BACKOUT FROM STATEMENT EXTRACT".
           ACCEPT WS-BACKOUT-CARD FROM SYSIN
           IF WS-BACKOUT-DATE = SPACES
              OR WS-BACKOUT-DATE NOT NUMERIC
              DISPLAY "LNBKOT01: RUN DATE CARD (YYYYMMDD) REQUIRED"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF BACKOUT-ONLINE
              DISPLAY "BACKING OUT ONLINE CORRECTIONS OF "
                 WS-BACKOUT-DATE
           ELSE
              DISPLAY "BACKING OUT RUN DATE " WS-BACKOUT-DATE
           END-IF

           OPEN INPUT STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF STMT-RUN-DATE = WS-BACKOUT-DATE
                    IF (BACKOUT-ONLINE AND STMT-ACTION = "O")
                       OR (NOT BACKOUT-ONLINE AND STMT-ACTION NOT = "O")
                       ADD 1 TO WS-CNT-SELECTED
                       PERFORM 1010-BACK-OUT-ONE
                    END-IF
                 END-IF
           END-READ.

           DISPLAY "----------------------------------------------".
           DISPLAY "EXTRACT RECORDS READ ...........: "
              WS-RECORDS-READ.
           IF BACKOUT-ONLINE
              DISPLAY "ONLINE CORRECTIONS SELECTED ....: "
                 WS-CNT-SELECTED
           ELSE
              DISPLAY "SELECTED FOR RUN DATE ..........: "
                 WS-CNT-SELECTED
           END-IF.
           DISPLAY "BEFORE IMAGES RESTORED .........: "
              WS-CNT-RESTORED.
           DISPLAY "ADDS REMOVED ...................: "
              WS-CNT-ADDS-REMOVED.
