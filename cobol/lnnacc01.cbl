      *     AGING BUCKET (COMPILED-IN DEFAULT "4") FLIPS TO
      *     NON-ACCRUAL: L-ACCRUAL-STATUS "N" AND THE
      *     ACCRUED-INTEREST BUCKET REVERSED TO ZERO - WE STOP
      *     PILING UP INCOME WE WILL NEVER COLLECT. THE ACCRUAL
      *     PASS BOOKED THAT BUCKET TO ACCRINTR (ACCRUED INTEREST
      *     RECEIVABLE) AS IT ACCRUED, SO THE REVERSAL POSTS A
      *     BALANCED PAIR PER LOAN (GLOUT FORMAT, ACTION "T":
      *     DR INTINCOM / CR ACCRINTR) FOR LNGLP01 TO ABSORB - THE
      *     SAME PAIR LNCHGO01 POSTS FOR THE BUCKET AT CHARGE-OFF.
      *     THE USD-EQUIVALENT REVERSED IS TOTALED ON THE SUMMARY;
      *   - EVERY NON-ACCRUAL LOAN LNAGE01 HAS CURED BACK TO
      *     CURRENT ("C") RETURNS TO ACCRUAL AUTOMATICALLY (THE
      *     INTEREST FOREGONE WHILE ON NON-ACCRUAL IS NOT
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT PARM-FILE ASSIGN TO THRESHPM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

      * Same 48-byte posting layout LNVAL01 writes to its own GLOUT.
       FD  GL-FILE.
       01  GL-POSTING-REC.
           05  GL-RUN-DATE         PIC X(08).
           05  GL-ACTION           PIC X(01).
           05  GL-CURRENCY-CODE    PIC X(03).
           05  GL-RISK-TIER        PIC X(01).
           05  GL-DR-CR            PIC X(01).
           05  GL-ACCOUNT          PIC X(08).
           05  GL-AMOUNT-USD       PIC 9(11)V99.
           05  GL-TRANS-COUNT      PIC 9(09).
           05  FILLER              PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-PARM-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-GL-DR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
           05  WS-CNT-BAD-RECORD   PIC 9(09) VALUE ZERO.
           05  WS-REVERSED-USD     PIC 9(11)V99 VALUE ZERO.
           05  WS-STANDING-USD     PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      * Opened every night, so the generation LNGLP01 absorbs is
      * tonight's even when nothing flips (an empty one).
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "LNNACC01: UNABLE TO OPEN GL-FILE, STATUS="
                 WS-GL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE GL-FILE
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: NON-ACCRUAL GL OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 9000-NON-ACCRUAL-SUMMARY
           GOBACK.

              ADD WS-USD-AMOUNT TO WS-STANDING-USD
           END-IF.

      * The bucket being reversed sits on ACCRINTR, booked there
      * night by night by the accrual pass - take it back out of
      * income and the receivable together, one pair per loan the
      * way LNCHGO01 posts its charge-offs.
       1060-TALLY-REVERSED-USD.
           PERFORM 0290-LOOK-UP-RATE
           COMPUTE WS-USD-AMOUNT ROUNDED =
              WS-REVERSAL-AMT * WS-CONV-RATE
           ADD WS-USD-AMOUNT TO WS-REVERSED-USD
           IF WS-USD-AMOUNT > ZERO
              MOVE SPACES TO GL-POSTING-REC
              MOVE WS-RUN-DATE      TO GL-RUN-DATE
              MOVE "T"              TO GL-ACTION
              MOVE L-CURRENCY-CODE  TO GL-CURRENCY-CODE
              IF GL-CURRENCY-CODE = SPACES
                 MOVE "USD" TO GL-CURRENCY-CODE
              END-IF
              MOVE L-LOAN-STATUS    TO GL-RISK-TIER
              MOVE WS-USD-AMOUNT    TO GL-AMOUNT-USD
              MOVE 1                TO GL-TRANS-COUNT
              MOVE "D"              TO GL-DR-CR
              MOVE "INTINCOM"       TO GL-ACCOUNT
              PERFORM 1065-WRITE-GL-RECORD
              MOVE "C"              TO GL-DR-CR
              MOVE "ACCRINTR"       TO GL-ACCOUNT
              PERFORM 1065-WRITE-GL-RECORD
           END-IF.

       1065-WRITE-GL-RECORD.
           IF GL-DR-CR = "D"
              ADD GL-AMOUNT-USD TO WS-GL-DR-TOTAL
           ELSE
              ADD GL-AMOUNT-USD TO WS-GL-CR-TOTAL
           END-IF
           WRITE GL-POSTING-REC
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE WRITE FAILED - STATUS "
                 WS-GL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-GL-RECORDS.

       0290-LOOK-UP-RATE.
           MOVE 1 TO WS-CONV-RATE
           MOVE WS-STANDING-USD TO WS-EDIT-USD
           DISPLAY "NON-ACCRUAL BALANCE (USD) ......: " WS-EDIT-USD.
           MOVE WS-REVERSED-USD TO WS-EDIT-USD
           DISPLAY "ACCRUED REVERSED (USD) .........: " WS-EDIT-USD.
           DISPLAY "UNUSABLE RECORDS - SKIPPED .....: "
              WS-CNT-BAD-RECORD.
           DISPLAY "GL POSTING RECORDS WRITTEN .....: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ........: "
              WS-GL-DR-TOTAL.
           DISPLAY "  GL CREDITS (USD-EQUIV) .......: "
              WS-GL-CR-TOTAL.
           DISPLAY "==============================================".
