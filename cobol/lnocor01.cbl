       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNOCOR01.
      *================================================================*
      * BATCH PROGRAM: ONLINE CORRECTION POSTING. NIGHTLY, AHEAD OF
      * LNGLP01 AND THE LNSTMT01 STATEMENT PRINT. THE LNCICS01
      * SUPERVISED LOAN CORRECTION SCREEN STAGES ONE STATEMENT-
      * EXTRACT RECORD PER APPLIED CORRECTION (STMT-ACTION "O", THE
      * BEFORE IMAGE IN STMT-BEFORE-RECORD) TO THE REUSE ESDS CICS
      * FILE "LNOCOR"; THE JOB UNLOADS IT TO A FLAT COPY (ONLCORIN)
      * AND THIS PROGRAM:
      *   - APPENDS EVERY RECORD UNCHANGED TO THE STATEMENT EXTRACT
      *     (STMTOUT), SO THE CORRECTION PRINTS ON THE BORROWER'S
      *     STATEMENT AND LNBKOT01 CAN RESTORE THE BEFORE IMAGE (ITS
      *     "O" CARD BACKS OUT ONE DAY'S ONLINE CORRECTIONS);
      *   - FOR A CORRECTION THAT MOVED THE BALANCE, CUTS A BALANCED
      *     GL ADJUSTMENT PAIR (GLOUT FORMAT, ACTION "O") ON THE
      *     USD-EQUIVALENT DIFFERENCE, THE SAME ACCOUNTS LNVAL01
      *     POSTS A BOOKING AND A DELETE TO: AN INCREASE IS
      *     DR LOANRECV / CR LOANCLRG, A DECREASE CR LOANRECV /
      *     DR LOANCLRG. STATUS/RATE/DATE-ONLY CORRECTIONS POST
      *     NOTHING.
      * THE JOB CLEARS THE STAGING CLUSTER ONLY AFTER THIS STEP ENDS
      * CLEAN, SO A FAILED RUN IS SIMPLY RERUN FROM THE UNLOAD.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE ASSIGN TO ONLCORIN
                  FILE STATUS IS WS-CORR-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO STMTOUT
                  FILE STATUS IS WS-STMT-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The staged records are statement-extract records already -
      * same 281-byte layout, copied through as they stand.
       FD  CORRECTION-FILE.
       01  CORRECTION-REC          PIC X(281).

       FD  STATEMENT-FILE.
       COPY STMTREC.

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
       01  WS-CORR-STATUS         PIC X(02) VALUE "00".
       01  WS-STMT-STATUS         PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-GL-DR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-DIFF-AMT            PIC 9(07)V99 VALUE ZERO.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CORR-CURRENCY       PIC X(03) VALUE SPACES.

       COPY CURRTAB.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-INCREASE     PIC 9(09) VALUE ZERO.
           05  WS-CNT-DECREASE     PIC 9(09) VALUE ZERO.
           05  WS-CNT-NO-AMOUNT    PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-RECORD   PIC 9(09) VALUE ZERO.
           05  WS-INCREASE-USD     PIC 9(11)V99 VALUE ZERO.
           05  WS-DECREASE-USD     PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNOCOR01 - ONLINE CORRECTION POSTING".
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-STATUS NOT = "00"
              DISPLAY "LNOCOR01: UNABLE TO OPEN CORRECTION-FILE, "
                 "STATUS=" WS-CORR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND STATEMENT-FILE
           IF WS-STMT-STATUS NOT = "00"
              OPEN OUTPUT STATEMENT-FILE
           END-IF
           IF WS-STMT-STATUS NOT = "00"
              DISPLAY "LNOCOR01: UNABLE TO OPEN STATEMENT-FILE, "
                 "STATUS=" WS-STMT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      * Opened every night, so the generation LNGLP01 absorbs is
      * tonight's even when no correction moved a balance.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "LNOCOR01: UNABLE TO OPEN GL-FILE, STATUS="
                 WS-GL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE CORRECTION-FILE STATEMENT-FILE GL-FILE
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: ONLINE CORRECTION GL OUT OF BALANCE - "
                 "DR " WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 9000-CORRECTION-SUMMARY
           IF WS-CNT-BAD-RECORD > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS.
           READ CORRECTION-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 MOVE CORRECTION-REC TO STATEMENT-REC
                 PERFORM 1010-POST-ONE-CORRECTION
           END-READ.

      * The extract record goes out whatever the amounts say - the
      * statement and the backout need it even when no GL moves.
       1010-POST-ONE-CORRECTION.
           IF STMT-ACTION NOT = "O"
              OR STMT-BEFORE-AMOUNT NOT NUMERIC
              OR STMT-AFTER-AMOUNT NOT NUMERIC
              ADD 1 TO WS-CNT-BAD-RECORD
              DISPLAY "LNOCOR01: UNUSABLE STAGED RECORD - NOT "
                 "POSTED: " STMT-LOAN-ID " " STMT-RUN-DATE
           ELSE
              WRITE STATEMENT-REC
              IF WS-STMT-STATUS NOT = "00"
                 DISPLAY "FATAL: STATEMENT-FILE WRITE FAILED - "
                    "STATUS " WS-STMT-STATUS " LOAN ID " STMT-LOAN-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-POSTED
              EVALUATE TRUE
                 WHEN STMT-AFTER-AMOUNT > STMT-BEFORE-AMOUNT
                    COMPUTE WS-DIFF-AMT =
                       STMT-AFTER-AMOUNT - STMT-BEFORE-AMOUNT
                    ADD 1 TO WS-CNT-INCREASE
                    PERFORM 1060-POST-ADJUSTMENT
                 WHEN STMT-AFTER-AMOUNT < STMT-BEFORE-AMOUNT
                    COMPUTE WS-DIFF-AMT =
                       STMT-BEFORE-AMOUNT - STMT-AFTER-AMOUNT
                    ADD 1 TO WS-CNT-DECREASE
                    PERFORM 1060-POST-ADJUSTMENT
                 WHEN OTHER
                    ADD 1 TO WS-CNT-NO-AMOUNT
              END-EVALUATE
           END-IF.

      * One balanced pair per correction, on the USD-equivalent of
      * the difference; the receivable moves the way the balance
      * did and the clearing account takes the other side.
       1060-POST-ADJUSTMENT.
           MOVE STMT-CURRENCY-CODE TO WS-CORR-CURRENCY
           IF WS-CORR-CURRENCY = SPACES
              MOVE "USD" TO WS-CORR-CURRENCY
           END-IF
           PERFORM 0290-LOOK-UP-RATE
           COMPUTE WS-USD-AMOUNT ROUNDED =
              WS-DIFF-AMT * WS-CONV-RATE
           IF STMT-AFTER-AMOUNT > STMT-BEFORE-AMOUNT
              ADD WS-USD-AMOUNT TO WS-INCREASE-USD
           ELSE
              ADD WS-USD-AMOUNT TO WS-DECREASE-USD
           END-IF
           IF WS-USD-AMOUNT > ZERO
              MOVE SPACES TO GL-POSTING-REC
              MOVE WS-RUN-DATE       TO GL-RUN-DATE
              MOVE "O"               TO GL-ACTION
              MOVE WS-CORR-CURRENCY   TO GL-CURRENCY-CODE
              MOVE STMT-AFTER-STATUS TO GL-RISK-TIER
              MOVE WS-USD-AMOUNT     TO GL-AMOUNT-USD
              MOVE 1                 TO GL-TRANS-COUNT
              IF STMT-AFTER-AMOUNT > STMT-BEFORE-AMOUNT
                 MOVE "D"            TO GL-DR-CR
                 MOVE "LOANRECV"     TO GL-ACCOUNT
                 PERFORM 1065-WRITE-GL-RECORD
                 MOVE "C"            TO GL-DR-CR
                 MOVE "LOANCLRG"     TO GL-ACCOUNT
                 PERFORM 1065-WRITE-GL-RECORD
              ELSE
                 MOVE "C"            TO GL-DR-CR
                 MOVE "LOANRECV"     TO GL-ACCOUNT
                 PERFORM 1065-WRITE-GL-RECORD
                 MOVE "D"            TO GL-DR-CR
                 MOVE "LOANCLRG"     TO GL-ACCOUNT
                 PERFORM 1065-WRITE-GL-RECORD
              END-IF
           END-IF
           DISPLAY "ONLINE CORRECTION: " STMT-LOAN-ID " BALANCE "
              STMT-BEFORE-AMOUNT " TO " STMT-AFTER-AMOUNT " "
              WS-CORR-CURRENCY.

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
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = WS-CORR-CURRENCY
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM.

       9000-CORRECTION-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNOCOR01 ONLINE CORRECTION CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "STAGED CORRECTIONS READ ........: "
              WS-RECORDS-READ.
           DISPLAY "POSTED TO STATEMENT EXTRACT ....: "
              WS-CNT-POSTED.
           DISPLAY "  BALANCE INCREASED ............: "
              WS-CNT-INCREASE.
           DISPLAY "  BALANCE DECREASED ............: "
              WS-CNT-DECREASE.
           DISPLAY "  NO BALANCE CHANGE ............: "
              WS-CNT-NO-AMOUNT.
           MOVE WS-INCREASE-USD TO WS-EDIT-USD
           DISPLAY "INCREASES (USD) ................: " WS-EDIT-USD.
           MOVE WS-DECREASE-USD TO WS-EDIT-USD
           DISPLAY "DECREASES (USD) ................: " WS-EDIT-USD.
           DISPLAY "UNUSABLE RECORDS - SKIPPED .....: "
              WS-CNT-BAD-RECORD.
           DISPLAY "GL POSTING RECORDS WRITTEN .....: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ........: "
              WS-GL-DR-TOTAL.
           DISPLAY "  GL CREDITS (USD-EQUIV) .......: "
              WS-GL-CR-TOTAL.
           DISPLAY "==============================================".
