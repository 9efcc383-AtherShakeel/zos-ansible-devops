      *     ACCRUED BUCKET ZEROED - THE ACTIVE BOOK STOPS CARRYING
      *     MONEY WE WILL NOT COLLECT;
      *   - A BALANCED GL POSTING PAIR (GLOUT FORMAT, ACTION "O":
      *     DR CHGOFEXP / CR LOANRECV) REVERSES THE BOOKED BALANCE;
      *   - THE ACCRUED BUCKET, BOOKED TO ACCRINTR (ACCRUED INTEREST
      *     RECEIVABLE) BY THE NIGHTLY ACCRUAL PASS, IS REVERSED OUT
      *     OF INCOME WITH A SECOND PAIR (ACTION "T": DR INTINCOM /
      *     CR ACCRINTR) - THE SAME PAIR LNNACC01 POSTS WHEN A LOAN
      *     GOES NON-ACCRUAL.
      * RECOVERY PAYMENTS ARRIVE THROUGH THE NORMAL LNVAL01 FEED
      * AND POST AGAINST THE LEDGER'S CO-RECOVERED - SEE LNVAL01'S
      * 1042-POST-RECOVERY.
           COMPUTE WS-USD-AMOUNT ROUNDED =
              CO-PRINCIPAL * WS-CONV-RATE
           ADD WS-USD-AMOUNT TO WS-CHARGED-USD
           IF WS-USD-AMOUNT > ZERO
              PERFORM 1032-OPEN-GL-FILE
              MOVE SPACES TO GL-POSTING-REC
              MOVE WS-RUN-DATE      TO GL-RUN-DATE
              MOVE "O"              TO GL-ACTION
              MOVE "C"              TO GL-DR-CR
              MOVE "LOANRECV"       TO GL-ACCOUNT
              PERFORM 1035-WRITE-GL-RECORD
           END-IF
           IF CO-INTEREST > ZERO
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 CO-INTEREST * WS-CONV-RATE
              ADD WS-USD-AMOUNT TO WS-ACCRUED-REV-USD
              IF WS-USD-AMOUNT > ZERO
                 PERFORM 1032-OPEN-GL-FILE
                 MOVE SPACES TO GL-POSTING-REC
                 MOVE WS-RUN-DATE      TO GL-RUN-DATE
                 MOVE "T"              TO GL-ACTION
                 MOVE CO-CURRENCY-CODE TO GL-CURRENCY-CODE
                 MOVE L-LOAN-STATUS    TO GL-RISK-TIER
                 MOVE WS-USD-AMOUNT    TO GL-AMOUNT-USD
                 MOVE 1                TO GL-TRANS-COUNT
                 MOVE "D"              TO GL-DR-CR
                 MOVE "INTINCOM"       TO GL-ACCOUNT
                 PERFORM 1035-WRITE-GL-RECORD
                 MOVE "C"              TO GL-DR-CR
                 MOVE "ACCRINTR"       TO GL-ACCOUNT
                 PERFORM 1035-WRITE-GL-RECORD
              END-IF
           END-IF.

       1032-OPEN-GL-FILE.
           IF NOT GL-FILE-OPEN
              OPEN OUTPUT GL-FILE
              IF WS-GL-STATUS NOT = "00"
                 DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                    WS-GL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET GL-FILE-OPEN TO TRUE
           END-IF.

       1035-WRITE-GL-RECORD.
           MOVE WS-CHARGED-USD TO WS-EDIT-USD
           DISPLAY "BALANCES CHARGED OFF (USD) .....: " WS-EDIT-USD.
           MOVE WS-ACCRUED-REV-USD TO WS-EDIT-USD
           DISPLAY "ACCRUED REVERSED (USD) .........: " WS-EDIT-USD.
           DISPLAY "GL POSTING RECORDS WRITTEN .....: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ........: "
