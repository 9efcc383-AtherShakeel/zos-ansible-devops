      * ITS LNAMRT01 SCHEDULE REGENERATED OFF THE NEW RATE USING THE
      * TERM CARRIED ON THE RECORD. EVERY RESET IS REPORTED WITH OLD
      * AND NEW RATES; A VARIABLE LOAN POINTING AT AN INDEX NOT ON
      * THE DATASET IS AN EXCEPTION, NOT A SILENT SKIP. A LOAN PAID
      * IN FULL (L-CLOSE-STATUS "P"/"C") IS NEVER REPRICED.
      * THE MANUAL ARM REPRICING RITUAL - HAND-CUT CHANGE
      * TRANSACTIONS EVERY RESET DATE - IS RETIRED.
      *================================================================*
           88  RESET-OK           VALUE "Y".
       01  WS-DYNAMIC-PROG        PIC X(08) VALUE SPACES.
       01  WS-TERM-MONTHS-PARM    PIC 9(03) VALUE ZERO.
       01  WS-LEVEL-PAYMENT-PARM  PIC 9(07)V99 VALUE ZERO.

      * Rate indexes loaded once at start; a small, hand-counted
      * population (PRIME, SOFR, ...), hard-stopped if it overflows.
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF L-RATE-TYPE = "V"
                    AND L-CLOSE-STATUS NOT = "P"
                    AND L-CLOSE-STATUS NOT = "C"
                    ADD 1 TO WS-CNT-VARIABLE
                    PERFORM 1010-CONSIDER-RESET
                 END-IF
              MOVE L-TERM-MONTHS TO WS-TERM-MONTHS-PARM
              MOVE "LNAMRT01" TO WS-DYNAMIC-PROG
              CALL WS-DYNAMIC-PROG USING LOAN-RECORD
                 WS-TERM-MONTHS-PARM WS-LEVEL-PAYMENT-PARM
      * LNAMRT01 stamps the recomputed L-SCHED-PAYMENT on the
      * record; the reset REWRITE above ran before this call, so
      * the stamp needs its own rewrite to reach the master.
