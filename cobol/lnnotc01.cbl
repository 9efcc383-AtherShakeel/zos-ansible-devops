      * ROLLS OR THE SEVERITY ESCALATES.
      * THE EXTRACT (NOTCOUT) IS REWRITTEN EACH RUN - IT IS THE
      * NIGHT'S LETTER FILE, NOT A HISTORY.
      * NO NOTICE GOES TO A LOAN UNDER AN ACTIVE LEGAL HOLD
      * (BANKRUPTCY, LITIGATION, DISPUTE OR DECEASED - ON THE LOAN OR
      * ANY PARTY TO IT, PER LNLGL01): COLLECTION CONTACT THEN GOES
      * THROUGH THE LEGAL UNIT, NOT THE LETTER FILE.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-CNT-NOTICED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-SUPPRESSED   PIC 9(09) VALUE ZERO.
           05  WS-CNT-PLAN-HELD    PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGAL-HELD   PIC 9(09) VALUE ZERO.
           05  WS-CNT-REMINDER     PIC 9(09) VALUE ZERO.
           05  WS-CNT-DEMAND       PIC 9(09) VALUE ZERO.
           05  WS-CNT-FINAL        PIC 9(09) VALUE ZERO.
      * Run-control block for the nightly-chain gate (LNRUN01).
       COPY RUNCTL.

      * Legal-hold service block (LNLGL01).
       COPY LGLCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNNOTC01 - DELINQUENCY NOTICE GENERATION".

           CLOSE MASTER-FILE NOTICE-HIST-FILE NOTICE-FILE
                 NOTICE-LOG-FILE
           MOVE "C" TO LH-FUNCTION
           CALL "LNLGL01" USING WS-LEGAL-CONTROL
           PERFORM 9000-NOTICE-SUMMARY
      * Record the clean end (and this run's return code) on the
      * run-control dataset - an abend never reaches this, which
                    ADD 1 TO WS-CNT-DELINQUENT
      * A loan on a current relief plan is not dunned - the
      * borrower is doing exactly what was agreed.
      * Nor is one under a legal hold - dunning a debtor under
      * the bankruptcy stay is a violation in its own right.
                    IF L-MOD-PLAN-FLAG = "A"
                       ADD 1 TO WS-CNT-PLAN-HELD
                    ELSE
                       MOVE "L"           TO LH-FUNCTION
                       MOVE L-LOAN-ID     TO LH-LOAN-ID
                       MOVE L-BORROWER-ID TO LH-BORROWER-ID
                       CALL "LNLGL01" USING WS-LEGAL-CONTROL
                       IF LH-ON-HOLD
                          ADD 1 TO WS-CNT-LEGAL-HELD
                       ELSE
                          PERFORM 1010-CONSIDER-NOTICE
                       END-IF
                    END-IF
                 END-IF
           END-READ.
              WS-CNT-SUPPRESSED.
           DISPLAY "SUPPRESSED (RELIEF PLAN) .......: "
              WS-CNT-PLAN-HELD.
           DISPLAY "SUPPRESSED (LEGAL HOLD) ........: "
              WS-CNT-LEGAL-HELD.
           DISPLAY "==============================================".
