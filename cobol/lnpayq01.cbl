      * THE FIGURE GIVEN TO A BORROWER CAN BE PROVED LATER.
      * CARDS ARE PROCESSED UNTIL A BLANK CARD OR ONE READING "END"
      * IN COLUMNS 1-3.
      * NO QUOTE IS ISSUED FOR A LOAN FROZEN BY A CONFIRMED SANCTIONS
      * MATCH ON ANY PARTY TO IT (LNSANC01 FREEZE LOOKUP) - A QUOTE
      * IS AN INVITATION TO PAY OFF, AND PAYOFFS ARE FROZEN.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CNT-QUOTED          PIC 9(09) VALUE ZERO.
       01  WS-CNT-NOT-FOUND       PIC 9(09) VALUE ZERO.
       01  WS-CNT-BAD-CARD        PIC 9(09) VALUE ZERO.
       01  WS-CNT-FROZEN          PIC 9(09) VALUE ZERO.
       01  WS-EDIT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * the quoted USD equivalent matches what the batch reports show.
       COPY CURRTAB.

       COPY SANCCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNPAYQ01 - LOAN PAYOFF QUOTES".
           PERFORM 1000-PROCESS-CARD UNTIL CARDS-DONE

           CLOSE MASTER-FILE QUOTE-LOG-FILE
           MOVE "C" TO SC-FUNCTION
           CALL "LNSANC01" USING WS-SANCTION-CONTROL

           DISPLAY "==============================================".
           DISPLAY "LNPAYQ01 QUOTES ISSUED ................: "
              WS-CNT-NOT-FOUND.
           DISPLAY "LNPAYQ01 INVALID CONTROL CARDS ........: "
              WS-CNT-BAD-CARD.
           DISPLAY "LNPAYQ01 REFUSED - SANCTIONS FREEZE ...: "
              WS-CNT-FROZEN.
           GOBACK.

       1000-PROCESS-CARD.
                    ADD 1 TO WS-CNT-NOT-FOUND
                    DISPLAY "LOAN NOT ON MASTER: " WS-CARD-LOAN-ID
                 NOT INVALID KEY
                    MOVE "F"           TO SC-FUNCTION
                    MOVE L-LOAN-ID     TO SC-LOAN-ID
                    MOVE L-BORROWER-ID TO SC-BORROWER-ID
                    CALL "LNSANC01" USING WS-SANCTION-CONTROL
                    IF SC-FROZEN
                       ADD 1 TO WS-CNT-FROZEN
                       DISPLAY "NO QUOTE - SANCTIONS FREEZE: "
                          WS-CARD-LOAN-ID " PARTY " SC-FROZEN-PARTY
                    ELSE
                       PERFORM 1020-COMPUTE-AND-PRINT
                    END-IF
              END-READ
           END-IF.

