      * BATCH.
      * RECORDS WHOSE TIER OR BUCKET IS NOT A VALID VALUE ARE COUNTED
      * AS EXCEPTIONS AND LEFT TO LNAUDT01 TO ITEMIZE.
      * A LOAN PARTLY SOLD TO PARTICIPANT BANKS STILL TABULATES AT
      * ITS FULL BALANCE (WE SERVICE ALL OF IT); THE ALL-CURRENCY
      * MATRIX AND THE GRAND TOTALS ALSO SHOW THE PORTION RETAINED
      * BY US, PER LNPART01 (PARTVSAM).
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-AGE-CODES           PIC X(05) VALUE "C1234".
       01  WS-CURR-WORK-CODE      PIC X(03) VALUE SPACES.
       01  WS-CELL-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-RETAINED-USD        PIC 9(11)V99 VALUE ZERO.
       01  WS-EDIT-CNT            PIC ZZZZZZ9.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

                   15  WS-TM-CNT      PIC 9(07).
                   15  WS-TM-USD      PIC 9(11)V99.
                   15  WS-TM-FLAG     PIC 9(07).
                   15  WS-TM-RET-USD  PIC 9(11)V99.

       COPY CURRTAB.

       COPY PARTCTL.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-TABULATED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-CHARGED-OFF  PIC 9(09) VALUE ZERO.
           05  WS-GRAND-USD        PIC 9(13)V99 VALUE ZERO.
           05  WS-GRAND-FLAGGED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-PARTICIPATED PIC 9(09) VALUE ZERO.
           05  WS-GRAND-RETAINED-USD PIC 9(13)V99 VALUE ZERO.
           05  WS-GRAND-SOLD-USD   PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-TABULATE UNTIL EOF-REACHED

           CLOSE MASTER-FILE
           MOVE "C" TO PC-FUNCTION
           CALL "LNPART01" USING WS-PART-CONTROL
           PERFORM 9000-PRINT-REPORT
           GOBACK.

              ADD 1 TO WS-TM-CNT(WS-TIER-IDX WS-AGE-IDX)
              ADD WS-CELL-USD TO WS-TM-USD(WS-TIER-IDX WS-AGE-IDX)
              ADD WS-CELL-USD TO WS-GRAND-USD
              PERFORM 1050-RETAINED-PORTION
              ADD WS-RETAINED-USD
                 TO WS-TM-RET-USD(WS-TIER-IDX WS-AGE-IDX)
              IF L-ALERT-FLAG = "F"
                 ADD 1
                    TO WS-PC-FLAG(WS-PC-IDX WS-TIER-IDX WS-AGE-IDX)
              MOVE WS-PC-COUNT TO WS-PC-IDX
           END-IF.

      * Our share of the loan after participations sold - the whole
      * balance when none are (or the participation file is absent).
       1050-RETAINED-PORTION.
           MOVE "L" TO PC-FUNCTION
           MOVE L-LOAN-ID TO PC-LOAN-ID
           CALL "LNPART01" USING WS-PART-CONTROL
           IF PC-SOLD-PCT > ZERO
              ADD 1 TO WS-CNT-PARTICIPATED
              COMPUTE WS-RETAINED-USD ROUNDED =
                 WS-CELL-USD * PC-RETAINED-PCT / 100
           ELSE
              MOVE WS-CELL-USD TO WS-RETAINED-USD
           END-IF
           ADD WS-RETAINED-USD TO WS-GRAND-RETAINED-USD.

       9000-PRINT-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNPORT01 PORTFOLIO COMPOSITION - RUN "
              WS-CNT-CHARGED-OFF.
           MOVE WS-GRAND-USD TO WS-EDIT-USD
           DISPLAY "PORTFOLIO GRAND TOTAL (USD) ....: " WS-EDIT-USD.
           COMPUTE WS-GRAND-SOLD-USD =
              WS-GRAND-USD - WS-GRAND-RETAINED-USD
           MOVE WS-GRAND-SOLD-USD TO WS-EDIT-USD
           DISPLAY "  SOLD TO PARTICIPANTS (USD) ...: " WS-EDIT-USD.
           MOVE WS-GRAND-RETAINED-USD TO WS-EDIT-USD
           DISPLAY "  RETAINED BY US (USD) .........: " WS-EDIT-USD.
           DISPLAY "PARTICIPATED LOANS .............: "
              WS-CNT-PARTICIPATED.
           DISPLAY "ALERT-FLAGGED LOANS ............: "
              WS-GRAND-FLAGGED.
           DISPLAY "==============================================".
              " AGE " WS-AGE-CODES(WS-AGE-IDX:1)
              "  CNT " WS-EDIT-CNT
              "  USD " WS-EDIT-USD
              "  FLAGGED " WS-TM-FLAG(WS-TIER-IDX WS-AGE-IDX)
           MOVE WS-TM-RET-USD(WS-TIER-IDX WS-AGE-IDX) TO WS-EDIT-USD
           DISPLAY "                 RETAINED USD " WS-EDIT-USD.
