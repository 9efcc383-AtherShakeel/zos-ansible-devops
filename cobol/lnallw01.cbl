       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNALLW01.
      *================================================================*
      * BATCH PROGRAM: ALLOWANCE FOR LOAN LOSSES (LOAN-LOSS RESERVE).
      * RUN AT QUARTER END (OR ANY MONTH END FINANCE ASKS FOR IT).
      * PRICES THE REQUIRED RESERVE LOAN BY LOAN OFF THE LOSS-RATE
      * SET ON LOSSPM (copy/lossrec.cpy, MAINTAINED BY LNPARM01):
      *   - EVERY ACTIVE LOAN (NOT CHARGED OFF, NOT PAID IN FULL,
      *     BALANCE ABOVE ZERO) IS VALUED IN USD AND TAKES THE RATE
      *     FOR ITS L-LOAN-STATUS TIER AND L-AGING-STATUS BUCKET;
      *   - A NON-ACCRUAL LOAN TAKES AT LEAST THE NON-ACCRUAL FLOOR
      *     RATE;
      *   - A SECURED LOAN (COLLATERAL RECORD WITH A USABLE
      *     VALUATION) HAS ITS RATE SCALED BY THE LOSS-GIVEN-DEFAULT
      *     PERCENT FOR ITS LTV BAND; AN UNSECURED LOAN BEARS IT ALL.
      * A LOAN PARTLY SOLD TO PARTICIPANT BANKS IS RESERVED ON THE
      * PORTION WE RETAIN ONLY (LNPART01, PARTVSAM) - THE INVESTORS
      * BEAR THE LOSS ON THEIR SHARE. ITS LTV IS STILL TAKEN ON THE
      * WHOLE BALANCE AGAINST THE WHOLE COLLATERAL; THE SHARE SOLD
      * PRINTS AS A MEMO LINE.
      * A LOAN WHOSE TIER OR BUCKET IS NOT A VALID VALUE IS
      * RESERVED AT THE WORST CELL (TIER R, BUCKET 4) AND COUNTED
      * AS AN EXCEPTION - NEVER LEFT OUT OF THE RESERVE.
      * THE REQUIRED RESERVE IS COMPARED TO THE ALLOWANCE CARRIED
      * FROM THE LAST FINAL RUN (RSVCTL, copy/rsvrec.cpy) AND THE
      * DIFFERENCE POSTS AS ONE BALANCED GL PAIR (GLOUT FORMAT,
      * ACTION "L"): A PROVISION IS DR PROVLOSS / CR ALLOWLLR, A
      * RELEASE DR ALLOWLLR / CR PROVLOSS. THE RESERVE ROLL-FORWARD
      * PRINTS THE OPENING ALLOWANCE, THE PROVISION OR RELEASE AND
      * THE CLOSING ALLOWANCE, WITH THE PERIOD'S CHARGE-OFFS AND
      * RECOVERIES OFF THE CHARGED-OFF LEDGER (CHGOVSAM). THOSE ARE
      * MEMO LINES: LNCHGO01 POSTS CHARGE-OFFS STRAIGHT TO CHGOFEXP
      * AND LNVAL01 RECOVERIES TO RECOVINC, SO NEITHER MOVES THE
      * ALLOWANCE ACCOUNT - THEY SHOW WHAT THE RESERVE WAS FOR.
      * SYSIN CARD COL 1: "T" = TRIAL (REPORT ONLY - NO POSTING, THE
      * CARRIED ALLOWANCE UNCHANGED); BLANK OR "F" = FINAL.
      * LIKE THE RATE TABLE, THE LOSS RATES ARE NEVER GUESSED: NO
      * LOSS-RATE SET ON FILE STOPS THE RUN (RC 16).
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT COLLATERAL-FILE ASSIGN TO COLLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CL-LOAN-ID
                  FILE STATUS  IS WS-COLL-STATUS.
           SELECT CHARGE-OFF-FILE ASSIGN TO CHGOVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS CO-LOAN-ID
                  FILE STATUS  IS WS-CHGO-STATUS.
           SELECT LOSS-RATE-FILE ASSIGN TO LOSSPM
                  FILE STATUS IS WS-LOSS-STATUS.
           SELECT RESERVE-CTL-FILE ASSIGN TO RSVCTL
                  FILE STATUS IS WS-RSV-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY LOANREC.

       FD  COLLATERAL-FILE.
       COPY COLLREC.

       FD  CHARGE-OFF-FILE.
       COPY CHGOREC.

       FD  LOSS-RATE-FILE.
       COPY LOSSREC.

       FD  RESERVE-CTL-FILE.
       COPY RSVREC.

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
       01  WS-COLL-STATUS         PIC X(02) VALUE "00".
       01  WS-CHGO-STATUS         PIC X(02) VALUE "00".
       01  WS-LOSS-STATUS         PIC X(02) VALUE "00".
       01  WS-RSV-STATUS          PIC X(02) VALUE "00".
       01  WS-GL-STATUS           PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-CHGO-EOF-SW         PIC X(01) VALUE "N".
           88  CHGO-EOF           VALUE "Y".
       01  WS-MODE-SW             PIC X(01) VALUE "F".
           88  TRIAL-RUN          VALUE "T".
       01  WS-PRIOR-SW            PIC X(01) VALUE "N".
           88  PRIOR-RUN-ON-FILE  VALUE "Y".
       01  WS-SECURED-SW          PIC X(01) VALUE "N".
           88  LOAN-SECURED       VALUE "Y".
       01  WS-MODE-CARD           PIC X(80) VALUE SPACES.
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.

      * Loss-rate set as loaded, with the compiled-in defaults for
      * any modifier the dataset leaves at zero.
       01  WS-LTV-BREAK-LOW       PIC 9(03) VALUE 50.
       01  WS-LTV-BREAK-HIGH      PIC 9(03) VALUE 80.
       01  WS-LGD-LOW             PIC 9(03) VALUE 25.
       01  WS-LGD-MID             PIC 9(03) VALUE 50.
       01  WS-LGD-HIGH            PIC 9(03) VALUE 75.

       01  WS-TIER-IDX            PIC 9(01) VALUE ZERO.
       01  WS-AGE-IDX             PIC 9(01) VALUE ZERO.
       01  WS-TIER-CODES          PIC X(04) VALUE "ASVR".
       01  WS-AGE-CODES           PIC X(05) VALUE "C1234".
       01  WS-RATE-LOOKUP-CODE    PIC X(03) VALUE SPACES.
       01  WS-LOAN-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-RETAINED-USD        PIC 9(11)V99 VALUE ZERO.
       01  WS-VALUE-USD           PIC 9(11)V99 VALUE ZERO.
       01  WS-LTV-PCT             PIC 9(05)V99 VALUE ZERO.
       01  WS-LOSS-RATE           PIC 9(02)V99 VALUE ZERO.
       01  WS-LGD-PCT             PIC 9(03) VALUE ZERO.
       01  WS-LOAN-RESERVE        PIC 9(11)V99 VALUE ZERO.
       01  WS-OPENING-USD         PIC 9(13)V99 VALUE ZERO.
       01  WS-REQUIRED-USD        PIC 9(13)V99 VALUE ZERO.
       01  WS-PROVISION-USD       PIC S9(13)V99 VALUE ZERO.
       01  WS-GL-AMOUNT           PIC 9(13)V99 VALUE ZERO.
       01  WS-RECOVERED-CUM-USD   PIC 9(13)V99 VALUE ZERO.
       01  WS-RECOVERED-PRIOR-USD PIC 9(13)V99 VALUE ZERO.
       01  WS-RECOVERED-PER-USD   PIC S9(13)V99 VALUE ZERO.
       01  WS-CHGOFF-PER-USD      PIC 9(13)V99 VALUE ZERO.
       01  WS-NET-CHGOFF-USD      PIC S9(13)V99 VALUE ZERO.
       01  WS-PRIOR-RUN-DATE      PIC X(08) VALUE SPACES.
       01  WS-GL-DR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL         PIC 9(13)V99 VALUE ZERO.
       01  WS-COVERAGE-PCT        PIC 9(03)V99 VALUE ZERO.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-SIGNED-USD     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-CNT            PIC ZZZZZZ9.
       01  WS-EDIT-PCT            PIC ZZ9.99.

      * Tier-by-bucket matrix of what was reserved - the same shape
      * as the LNPORT01 composition matrix finance used to key the
      * spreadsheet from.
       01  WS-RESERVE-MATRIX.
           05  WS-RM-TIER OCCURS 4 TIMES.
               10  WS-RM-AGE OCCURS 5 TIMES.
                   15  WS-RM-CNT      PIC 9(07).
                   15  WS-RM-BAL-USD  PIC 9(13)V99.
                   15  WS-RM-RSV-USD  PIC 9(13)V99.

       COPY CURRTAB.

       COPY PARTCTL.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-ACTIVE       PIC 9(09) VALUE ZERO.
           05  WS-CNT-CHARGED-OFF  PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-ZERO-BAL     PIC 9(09) VALUE ZERO.
           05  WS-CNT-EXCEPTIONS   PIC 9(09) VALUE ZERO.
           05  WS-CNT-NONACC       PIC 9(09) VALUE ZERO.
           05  WS-CNT-SECURED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-UNSECURED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-VALUE    PIC 9(09) VALUE ZERO.
           05  WS-CNT-CHGOFF-PER   PIC 9(09) VALUE ZERO.
           05  WS-CNT-GL-RECORDS   PIC 9(09) VALUE ZERO.
           05  WS-BOOK-USD         PIC 9(13)V99 VALUE ZERO.
           05  WS-NONACC-RSV-USD   PIC 9(13)V99 VALUE ZERO.
           05  WS-SECURED-BAL-USD  PIC 9(13)V99 VALUE ZERO.
           05  WS-SECURED-RSV-USD  PIC 9(13)V99 VALUE ZERO.
           05  WS-UNSECURED-BAL-USD PIC 9(13)V99 VALUE ZERO.
           05  WS-UNSECURED-RSV-USD PIC 9(13)V99 VALUE ZERO.
           05  WS-CNT-PARTICIPATED PIC 9(09) VALUE ZERO.
           05  WS-SOLD-USD         PIC 9(13)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNALLW01 - ALLOWANCE FOR LOAN LOSSES".
      * OCCURS cells carry no VALUE clauses - zero them before the
      * first ADD lands in one.
           INITIALIZE WS-RESERVE-MATRIX
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-MODE-CARD FROM SYSIN
           IF WS-MODE-CARD(1:1) = "T"
              SET TRIAL-RUN TO TRUE
              DISPLAY "LNALLW01: TRIAL RUN - NOTHING WILL BE POSTED"
           END-IF
           PERFORM 0100-LOAD-LOSS-RATES
           PERFORM 0200-LOAD-CARRIED-RESERVE

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLL-STATUS NOT = "00"
              DISPLAY "FATAL: COLLATERAL-FILE OPEN FAILED - STATUS "
                 WS-COLL-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1000-PROCESS UNTIL EOF-REACHED
           CLOSE MASTER-FILE COLLATERAL-FILE
           MOVE "C" TO PC-FUNCTION
           CALL "LNPART01" USING WS-PART-CONTROL

           PERFORM 2000-SCAN-CHARGE-OFF-LEDGER
           COMPUTE WS-PROVISION-USD =
              WS-REQUIRED-USD - WS-OPENING-USD
           IF NOT TRIAL-RUN
              PERFORM 3000-POST-PROVISION
              PERFORM 3100-CARRY-RESERVE
           END-IF
           PERFORM 9000-RESERVE-REPORT
           GOBACK.

      * The loss-rate set is the whole basis of the number finance
      * books - a missing or garbled one stops the run rather than
      * reserving the book at zero.
       0100-LOAD-LOSS-RATES.
           OPEN INPUT LOSS-RATE-FILE
           IF WS-LOSS-STATUS NOT = "00"
              DISPLAY "FATAL: LOSS-RATE DATASET OPEN FAILED - STATUS "
                 WS-LOSS-STATUS
              PERFORM 9999-ABEND
           END-IF
           READ LOSS-RATE-FILE
              AT END
                 DISPLAY "FATAL: NO LOSS-RATE SET ON FILE - APPLY "
                    "LNPARM01 L AND G CARDS FIRST"
                 PERFORM 9999-ABEND
           END-READ
           CLOSE LOSS-RATE-FILE
           IF LSR-TIER-ROW(1) NOT NUMERIC
              OR LSR-TIER-ROW(2) NOT NUMERIC
              OR LSR-TIER-ROW(3) NOT NUMERIC
              OR LSR-TIER-ROW(4) NOT NUMERIC
              OR LSR-NONACC-RATE NOT NUMERIC
              DISPLAY "FATAL: LOSS-RATE SET IS GARBLED - REAPPLY IT "
                 "THROUGH LNPARM01"
              PERFORM 9999-ABEND
           END-IF
           IF LSR-LTV-BREAK-LOW NUMERIC
              AND LSR-LTV-BREAK-HIGH NUMERIC
              AND LSR-LTV-BREAK-HIGH > ZERO
              MOVE LSR-LTV-BREAK-LOW  TO WS-LTV-BREAK-LOW
              MOVE LSR-LTV-BREAK-HIGH TO WS-LTV-BREAK-HIGH
           END-IF
           IF LSR-LGD-LOW NUMERIC
              AND LSR-LGD-MID NUMERIC
              AND LSR-LGD-HIGH NUMERIC
              AND LSR-LGD-HIGH > ZERO
              MOVE LSR-LGD-LOW  TO WS-LGD-LOW
              MOVE LSR-LGD-MID  TO WS-LGD-MID
              MOVE LSR-LGD-HIGH TO WS-LGD-HIGH
           END-IF
           DISPLAY "LNALLW01: LOSS RATES LAST CHANGED "
              LSR-UPDATED-TS " BY " LSR-OPERATOR.

      * No carry record means this is the first final run: the
      * opening allowance is zero and the whole required reserve
      * is provided for.
       0200-LOAD-CARRIED-RESERVE.
           OPEN INPUT RESERVE-CTL-FILE
           IF WS-RSV-STATUS = "00"
              READ RESERVE-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RSV-RESERVE-USD NUMERIC
                       AND RSV-RECOVERED-USD NUMERIC
                       SET PRIOR-RUN-ON-FILE TO TRUE
                       MOVE RSV-RUN-DATE      TO WS-PRIOR-RUN-DATE
                       MOVE RSV-RESERVE-USD   TO WS-OPENING-USD
                       MOVE RSV-RECOVERED-USD
                          TO WS-RECOVERED-PRIOR-USD
                    END-IF
              END-READ
              CLOSE RESERVE-CTL-FILE
           END-IF
           IF NOT PRIOR-RUN-ON-FILE
              DISPLAY "LNALLW01: NO CARRIED ALLOWANCE ON FILE - "
                 "OPENING AT ZERO"
           END-IF.

       1000-PROCESS.
           READ MASTER-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 EVALUATE TRUE
                    WHEN L-CHARGE-OFF-FLAG = "C"
                       ADD 1 TO WS-CNT-CHARGED-OFF
                    WHEN L-CLOSE-STATUS = "P"
                    WHEN L-CLOSE-STATUS = "C"
                       ADD 1 TO WS-CNT-CLOSED
                    WHEN L-LOAN-AMOUNT NOT NUMERIC
                    WHEN L-LOAN-AMOUNT = ZERO
                       ADD 1 TO WS-CNT-ZERO-BAL
                    WHEN OTHER
                       PERFORM 1010-RESERVE-ONE-LOAN
                 END-EVALUATE
           END-READ.

       1010-RESERVE-ONE-LOAN.
           ADD 1 TO WS-CNT-ACTIVE
           MOVE L-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE
           PERFORM 0290-LOOK-UP-RATE
           COMPUTE WS-LOAN-USD ROUNDED =
              L-LOAN-AMOUNT * WS-CONV-RATE
           PERFORM 1015-RETAINED-PORTION
           ADD WS-RETAINED-USD TO WS-BOOK-USD
           PERFORM 1020-SET-CELL-INDEXES
           MOVE LSR-BUCKET-RATE(WS-TIER-IDX WS-AGE-IDX)
              TO WS-LOSS-RATE
           IF L-ACCRUAL-STATUS = "N"
              ADD 1 TO WS-CNT-NONACC
              IF LSR-NONACC-RATE > WS-LOSS-RATE
                 MOVE LSR-NONACC-RATE TO WS-LOSS-RATE
              END-IF
           END-IF
           PERFORM 1030-SET-LOSS-GIVEN-DEFAULT
           COMPUTE WS-LOAN-RESERVE ROUNDED =
              WS-RETAINED-USD * WS-LOSS-RATE * WS-LGD-PCT / 10000
           ADD WS-LOAN-RESERVE TO WS-REQUIRED-USD
           ADD 1 TO WS-RM-CNT(WS-TIER-IDX WS-AGE-IDX)
           ADD WS-RETAINED-USD
              TO WS-RM-BAL-USD(WS-TIER-IDX WS-AGE-IDX)
           ADD WS-LOAN-RESERVE
              TO WS-RM-RSV-USD(WS-TIER-IDX WS-AGE-IDX)
           IF L-ACCRUAL-STATUS = "N"
              ADD WS-LOAN-RESERVE TO WS-NONACC-RSV-USD
           END-IF
           IF LOAN-SECURED
              ADD WS-RETAINED-USD TO WS-SECURED-BAL-USD
              ADD WS-LOAN-RESERVE TO WS-SECURED-RSV-USD
           ELSE
              ADD WS-RETAINED-USD TO WS-UNSECURED-BAL-USD
              ADD WS-LOAN-RESERVE TO WS-UNSECURED-RSV-USD
           END-IF.

      * Only the share we kept is ours to lose; the rest belongs to
      * the participant banks that bought it.
       1015-RETAINED-PORTION.
           MOVE "L" TO PC-FUNCTION
           MOVE L-LOAN-ID TO PC-LOAN-ID
           CALL "LNPART01" USING WS-PART-CONTROL
           IF PC-SOLD-PCT > ZERO
              ADD 1 TO WS-CNT-PARTICIPATED
              COMPUTE WS-RETAINED-USD ROUNDED =
                 WS-LOAN-USD * PC-RETAINED-PCT / 100
              COMPUTE WS-SOLD-USD =
                 WS-SOLD-USD + WS-LOAN-USD - WS-RETAINED-USD
           ELSE
              MOVE WS-LOAN-USD TO WS-RETAINED-USD
           END-IF.

      * An unrecognized tier or bucket reserves at the worst cell -
      * an exception must cost reserve, not save it.
       1020-SET-CELL-INDEXES.
           MOVE ZERO TO WS-TIER-IDX WS-AGE-IDX
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
                   OR WS-TIER-CODES(WS-TIER-IDX:1) = L-LOAN-STATUS
              CONTINUE
           END-PERFORM
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                   UNTIL WS-AGE-IDX > 5
                   OR WS-AGE-CODES(WS-AGE-IDX:1) = L-AGING-STATUS
              CONTINUE
           END-PERFORM
           IF WS-TIER-IDX > 4 OR WS-AGE-IDX > 5
              ADD 1 TO WS-CNT-EXCEPTIONS
              DISPLAY "  " L-LOAN-ID " TIER/BUCKET '" L-LOAN-STATUS
                 L-AGING-STATUS "' NOT VALID - RESERVED AT TIER R "
                 "BUCKET 4"
              MOVE 4 TO WS-TIER-IDX
              MOVE 5 TO WS-AGE-IDX
           END-IF.

      * Same LTV LNLTV01 monitors: USD balance over USD valuation.
      * No collateral, or a valuation that cannot be used, leaves
      * the loan carrying the full rate.
       1030-SET-LOSS-GIVEN-DEFAULT.
           MOVE 100 TO WS-LGD-PCT
           MOVE "N" TO WS-SECURED-SW
           MOVE L-LOAN-ID TO CL-LOAN-ID
           READ COLLATERAL-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-COLL-STATUS NOT = "00"
              ADD 1 TO WS-CNT-UNSECURED
           ELSE
              IF CL-VALUATION NOT NUMERIC OR CL-VALUATION = ZERO
                 ADD 1 TO WS-CNT-BAD-VALUE
                 ADD 1 TO WS-CNT-UNSECURED
                 DISPLAY "  " L-LOAN-ID " UNUSABLE VALUATION - "
                    "RESERVED AS UNSECURED"
              ELSE
                 SET LOAN-SECURED TO TRUE
                 ADD 1 TO WS-CNT-SECURED
                 MOVE CL-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE
                 PERFORM 0290-LOOK-UP-RATE
                 COMPUTE WS-VALUE-USD ROUNDED =
                    CL-VALUATION * WS-CONV-RATE
                 COMPUTE WS-LTV-PCT ROUNDED =
                    WS-LOAN-USD * 100 / WS-VALUE-USD
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV-PCT
                 END-COMPUTE
                 EVALUATE TRUE
                    WHEN WS-LTV-PCT NOT > WS-LTV-BREAK-LOW
                       MOVE WS-LGD-LOW TO WS-LGD-PCT
                    WHEN WS-LTV-PCT NOT > WS-LTV-BREAK-HIGH
                       MOVE WS-LGD-MID TO WS-LGD-PCT
                    WHEN OTHER
                       MOVE WS-LGD-HIGH TO WS-LGD-PCT
                 END-EVALUATE
              END-IF
           END-IF.

      * Charge-offs since the last final run come off the ledger by
      * CO-CHARGED-DATE. CO-RECOVERED is a running total per loan,
      * so the period's recoveries are today's ledger total less the
      * total carried from the last run (valued at today's rates -
      * an FX move between runs shows up in the figure).
       2000-SCAN-CHARGE-OFF-LEDGER.
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHGO-STATUS NOT = "00"
              DISPLAY "FATAL: CHARGE-OFF LEDGER OPEN FAILED - STATUS "
                 WS-CHGO-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM UNTIL CHGO-EOF
              READ CHARGE-OFF-FILE NEXT RECORD
                 AT END
                    SET CHGO-EOF TO TRUE
                 NOT AT END
                    PERFORM 2010-TAKE-LEDGER-RECORD
              END-READ
           END-PERFORM
           CLOSE CHARGE-OFF-FILE
           COMPUTE WS-RECOVERED-PER-USD =
              WS-RECOVERED-CUM-USD - WS-RECOVERED-PRIOR-USD
           COMPUTE WS-NET-CHGOFF-USD =
              WS-CHGOFF-PER-USD - WS-RECOVERED-PER-USD.

       2010-TAKE-LEDGER-RECORD.
           MOVE CO-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE
           PERFORM 0290-LOOK-UP-RATE
           IF CO-RECOVERED NUMERIC
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 CO-RECOVERED * WS-CONV-RATE
              ADD WS-USD-AMOUNT TO WS-RECOVERED-CUM-USD
           END-IF
           IF CO-PRINCIPAL NUMERIC
              AND CO-CHARGED-DATE NOT > WS-RUN-DATE
              AND (NOT PRIOR-RUN-ON-FILE
                 OR CO-CHARGED-DATE > WS-PRIOR-RUN-DATE)
              ADD 1 TO WS-CNT-CHGOFF-PER
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 CO-PRINCIPAL * WS-CONV-RATE
              ADD WS-USD-AMOUNT TO WS-CHGOFF-PER-USD
           END-IF.

      * One balanced pair for the whole difference. The GL file is
      * closed and proved DR = CR before the carry record moves, so
      * an abend here leaves the old allowance carried and the
      * (deleted) GL generation unposted - a clean rerun.
       3000-POST-PROVISION.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                 WS-GL-STATUS
              PERFORM 9999-ABEND
           END-IF
           IF WS-PROVISION-USD NOT = ZERO
              MOVE SPACES        TO GL-POSTING-REC
              MOVE WS-RUN-DATE   TO GL-RUN-DATE
              MOVE "L"           TO GL-ACTION
              MOVE "USD"         TO GL-CURRENCY-CODE
              MOVE SPACE         TO GL-RISK-TIER
              MOVE WS-CNT-ACTIVE TO GL-TRANS-COUNT
              IF WS-PROVISION-USD > ZERO
                 MOVE WS-PROVISION-USD TO WS-GL-AMOUNT
                 MOVE WS-GL-AMOUNT     TO GL-AMOUNT-USD
                 MOVE "D"              TO GL-DR-CR
                 MOVE "PROVLOSS"       TO GL-ACCOUNT
                 PERFORM 3010-WRITE-GL-RECORD
                 MOVE "C"              TO GL-DR-CR
                 MOVE "ALLOWLLR"       TO GL-ACCOUNT
                 PERFORM 3010-WRITE-GL-RECORD
              ELSE
                 COMPUTE WS-GL-AMOUNT = ZERO - WS-PROVISION-USD
                 MOVE WS-GL-AMOUNT     TO GL-AMOUNT-USD
                 MOVE "D"              TO GL-DR-CR
                 MOVE "ALLOWLLR"       TO GL-ACCOUNT
                 PERFORM 3010-WRITE-GL-RECORD
                 MOVE "C"              TO GL-DR-CR
                 MOVE "PROVLOSS"       TO GL-ACCOUNT
                 PERFORM 3010-WRITE-GL-RECORD
              END-IF
           END-IF
           CLOSE GL-FILE
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: ALLOWANCE GL OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              PERFORM 9999-ABEND
           END-IF.

       3010-WRITE-GL-RECORD.
           IF GL-DR-CR = "D"
              ADD GL-AMOUNT-USD TO WS-GL-DR-TOTAL
           ELSE
              ADD GL-AMOUNT-USD TO WS-GL-CR-TOTAL
           END-IF
           WRITE GL-POSTING-REC
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE WRITE FAILED - STATUS "
                 WS-GL-STATUS
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-GL-RECORDS.

      * Single-record dataset, written fresh: tonight's required
      * reserve becomes the next run's opening allowance.
       3100-CARRY-RESERVE.
           OPEN OUTPUT RESERVE-CTL-FILE
           IF WS-RSV-STATUS NOT = "00"
              DISPLAY "FATAL: RESERVE CONTROL OPEN FAILED - STATUS "
                 WS-RSV-STATUS
              PERFORM 9999-ABEND
           END-IF
           MOVE SPACES               TO RESERVE-CTL-REC
           MOVE WS-RUN-DATE          TO RSV-RUN-DATE
           MOVE WS-REQUIRED-USD      TO RSV-RESERVE-USD
           MOVE WS-RECOVERED-CUM-USD TO RSV-RECOVERED-USD
           MOVE WS-CNT-ACTIVE        TO RSV-LOAN-COUNT
           MOVE WS-BOOK-USD          TO RSV-BOOK-USD
           WRITE RESERVE-CTL-REC
           IF WS-RSV-STATUS NOT = "00"
              DISPLAY "FATAL: RESERVE CONTROL WRITE FAILED - STATUS "
                 WS-RSV-STATUS
              PERFORM 9999-ABEND
           END-IF
           CLOSE RESERVE-CTL-FILE.

       0290-LOOK-UP-RATE.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = WS-RATE-LOOKUP-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM.

       9000-RESERVE-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNALLW01 ALLOWANCE FOR LOAN LOSSES - " WS-RUN-DATE.
           IF TRIAL-RUN
              DISPLAY "*** TRIAL RUN - NOT POSTED, NOT CARRIED ***"
           END-IF
           DISPLAY "----------------------------------------------".
           DISPLAY "REQUIRED RESERVE BY TIER AND BUCKET (USD)".
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                   UNTIL WS-TIER-IDX > 4
              PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                      UNTIL WS-AGE-IDX > 5
                 IF WS-RM-CNT(WS-TIER-IDX WS-AGE-IDX) > ZERO
                    PERFORM 9010-PRINT-ONE-CELL
                 END-IF
              END-PERFORM
           END-PERFORM
           DISPLAY "----------------------------------------------".
           DISPLAY "MASTER RECORDS READ ............: "
              WS-RECORDS-READ.
           DISPLAY "ACTIVE LOANS RESERVED ..........: "
              WS-CNT-ACTIVE.
           DISPLAY "  SECURED (LTV-SCALED) .........: "
              WS-CNT-SECURED.
           DISPLAY "  UNSECURED ....................: "
              WS-CNT-UNSECURED.
           DISPLAY "    UNUSABLE VALUATION .........: "
              WS-CNT-BAD-VALUE.
           DISPLAY "  NON-ACCRUAL ..................: "
              WS-CNT-NONACC.
           DISPLAY "  TIER/BUCKET EXCEPTIONS .......: "
              WS-CNT-EXCEPTIONS.
           DISPLAY "CHARGED OFF - ON THE LEDGER ....: "
              WS-CNT-CHARGED-OFF.
           DISPLAY "PAID IN FULL - NOT RESERVED ....: "
              WS-CNT-CLOSED.
           DISPLAY "ZERO BALANCE - NOT RESERVED ....: "
              WS-CNT-ZERO-BAL.
           MOVE WS-BOOK-USD TO WS-EDIT-USD
           DISPLAY "ACTIVE BOOK RETAINED (USD) .....: " WS-EDIT-USD.
           MOVE WS-CNT-PARTICIPATED TO WS-EDIT-CNT
           MOVE WS-SOLD-USD TO WS-EDIT-USD
           DISPLAY "  MEMO: SOLD TO PARTICIPANTS (" WS-EDIT-CNT
              " LOANS) - NOT RESERVED : " WS-EDIT-USD.
           MOVE WS-SECURED-RSV-USD TO WS-EDIT-USD
           DISPLAY "  RESERVE ON SECURED ...........: " WS-EDIT-USD.
           MOVE WS-UNSECURED-RSV-USD TO WS-EDIT-USD
           DISPLAY "  RESERVE ON UNSECURED .........: " WS-EDIT-USD.
           MOVE WS-NONACC-RSV-USD TO WS-EDIT-USD
           DISPLAY "  OF WHICH NON-ACCRUAL .........: " WS-EDIT-USD.
           IF WS-BOOK-USD > ZERO
              COMPUTE WS-COVERAGE-PCT ROUNDED =
                 WS-REQUIRED-USD * 100 / WS-BOOK-USD
              MOVE WS-COVERAGE-PCT TO WS-EDIT-PCT
              DISPLAY "RESERVE COVERAGE (PCT OF BOOK) .: " WS-EDIT-PCT
           END-IF
           DISPLAY "----------------------------------------------".
           DISPLAY "RESERVE ROLL-FORWARD (USD)".
           MOVE WS-OPENING-USD TO WS-EDIT-USD
           IF PRIOR-RUN-ON-FILE
              DISPLAY "OPENING ALLOWANCE (RUN " WS-PRIOR-RUN-DATE
                 ") .: " WS-EDIT-USD
           ELSE
              DISPLAY "OPENING ALLOWANCE (FIRST RUN) ..: " WS-EDIT-USD
           END-IF
           MOVE WS-PROVISION-USD TO WS-EDIT-SIGNED-USD
           IF WS-PROVISION-USD < ZERO
              DISPLAY "RELEASE THIS RUN ...............: "
                 WS-EDIT-SIGNED-USD
           ELSE
              DISPLAY "PROVISION THIS RUN .............: "
                 WS-EDIT-SIGNED-USD
           END-IF
           MOVE WS-REQUIRED-USD TO WS-EDIT-USD
           DISPLAY "CLOSING ALLOWANCE (REQUIRED) ...: " WS-EDIT-USD.
           MOVE WS-CNT-CHGOFF-PER TO WS-EDIT-CNT
           MOVE WS-CHGOFF-PER-USD TO WS-EDIT-USD
           DISPLAY "  MEMO: CHARGE-OFFS (" WS-EDIT-CNT
              " LOANS) : " WS-EDIT-USD.
           MOVE WS-RECOVERED-PER-USD TO WS-EDIT-SIGNED-USD
           DISPLAY "  MEMO: RECOVERIES .............: "
              WS-EDIT-SIGNED-USD.
           MOVE WS-NET-CHGOFF-USD TO WS-EDIT-SIGNED-USD
           DISPLAY "  MEMO: NET CHARGE-OFFS ........: "
              WS-EDIT-SIGNED-USD.
           IF NOT PRIOR-RUN-ON-FILE
              DISPLAY "  (FIRST RUN - CHARGE-OFF AND RECOVERY MEMO "
                 "LINES ARE SINCE INCEPTION)"
           END-IF
           DISPLAY "GL POSTING RECORDS WRITTEN .....: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ........: "
              WS-GL-DR-TOTAL.
           DISPLAY "  GL CREDITS (USD-EQUIV) .......: "
              WS-GL-CR-TOTAL.
           DISPLAY "==============================================".

       9010-PRINT-ONE-CELL.
           MOVE WS-RM-CNT(WS-TIER-IDX WS-AGE-IDX) TO WS-EDIT-CNT
           MOVE WS-RM-BAL-USD(WS-TIER-IDX WS-AGE-IDX) TO WS-EDIT-USD
           DISPLAY "  TIER " WS-TIER-CODES(WS-TIER-IDX:1)
              " BUCKET " WS-AGE-CODES(WS-AGE-IDX:1)
              "  LOANS " WS-EDIT-CNT
              "  BALANCE " WS-EDIT-USD
           MOVE WS-RM-RSV-USD(WS-TIER-IDX WS-AGE-IDX) TO WS-EDIT-USD
           DISPLAY "                   RESERVE " WS-EDIT-USD.

       9999-ABEND.
           DISPLAY "LNALLW01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
