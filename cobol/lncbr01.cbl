      * ONE REPORTABLE RECORD PER LOAN ON CBROUT:
      *   - BALANCE, SCHEDULED PAYMENT (THE LNAMRT01 FIGURE ON THE
      *     RECORD), AND DATE OPENED (L-ORIGINATION-DATE);
      *   - ACCOUNT STATUS MAPPED FROM THE CHARGE-OFF FLAG, THE
      *     PAID-IN-FULL CLOSE STATUS (L-CLOSE-STATUS), AND
      *     L-AGING-STATUS ONTO THE BUREAUS' ACCOUNT
      *     STATUS CODES (11=CURRENT 71=30 78=60 80=90 82=120+
      *     97=CHARGED OFF 13=PAID AND CLOSED);
      *   - A ROLLING 24-MONTH PAYMENT PERFORMANCE GRID, NEWEST
      *     CAN MARK ONLY ONE OF THE 24 MONTHS AND WOULD
      *     UNDERSTATE DELINQUENCY ON A FURNISHED FILE). A
      *     SEVERITY OVERRIDES A PAYMENT MARK; "-" = NO ACTIVITY
      *     KNOWN;
      *   - THE LEGAL CONDITION OF THE ACCOUNT, OFF THE ACTIVE
      *     LEGAL HOLDS ON THE LOAN OR ANY PARTY TO IT (LNLGL01):
      *     CONSUMER INFORMATION INDICATOR (CII) "A "/"B "/"C "/"D "
      *     FOR A CHAPTER 7/11/12/13 PETITION, SPECIAL COMMENT "XB"
      *     (DISPUTED - UNDER INVESTIGATION) FOR A CONSUMER DISPUTE,
      *     AND ECOA CODE "X" FOR A DECEASED BORROWER. LITIGATION
      *     HAS NO BUREAU CODE OF ITS OWN AND FURNISHES NONE. ALL
      *     BLANK WHEN NO HOLD IS ACTIVE - THE BLANK IS WHAT TELLS
      *     THE BUREAU A PRIOR MONTH'S CONDITION HAS ENDED.
      * EVERY MASTER RECORD PRODUCES EXACTLY ONE FURNISHED RECORD
      * OR ONE COUNTED EXCLUSION (GARBLED FIELDS), SO THE FURNISHED
      * COUNT PROVES AGAINST THE MASTER: READ = FURNISHED +
           05  CBR-ACCT-STATUS     PIC X(02).
           05  CBR-GRID            PIC X(24).
           05  CBR-RUN-DATE        PIC X(08).
           05  CBR-SPECIAL-COMMENT PIC X(02).
           05  CBR-CII             PIC X(02).
           05  CBR-ECOA-CODE       PIC X(01).
           05  FILLER              PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
           05  WS-CNT-NO-BORROWER  PIC 9(09) VALUE ZERO.
           05  WS-CNT-CHARGED-OFF  PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLOSED       PIC 9(09) VALUE ZERO.
           05  WS-CNT-BANKRUPT     PIC 9(09) VALUE ZERO.
           05  WS-CNT-DISPUTED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-DECEASED     PIC 9(09) VALUE ZERO.

      * Legal-hold service block (LNLGL01).
       COPY LGLCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE BUREAU-FILE
           MOVE "C" TO LH-FUNCTION
           CALL "LNLGL01" USING WS-LEGAL-CONTROL
           IF BORROWER-OPEN
              CLOSE BORROWER-FILE
           END-IF
              PERFORM 1040-BUILD-GRID
              MOVE WS-GRID            TO CBR-GRID
              MOVE WS-RUN-DATE        TO CBR-RUN-DATE
              PERFORM 1070-MAP-LEGAL-CONDITION
              WRITE BUREAU-REC
              IF WS-CBR-STATUS NOT = "00"
                 DISPLAY "FATAL: EXTRACT WRITE FAILED - STATUS "

      * Bureau account status: charge-off and closed first, then
      * the aging bucket; anything unrecognized furnishes as
      * current rather than inventing a delinquency. Closed is the
      * master's paid-in-full state (LNVAL01 marks it, LNCLOS01
      * closes it) - a zero balance by itself proves nothing.
       1030-MAP-ACCOUNT-STATUS.
           EVALUATE TRUE
              WHEN L-CHARGE-OFF-FLAG = "C"
                 MOVE "97" TO CBR-ACCT-STATUS
                 ADD 1 TO WS-CNT-CHARGED-OFF
              WHEN L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
                 MOVE "13" TO CBR-ACCT-STATUS
                 ADD 1 TO WS-CNT-CLOSED
              WHEN L-AGING-STATUS = "1"
              END-IF
           END-PERFORM.

      * Metro 2 codes for the account's legal condition. A borrower
      * in bankruptcy on several chapters at once furnishes the
      * first petition on file; the account status keeps its own
      * bucket mapping - the CII says why it is not being paid.
       1070-MAP-LEGAL-CONDITION.
           MOVE SPACES TO CBR-SPECIAL-COMMENT
           MOVE SPACES TO CBR-CII
           MOVE SPACE  TO CBR-ECOA-CODE
           MOVE "L"           TO LH-FUNCTION
           MOVE L-LOAN-ID     TO LH-LOAN-ID
           MOVE L-BORROWER-ID TO LH-BORROWER-ID
           CALL "LNLGL01" USING WS-LEGAL-CONTROL
           IF LH-BANKRUPT
              EVALUATE LH-CHAPTER
                 WHEN "07"
                    MOVE "A " TO CBR-CII
                 WHEN "11"
                    MOVE "B " TO CBR-CII
                 WHEN "12"
                    MOVE "C " TO CBR-CII
                 WHEN "13"
                    MOVE "D " TO CBR-CII
              END-EVALUATE
              ADD 1 TO WS-CNT-BANKRUPT
           END-IF
           IF LH-DISPUTE
              MOVE "XB" TO CBR-SPECIAL-COMMENT
              ADD 1 TO WS-CNT-DISPUTED
           END-IF
           IF LH-DECEASED
              MOVE "X" TO CBR-ECOA-CODE
              ADD 1 TO WS-CNT-DECEASED
           END-IF.

      * One pass over the cumulative notice log, building each
      * noticed loan's severity-by-month strip for the trailing 24
      * months - the worst severity noticed in a month wins (the
              WS-CNT-CLOSED.
           DISPLAY "NO BORROWER DEMOGRAPHICS .......: "
              WS-CNT-NO-BORROWER.
           DISPLAY "  FURNISHED IN BANKRUPTCY (CII) : "
              WS-CNT-BANKRUPT.
           DISPLAY "  FURNISHED AS DISPUTED (XB) ...: "
              WS-CNT-DISPUTED.
           DISPLAY "  FURNISHED AS DECEASED (ECOA X): "
              WS-CNT-DECEASED.
           IF WS-RECORDS-READ =
              WS-CNT-FURNISHED + WS-CNT-EXCLUDED
              DISPLAY "FURNISHED + EXCLUDED PROVES TO THE MASTER"
