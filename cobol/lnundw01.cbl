       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNUNDW01.
      *================================================================*
      * BATCH PROGRAM: APPLICATION UNDERWRITING RUN. GRADES EVERY
      * REQUEST ON THE APPLICATION CLUSTER (APPLVSAM) STILL AWAITING
      * A DECISION (STATUS "R" RECEIVED OR "U" ALREADY GRADED - A
      * GRADE IS ALWAYS REFRESHED AGAINST TONIGHT'S BOOK) AND PRINTS
      * A DECISION WORKSHEET FOR EACH ON SYSOUT:
      *   - RISK TIER: THE PROPOSED LOAN RUN THROUGH LNCALC01, THE
      *     SAME GRADUATED TIERS A BOOKED LOAN GETS;
      *   - AGGREGATE EXPOSURE AFTER FUNDING: WHAT THE APPLICANT AND
      *     EACH PROPOSED CO-BORROWER/GUARANTOR ALREADY OWE ACROSS
      *     THE BOOK - AS PRIMARY BORROWER AND, THROUGH THE LOAN-TO-
      *     BORROWER CROSS-REFERENCE (BXRFVSAM), ON EVERY LOAN THEY
      *     CO-SIGNED OR GUARANTEE - PLUS THE PROPOSED AMOUNT, USD-
      *     EQUIVALENT, JUDGED AGAINST THE SAME PARM-THRESHOLD LIMIT
      *     LNEXPO01 APPLIES TO THE BOOKED BOOK;
      *   - LOAN-TO-VALUE AGAINST THE PROPOSED COLLATERAL, JUDGED
      *     AGAINST PARM-LTV-LIMIT, WITH THE VALUATION'S AGE AGAINST
      *     PARM-VAL-STALE-DAYS - THE SAME TESTS LNLTV01 RUNS.
      * A REVIEW TIER ("R"), ANY PARTY OVER THE AGGREGATE LIMIT, AN
      * LTV OVER LIMIT, OR A STALE/UNUSABLE VALUATION MAKES THE
      * GRADE A POLICY EXCEPTION (AP-UW-RESULT "E"); OTHERWISE IT IS
      * WITHIN POLICY ("P"). THE GRADE IS STAMPED ON THE REQUEST,
      * WHICH MOVES TO "U" - THE DECISION ITSELF STAYS WITH THE
      * UNDERWRITER'S LNAPPL01 APPROVE/DECLINE CARD.
      * CHARGED-OFF LOANS ARE NOT LIVE EXPOSURE AND ARE NOT TALLIED.
      * RUN ON DEMAND OR NIGHTLY AFTER LNVAL01.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO APPLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS AP-APPL-ID
                  FILE STATUS  IS WS-APPL-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT XREF-FILE ASSIGN TO BXRFVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BX-KEY
                  FILE STATUS  IS WS-XREF-STATUS.
           SELECT BORROWER-FILE ASSIGN TO BORRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS B-BORROWER-ID
                  FILE STATUS  IS WS-BORR-STATUS.
           SELECT PARM-FILE ASSIGN TO THRESHPM
                  FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       COPY APPLREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       FD  XREF-FILE.
       COPY BXRFREC.

       FD  BORROWER-FILE.
       COPY BORRREC.

       FD  PARM-FILE.
       COPY PARMREC.

       WORKING-STORAGE SECTION.
      * The proposed loan as LNCALC01 expects to see it (WC-
      * names) - kept apart from MASTER-FILE's record area, which
      * is closed by the time the grading pass runs.
       COPY LOANREC REPLACING ==LOAN-RECORD== BY ==WS-CALC-IMAGE==
                    LEADING ==L-== BY ==WC-==.

       01  WS-APPL-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-XREF-STATUS         PIC X(02) VALUE "00".
       01  WS-BORR-STATUS         PIC X(02) VALUE "00".
       01  WS-PARM-STATUS         PIC X(02) VALUE "00".
       01  WS-APPL-EOF-SW         PIC X(01) VALUE "N".
           88  APPLICATION-EOF    VALUE "Y".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-XREF-OPEN-SW        PIC X(01) VALUE "N".
           88  XREF-OPEN          VALUE "Y".
       01  WS-XREF-EOF-SW         PIC X(01) VALUE "N".
           88  XREF-EOF           VALUE "Y".
       01  WS-BORR-OPEN-SW        PIC X(01) VALUE "N".
           88  BORROWER-FILE-OPEN VALUE "Y".
       01  WS-PARTY-FOUND-SW      PIC X(01) VALUE "N".
           88  PARTY-FOUND        VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-TS              PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-VAL-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-VAL-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-VAL-AGE-DAYS        PIC S9(09) VALUE ZERO.
       01  WS-LIMIT               PIC 9(07)V99 VALUE 500000.00.
       01  WS-LTV-LIMIT           PIC 9(03) VALUE 80.
       01  WS-VAL-STALE-DAYS      PIC 9(03) VALUE 365.
       01  WS-LOAN-USD            PIC 9(11)V99 VALUE ZERO.
       01  WS-PROPOSED-USD        PIC 9(11)V99 VALUE ZERO.
       01  WS-AFTER-USD           PIC 9(13)V99 VALUE ZERO.
       01  WS-PARTY-ID            PIC X(10) VALUE SPACES.
       01  WS-PARTY-HIT           PIC 9(05) VALUE ZERO.
       01  WS-PARTY-IDX           PIC 9(01) VALUE ZERO.
       01  WS-XREF-LOAN-ID        PIC X(10) VALUE SPACES.
       01  WS-EXCEPTIONS          PIC 9(02) VALUE ZERO.
       01  WS-TIER-DESC           PIC X(22) VALUE SPACES.
       01  WS-ROLE-DESC           PIC X(11) VALUE SPACES.
       01  WS-CUSTOMER-DESC       PIC X(17) VALUE SPACES.
       01  WS-EDIT-USD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-USD2           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-LTV            PIC ZZZZ9.99.
       01  WS-EDIT-RATE           PIC Z9.999.

      * One slot per party (applicant or proposed co-party) on an
      * ungraded request - only their exposure is ever needed, so
      * the book pass tallies nobody else. A full table stops the
      * run rather than grade a request on half its exposure.
       01  WS-PARTY-TABLE.
           05  WS-PARTY-MAX       PIC 9(05) VALUE 3000.
           05  WS-PARTY-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-PARTY-ENTRY OCCURS 3000 TIMES
                                  INDEXED BY WS-PTY-IDX.
               10  WS-PTY-ID      PIC X(10).
               10  WS-PTY-USD     PIC 9(11)V99.
               10  WS-PTY-LOANS   PIC 9(05).

       COPY CURRTAB.

       01  WS-CONTROL-TOTALS.
           05  WS-APPLS-READ       PIC 9(07) VALUE ZERO.
           05  WS-CNT-TO-GRADE     PIC 9(07) VALUE ZERO.
           05  WS-CNT-GRADED       PIC 9(07) VALUE ZERO.
           05  WS-CNT-WITHIN       PIC 9(07) VALUE ZERO.
           05  WS-CNT-EXCEPTION    PIC 9(07) VALUE ZERO.
           05  WS-CNT-OVER-EXPO    PIC 9(07) VALUE ZERO.
           05  WS-CNT-OVER-LTV     PIC 9(07) VALUE ZERO.
           05  WS-CNT-STALE-VAL    PIC 9(07) VALUE ZERO.
           05  WS-CNT-REVIEW-TIER  PIC 9(07) VALUE ZERO.
           05  WS-LOANS-READ       PIC 9(09) VALUE ZERO.
           05  WS-LOANS-TALLIED    PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNUNDW01 - APPLICATION UNDERWRITING".
           CALL "LNCURR01" USING WS-CURRENCY-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM 0100-LOAD-LIMITS

           OPEN I-O APPLICATION-FILE
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "LNUNDW01: UNABLE TO OPEN APPLICATION FILE, "
                 "STATUS=" WS-APPL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1000-COLLECT-PARTIES
           IF WS-CNT-TO-GRADE = ZERO
              DISPLAY "LNUNDW01: NO APPLICATIONS AWAITING UNDERWRITING"
              CLOSE APPLICATION-FILE
              GOBACK
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "LNUNDW01: UNABLE TO OPEN MASTER-FILE, STATUS="
                 WS-MASTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      * Same graceful degradation LNEXPO01 allows - with no cross-
      * reference the tally is primary-only, and the worksheet says
      * so.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
              SET XREF-OPEN TO TRUE
           ELSE
              DISPLAY "LNUNDW01: NO CROSS-REFERENCE - PRIMARY-ONLY "
                 "EXPOSURE, STATUS=" WS-XREF-STATUS
           END-IF
           PERFORM 2000-TALLY-BOOK UNTIL EOF-REACHED
           CLOSE MASTER-FILE
           IF XREF-OPEN
              CLOSE XREF-FILE
           END-IF

           OPEN INPUT BORROWER-FILE
           IF WS-BORR-STATUS = "00"
              SET BORROWER-FILE-OPEN TO TRUE
           END-IF
           PERFORM 3000-GRADE-PASS
           CLOSE APPLICATION-FILE
           IF BORROWER-FILE-OPEN
              CLOSE BORROWER-FILE
           END-IF
           PERFORM 9000-UNDERWRITING-SUMMARY
           GOBACK.

      * Same shared parameter record LNEXPO01 and LNLTV01 read -
      * an application is judged by the limits the booked loan
      * will be monitored against.
       0100-LOAD-LIMITS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE PARM-THRESHOLD TO WS-LIMIT
                    IF PARM-LTV-LIMIT NUMERIC
                       AND PARM-LTV-LIMIT > ZERO
                       MOVE PARM-LTV-LIMIT TO WS-LTV-LIMIT
                    END-IF
                    IF PARM-VAL-STALE-DAYS NUMERIC
                       AND PARM-VAL-STALE-DAYS > ZERO
                       MOVE PARM-VAL-STALE-DAYS
                          TO WS-VAL-STALE-DAYS
                    END-IF
              END-READ
              CLOSE PARM-FILE
           ELSE
              DISPLAY "LNUNDW01: PARM FILE UNAVAILABLE - "
                 "USING DEFAULT LIMITS"
           END-IF.

      * Pass 1 over the applications: every party on a request
      * awaiting a grade gets a slot.
       1000-COLLECT-PARTIES.
           MOVE "N" TO WS-APPL-EOF-SW
           MOVE LOW-VALUES TO AP-APPL-ID
           START APPLICATION-FILE KEY NOT < AP-APPL-ID
              INVALID KEY
                 SET APPLICATION-EOF TO TRUE
           END-START
           PERFORM 1010-COLLECT-ONE UNTIL APPLICATION-EOF.

       1010-COLLECT-ONE.
           READ APPLICATION-FILE NEXT RECORD
              AT END
                 SET APPLICATION-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-APPLS-READ
                 IF AP-STATUS = "R" OR AP-STATUS = "U"
                    ADD 1 TO WS-CNT-TO-GRADE
                    MOVE AP-BORROWER-ID TO WS-PARTY-ID
                    PERFORM 1020-ADD-PARTY
                    PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                            UNTIL WS-PARTY-IDX > 2
                       IF AP-CO-ID(WS-PARTY-IDX) NOT = SPACES
                          MOVE AP-CO-ID(WS-PARTY-IDX) TO WS-PARTY-ID
                          PERFORM 1020-ADD-PARTY
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ.

       1020-ADD-PARTY.
           PERFORM 1030-FIND-PARTY
           IF NOT PARTY-FOUND
              IF WS-PARTY-COUNT >= WS-PARTY-MAX
                 DISPLAY "FATAL: PARTY TABLE FULL - RAISE WS-PARTY-MAX"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PARTY-COUNT
              MOVE WS-PARTY-ID TO WS-PTY-ID(WS-PARTY-COUNT)
              MOVE ZERO        TO WS-PTY-USD(WS-PARTY-COUNT)
              MOVE ZERO        TO WS-PTY-LOANS(WS-PARTY-COUNT)
           END-IF.

      * Leaves WS-PARTY-HIT on WS-PARTY-ID's slot when it has one.
       1030-FIND-PARTY.
           MOVE "N" TO WS-PARTY-FOUND-SW
           MOVE ZERO TO WS-PARTY-HIT
           PERFORM VARYING WS-PTY-IDX FROM 1 BY 1
                   UNTIL WS-PTY-IDX > WS-PARTY-COUNT
                   OR PARTY-FOUND
              IF WS-PTY-ID(WS-PTY-IDX) = WS-PARTY-ID
                 SET PARTY-FOUND TO TRUE
                 SET WS-PARTY-HIT TO WS-PTY-IDX
              END-IF
           END-PERFORM.

      * The book pass - LNEXPO01's tally, restricted to the
      * parties in the table: every loan carrying one of them as
      * primary, plus every loan cross-referencing one of them.
       2000-TALLY-BOOK.
           READ MASTER-FILE NEXT RECORD
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-LOANS-READ
                 IF L-CHARGE-OFF-FLAG NOT = "C"
                    AND L-LOAN-AMOUNT NUMERIC
                    PERFORM 2010-TALLY-ONE-LOAN
                 END-IF
           END-READ.

       2010-TALLY-ONE-LOAN.
           MOVE L-CURRENCY-CODE TO WC-CURRENCY-CODE
           MOVE L-LOAN-AMOUNT   TO WC-LOAN-AMOUNT
           PERFORM 2100-VALUE-USD
           IF L-BORROWER-ID NOT = SPACES
              MOVE L-BORROWER-ID TO WS-PARTY-ID
              PERFORM 2020-CHARGE-PARTY
           END-IF
           IF XREF-OPEN
              MOVE "N" TO WS-XREF-EOF-SW
              MOVE L-LOAN-ID TO WS-XREF-LOAN-ID
              MOVE L-LOAN-ID TO BX-LOAN-ID
              MOVE LOW-VALUES TO BX-BORROWER-ID
              START XREF-FILE KEY NOT < BX-KEY
                 INVALID KEY
                    SET XREF-EOF TO TRUE
              END-START
              PERFORM 2030-TALLY-NEXT-XREF UNTIL XREF-EOF
           END-IF.

       2020-CHARGE-PARTY.
           PERFORM 1030-FIND-PARTY
           IF PARTY-FOUND
              ADD WS-LOAN-USD TO WS-PTY-USD(WS-PARTY-HIT)
              ADD 1 TO WS-PTY-LOANS(WS-PARTY-HIT)
              ADD 1 TO WS-LOANS-TALLIED
           END-IF.

      * A party cross-referenced on a loan they are also primary on
      * was already charged once.
       2030-TALLY-NEXT-XREF.
           READ XREF-FILE NEXT RECORD
              AT END
                 SET XREF-EOF TO TRUE
              NOT AT END
                 IF BX-LOAN-ID NOT = WS-XREF-LOAN-ID
                    SET XREF-EOF TO TRUE
                 ELSE
                    IF BX-BORROWER-ID NOT = SPACES
                       AND BX-BORROWER-ID NOT = L-BORROWER-ID
                       MOVE BX-BORROWER-ID TO WS-PARTY-ID
                       PERFORM 2020-CHARGE-PARTY
                    END-IF
                 END-IF
           END-READ.

      * USD equivalent of WC-LOAN-AMOUNT in WC-CURRENCY-CODE; an
      * unknown or blank code converts 1:1, the house default.
       2100-VALUE-USD.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = WC-CURRENCY-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM
           COMPUTE WS-LOAN-USD ROUNDED =
              WC-LOAN-AMOUNT * WS-CONV-RATE.

      * Pass 2 over the applications: grade, print, stamp.
       3000-GRADE-PASS.
           MOVE "N" TO WS-APPL-EOF-SW
           MOVE LOW-VALUES TO AP-APPL-ID
           START APPLICATION-FILE KEY NOT < AP-APPL-ID
              INVALID KEY
                 SET APPLICATION-EOF TO TRUE
           END-START
           PERFORM 3010-GRADE-NEXT UNTIL APPLICATION-EOF.

       3010-GRADE-NEXT.
           READ APPLICATION-FILE NEXT RECORD
              AT END
                 SET APPLICATION-EOF TO TRUE
              NOT AT END
                 IF AP-STATUS = "R" OR AP-STATUS = "U"
                    PERFORM 3100-GRADE-APPLICATION
                 END-IF
           END-READ.

       3100-GRADE-APPLICATION.
           MOVE ZERO TO WS-EXCEPTIONS
           PERFORM 3200-WORKSHEET-HEADING
           PERFORM 3300-GRADE-TIER
           PERFORM 3400-GRADE-EXPOSURE
           PERFORM 3500-GRADE-COLLATERAL
           DISPLAY "  POLICY     AGGREGATE LIMIT USD "
              WS-EDIT-USD2 "  LTV LIMIT " WS-LTV-LIMIT " PCT".
           IF WS-EXCEPTIONS = ZERO
              MOVE "P" TO AP-UW-RESULT
              ADD 1 TO WS-CNT-WITHIN
              DISPLAY "  RESULT     WITHIN POLICY"
           ELSE
              MOVE "E" TO AP-UW-RESULT
              ADD 1 TO WS-CNT-EXCEPTION
              DISPLAY "  RESULT     POLICY EXCEPTION - "
                 WS-EXCEPTIONS " ITEM(S) MARKED ** ABOVE"
           END-IF
           MOVE "U"         TO AP-STATUS
           MOVE WS-RUN-DATE TO AP-UW-DATE
           MOVE WS-RUN-DATE TO AP-STATUS-DATE
           MOVE WS-RUN-TS   TO AP-LAST-MAINTAINED-TS
           REWRITE APPLICATION-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "FATAL: APPLICATION FILE REWRITE FAILED - "
                 "STATUS " WS-APPL-STATUS " APPL ID " AP-APPL-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-GRADED.

       3200-WORKSHEET-HEADING.
           MOVE "NEW BORROWER" TO WS-CUSTOMER-DESC
           IF BORROWER-FILE-OPEN
              MOVE AP-BORROWER-ID TO B-BORROWER-ID
              READ BORROWER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "EXISTING BORROWER" TO WS-CUSTOMER-DESC
              END-READ
           END-IF
           MOVE WS-LIMIT TO WS-EDIT-USD2
           MOVE AP-AMOUNT TO WS-EDIT-AMOUNT
           MOVE AP-INTEREST-RATE TO WS-EDIT-RATE
           DISPLAY "==============================================".
           DISPLAY "DECISION WORKSHEET - APPLICATION " AP-APPL-ID
              "  RECEIVED " AP-RECEIVED-DATE " BY " AP-RECEIVED-BY.
           DISPLAY "----------------------------------------------".
           DISPLAY "  APPLICANT  " AP-BORROWER-ID " " AP-BORROWER-NAME
              " (" WS-CUSTOMER-DESC ")".
           DISPLAY "  PROPOSED   LOAN " AP-LOAN-ID " "
              AP-CURRENCY-CODE " " WS-EDIT-AMOUNT " RATE "
              WS-EDIT-RATE " TERM " AP-TERM-MONTHS " MONTHS".

       3300-GRADE-TIER.
           MOVE SPACES TO WS-CALC-IMAGE
           MOVE AP-LOAN-ID       TO WC-LOAN-ID
           MOVE AP-AMOUNT        TO WC-LOAN-AMOUNT
           MOVE AP-CURRENCY-CODE TO WC-CURRENCY-CODE
           CALL "LNCALC01" USING WS-CALC-IMAGE
           MOVE WC-LOAN-STATUS TO AP-UW-TIER
           EVALUATE AP-UW-TIER
              WHEN "A"
                 MOVE "APPROVED" TO WS-TIER-DESC
              WHEN "S"
                 MOVE "STANDARD REVIEW" TO WS-TIER-DESC
              WHEN "V"
                 MOVE "VERIFICATION REQUIRED" TO WS-TIER-DESC
              WHEN OTHER
                 MOVE "REVIEW" TO WS-TIER-DESC
           END-EVALUATE
           DISPLAY "  RISK TIER  " AP-UW-TIER " - " WS-TIER-DESC.
           IF AP-UW-TIER = "R"
              ADD 1 TO WS-EXCEPTIONS
              ADD 1 TO WS-CNT-REVIEW-TIER
              DISPLAY "  ** OVER THE SINGLE-LOAN REVIEW THRESHOLD"
           END-IF.

      * Every party owes the whole proposed balance once it books -
      * the rule LNEXPO01 applies to a booked loan's parties.
       3400-GRADE-EXPOSURE.
           MOVE AP-AMOUNT        TO WC-LOAN-AMOUNT
           MOVE AP-CURRENCY-CODE TO WC-CURRENCY-CODE
           PERFORM 2100-VALUE-USD
           MOVE WS-LOAN-USD TO WS-PROPOSED-USD
           MOVE WS-PROPOSED-USD TO WS-EDIT-USD
           DISPLAY "  EXPOSURE   PROPOSED (USD)        " WS-EDIT-USD.
           MOVE AP-BORROWER-ID TO WS-PARTY-ID
           MOVE "APPLICANT" TO WS-ROLE-DESC
           PERFORM 3410-GRADE-PARTY
           MOVE WS-AFTER-USD TO AP-UW-EXPOSURE-USD
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 2
              IF AP-CO-ID(WS-PARTY-IDX) NOT = SPACES
                 MOVE AP-CO-ID(WS-PARTY-IDX) TO WS-PARTY-ID
                 IF AP-CO-ROLE(WS-PARTY-IDX) = "G"
                    MOVE "GUARANTOR" TO WS-ROLE-DESC
                 ELSE
                    MOVE "CO-BORROWER" TO WS-ROLE-DESC
                 END-IF
                 PERFORM 3410-GRADE-PARTY
              END-IF
           END-PERFORM.

       3410-GRADE-PARTY.
           PERFORM 1030-FIND-PARTY
           MOVE WS-PROPOSED-USD TO WS-AFTER-USD
           IF PARTY-FOUND
              ADD WS-PTY-USD(WS-PARTY-HIT) TO WS-AFTER-USD
              MOVE WS-PTY-USD(WS-PARTY-HIT) TO WS-EDIT-USD
           ELSE
              MOVE ZERO TO WS-EDIT-USD
           END-IF
           DISPLAY "  " WS-ROLE-DESC " " WS-PARTY-ID
              " NOW " WS-EDIT-USD.
           MOVE WS-AFTER-USD TO WS-EDIT-USD
           DISPLAY "               AFTER FUNDING (USD)   " WS-EDIT-USD.
           IF WS-AFTER-USD > WS-LIMIT
              ADD 1 TO WS-EXCEPTIONS
              ADD 1 TO WS-CNT-OVER-EXPO
              DISPLAY "  ** " WS-PARTY-ID
                 " OVER THE AGGREGATE EXPOSURE LIMIT"
           END-IF.

      * Collateral is valued in the loan's own currency, so the
      * ratio needs no conversion.
       3500-GRADE-COLLATERAL.
           MOVE ZERO TO AP-UW-LTV-PCT
           IF AP-COLL-TYPE = SPACES
              DISPLAY "  COLLATERAL NONE - UNSECURED"
           ELSE
              MOVE AP-COLL-VALUE TO WS-EDIT-AMOUNT
              DISPLAY "  COLLATERAL " AP-COLL-TYPE " " AP-COLL-DESC
                 " VALUE " WS-EDIT-AMOUNT " DATED " AP-COLL-VAL-DATE
              IF AP-COLL-VALUE NOT NUMERIC OR AP-COLL-VALUE = ZERO
                 ADD 1 TO WS-EXCEPTIONS
                 ADD 1 TO WS-CNT-OVER-LTV
                 DISPLAY "  ** UNUSABLE VALUATION - LTV NOT COMPUTED"
              ELSE
                 COMPUTE AP-UW-LTV-PCT ROUNDED =
                    AP-AMOUNT * 100 / AP-COLL-VALUE
                    ON SIZE ERROR
                       MOVE 99999.99 TO AP-UW-LTV-PCT
                 END-COMPUTE
                 MOVE AP-UW-LTV-PCT TO WS-EDIT-LTV
                 DISPLAY "  LTV        " WS-EDIT-LTV " PCT"
                 IF AP-UW-LTV-PCT > WS-LTV-LIMIT
                    ADD 1 TO WS-EXCEPTIONS
                    ADD 1 TO WS-CNT-OVER-LTV
                    DISPLAY "  ** LTV OVER THE LIMIT"
                 END-IF
              END-IF
              PERFORM 3510-CHECK-STALENESS
           END-IF.

       3510-CHECK-STALENESS.
           IF AP-COLL-VAL-DATE NOT NUMERIC
              ADD 1 TO WS-EXCEPTIONS
              ADD 1 TO WS-CNT-STALE-VAL
              DISPLAY "  ** VALUATION DATE UNUSABLE - TREAT AS STALE"
           ELSE
              MOVE AP-COLL-VAL-DATE TO WS-VAL-DATE-NUM
              COMPUTE WS-VAL-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-VAL-DATE-NUM)
              COMPUTE WS-VAL-AGE-DAYS =
                 WS-RUN-DATE-INT - WS-VAL-DATE-INT
              IF WS-VAL-AGE-DAYS > WS-VAL-STALE-DAYS
                 ADD 1 TO WS-EXCEPTIONS
                 ADD 1 TO WS-CNT-STALE-VAL
                 DISPLAY "  ** VALUATION STALE - OLDER THAN "
                    WS-VAL-STALE-DAYS " DAYS"
              END-IF
           END-IF.

       9000-UNDERWRITING-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNUNDW01 UNDERWRITING SUMMARY".
           DISPLAY "----------------------------------------------".
           DISPLAY "APPLICATIONS READ ..............: "
              WS-APPLS-READ.
           DISPLAY "APPLICATIONS GRADED ............: "
              WS-CNT-GRADED.
           DISPLAY "  WITHIN POLICY ................: "
              WS-CNT-WITHIN.
           DISPLAY "  POLICY EXCEPTIONS ............: "
              WS-CNT-EXCEPTION.
           DISPLAY "REVIEW-TIER REQUESTS ...........: "
              WS-CNT-REVIEW-TIER.
           DISPLAY "PARTIES OVER AGGREGATE LIMIT ...: "
              WS-CNT-OVER-EXPO.
           DISPLAY "LTV BREACHES/UNUSABLE VALUES ...: "
              WS-CNT-OVER-LTV.
           DISPLAY "STALE/UNUSABLE VALUATION DATES .: "
              WS-CNT-STALE-VAL.
           DISPLAY "MASTER RECORDS READ ............: "
              WS-LOANS-READ.
           DISPLAY "PARTY OBLIGATIONS TALLIED ......: "
              WS-LOANS-TALLIED.
           DISPLAY "==============================================".
