       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAPPL01.
      *================================================================*
      * BATCH PROGRAM: LOAN APPLICATION MAINTENANCE - THE ONLY
      * WRITER OF THE APPLICATION CLUSTER (APPLVSAM) OTHER THAN THE
      * GRADES THE LNUNDW01 UNDERWRITING RUN STAMPS. EVERY REQUEST
      * IS KEYED HERE ON RECEIPT AND STAYS ON FILE THROUGH ITS
      * DECISION, SO A DECLINED OR WITHDRAWN REQUEST LEAVES A RECORD
      * (AND A REASON) BEHIND, NOT JUST THE ONES THAT BOOK.
      * LIFE CYCLE (copy/applrec.cpy AP-STATUS):
      *   R RECEIVED -> U UNDERWRITING (LNUNDW01 GRADES IT) ->
      *   A APPROVED -> F FUNDED, OR D DECLINED / W WITHDRAWN FROM
      *   ANY OPEN STATUS. CHANGING THE TERMS, APPLICANT, COLLATERAL
      *   OR PARTIES OF A GRADED REQUEST SENDS IT BACK TO "R" - THE
      *   OLD GRADE NO LONGER DESCRIBES IT.
      * MARKING AN APPROVED REQUEST FUNDED WRITES ITS WHOLE
      * ORIGINATION PACKAGE TO THE ORIGINATION TRANSACTION FILE
      * (ORIGTRAN) THE LNVAL01 SORT CONCATENATES, ALL UNDER THE
      * LOAN ID AND IN THE ORDER LNVAL01 MUST APPLY THEM:
      *   - A "B" BORROWER ADD FOR THE APPLICANT AND EACH PARTY NOT
      *     YET ON BORRVSAM (BORROWER ID IN TB-PKG-BORROWER-ID);
      *   - THE "A" LOAN ADD (T-CODE "B": TIER AND ALERT CHECK);
      *   - AN "L" COLLATERAL ADD IF THE REQUEST IS SECURED;
      *   - AN "X" CROSS-REFERENCE ADD PER CO-BORROWER/GUARANTOR.
      * BYTE 79 IS STAMPED "O" - NOT PART OF THE SOURCE FEED'S
      * TRAILER TOTALS, AND THE MARK THAT LETS LNVAL01 TAKE THE
      * SAME-LOAN-ID GROUP AS ONE PACKAGE RATHER THAN DUPLICATES.
      * SYSIN CONTROL CARDS (ENDED BY BLANK OR "END"), COLS 3-12
      * THE APPLICATION ID ON EVERY CARD BUT "P":
      *   N  NEW REQUEST / RE-KEY THE TERMS OF AN OPEN ONE:
      *     COLS 14-23  LOAN ID TO BOOK UNDER
      *     COLS 25-34  APPLICANT BORROWER ID
      *     COLS 36-44  AMOUNT (9 DIGITS, 2 IMPLIED DECIMALS)
      *     COLS 46-48  CURRENCY CODE (BLANK = USD)
      *     COLS 50-54  INTEREST RATE (5 DIGITS, 3 IMPLIED DECIMALS)
      *     COLS 56-58  TERM IN MONTHS
      *     COLS 60-71  APPLICANT CONTACT
      *     COLS 73-75  OPERATOR INITIALS
      *   B  APPLICANT: COLS 14-43 NAME, 45-69 ADDRESS, 71-73 OPER
      *   C  COLLATERAL: COLS 14-15 TYPE (BLANK = NONE - UNSECURED),
      *     17-44 DESCRIPTION, 46-54 VALUATION (2 IMPLIED DECIMALS),
      *     56-63 VALUATION DATE YYYYMMDD, 65-67 OPERATOR
      *   X  PARTY: COLS 14-23 BORROWER ID, 25 ROLE (C = CO-
      *     BORROWER, G = GUARANTOR, R = REMOVE THE PARTY), 27-56
      *     NAME (NEEDED ONLY FOR A PARTY NOT YET ON BORRVSAM),
      *     58-60 OPERATOR. TWO PARTIES PER REQUEST.
      *   A  APPROVE    (COLS 17-19 OPERATOR) - GRADED REQUESTS ONLY,
      *                 AND NEVER BY THE OPERATOR WHO KEYED IT
      *   D  DECLINE    (COLS 14-15 REASON CODE, 17-19 OPERATOR)
      *   W  WITHDRAWN  (COLS 17-19 OPERATOR)
      *   F  FUNDED     (COLS 17-19 OPERATOR) - APPROVED REQUESTS
      *                 ONLY, AND NONE WITH A PARTY CONFIRMED AS A
      *                 SANCTIONS MATCH; WRITES THE ORIGINATION
      *                 PACKAGE
      *   P  PRINT EVERY OPEN REQUEST (R/U/A)
      * EVERY ACCEPTED CHANGE IS LISTED ON SYSOUT WITH THE OPERATOR.
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
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.
           SELECT BORROWER-FILE ASSIGN TO BORRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS B-BORROWER-ID
                  FILE STATUS  IS WS-BORR-STATUS.
           SELECT ORIG-TRANS-FILE ASSIGN TO ORIGTRAN
                  FILE STATUS IS WS-TRAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
       COPY APPLREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       FD  BORROWER-FILE.
       COPY BORRREC.

       FD  ORIG-TRANS-FILE.
       COPY TRANSREC.

       WORKING-STORAGE SECTION.
      * Scratch loan image for LNMATD01 - the first payment falls
      * due one calendar month after funding, the same month
      * arithmetic the maturity date gets.
       COPY LOANREC REPLACING ==LOAN-RECORD== BY ==WS-DUE-IMAGE==
                    LEADING ==L-== BY ==WD-==.

       01  WS-APPL-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-BORR-STATUS         PIC X(02) VALUE "00".
       01  WS-TRAN-STATUS         PIC X(02) VALUE "00".
       01  WS-CARDS-DONE-SW       PIC X(01) VALUE "N".
           88  CARDS-DONE         VALUE "Y".
       01  WS-APPL-FOUND-SW       PIC X(01) VALUE "N".
           88  APPLICATION-FOUND  VALUE "Y".
       01  WS-APPL-EOF-SW         PIC X(01) VALUE "N".
           88  APPLICATION-EOF    VALUE "Y".
       01  WS-TRAN-OPEN-SW        PIC X(01) VALUE "N".
           88  ORIG-TRANS-OPEN    VALUE "Y".
       01  WS-BORR-FOUND-SW       PIC X(01) VALUE "N".
           88  BORROWER-ON-FILE   VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-TS              PIC X(14) VALUE SPACES.
       01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
       01  WS-OPERATOR            PIC X(03) VALUE SPACES.
       01  WS-PARTY-IDX           PIC 9(01) VALUE ZERO.
       01  WS-PARTY-SLOT          PIC 9(01) VALUE ZERO.
       01  WS-PKG-BORROWER-ID     PIC X(10) VALUE SPACES.
       01  WS-PKG-NAME            PIC X(30) VALUE SPACES.
       01  WS-PKG-ADDRESS         PIC X(25) VALUE SPACES.
       01  WS-PKG-CONTACT         PIC X(12) VALUE SPACES.
       01  WS-EDIT-AMOUNT         PIC Z,ZZZ,ZZ9.99.

       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION     PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-CARD-APPL-ID    PIC X(10).
           05  FILLER             PIC X(01).
           05  WS-CARD-BODY       PIC X(67).
      * "N" - new request / terms.
           05  WS-CARD-NEW REDEFINES WS-CARD-BODY.
               10  WS-CN-LOAN-ID      PIC X(10).
               10  FILLER             PIC X(01).
               10  WS-CN-BORROWER-ID  PIC X(10).
               10  FILLER             PIC X(01).
               10  WS-CN-AMOUNT       PIC X(09).
               10  WS-CN-AMOUNT-N REDEFINES WS-CN-AMOUNT
                                      PIC 9(07)V99.
               10  FILLER             PIC X(01).
               10  WS-CN-CURRENCY     PIC X(03).
               10  FILLER             PIC X(01).
               10  WS-CN-RATE         PIC X(05).
               10  WS-CN-RATE-N REDEFINES WS-CN-RATE
                                      PIC 9(02)V999.
               10  FILLER             PIC X(01).
               10  WS-CN-TERM         PIC X(03).
               10  WS-CN-TERM-N REDEFINES WS-CN-TERM
                                      PIC 9(03).
               10  FILLER             PIC X(01).
               10  WS-CN-CONTACT      PIC X(12).
               10  FILLER             PIC X(01).
               10  WS-CN-OPERATOR     PIC X(03).
               10  FILLER             PIC X(05).
      * "B" - applicant name and address.
           05  WS-CARD-APPLICANT REDEFINES WS-CARD-BODY.
               10  WS-CB-NAME         PIC X(30).
               10  FILLER             PIC X(01).
               10  WS-CB-ADDRESS      PIC X(25).
               10  FILLER             PIC X(01).
               10  WS-CB-OPERATOR     PIC X(03).
               10  FILLER             PIC X(07).
      * "C" - proposed collateral.
           05  WS-CARD-COLLATERAL REDEFINES WS-CARD-BODY.
               10  WS-CC-TYPE         PIC X(02).
               10  FILLER             PIC X(01).
               10  WS-CC-DESC         PIC X(28).
               10  FILLER             PIC X(01).
               10  WS-CC-VALUE        PIC X(09).
               10  WS-CC-VALUE-N REDEFINES WS-CC-VALUE
                                      PIC 9(07)V99.
               10  FILLER             PIC X(01).
               10  WS-CC-VAL-DATE     PIC X(08).
               10  FILLER             PIC X(01).
               10  WS-CC-OPERATOR     PIC X(03).
               10  FILLER             PIC X(13).
      * "X" - co-borrower / guarantor.
           05  WS-CARD-PARTY REDEFINES WS-CARD-BODY.
               10  WS-CX-BORROWER-ID  PIC X(10).
               10  FILLER             PIC X(01).
               10  WS-CX-ROLE         PIC X(01).
               10  FILLER             PIC X(01).
               10  WS-CX-NAME         PIC X(30).
               10  FILLER             PIC X(01).
               10  WS-CX-OPERATOR     PIC X(03).
               10  FILLER             PIC X(20).
      * "A"/"D"/"W"/"F" - decisions.
           05  WS-CARD-DECISION REDEFINES WS-CARD-BODY.
               10  WS-CD-REASON       PIC X(02).
               10  FILLER             PIC X(01).
               10  WS-CD-OPERATOR     PIC X(03).
               10  FILLER             PIC X(61).

       01  WS-CONTROL-TOTALS.
           05  WS-CNT-RECEIVED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-UPDATED      PIC 9(05) VALUE ZERO.
           05  WS-CNT-APPROVED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-DECLINED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-WITHDRAWN    PIC 9(05) VALUE ZERO.
           05  WS-CNT-FUNDED       PIC 9(05) VALUE ZERO.
           05  WS-CNT-PKG-RECORDS  PIC 9(05) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-LISTED       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNAPPL01 - LOAN APPLICATION MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-RUN-DATE
      * Same create-then-reopen idiom the other keyed files get.
           OPEN I-O APPLICATION-FILE
           IF WS-APPL-STATUS NOT = "00"
              OPEN OUTPUT APPLICATION-FILE
              IF WS-APPL-STATUS = "00"
                 CLOSE APPLICATION-FILE
                 OPEN I-O APPLICATION-FILE
              END-IF
           END-IF
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "FATAL: APPLICATION FILE OPEN FAILED - "
                 "STATUS " WS-APPL-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT BORROWER-FILE
           IF WS-BORR-STATUS NOT = "00"
              DISPLAY "FATAL: BORROWER-FILE OPEN FAILED - STATUS "
                 WS-BORR-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1000-PROCESS-CARD UNTIL CARDS-DONE
           CLOSE APPLICATION-FILE MASTER-FILE BORROWER-FILE
           IF ORIG-TRANS-OPEN
              CLOSE ORIG-TRANS-FILE
           END-IF
           DISPLAY "LNAPPL01: RECEIVED " WS-CNT-RECEIVED
              " UPDATED " WS-CNT-UPDATED
              " APPROVED " WS-CNT-APPROVED
              " DECLINED " WS-CNT-DECLINED
              " WITHDRAWN " WS-CNT-WITHDRAWN
           DISPLAY "LNAPPL01: FUNDED " WS-CNT-FUNDED
              " PACKAGE RECORDS " WS-CNT-PKG-RECORDS
              " REJECTED " WS-CNT-REJECTED
           IF WS-CNT-REJECTED > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PROCESS-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           MOVE SPACES TO WS-REJECT-REASON
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           EVALUATE TRUE
              WHEN WS-CONTROL-CARD = SPACES
              WHEN WS-CONTROL-CARD(1:3) = "END"
                 SET CARDS-DONE TO TRUE
              WHEN WS-CARD-ACTION = "P"
                 PERFORM 5000-PRINT-PIPELINE
              WHEN WS-CARD-APPL-ID = SPACES
                 MOVE "APPLICATION ID MISSING" TO WS-REJECT-REASON
              WHEN WS-CARD-ACTION = "N"
                 PERFORM 2000-RECEIVE
              WHEN WS-CARD-ACTION = "B"
                 OR WS-CARD-ACTION = "C"
                 OR WS-CARD-ACTION = "X"
                 PERFORM 2100-MAINTAIN-DETAILS
              WHEN WS-CARD-ACTION = "A"
                 OR WS-CARD-ACTION = "D"
                 OR WS-CARD-ACTION = "W"
                 OR WS-CARD-ACTION = "F"
                 PERFORM 3000-DECIDE
              WHEN OTHER
                 MOVE "UNRECOGNIZED CONTROL CARD" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                 WS-CONTROL-CARD(1:75)
           END-IF.

      * New request, or new terms for one still open. The loan ID
      * must not already be booked - a request that would overlay a
      * live loan is stopped at the door, not at funding.
       2000-RECEIVE.
           PERFORM 4000-READ-APPLICATION
           MOVE WS-CN-OPERATOR TO WS-OPERATOR
           IF APPLICATION-FOUND
              AND AP-STATUS NOT = "R" AND AP-STATUS NOT = "U"
              MOVE "APPLICATION ALREADY DECIDED" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                 WHEN WS-CN-LOAN-ID = SPACES
                    MOVE "LOAN ID MISSING" TO WS-REJECT-REASON
                 WHEN WS-CN-BORROWER-ID = SPACES
                    MOVE "BORROWER ID MISSING" TO WS-REJECT-REASON
                 WHEN WS-CN-AMOUNT NOT NUMERIC
                    MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
                 WHEN WS-CN-AMOUNT-N = ZERO
                    MOVE "AMOUNT ZERO" TO WS-REJECT-REASON
                 WHEN WS-CN-RATE NOT NUMERIC
                    MOVE "RATE NOT NUMERIC" TO WS-REJECT-REASON
                 WHEN WS-CN-TERM NOT NUMERIC
                    MOVE "TERM NOT NUMERIC" TO WS-REJECT-REASON
                 WHEN WS-CN-TERM-N = ZERO
                    MOVE "TERM ZERO" TO WS-REJECT-REASON
                 WHEN WS-OPERATOR = SPACES
                    MOVE "OPERATOR INITIALS MISSING"
                       TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-CN-LOAN-ID TO L-LOAN-ID
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "LOAN ID ALREADY BOOKED"
                       TO WS-REJECT-REASON
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF NOT APPLICATION-FOUND
                 MOVE SPACES TO APPLICATION-REC
                 MOVE WS-CARD-APPL-ID TO AP-APPL-ID
                 MOVE WS-RUN-DATE     TO AP-RECEIVED-DATE
                 MOVE WS-OPERATOR     TO AP-RECEIVED-BY
                 MOVE ZERO            TO AP-COLL-VALUE
                 PERFORM 4200-CLEAR-GRADE
              END-IF
              MOVE WS-CN-LOAN-ID     TO AP-LOAN-ID
              MOVE WS-CN-BORROWER-ID TO AP-BORROWER-ID
              MOVE WS-CN-AMOUNT-N    TO AP-AMOUNT
              IF WS-CN-CURRENCY = SPACES
                 MOVE "USD" TO AP-CURRENCY-CODE
              ELSE
                 MOVE WS-CN-CURRENCY TO AP-CURRENCY-CODE
              END-IF
              MOVE WS-CN-RATE-N      TO AP-INTEREST-RATE
              MOVE WS-CN-TERM-N      TO AP-TERM-MONTHS
              IF WS-CN-CONTACT NOT = SPACES
                 MOVE WS-CN-CONTACT  TO AP-CONTACT
              END-IF
              PERFORM 4300-RETURN-TO-RECEIVED
              PERFORM 4100-STORE-APPLICATION
              IF APPLICATION-FOUND
                 ADD 1 TO WS-CNT-UPDATED
                 DISPLAY "TERMS      " AP-APPL-ID
                    " BY " WS-OPERATOR
              ELSE
                 ADD 1 TO WS-CNT-RECEIVED
                 MOVE AP-AMOUNT TO WS-EDIT-AMOUNT
                 DISPLAY "RECEIVED   " AP-APPL-ID " LOAN "
                    AP-LOAN-ID " BORROWER " AP-BORROWER-ID " "
                    AP-CURRENCY-CODE " " WS-EDIT-AMOUNT
                    " BY " WS-OPERATOR
              END-IF
           END-IF.

      * Applicant, collateral and party details - open requests
      * only.
       2100-MAINTAIN-DETAILS.
           PERFORM 4000-READ-APPLICATION
           EVALUATE WS-CARD-ACTION
              WHEN "B"
                 MOVE WS-CB-OPERATOR TO WS-OPERATOR
              WHEN "C"
                 MOVE WS-CC-OPERATOR TO WS-OPERATOR
              WHEN OTHER
                 MOVE WS-CX-OPERATOR TO WS-OPERATOR
           END-EVALUATE
           EVALUATE TRUE
              WHEN NOT APPLICATION-FOUND
                 MOVE "APPLICATION NOT ON FILE" TO WS-REJECT-REASON
              WHEN AP-STATUS NOT = "R" AND AP-STATUS NOT = "U"
                 MOVE "APPLICATION ALREADY DECIDED" TO WS-REJECT-REASON
              WHEN WS-OPERATOR = SPACES
                 MOVE "OPERATOR INITIALS MISSING" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              EVALUATE WS-CARD-ACTION
                 WHEN "B"
                    PERFORM 2110-APPLICANT
                 WHEN "C"
                    PERFORM 2120-COLLATERAL
                 WHEN OTHER
                    PERFORM 2130-PARTY
              END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 4300-RETURN-TO-RECEIVED
              PERFORM 4100-STORE-APPLICATION
              ADD 1 TO WS-CNT-UPDATED
              DISPLAY "DETAILS    " AP-APPL-ID " CARD "
                 WS-CARD-ACTION " BY " WS-OPERATOR
           END-IF.

       2110-APPLICANT.
           IF WS-CB-NAME = SPACES
              MOVE "APPLICANT NAME MISSING" TO WS-REJECT-REASON
           ELSE
              MOVE WS-CB-NAME    TO AP-BORROWER-NAME
              MOVE WS-CB-ADDRESS TO AP-ADDRESS
           END-IF.

      * A blank type takes the request back to unsecured.
       2120-COLLATERAL.
           IF WS-CC-TYPE = SPACES
              MOVE SPACES TO AP-COLL-TYPE AP-COLL-DESC
                             AP-COLL-VAL-DATE
              MOVE ZERO   TO AP-COLL-VALUE
           ELSE
              EVALUATE TRUE
                 WHEN WS-CC-VALUE NOT NUMERIC
                    MOVE "VALUATION NOT NUMERIC" TO WS-REJECT-REASON
                 WHEN WS-CC-VALUE-N = ZERO
                    MOVE "VALUATION ZERO" TO WS-REJECT-REASON
                 WHEN WS-CC-VAL-DATE NOT NUMERIC
                    MOVE "VALUATION DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
                 WHEN OTHER
                    MOVE WS-CC-TYPE     TO AP-COLL-TYPE
                    MOVE WS-CC-DESC     TO AP-COLL-DESC
                    MOVE WS-CC-VALUE-N  TO AP-COLL-VALUE
                    MOVE WS-CC-VAL-DATE TO AP-COLL-VAL-DATE
              END-EVALUATE
           END-IF.

      * A party already on the request is re-roled (or removed) in
      * its own slot; a new one takes the first free slot.
       2130-PARTY.
           MOVE ZERO TO WS-PARTY-SLOT
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 2
              IF AP-CO-ID(WS-PARTY-IDX) = WS-CX-BORROWER-ID
                 AND WS-PARTY-SLOT = ZERO
                 MOVE WS-PARTY-IDX TO WS-PARTY-SLOT
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CX-BORROWER-ID = SPACES
                 MOVE "PARTY BORROWER ID MISSING" TO WS-REJECT-REASON
              WHEN WS-CX-BORROWER-ID = AP-BORROWER-ID
                 MOVE "PARTY IS THE APPLICANT" TO WS-REJECT-REASON
              WHEN WS-CX-ROLE = "R"
                 IF WS-PARTY-SLOT = ZERO
                    MOVE "PARTY NOT ON APPLICATION"
                       TO WS-REJECT-REASON
                 ELSE
                    MOVE SPACES TO AP-CO-PARTY(WS-PARTY-SLOT)
                 END-IF
              WHEN WS-CX-ROLE NOT = "C" AND WS-CX-ROLE NOT = "G"
                 MOVE "PARTY ROLE NOT C/G/R" TO WS-REJECT-REASON
              WHEN OTHER
                 IF WS-PARTY-SLOT = ZERO
                    PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                            UNTIL WS-PARTY-IDX > 2
                       IF AP-CO-ID(WS-PARTY-IDX) = SPACES
                          AND WS-PARTY-SLOT = ZERO
                          MOVE WS-PARTY-IDX TO WS-PARTY-SLOT
                       END-IF
                    END-PERFORM
                 END-IF
                 IF WS-PARTY-SLOT = ZERO
                    MOVE "TWO PARTIES ALREADY ON FILE"
                       TO WS-REJECT-REASON
                 ELSE
                    MOVE WS-CX-BORROWER-ID
                       TO AP-CO-ID(WS-PARTY-SLOT)
                    MOVE WS-CX-ROLE TO AP-CO-ROLE(WS-PARTY-SLOT)
                    IF WS-CX-NAME NOT = SPACES
                       MOVE WS-CX-NAME TO AP-CO-NAME(WS-PARTY-SLOT)
                    END-IF
                 END-IF
           END-EVALUATE.

      * Decisions. Approval needs a grade to approve on and a
      * second pair of eyes: the underwriter may not be the
      * operator who keyed the request - the same maker-checker
      * rule LNAPPR01 applies to high-value maintenance, which is
      * why LNVAL01 does not hold the funded loan add a second time.
       3000-DECIDE.
           PERFORM 4000-READ-APPLICATION
           MOVE WS-CD-OPERATOR TO WS-OPERATOR
           EVALUATE TRUE
              WHEN NOT APPLICATION-FOUND
                 MOVE "APPLICATION NOT ON FILE" TO WS-REJECT-REASON
              WHEN WS-OPERATOR = SPACES
                 MOVE "OPERATOR INITIALS MISSING" TO WS-REJECT-REASON
              WHEN WS-CARD-ACTION = "A"
                 PERFORM 3100-APPROVE
              WHEN WS-CARD-ACTION = "F"
                 PERFORM 3400-FUND
              WHEN AP-STATUS NOT = "R" AND AP-STATUS NOT = "U"
                 AND AP-STATUS NOT = "A"
                 MOVE "APPLICATION NOT OPEN" TO WS-REJECT-REASON
              WHEN WS-CARD-ACTION = "D"
                 PERFORM 3200-DECLINE
              WHEN OTHER
                 MOVE "W"         TO AP-STATUS
                 MOVE WS-RUN-DATE TO AP-DECISION-DATE
                 MOVE WS-OPERATOR TO AP-DECIDED-BY
                 PERFORM 4100-STORE-APPLICATION
                 ADD 1 TO WS-CNT-WITHDRAWN
                 DISPLAY "WITHDRAWN  " AP-APPL-ID
                    " BY " WS-OPERATOR
           END-EVALUATE.

       3100-APPROVE.
           EVALUATE TRUE
              WHEN AP-STATUS NOT = "U"
                 MOVE "NOT GRADED - RUN UNDERWRITING"
                    TO WS-REJECT-REASON
              WHEN WS-OPERATOR = AP-RECEIVED-BY
                 MOVE "APPROVER KEYED THE REQUEST" TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE "A"         TO AP-STATUS
                 MOVE WS-RUN-DATE TO AP-DECISION-DATE
                 MOVE WS-OPERATOR TO AP-DECIDED-BY
                 PERFORM 4100-STORE-APPLICATION
                 ADD 1 TO WS-CNT-APPROVED
                 IF AP-UW-RESULT = "E"
                    DISPLAY "APPROVED   " AP-APPL-ID
                       " BY " WS-OPERATOR
                       " - OVER A POLICY EXCEPTION"
                 ELSE
                    DISPLAY "APPROVED   " AP-APPL-ID
                       " BY " WS-OPERATOR
                 END-IF
           END-EVALUATE.

       3200-DECLINE.
           IF WS-CD-REASON NOT = "CR" AND WS-CD-REASON NOT = "CP"
              AND WS-CD-REASON NOT = "EX" AND WS-CD-REASON NOT = "LT"
              AND WS-CD-REASON NOT = "CO" AND WS-CD-REASON NOT = "DC"
              AND WS-CD-REASON NOT = "PO"
              MOVE "DECLINE REASON CODE INVALID" TO WS-REJECT-REASON
           ELSE
              MOVE "D"          TO AP-STATUS
              MOVE WS-RUN-DATE  TO AP-DECISION-DATE
              MOVE WS-OPERATOR  TO AP-DECIDED-BY
              MOVE WS-CD-REASON TO AP-DECLINE-REASON
              PERFORM 4100-STORE-APPLICATION
              ADD 1 TO WS-CNT-DECLINED
              DISPLAY "DECLINED   " AP-APPL-ID " REASON "
                 AP-DECLINE-REASON " BY " WS-OPERATOR
           END-IF.

      * Funding: the loan ID is re-checked against the master (it
      * may have been booked by hand since the request came in),
      * the package is written, and only then is the request marked
      * funded.
       3400-FUND.
           EVALUATE TRUE
              WHEN AP-STATUS NOT = "A"
                 MOVE "APPLICATION NOT APPROVED" TO WS-REJECT-REASON
              WHEN AP-BORROWER-NAME = SPACES
                 MOVE "APPLICANT NAME MISSING" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              MOVE AP-LOAN-ID TO L-LOAN-ID
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "LOAN ID ALREADY BOOKED"
                       TO WS-REJECT-REASON
              END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 3410-CHECK-NEW-PARTIES
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 3420-CHECK-SANCTIONS
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 6000-WRITE-PACKAGE
              MOVE "F"         TO AP-STATUS
              MOVE WS-RUN-DATE TO AP-FUNDED-DATE
              MOVE WS-OPERATOR TO AP-FUNDED-BY
              PERFORM 4100-STORE-APPLICATION
              ADD 1 TO WS-CNT-FUNDED
              MOVE AP-AMOUNT TO WS-EDIT-AMOUNT
              DISPLAY "FUNDED     " AP-APPL-ID " LOAN " AP-LOAN-ID
                 " " AP-CURRENCY-CODE " " WS-EDIT-AMOUNT
                 " BY " WS-OPERATOR
           END-IF.

      * A party the borrower master does not know yet is added by
      * the package - which needs a name to add them under.
       3410-CHECK-NEW-PARTIES.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 2
              IF AP-CO-ID(WS-PARTY-IDX) NOT = SPACES
                 AND AP-CO-NAME(WS-PARTY-IDX) = SPACES
                 MOVE AP-CO-ID(WS-PARTY-IDX) TO WS-PKG-BORROWER-ID
                 PERFORM 4400-PROBE-BORROWER
                 IF NOT BORROWER-ON-FILE
                    MOVE "NEW PARTY HAS NO NAME" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-PERFORM.

      * Funding a loan to a party compliance has confirmed as a
      * sanctions match is a disbursement to them - refused here
      * rather than left for LNVAL01 to bounce the package.
       3420-CHECK-SANCTIONS.
           MOVE AP-BORROWER-ID TO WS-PKG-BORROWER-ID
           PERFORM 4400-PROBE-BORROWER
           IF BORROWER-ON-FILE AND B-SANCTION-CONFIRMED
              MOVE "PARTY IS A SANCTIONS MATCH" TO WS-REJECT-REASON
           END-IF
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 2
              IF AP-CO-ID(WS-PARTY-IDX) NOT = SPACES
                 MOVE AP-CO-ID(WS-PARTY-IDX) TO WS-PKG-BORROWER-ID
                 PERFORM 4400-PROBE-BORROWER
                 IF BORROWER-ON-FILE AND B-SANCTION-CONFIRMED
                    MOVE "PARTY IS A SANCTIONS MATCH"
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-PERFORM.

       4000-READ-APPLICATION.
           MOVE "N" TO WS-APPL-FOUND-SW
           MOVE WS-CARD-APPL-ID TO AP-APPL-ID
           READ APPLICATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET APPLICATION-FOUND TO TRUE
           END-READ.

       4100-STORE-APPLICATION.
           MOVE WS-RUN-DATE TO AP-STATUS-DATE
           MOVE WS-RUN-TS   TO AP-LAST-MAINTAINED-TS
           IF APPLICATION-FOUND
              REWRITE APPLICATION-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE APPLICATION-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-APPL-STATUS NOT = "00"
              DISPLAY "FATAL: APPLICATION FILE UPDATE FAILED - "
                 "STATUS " WS-APPL-STATUS " APPL ID " AP-APPL-ID
              PERFORM 9999-ABEND
           END-IF.

       4200-CLEAR-GRADE.
           MOVE SPACES TO AP-UW-DATE AP-UW-TIER AP-UW-RESULT
           MOVE ZERO   TO AP-UW-EXPOSURE-USD AP-UW-LTV-PCT.

      * Any change to a graded request voids its grade.
       4300-RETURN-TO-RECEIVED.
           IF AP-STATUS = "U"
              PERFORM 4200-CLEAR-GRADE
              DISPLAY "REGRADE    " AP-APPL-ID
                 " - CHANGED AFTER UNDERWRITING"
           END-IF
           MOVE "R" TO AP-STATUS.

       4400-PROBE-BORROWER.
           MOVE "N" TO WS-BORR-FOUND-SW
           MOVE WS-PKG-BORROWER-ID TO B-BORROWER-ID
           READ BORROWER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET BORROWER-ON-FILE TO TRUE
           END-READ
           IF WS-BORR-STATUS NOT = "00" AND WS-BORR-STATUS NOT = "23"
              DISPLAY "FATAL: BORROWER-FILE READ FAILED - STATUS "
                 WS-BORR-STATUS " ID " B-BORROWER-ID
              PERFORM 9999-ABEND
           END-IF.

       5000-PRINT-PIPELINE.
           DISPLAY "----------------------------------------------".
           DISPLAY "OPEN APPLICATIONS (APPL / STATUS / RECEIVED / "
              "LOAN / BORROWER / CCY / AMOUNT / TIER / RESULT)".
           MOVE "N" TO WS-APPL-EOF-SW
           MOVE ZERO TO WS-CNT-LISTED
           MOVE LOW-VALUES TO AP-APPL-ID
           START APPLICATION-FILE KEY NOT < AP-APPL-ID
              INVALID KEY
                 SET APPLICATION-EOF TO TRUE
           END-START
           PERFORM 5010-PRINT-ONE-APPLICATION UNTIL APPLICATION-EOF
           DISPLAY "OPEN APPLICATIONS LISTED: " WS-CNT-LISTED.
           DISPLAY "----------------------------------------------".

       5010-PRINT-ONE-APPLICATION.
           READ APPLICATION-FILE NEXT RECORD
              AT END
                 SET APPLICATION-EOF TO TRUE
              NOT AT END
                 IF AP-STATUS = "R" OR AP-STATUS = "U"
                    OR AP-STATUS = "A"
                    ADD 1 TO WS-CNT-LISTED
                    MOVE AP-AMOUNT TO WS-EDIT-AMOUNT
                    DISPLAY "  " AP-APPL-ID " " AP-STATUS
                       " " AP-RECEIVED-DATE " " AP-LOAN-ID
                       " " AP-BORROWER-ID " " AP-CURRENCY-CODE
                       " " WS-EDIT-AMOUNT " " AP-UW-TIER
                       " " AP-UW-RESULT
                 END-IF
           END-READ.

      * The origination package, every record under the loan ID so
      * the group sorts together (the LNVAL01 sort keeps equal keys
      * in the order written here): borrower adds first, so the
      * loan add and the cross-references find their parties on
      * file; the loan add next, so the collateral and
      * cross-references find their loan.
       6000-WRITE-PACKAGE.
           IF NOT ORIG-TRANS-OPEN
      * Appended, not replaced - earlier fundings must not be wiped
      * before the sort has consumed them.
              OPEN EXTEND ORIG-TRANS-FILE
              IF WS-TRAN-STATUS NOT = "00"
                 OPEN OUTPUT ORIG-TRANS-FILE
              END-IF
              IF WS-TRAN-STATUS NOT = "00"
                 DISPLAY "FATAL: ORIGINATION TRANSACTION FILE OPEN "
                    "FAILED - STATUS " WS-TRAN-STATUS
                 PERFORM 9999-ABEND
              END-IF
              SET ORIG-TRANS-OPEN TO TRUE
           END-IF
           MOVE AP-BORROWER-ID   TO WS-PKG-BORROWER-ID
           MOVE AP-BORROWER-NAME TO WS-PKG-NAME
           MOVE AP-ADDRESS       TO WS-PKG-ADDRESS
           MOVE AP-CONTACT       TO WS-PKG-CONTACT
           PERFORM 6010-BORROWER-IF-NEW
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 2
              IF AP-CO-ID(WS-PARTY-IDX) NOT = SPACES
                 MOVE AP-CO-ID(WS-PARTY-IDX)   TO WS-PKG-BORROWER-ID
                 MOVE AP-CO-NAME(WS-PARTY-IDX) TO WS-PKG-NAME
                 MOVE SPACES TO WS-PKG-ADDRESS WS-PKG-CONTACT
                 PERFORM 6010-BORROWER-IF-NEW
              END-IF
           END-PERFORM
           PERFORM 6020-LOAN-ADD
           IF AP-COLL-TYPE NOT = SPACES
              PERFORM 6030-COLLATERAL-ADD
           END-IF
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > 2
              IF AP-CO-ID(WS-PARTY-IDX) NOT = SPACES
                 PERFORM 6040-XREF-ADD
              END-IF
           END-PERFORM.

      * A borrower already on the master keeps the details it is
      * maintained under - the package only adds the ones it lacks.
       6010-BORROWER-IF-NEW.
           PERFORM 4400-PROBE-BORROWER
           IF NOT BORROWER-ON-FILE
              MOVE SPACES TO TRANS-BORROWER-REC
              MOVE AP-LOAN-ID         TO TB-BORROWER-ID
              MOVE WS-PKG-NAME        TO TB-NAME
              MOVE "B"                TO TB-MAINT-CODE
              MOVE WS-PKG-ADDRESS     TO TB-ADDRESS
              MOVE WS-PKG-CONTACT     TO TB-CONTACT
              MOVE WS-PKG-BORROWER-ID TO TB-PKG-BORROWER-ID
              MOVE "O"                TO T-FILLER-IN
              PERFORM 6900-WRITE-PACKAGE-RECORD
           END-IF.

       6020-LOAN-ADD.
           MOVE SPACES TO WS-DUE-IMAGE
           MOVE WS-RUN-DATE TO WD-ORIGINATION-DATE
           MOVE 1 TO WD-TERM-MONTHS
           CALL "LNMATD01" USING WS-DUE-IMAGE
           MOVE SPACES TO TRANS-REC
           MOVE AP-LOAN-ID          TO T-LOAN-ID-IN
           MOVE AP-BORROWER-NAME    TO T-BORROWER-IN
           MOVE AP-AMOUNT           TO T-AMOUNT-IN
           MOVE AP-UW-TIER          TO T-STATUS-IN
           MOVE "A"                 TO T-MAINT-CODE-IN
           MOVE AP-INTEREST-RATE    TO T-INTEREST-RATE-IN
           MOVE WS-RUN-DATE         TO T-ORIGINATION-DATE-IN
           MOVE WD-MATURITY-DATE    TO T-NEXT-PAYMENT-DUE-IN
           MOVE AP-TERM-MONTHS      TO T-TERM-MONTHS-IN
           MOVE AP-CURRENCY-CODE    TO T-CURRENCY-CODE-IN
           MOVE "O"                 TO T-FILLER-IN
           MOVE "B"                 TO T-CODE
           MOVE AP-BORROWER-ID      TO T-BORROWER-ID-IN
           MOVE "F"                 TO T-RATE-TYPE-IN
           MOVE ZERO                TO T-MARGIN-IN
           MOVE AP-DECIDED-BY       TO T-USER-IN
           PERFORM 6900-WRITE-PACKAGE-RECORD.

       6030-COLLATERAL-ADD.
           MOVE SPACES TO TRANS-COLL-REC
           MOVE AP-LOAN-ID       TO TL-LOAN-ID
           MOVE AP-COLL-TYPE     TO TL-COLL-TYPE
           MOVE AP-COLL-DESC     TO TL-DESCRIPTION
           MOVE AP-COLL-VALUE    TO TL-VALUATION
           MOVE "A"              TO TL-ACTION
           MOVE "L"              TO TL-MAINT-CODE
           MOVE AP-COLL-VAL-DATE TO TL-VALUATION-DATE
           MOVE "O"              TO T-FILLER-IN
           PERFORM 6900-WRITE-PACKAGE-RECORD.

       6040-XREF-ADD.
           MOVE SPACES TO TRANS-XREF-REC
           MOVE AP-LOAN-ID                TO TX-LOAN-ID
           MOVE AP-CO-ID(WS-PARTY-IDX)    TO TX-BORROWER-ID
           MOVE AP-CO-ROLE(WS-PARTY-IDX)  TO TX-ROLE
           MOVE "A"                       TO TX-ACTION
           MOVE "X"                       TO TX-MAINT-CODE
           MOVE "O"                       TO T-FILLER-IN
           PERFORM 6900-WRITE-PACKAGE-RECORD.

       6900-WRITE-PACKAGE-RECORD.
           WRITE TRANS-REC
           IF WS-TRAN-STATUS NOT = "00"
              DISPLAY "FATAL: ORIGINATION TRANSACTION WRITE FAILED - "
                 "STATUS " WS-TRAN-STATUS " LOAN ID " AP-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-PKG-RECORDS.

       9999-ABEND.
           DISPLAY "LNAPPL01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
