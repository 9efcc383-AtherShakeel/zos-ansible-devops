       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNINVM01.
      *================================================================*
      * BATCH PROGRAM: INVESTOR AND LOAN PARTICIPATION MAINTENANCE -
      * THE ONLY WRITER OF THE INVESTOR MASTER (INVVSAM,
      * copy/invrec.cpy) AND THE PARTICIPATION CLUSTER (PARTVSAM,
      * copy/partrec.cpy) THE MONTHLY LNINVR01 REMITTANCE RUN PAYS
      * FROM. A SHARE CAN ONLY BE BOOKED TO AN ACTIVE INVESTOR ON A
      * LIVE LOAN, AND THE SHARES SOLD ON ONE LOAN MAY NEVER TOTAL
      * MORE THAN 100 PERCENT. SYSIN CONTROL CARDS (ENDED BY BLANK
      * OR "END"), COLS 3-12 THE INVESTOR ID ON EVERY CARD BUT "L":
      *   I  ADD / CHANGE INVESTOR:
      *     COLS 14-43  NAME
      *     COLS 45-69  ADDRESS
      *     COLS 71-73  OPERATOR INITIALS
      *   R  REMITTANCE DETAILS:
      *     COLS 14-22  ROUTING NUMBER (9 DIGITS, ABA CHECK DIGIT)
      *     COLS 24-40  ACCOUNT NUMBER
      *     COLS 42-53  CONTACT
      *     COLS 55-57  OPERATOR INITIALS
      *   S  INVESTOR STATUS: COL 14 "A" ACTIVE / "I" INACTIVE,
      *     COLS 16-18 OPERATOR INITIALS
      *   P  BOOK / CHANGE A PARTICIPATION:
      *     COLS 14-23  LOAN ID
      *     COLS 25-31  SHARE PERCENT (7 DIGITS, 4 IMPLIED DECIMALS)
      *     COLS 33-37  SERVICING FEE PERCENT OF INTEREST (5 DIGITS,
      *                 3 IMPLIED DECIMALS)
      *     COLS 39-46  SOLD DATE YYYYMMDD (BLANK = TODAY; IGNORED
      *                 ON A CHANGE)
      *     COLS 48-50  OPERATOR INITIALS
      *   E  END A PARTICIPATION (REPURCHASE):
      *     COLS 14-23  LOAN ID
      *     COLS 25-32  END DATE YYYYMMDD (BLANK = TODAY)
      *     COLS 34-36  OPERATOR INITIALS
      *   L  LIST EVERY INVESTOR AND PARTICIPATION ON FILE
      * A CHANGED SHARE APPLIES TO EVERYTHING THE NEXT REMITTANCE
      * RUN PAYS OR CLAWS BACK - CHANGE IT ONLY AT A MONTH BOUNDARY.
      * EVERY ACCEPTED CHANGE IS LISTED ON SYSOUT WITH THE OPERATOR.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVESTOR-FILE ASSIGN TO INVVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS IV-INVESTOR-ID
                  FILE STATUS  IS WS-INV-STATUS.
           SELECT PARTICIPATION-FILE ASSIGN TO PARTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PT-KEY
                  FILE STATUS  IS WS-PART-STATUS.
           SELECT MASTER-FILE ASSIGN TO MASTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS L-LOAN-ID
                  FILE STATUS  IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVESTOR-FILE.
       COPY INVREC.

       FD  PARTICIPATION-FILE.
       COPY PARTREC.

       FD  MASTER-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS          PIC X(02) VALUE "00".
       01  WS-PART-STATUS         PIC X(02) VALUE "00".
       01  WS-MASTER-STATUS       PIC X(02) VALUE "00".
       01  WS-CARDS-DONE-SW       PIC X(01) VALUE "N".
           88  CARDS-DONE         VALUE "Y".
       01  WS-INV-FOUND-SW        PIC X(01) VALUE "N".
           88  INVESTOR-FOUND     VALUE "Y".
       01  WS-PART-FOUND-SW       PIC X(01) VALUE "N".
           88  PARTICIPATION-FOUND VALUE "Y".
       01  WS-INV-EOF-SW          PIC X(01) VALUE "N".
           88  INVESTOR-EOF       VALUE "Y".
       01  WS-PART-EOF-SW         PIC X(01) VALUE "N".
           88  PARTICIPATION-EOF  VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-REJECT-REASON       PIC X(30) VALUE SPACES.
       01  WS-OPERATOR            PIC X(03) VALUE SPACES.
       01  WS-OTHER-SHARES        PIC 9(05)V9(04) VALUE ZERO.
       01  WS-NEW-TOTAL           PIC 9(05)V9(04) VALUE ZERO.
       01  WS-EDIT-PCT            PIC ZZ9.9999.
       01  WS-EDIT-SVC            PIC Z9.999.
       01  WS-EDIT-TOTAL          PIC ZZZZ9.9999.
       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION     PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-CARD-INVESTOR   PIC X(10).
           05  FILLER             PIC X(01).
           05  WS-CARD-BODY       PIC X(67).
      * "I" - investor name and address.
           05  WS-CARD-INV-VIEW REDEFINES WS-CARD-BODY.
               10  WS-CI-NAME         PIC X(30).
               10  FILLER             PIC X(01).
               10  WS-CI-ADDRESS      PIC X(25).
               10  FILLER             PIC X(01).
               10  WS-CI-OPERATOR     PIC X(03).
               10  FILLER             PIC X(07).
      * "R" - remittance account and contact.
           05  WS-CARD-REMIT-VIEW REDEFINES WS-CARD-BODY.
               10  WS-CR-ROUTING      PIC X(09).
               10  WS-CR-ROUTING-D REDEFINES WS-CR-ROUTING
                                      PIC 9(01) OCCURS 9 TIMES.
               10  FILLER             PIC X(01).
               10  WS-CR-ACCOUNT      PIC X(17).
               10  FILLER             PIC X(01).
               10  WS-CR-CONTACT      PIC X(12).
               10  FILLER             PIC X(01).
               10  WS-CR-OPERATOR     PIC X(03).
               10  FILLER             PIC X(23).
      * "S" - investor status.
           05  WS-CARD-STATUS-VIEW REDEFINES WS-CARD-BODY.
               10  WS-CS-STATUS       PIC X(01).
               10  FILLER             PIC X(01).
               10  WS-CS-OPERATOR     PIC X(03).
               10  FILLER             PIC X(62).
      * "P" - book or change a participation.
           05  WS-CARD-PART-VIEW REDEFINES WS-CARD-BODY.
               10  WS-CP-LOAN-ID      PIC X(10).
               10  FILLER             PIC X(01).
               10  WS-CP-SHARE        PIC X(07).
               10  WS-CP-SHARE-N REDEFINES WS-CP-SHARE
                                      PIC 9(03)V9(04).
               10  FILLER             PIC X(01).
               10  WS-CP-SVC          PIC X(05).
               10  WS-CP-SVC-N REDEFINES WS-CP-SVC
                                      PIC 9(02)V999.
               10  FILLER             PIC X(01).
               10  WS-CP-SOLD-DATE    PIC X(08).
               10  FILLER             PIC X(01).
               10  WS-CP-OPERATOR     PIC X(03).
               10  FILLER             PIC X(30).
      * "E" - end a participation.
           05  WS-CARD-END-VIEW REDEFINES WS-CARD-BODY.
               10  WS-CE-LOAN-ID      PIC X(10).
               10  FILLER             PIC X(01).
               10  WS-CE-END-DATE     PIC X(08).
               10  FILLER             PIC X(01).
               10  WS-CE-OPERATOR     PIC X(03).
               10  FILLER             PIC X(44).
      * ABA check digit: 3-7-1 weighting over the nine digits must
      * total a multiple of ten (same test LNACHM01 applies).
       01  WS-ABA-SUM             PIC 9(04) VALUE ZERO.
       01  WS-ABA-IDX             PIC 9(02) VALUE ZERO.
       01  WS-ABA-WEIGHTS         PIC X(09) VALUE "371371371".
       01  WS-ABA-WEIGHT-R REDEFINES WS-ABA-WEIGHTS.
           05  WS-ABA-WEIGHT      PIC 9(01) OCCURS 9 TIMES.
       01  WS-DATE-CHECK          PIC X(08) VALUE SPACES.
       01  WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           05  WS-DC-YYYY         PIC X(04).
           05  WS-DC-MM           PIC X(02).
           05  WS-DC-DD           PIC X(02).
       01  WS-DATE-OK-SW          PIC X(01) VALUE "N".
           88  DATE-IS-USABLE     VALUE "Y".

       01  WS-CONTROL-TOTALS.
           05  WS-CNT-INV-ADDED    PIC 9(05) VALUE ZERO.
           05  WS-CNT-INV-CHANGED  PIC 9(05) VALUE ZERO.
           05  WS-CNT-PART-BOOKED  PIC 9(05) VALUE ZERO.
           05  WS-CNT-PART-CHANGED PIC 9(05) VALUE ZERO.
           05  WS-CNT-PART-ENDED   PIC 9(05) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(05) VALUE ZERO.
           05  WS-CNT-LISTED       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNINVM01 - INVESTOR AND PARTICIPATION MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
      * Same create-then-reopen idiom the other keyed files get.
           OPEN I-O INVESTOR-FILE
           IF WS-INV-STATUS NOT = "00"
              OPEN OUTPUT INVESTOR-FILE
              IF WS-INV-STATUS = "00"
                 CLOSE INVESTOR-FILE
                 OPEN I-O INVESTOR-FILE
              END-IF
           END-IF
           IF WS-INV-STATUS NOT = "00"
              DISPLAY "FATAL: INVESTOR MASTER OPEN FAILED - "
                 "STATUS " WS-INV-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN I-O PARTICIPATION-FILE
           IF WS-PART-STATUS NOT = "00"
              OPEN OUTPUT PARTICIPATION-FILE
              IF WS-PART-STATUS = "00"
                 CLOSE PARTICIPATION-FILE
                 OPEN I-O PARTICIPATION-FILE
              END-IF
           END-IF
           IF WS-PART-STATUS NOT = "00"
              DISPLAY "FATAL: PARTICIPATION FILE OPEN FAILED - "
                 "STATUS " WS-PART-STATUS
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              DISPLAY "FATAL: MASTER-FILE OPEN FAILED - STATUS "
                 WS-MASTER-STATUS
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1000-PROCESS-CARD UNTIL CARDS-DONE
           CLOSE INVESTOR-FILE PARTICIPATION-FILE MASTER-FILE
           DISPLAY "LNINVM01: INVESTORS ADDED " WS-CNT-INV-ADDED
              " CHANGED " WS-CNT-INV-CHANGED
              " PARTICIPATIONS BOOKED " WS-CNT-PART-BOOKED
              " CHANGED " WS-CNT-PART-CHANGED
              " ENDED " WS-CNT-PART-ENDED
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
              WHEN WS-CARD-ACTION = "L"
                 PERFORM 5000-LIST-INVESTORS
              WHEN WS-CARD-INVESTOR = SPACES
                 MOVE "INVESTOR ID MISSING" TO WS-REJECT-REASON
              WHEN WS-CARD-ACTION = "I"
                 PERFORM 2000-MAINTAIN-INVESTOR
              WHEN WS-CARD-ACTION = "R"
                 PERFORM 2100-MAINTAIN-REMITTANCE
              WHEN WS-CARD-ACTION = "S"
                 PERFORM 2200-INVESTOR-STATUS
              WHEN WS-CARD-ACTION = "P"
                 PERFORM 3000-BOOK-PARTICIPATION
              WHEN WS-CARD-ACTION = "E"
                 PERFORM 3100-END-PARTICIPATION
              WHEN OTHER
                 MOVE "UNRECOGNIZED CONTROL CARD" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-CNT-REJECTED
              DISPLAY "REJECTED - " WS-REJECT-REASON ": "
                 WS-CONTROL-CARD(1:60)
           END-IF.

       2000-MAINTAIN-INVESTOR.
           MOVE WS-CI-OPERATOR TO WS-OPERATOR
           PERFORM 4000-READ-INVESTOR
           IF WS-CI-NAME = SPACES
              MOVE "INVESTOR NAME MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-OPERATOR = SPACES
              MOVE "OPERATOR INITIALS MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF NOT INVESTOR-FOUND
                 MOVE SPACES TO INVESTOR-REC
                 MOVE WS-CARD-INVESTOR TO IV-INVESTOR-ID
                 MOVE "A"              TO IV-STATUS
                 MOVE WS-RUN-DATE      TO IV-STATUS-DATE
              END-IF
              MOVE WS-CI-NAME    TO IV-NAME
              MOVE WS-CI-ADDRESS TO IV-ADDRESS
              IF INVESTOR-FOUND
                 ADD 1 TO WS-CNT-INV-CHANGED
                 DISPLAY "INVESTOR CHANGED  " IV-INVESTOR-ID " "
                    IV-NAME " BY " WS-OPERATOR
              ELSE
                 ADD 1 TO WS-CNT-INV-ADDED
                 DISPLAY "INVESTOR ADDED    " IV-INVESTOR-ID " "
                    IV-NAME " BY " WS-OPERATOR
              END-IF
              PERFORM 4100-STORE-INVESTOR
           END-IF.

       2100-MAINTAIN-REMITTANCE.
           MOVE WS-CR-OPERATOR TO WS-OPERATOR
           PERFORM 4000-READ-INVESTOR
           IF NOT INVESTOR-FOUND
              MOVE "INVESTOR NOT ON FILE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 2110-CHECK-ROUTING
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-CR-ACCOUNT = SPACES
              MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-OPERATOR = SPACES
              MOVE "OPERATOR INITIALS MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-CR-ROUTING TO IV-REMIT-ROUTING
              MOVE WS-CR-ACCOUNT TO IV-REMIT-ACCOUNT
              IF WS-CR-CONTACT NOT = SPACES
                 MOVE WS-CR-CONTACT TO IV-CONTACT
              END-IF
              PERFORM 4100-STORE-INVESTOR
              ADD 1 TO WS-CNT-INV-CHANGED
              DISPLAY "REMITTANCE SET    " IV-INVESTOR-ID " RTN "
                 IV-REMIT-ROUTING " ACCT " IV-REMIT-ACCOUNT
                 " BY " WS-OPERATOR
           END-IF.

       2110-CHECK-ROUTING.
           IF WS-CR-ROUTING NOT NUMERIC
              MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
              MOVE ZERO TO WS-ABA-SUM
              PERFORM VARYING WS-ABA-IDX FROM 1 BY 1
                      UNTIL WS-ABA-IDX > 9
                 COMPUTE WS-ABA-SUM = WS-ABA-SUM
                    + WS-CR-ROUTING-D(WS-ABA-IDX)
                    * WS-ABA-WEIGHT(WS-ABA-IDX)
              END-PERFORM
              IF FUNCTION MOD(WS-ABA-SUM, 10) NOT = ZERO
                 MOVE "ROUTING CHECK DIGIT FAILS"
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

       2200-INVESTOR-STATUS.
           MOVE WS-CS-OPERATOR TO WS-OPERATOR
           PERFORM 4000-READ-INVESTOR
           IF NOT INVESTOR-FOUND
              MOVE "INVESTOR NOT ON FILE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-CS-STATUS NOT = "A"
              AND WS-CS-STATUS NOT = "I"
              MOVE "STATUS NOT A/I" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-OPERATOR = SPACES
              MOVE "OPERATOR INITIALS MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-CS-STATUS TO IV-STATUS
              MOVE WS-RUN-DATE  TO IV-STATUS-DATE
              PERFORM 4100-STORE-INVESTOR
              ADD 1 TO WS-CNT-INV-CHANGED
              DISPLAY "INVESTOR STATUS   " IV-INVESTOR-ID " "
                 IV-STATUS " BY " WS-OPERATOR
           END-IF.

      * Booking checks the investor, the loan, the figures and the
      * 100 percent ceiling across every other active share of the
      * same loan before anything is written.
       3000-BOOK-PARTICIPATION.
           MOVE WS-CP-OPERATOR TO WS-OPERATOR
           PERFORM 4000-READ-INVESTOR
           IF NOT INVESTOR-FOUND
              MOVE "INVESTOR NOT ON FILE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND IV-STATUS NOT = "A"
              MOVE "INVESTOR NOT ACTIVE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM 3010-CHECK-LOAN
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND (WS-CP-SHARE NOT NUMERIC
                 OR WS-CP-SHARE-N = ZERO
                 OR WS-CP-SHARE-N > 100)
              MOVE "SHARE NOT 0.0001-100 PERCENT" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-CP-SVC NOT NUMERIC
              MOVE "SERVICING PERCENT NOT NUMERIC"
                 TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-OPERATOR = SPACES
              MOVE "OPERATOR INITIALS MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-CP-LOAN-ID TO PT-LOAN-ID
              PERFORM 4300-SUM-OTHER-SHARES
              COMPUTE WS-NEW-TOTAL = WS-OTHER-SHARES + WS-CP-SHARE-N
              IF WS-NEW-TOTAL > 100
                 MOVE WS-NEW-TOTAL TO WS-EDIT-TOTAL
                 DISPLAY "  SHARES ON " WS-CP-LOAN-ID " WOULD TOTAL "
                    WS-EDIT-TOTAL " PERCENT"
                 MOVE "SHARES WOULD EXCEED 100 PCT"
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE WS-CP-LOAN-ID TO PT-LOAN-ID
              PERFORM 4200-READ-PARTICIPATION
              IF PARTICIPATION-FOUND AND PT-STATUS = "E"
                 MOVE "PARTICIPATION ALREADY ENDED"
                    TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND NOT PARTICIPATION-FOUND
              IF WS-CP-SOLD-DATE = SPACES
                 MOVE WS-RUN-DATE TO WS-CP-SOLD-DATE
              END-IF
              MOVE WS-CP-SOLD-DATE TO WS-DATE-CHECK
              PERFORM 4400-VALIDATE-DATE
              IF NOT DATE-IS-USABLE
                 MOVE "SOLD DATE NOT A VALID DATE" TO WS-REJECT-REASON
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF NOT PARTICIPATION-FOUND
                 MOVE SPACES TO PARTICIPATION-REC
                 MOVE WS-CP-LOAN-ID    TO PT-LOAN-ID
                 MOVE WS-CARD-INVESTOR TO PT-INVESTOR-ID
                 MOVE "A"              TO PT-STATUS
                 MOVE WS-CP-SOLD-DATE  TO PT-SOLD-DATE
              END-IF
              MOVE WS-CP-SHARE-N TO PT-SHARE-PCT
              MOVE WS-CP-SVC-N   TO PT-SVC-PCT
              MOVE WS-RUN-DATE   TO PT-MAINT-DATE
              MOVE WS-OPERATOR   TO PT-MAINT-BY
              MOVE PT-SHARE-PCT  TO WS-EDIT-PCT
              MOVE PT-SVC-PCT    TO WS-EDIT-SVC
              IF PARTICIPATION-FOUND
                 ADD 1 TO WS-CNT-PART-CHANGED
                 DISPLAY "PARTICIPATION CHANGED " PT-LOAN-ID " "
                    PT-INVESTOR-ID " SHARE " WS-EDIT-PCT
                    " SVC " WS-EDIT-SVC " BY " WS-OPERATOR
              ELSE
                 ADD 1 TO WS-CNT-PART-BOOKED
                 DISPLAY "PARTICIPATION BOOKED  " PT-LOAN-ID " "
                    PT-INVESTOR-ID " SHARE " WS-EDIT-PCT
                    " SVC " WS-EDIT-SVC " SOLD " PT-SOLD-DATE
                    " BY " WS-OPERATOR
              END-IF
              PERFORM 4210-STORE-PARTICIPATION
           END-IF.

      * A share can only be sold in a loan we are still carrying.
       3010-CHECK-LOAN.
           MOVE WS-CP-LOAN-ID TO L-LOAN-ID
           READ MASTER-FILE
              INVALID KEY
                 MOVE "LOAN NOT ON MASTER" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
              IF L-CHARGE-OFF-FLAG = "C"
                 MOVE "LOAN IS CHARGED OFF" TO WS-REJECT-REASON
              ELSE
                 IF L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C"
                    MOVE "LOAN IS PAID/CLOSED" TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

       3100-END-PARTICIPATION.
           MOVE WS-CE-OPERATOR TO WS-OPERATOR
           MOVE WS-CE-LOAN-ID TO PT-LOAN-ID
           PERFORM 4200-READ-PARTICIPATION
           IF NOT PARTICIPATION-FOUND
              MOVE "PARTICIPATION NOT ON FILE" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND PT-STATUS NOT = "A"
              MOVE "PARTICIPATION ALREADY ENDED" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              IF WS-CE-END-DATE = SPACES
                 MOVE WS-RUN-DATE TO WS-CE-END-DATE
              END-IF
              MOVE WS-CE-END-DATE TO WS-DATE-CHECK
              PERFORM 4400-VALIDATE-DATE
              IF NOT DATE-IS-USABLE
                 MOVE "END DATE NOT A VALID DATE" TO WS-REJECT-REASON
              ELSE
                 IF WS-CE-END-DATE < PT-SOLD-DATE
                    MOVE "END DATE BEFORE SOLD DATE"
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-OPERATOR = SPACES
              MOVE "OPERATOR INITIALS MISSING" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE "E"            TO PT-STATUS
              MOVE WS-CE-END-DATE TO PT-END-DATE
              MOVE WS-RUN-DATE    TO PT-MAINT-DATE
              MOVE WS-OPERATOR    TO PT-MAINT-BY
              PERFORM 4210-STORE-PARTICIPATION
              ADD 1 TO WS-CNT-PART-ENDED
              DISPLAY "PARTICIPATION ENDED   " PT-LOAN-ID " "
                 PT-INVESTOR-ID " AS OF " PT-END-DATE
                 " BY " WS-OPERATOR
           END-IF.

       4000-READ-INVESTOR.
           MOVE "N" TO WS-INV-FOUND-SW
           MOVE WS-CARD-INVESTOR TO IV-INVESTOR-ID
           READ INVESTOR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET INVESTOR-FOUND TO TRUE
           END-READ.

       4100-STORE-INVESTOR.
           IF INVESTOR-FOUND
              REWRITE INVESTOR-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE INVESTOR-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-INV-STATUS NOT = "00"
              DISPLAY "FATAL: INVESTOR MASTER UPDATE FAILED - "
                 "STATUS " WS-INV-STATUS " INVESTOR " IV-INVESTOR-ID
              PERFORM 9999-ABEND
           END-IF.

      * PT-LOAN-ID is set by the caller; the investor is the card's.
       4200-READ-PARTICIPATION.
           MOVE "N" TO WS-PART-FOUND-SW
           MOVE WS-CARD-INVESTOR TO PT-INVESTOR-ID
           READ PARTICIPATION-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET PARTICIPATION-FOUND TO TRUE
           END-READ.

       4210-STORE-PARTICIPATION.
           IF PARTICIPATION-FOUND
              REWRITE PARTICIPATION-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE PARTICIPATION-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-PART-STATUS NOT = "00"
              DISPLAY "FATAL: PARTICIPATION UPDATE FAILED - "
                 "STATUS " WS-PART-STATUS " LOAN " PT-LOAN-ID
                 " INVESTOR " PT-INVESTOR-ID
              PERFORM 9999-ABEND
           END-IF.

      * Every other investor's active share of PT-LOAN-ID - the card
      * investor's own share is about to be replaced, not added to.
       4300-SUM-OTHER-SHARES.
           MOVE ZERO TO WS-OTHER-SHARES
           MOVE "N" TO WS-PART-EOF-SW
           MOVE LOW-VALUES TO PT-INVESTOR-ID
           START PARTICIPATION-FILE KEY NOT < PT-KEY
              INVALID KEY
                 SET PARTICIPATION-EOF TO TRUE
           END-START
           PERFORM 4310-ADD-OTHER-SHARE UNTIL PARTICIPATION-EOF.

       4310-ADD-OTHER-SHARE.
           READ PARTICIPATION-FILE NEXT RECORD
              AT END
                 SET PARTICIPATION-EOF TO TRUE
              NOT AT END
                 IF PT-LOAN-ID NOT = WS-CP-LOAN-ID
                    SET PARTICIPATION-EOF TO TRUE
                 ELSE
                    IF PT-INVESTOR-ID NOT = WS-CARD-INVESTOR
                       AND PT-STATUS = "A"
                       AND PT-SHARE-PCT NUMERIC
                       ADD PT-SHARE-PCT TO WS-OTHER-SHARES
                    END-IF
                 END-IF
           END-READ.

      * Same month/day range test the audit applies before any date
      * is trusted.
       4400-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-OK-SW
           IF WS-DATE-CHECK IS NUMERIC
              AND WS-DC-YYYY > "1900"
              AND WS-DC-MM >= "01" AND WS-DC-MM <= "12"
              AND WS-DC-DD >= "01" AND WS-DC-DD <= "31"
              SET DATE-IS-USABLE TO TRUE
           END-IF.

       5000-LIST-INVESTORS.
           DISPLAY "----------------------------------------------".
           DISPLAY "INVESTORS (ID / NAME / STATUS / ROUTING / ACCOUNT)".
           MOVE "N" TO WS-INV-EOF-SW
           MOVE LOW-VALUES TO IV-INVESTOR-ID
           START INVESTOR-FILE KEY NOT < IV-INVESTOR-ID
              INVALID KEY
                 SET INVESTOR-EOF TO TRUE
           END-START
           PERFORM 5010-LIST-ONE-INVESTOR UNTIL INVESTOR-EOF
           DISPLAY "PARTICIPATIONS (LOAN / INVESTOR / SHARE / SVC / "
              "STATUS / SOLD / ENDED)".
           MOVE "N" TO WS-PART-EOF-SW
           MOVE LOW-VALUES TO PT-KEY
           START PARTICIPATION-FILE KEY NOT < PT-KEY
              INVALID KEY
                 SET PARTICIPATION-EOF TO TRUE
           END-START
           PERFORM 5020-LIST-ONE-PARTICIPATION
              UNTIL PARTICIPATION-EOF
           DISPLAY "RECORDS LISTED: " WS-CNT-LISTED.
           DISPLAY "----------------------------------------------".

       5010-LIST-ONE-INVESTOR.
           READ INVESTOR-FILE NEXT RECORD
              AT END
                 SET INVESTOR-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CNT-LISTED
                 DISPLAY "  " IV-INVESTOR-ID " " IV-NAME
                    " " IV-STATUS " " IV-REMIT-ROUTING
                    " " IV-REMIT-ACCOUNT
           END-READ.

       5020-LIST-ONE-PARTICIPATION.
           READ PARTICIPATION-FILE NEXT RECORD
              AT END
                 SET PARTICIPATION-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CNT-LISTED
                 MOVE PT-SHARE-PCT TO WS-EDIT-PCT
                 MOVE PT-SVC-PCT   TO WS-EDIT-SVC
                 DISPLAY "  " PT-LOAN-ID " " PT-INVESTOR-ID
                    " " WS-EDIT-PCT " " WS-EDIT-SVC
                    " " PT-STATUS " " PT-SOLD-DATE
                    " " PT-END-DATE
           END-READ.

       9999-ABEND.
           DISPLAY "LNINVM01 ABENDING - UNRECOVERABLE I/O ERROR".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
