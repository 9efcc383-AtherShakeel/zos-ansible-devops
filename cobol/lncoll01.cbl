      *    BORROWER, CURRENCY, AND DAYS PAST DUE, AND ASSIGNED TO A
      *    COLLECTOR CODE ROUND-ROBIN; AN ALREADY-OPEN CASE HAS ITS
      *    BALANCE/DAYS/BUCKET REFRESHED;
      *  - A LOAN PAST ITS CONTRACTUAL MATURITY (L-MATURITY-DATE,
      *    DERIVED THROUGH LNMATD01 WHEN THE MASTER CARRIES NONE)
      *    WITH A BALANCE STILL OWING IS QUEUED THE SAME WAY AS A
      *    MATURED-UNPAID CASE (CW-CASE-TYPE "M") WHATEVER ITS
      *    AGING BUCKET SAYS, ITS DAYS COUNTED FROM THE LATER OF
      *    THE MISSED DUE DATE AND THE MATURITY DATE, AND IS NEVER
      *    CLOSED AS CURED WHILE IT STAYS MATURED AND UNPAID;
      *  - A LOAN THAT HAS CURED (BUCKET BACK TO C OR 1) HAS ITS
      *    OPEN CASE CLOSED AUTOMATICALLY WITH DISPOSITION "C"
      *    (A LOAN PAID IN FULL HAS ITS CASE CLOSED BY LNCLOS01
      *    WITH DISPOSITION "P" BEFORE THIS STEP RUNS);
      *  - COLLECTOR ACTIVITY RECORDS (ACTIVIN: CALL MADE, LETTER
      *    SENT, PROMISE TO PAY OF AMOUNT X BY DATE Y) ARE MATCHED
      *    TO OPEN CASES, APPENDED TO THE ACTIVITY HISTORY FILE
      *  - THE SUPERVISOR SUMMARY COUNTS PROMISES DUE, KEPT, AND
      *    BROKEN BY COLLECTOR - THE FOLLOW-UP DISCIPLINE THAT
      *    LIVED ON PAPER NOTES.
      * COLLECTIONS STANDS DOWN ON A LOAN UNDER AN ACTIVE LEGAL HOLD
      * (BANKRUPTCY, LITIGATION, DISPUTE OR DECEASED - ON THE LOAN OR
      * ANY PARTY TO IT, PER LNLGL01): NO CASE IS OPENED, AND AN OPEN
      * CASE IS TAKEN OFF ITS COLLECTOR'S QUEUE (DISPOSITION "L").
      * ONCE THE HOLD IS RELEASED A LOAN STILL IN BUCKET 3/4 IS
      * QUEUED AGAIN AS A FRESH CASE.
      * COLLECTORS ALSO WORK THEIR QUEUES ONLINE (LNCICS04, LNQC) AND
      * SUPERVISORS REASSIGN CASES THERE (LNCICS05, LNQS); A CASE ON
      * A CODE OFF THE SYSIN ROSTER KEEPS ITS COLLECTOR HERE BUT IS
      * ONLY PRINTED ONCE THE CODE IS ADDED TO THE ROSTER.
      * COLLECTOR CODES COME ONE PER SYSIN CARD (COLS 1-3), ENDED BY
      * A BLANK CARD OR "END"; WITH NO CARDS THE COMPILED-IN DEFAULT
      * ROSTER C01/C02/C03 IS USED.
                  FILE STATUS  IS WS-WQ-STATUS.
           SELECT ACTIVITY-IN-FILE ASSIGN TO ACTIVIN
                  FILE STATUS IS WS-ACT-STATUS.
      * THE ACTIVITY HISTORY IS A VSAM ESDS (AS- ASSIGN) SO THE
      * LNCICS04 COLLECTOR WORKSTATION CAN BROWSE A CASE'S HISTORY
      * AND APPEND TO IT ONLINE - SEE jcl/lncollvs.jcl.
           SELECT ACTIVITY-HIST-FILE ASSIGN TO AS-COLLACT
                  FILE STATUS IS WS-HIST-STATUS.
           SELECT PROMISE-FILE ASSIGN TO PROMVSAM
                  ORGANIZATION IS INDEXED

      * CW-STATUS "O" = OPEN ON A COLLECTOR'S QUEUE, "C" = CLOSED.
      * CW-DISPOSITION (SET AT CLOSE): "C" = CURED BACK TO BUCKET
      * C/1, "P" = LOAN PAID IN FULL (CLOSED BY LNCLOS01), "L" =
      * WITHDRAWN FOR A LEGAL HOLD. CLOSED CASES STAY ON THE
      * CLUSTER AS THE CASE HISTORY.
      * CW-PROMISE-FLAG: "P" = AN OPEN PROMISE IS RIDING ON THE
      * CASE, "B" = THE LAST PROMISE WAS BROKEN (THE CASE SORTS TO
      * THE TOP OF ITS COLLECTOR'S QUEUE), SPACE = NO PROMISE.
      * CW-CASE-TYPE: "M" = MATURED-UNPAID (PAST CONTRACTUAL
      * MATURITY WITH A BALANCE), SPACE = DELINQUENCY CASE.
       FD  WORKQUEUE-FILE.
       01  WORKQUEUE-REC.
           05  CW-LOAN-ID          PIC X(10).
      * QUEUE CAN SORT HABITUAL LATE PAYERS AHEAD OF FIRST-TIME
      * SLIPS WITHOUT RE-READING THE MASTER AT REPORT TIME.
           05  CW-RATING           PIC X(01).
           05  CW-CASE-TYPE        PIC X(01).
           05  FILLER              PIC X(06).

      * Collector activity feed - one record per contact, keyed by
      * the collectors' desks into a flat dataset during the day.
       01  WS-WQ-FOUND-SW         PIC X(01) VALUE "N".
           88  CASE-FOUND         VALUE "Y".

      * MATURITY CONTROLS - the case type being opened/refreshed
      * rides in WS-NEW-CASE-TYPE into 1035/1040.
       01  WS-MATURED-SW          PIC X(01) VALUE "N".
           88  LOAN-MATURED-UNPAID VALUE "Y".
       01  WS-NEW-CASE-TYPE       PIC X(01) VALUE SPACE.
       01  WS-MAT-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-MAT-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-DAYS-PAST-MAT       PIC S9(09) VALUE ZERO.

      * ACTIVITY / PROMISE CONTROLS
       01  WS-ACT-STATUS          PIC X(02) VALUE "00".
       01  WS-HIST-STATUS         PIC X(02) VALUE "00".
               10  WS-CASE-DONE   PIC X(01).
               10  WS-CASE-PROM   PIC X(01).
               10  WS-CASE-RATE   PIC X(01).
               10  WS-CASE-TYPE   PIC X(01).
       01  WS-CASE-IDX            PIC 9(04) VALUE ZERO.
       01  WS-PICK-IDX            PIC 9(04) VALUE ZERO.
       01  WS-PICK-DATE           PIC X(08) VALUE SPACES.
       01  WS-CASE-PRIO           PIC X(01) VALUE SPACE.
       01  WS-EDIT-BAL            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-DAYS           PIC ZZZZ9.
       01  WS-EDIT-TYPE           PIC X(07) VALUE SPACES.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-PROM-KEPT    PIC 9(09) VALUE ZERO.
           05  WS-CNT-PROM-BROKEN  PIC 9(09) VALUE ZERO.
           05  WS-CNT-PLAN-HELD    PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGAL-HELD   PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGAL-CLOSED PIC 9(09) VALUE ZERO.
           05  WS-CNT-MATURED      PIC 9(09) VALUE ZERO.

      * Run-control block for the nightly-chain gate (LNRUN01).
       COPY RUNCTL.

      * Legal-hold service block (LNLGL01).
       COPY LGLCTL.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNCOLL01 - COLLECTIONS WORKQUEUE".
           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE MASTER-FILE
           MOVE "C" TO LH-FUNCTION
           CALL "LNLGL01" USING WS-LEGAL-CONTROL
           PERFORM 0400-CHECK-PROMISES
           PERFORM 8000-GATHER-OPEN-CASES
           CLOSE WORKQUEUE-FILE PROMISE-FILE
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 PERFORM 1005-CHECK-MATURITY
                 MOVE "L"           TO LH-FUNCTION
                 MOVE L-LOAN-ID     TO LH-LOAN-ID
                 MOVE L-BORROWER-ID TO LH-BORROWER-ID
                 CALL "LNLGL01" USING WS-LEGAL-CONTROL
                 EVALUATE TRUE
      * A loan under a legal hold is the legal unit's, not a
      * collector's - whatever its bucket or maturity.
                    WHEN LH-ON-HOLD
                       ADD 1 TO WS-CNT-LEGAL-HELD
                       PERFORM 1055-WITHDRAW-FOR-LEGAL-HOLD
      * A loan on a current relief plan is left off the queues -
      * collections stands down while the agreed plan runs (a
      * matured loan included - the plan is the agreed workout).
                    WHEN L-MOD-PLAN-FLAG = "A"
                       ADD 1 TO WS-CNT-PLAN-HELD
      * Past maturity with money still owing is collectable
      * whatever the bucket - a loan kept current to the last
      * instalment can still leave its balloon unpaid.
                    WHEN LOAN-MATURED-UNPAID
                       PERFORM 1060-ADD-OR-REFRESH-MATURED
                    WHEN L-AGING-STATUS = "3"
                    WHEN L-AGING-STATUS = "4"
                       PERFORM 1010-ADD-OR-REFRESH-CASE
                 END-EVALUATE
           END-READ.

      * Matured and unpaid: an open, live (not charged-off) loan
      * with a balance whose maturity date has passed. A master
      * record carrying no maturity yet has it derived in memory -
      * this pass reads the work extract and writes nothing back.
       1005-CHECK-MATURITY.
           MOVE "N" TO WS-MATURED-SW
           IF L-MATURITY-DATE NOT NUMERIC
              CALL "LNMATD01" USING LOAN-RECORD
           END-IF
           IF L-MATURITY-DATE NUMERIC
              AND L-MATURITY-DATE < WS-RUN-DATE
              AND L-CLOSE-STATUS NOT = "P"
              AND L-CLOSE-STATUS NOT = "C"
              AND L-CHARGE-OFF-FLAG NOT = "C"
              AND L-LOAN-AMOUNT NUMERIC
              AND L-LOAN-AMOUNT > ZERO
              SET LOAN-MATURED-UNPAID TO TRUE
           END-IF.

       1010-ADD-OR-REFRESH-CASE.
           MOVE SPACE TO WS-NEW-CASE-TYPE
           PERFORM 1020-READ-CASE
           PERFORM 1030-COMPUTE-DAYS-PAST-DUE
           IF CASE-FOUND AND CW-STATUS = "O"
           MOVE L-CURRENCY-CODE  TO CW-CURRENCY-CODE
           MOVE WS-DAYS-PAST-DUE TO CW-DAYS-PAST-DUE
           MOVE L-AGING-STATUS   TO CW-AGING
           MOVE WS-NEW-CASE-TYPE TO CW-CASE-TYPE
           REWRITE WORKQUEUE-REC
              INVALID KEY
                 CONTINUE
           MOVE SPACES           TO CW-CLOSED-DATE
           MOVE SPACE            TO CW-PROMISE-FLAG
           MOVE L-BEHAVIOR-RATING TO CW-RATING
           MOVE WS-NEW-CASE-TYPE TO CW-CASE-TYPE
           IF CASE-FOUND
              REWRITE WORKQUEUE-REC
                 INVALID KEY
              MOVE 1 TO WS-COLL-NEXT
           END-IF.

      * Matured-unpaid case: the same open-or-refresh as a
      * delinquency case, with the days counted from whichever is
      * later - the missed due date or the maturity date itself.
       1060-ADD-OR-REFRESH-MATURED.
           MOVE "M" TO WS-NEW-CASE-TYPE
           PERFORM 1020-READ-CASE
           PERFORM 1030-COMPUTE-DAYS-PAST-DUE
           MOVE L-MATURITY-DATE TO WS-MAT-DATE-NUM
           COMPUTE WS-MAT-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-MAT-DATE-NUM)
           COMPUTE WS-DAYS-PAST-MAT =
              WS-RUN-DATE-INT - WS-MAT-DATE-INT
           IF WS-DAYS-PAST-MAT > WS-DAYS-PAST-DUE
              MOVE WS-DAYS-PAST-MAT TO WS-DAYS-PAST-DUE
           END-IF
           IF CASE-FOUND AND CW-STATUS = "O"
              PERFORM 1035-REFRESH-CASE
           ELSE
              PERFORM 1040-OPEN-NEW-CASE
           END-IF
           ADD 1 TO WS-CNT-MATURED.

       1050-CLOSE-IF-CURED.
           PERFORM 1020-READ-CASE
           IF CASE-FOUND AND CW-STATUS = "O"
              ADD 1 TO WS-CNT-CURED
           END-IF.

      * An open case is closed off the queue rather than left to
      * age: a collector must not keep calling a borrower under the
      * stay. The case history keeps why it was withdrawn.
       1055-WITHDRAW-FOR-LEGAL-HOLD.
           PERFORM 1020-READ-CASE
           IF CASE-FOUND AND CW-STATUS = "O"
              MOVE "C" TO CW-STATUS
              MOVE "L" TO CW-DISPOSITION
              MOVE WS-RUN-DATE TO CW-CLOSED-DATE
              REWRITE WORKQUEUE-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-WQ-STATUS NOT = "00"
                 DISPLAY "FATAL: WORKQUEUE CLOSE FAILED - STATUS "
                    WS-WQ-STATUS " LOAN ID " CW-LOAN-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-LEGAL-CLOSED
           END-IF.

       8000-GATHER-OPEN-CASES.
           MOVE "N" TO WS-WQ-EOF-SW
           MOVE LOW-VALUES TO CW-LOAN-ID
                             TO WS-CASE-PROM(WS-CASE-COUNT)
                          MOVE CW-RATING
                             TO WS-CASE-RATE(WS-CASE-COUNT)
                          MOVE CW-CASE-TYPE
                             TO WS-CASE-TYPE(WS-CASE-COUNT)
                       ELSE
                          DISPLAY "LNCOLL01: REPORT TABLE FULL - "
                             "CASE NOT LISTED: " CW-LOAN-ID
              WS-CNT-PROMISES.
           DISPLAY "RELIEF-PLAN LOANS - NO CASE ....: "
              WS-CNT-PLAN-HELD.
           DISPLAY "LEGAL-HOLD LOANS - NO CASE .....: "
              WS-CNT-LEGAL-HELD.
           DISPLAY "  OPEN CASES WITHDRAWN (LEGAL) .: "
              WS-CNT-LEGAL-CLOSED.
           DISPLAY "MATURED-UNPAID CASES WORKED ....: "
              WS-CNT-MATURED.
           DISPLAY "==============================================".

       9010-PRINT-COLLECTOR-QUEUE.
                 MOVE "Y" TO WS-CASE-DONE(WS-PICK-IDX)
                 MOVE WS-CASE-BAL(WS-PICK-IDX) TO WS-EDIT-BAL
                 MOVE WS-CASE-DAYS(WS-PICK-IDX) TO WS-EDIT-DAYS
                 IF WS-CASE-TYPE(WS-PICK-IDX) = "M"
                    MOVE "MATURED" TO WS-EDIT-TYPE
                 ELSE
                    MOVE SPACES TO WS-EDIT-TYPE
                 END-IF
                 DISPLAY "  " WS-CASE-LOAN(WS-PICK-IDX)
                    " " WS-CASE-BORR(WS-PICK-IDX)
                    " " WS-EDIT-BAL
                    " SINCE " WS-CASE-ENTER(WS-PICK-IDX)
                    " PROM " WS-CASE-PROM(WS-PICK-IDX)
                    " RTG " WS-CASE-RATE(WS-PICK-IDX)
                    " " WS-EDIT-TYPE
              END-IF
           END-PERFORM.

