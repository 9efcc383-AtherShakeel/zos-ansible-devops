       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNSANA01.
      *================================================================*
      * BATCH PROGRAM: SANCTIONS COMPLIANCE DECISIONS. RUNS AHEAD OF
      * THE DAILY SORT, NEXT TO LNAPPR01: READS THE COMPLIANCE QUEUE
      * (WATCH-LIST HITS LNVAL01 HELD AND LNSANR01 RESCREEN HITS -
      * SEE copy/sanqrec.cpy), APPLIES THE COMPLIANCE OFFICER'S
      * DECISION FEED, AND LOGS EVERY DECISION TO THE DECISION LOG
      * (copy/sandrec.cpy):
      *  - A "C" (CLEAR - FALSE MATCH) CARD RELEASES A HELD
      *    TRANSACTION INTO TODAY'S SORT, BYTE 79 STAMPED "S" SO
      *    FEED BALANCING EXCLUDES IT AND LNVAL01 DOES NOT SCREEN
      *    IT AGAIN; A CLEARED RESCREEN HIT IS SIMPLY DROPPED;
      *  - AN "M" (CONFIRMED MATCH) CARD DROPS THE HELD TRANSACTION
      *    AND FLAGS THE BORROWER ON BORRVSAM (B-SANCTION-STATUS
      *    "C") - WHICH FREEZES EVERY LOAN THEY ARE PARTY TO FROM
      *    DISBURSEMENTS AND PAYOFFS. A CONFIRMED NEW BORROWER IS
      *    NOT ON FILE TO FLAG: THE DROPPED ADD KEEPS THEM OFF;
      *  - A "U" (LIFT) CARD TAKES A CONFIRMED MATCH OFF THE
      *    BORROWER (DELISTED, OR CONFIRMED IN ERROR) AND NEEDS NO
      *    QUEUE ITEM;
      *  - A DECISION ON A HELD TRANSACTION SIGNED WITH THE
      *    ORIGINATOR'S OWN INITIALS IS REFUSED AND THE ITEM STAYS
      *    QUEUED - THE SAME SECOND-PAIR-OF-EYES RULE AS LNAPPR01;
      *  - EVERYTHING ELSE STAYS IN THE NEW QUEUE COPY (THE JCL
      *    SWAPS IT OVER THE OLD ONE, THE LNAPPR01 IDIOM). A QUEUED
      *    HIT NEVER EXPIRES: IT IS LISTED WITH ITS AGE EVERY DAY
      *    UNTIL SOMEBODY DECIDES IT.
      * SYSIN DECISION CARDS, ENDED BY A BLANK CARD OR "END":
      *   COL   1     ACTION: C = CLEAR, M = CONFIRM MATCH, U = LIFT
      *   COLS  3-12  BORROWER ID
      *   COLS 14-23  WATCH-LIST ENTRY ID THE ITEM MATCHED (AS
      *               LISTED BELOW; "NO LIST" FOR AN ITEM HELD
      *               WITHOUT A LIST). A C/M CARD ANSWERS EVERY
      *               QUEUED ITEM FOR THAT BORROWER AND ENTRY, SO
      *               AN OFFICER DECIDES A PARTY, NOT A RECORD.
      *               NOT USED ON A "U" CARD
      *   COLS 25-27  COMPLIANCE OFFICER INITIALS
      * A C/M CARD WITH NO QUEUED ITEM BEHIND IT, AND A "U" CARD FOR
      * A BORROWER WITH NO CONFIRMED MATCH, IS REPORTED, NEVER
      * ACTED ON. READ = CLEARED + CONFIRMED + STILL QUEUED IS
      * PROVEN AT END OF RUN.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-IN-FILE ASSIGN TO SANQIN
                  FILE STATUS IS WS-QIN-STATUS.
           SELECT QUEUE-OUT-FILE ASSIGN TO SANQNEW
                  FILE STATUS IS WS-QOUT-STATUS.
           SELECT RELEASE-FILE ASSIGN TO CLROUT
                  FILE STATUS IS WS-REL-STATUS.
           SELECT DECISION-LOG-FILE ASSIGN TO SANCLOG
                  FILE STATUS IS WS-LOG-STATUS.
           SELECT BORROWER-FILE ASSIGN TO BORRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS B-BORROWER-ID
                  FILE STATUS  IS WS-BORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-IN-FILE.
       COPY SANQREC.

       FD  QUEUE-OUT-FILE.
       01  QUEUE-NEW-REC           PIC X(220).

       FD  RELEASE-FILE.
       01  RELEASE-REC             PIC X(120).

       FD  DECISION-LOG-FILE.
       COPY SANDREC.

       FD  BORROWER-FILE.
       COPY BORRREC.

       WORKING-STORAGE SECTION.
       01  WS-QIN-STATUS          PIC X(02) VALUE "00".
       01  WS-QOUT-STATUS         PIC X(02) VALUE "00".
       01  WS-REL-STATUS          PIC X(02) VALUE "00".
       01  WS-LOG-STATUS          PIC X(02) VALUE "00".
       01  WS-BORR-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-CARDS-DONE-SW       PIC X(01) VALUE "N".
           88  CARDS-DONE         VALUE "Y".
       01  WS-QIN-OPEN-SW         PIC X(01) VALUE "N".
           88  QIN-OPEN           VALUE "Y".
       01  WS-MATCH-FOUND-SW      PIC X(01) VALUE "N".
           88  MATCH-FOUND        VALUE "Y".
       01  WS-BORR-FOUND-SW       PIC X(01) VALUE "N".
           88  BORROWER-ON-FILE   VALUE "Y".

       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-RUN-TIME            PIC X(06) VALUE SPACES.
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE-INT        PIC 9(09) VALUE ZERO.
       01  WS-HELD-DATE-NUM       PIC 9(08) VALUE ZERO.
       01  WS-HELD-DATE-INT       PIC 9(09) VALUE ZERO.
       01  WS-AGE-DAYS            PIC S9(05) VALUE ZERO.
       01  WS-EDIT-AGE            PIC ZZZZ9.
       01  WS-DECIDED-BY          PIC X(03) VALUE SPACES.
       01  WS-DECISION-ACTION     PIC X(01) VALUE SPACE.

      * Loan view of a held transaction (SQ-SOURCE "T"). Only the
      * common fields of TRANS-REC are used here.
       COPY TRANSREC.

      * Decision cards loaded up front so the single pass over the
      * queue can match them - the LNAPPR01 bounded-table idiom.
       01  WS-DECISION-TABLE.
           05  WS-DEC-MAX         PIC 9(03) VALUE 200.
           05  WS-DEC-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-DEC-ENTRY OCCURS 200 TIMES
                                  INDEXED BY WS-DEC-IDX.
               10  WS-DEC-ACTION  PIC X(01).
               10  WS-DEC-BORROWER-ID PIC X(10).
               10  WS-DEC-ENTRY-ID PIC X(10).
               10  WS-DEC-OFFICER PIC X(03).
               10  WS-DEC-USED    PIC X(01).
       01  WS-CONTROL-CARD.
           05  WS-CARD-ACTION     PIC X(01).
           05  FILLER             PIC X(01).
           05  WS-CARD-BORROWER-ID PIC X(10).
           05  FILLER             PIC X(01).
           05  WS-CARD-ENTRY-ID   PIC X(10).
           05  FILLER             PIC X(01).
           05  WS-CARD-OFFICER    PIC X(03).
           05  FILLER             PIC X(53).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ    PIC 9(09) VALUE ZERO.
           05  WS-CNT-CLEARED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-RELEASED    PIC 9(09) VALUE ZERO.
           05  WS-CNT-CONFIRMED   PIC 9(09) VALUE ZERO.
           05  WS-CNT-FLAGGED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-SELF-REFUSED PIC 9(09) VALUE ZERO.
           05  WS-CNT-STILL-QUEUED PIC 9(09) VALUE ZERO.
           05  WS-CNT-LIFTED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-UNMATCHED   PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-CARD    PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNSANA01 - SANCTIONS COMPLIANCE DECISIONS".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)

           PERFORM 0200-LOAD-DECISION-CARDS

           OPEN INPUT QUEUE-IN-FILE
           IF WS-QIN-STATUS NOT = "00"
              DISPLAY "LNSANA01: NO COMPLIANCE QUEUE THIS RUN - "
                 "STATUS=" WS-QIN-STATUS
              SET EOF-REACHED TO TRUE
           ELSE
              SET QIN-OPEN TO TRUE
           END-IF

           OPEN OUTPUT RELEASE-FILE
           IF WS-REL-STATUS NOT = "00"
              DISPLAY "LNSANA01: UNABLE TO OPEN RELEASE FILE, "
                 "STATUS=" WS-REL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT QUEUE-OUT-FILE
           IF WS-QOUT-STATUS NOT = "00"
              DISPLAY "LNSANA01: UNABLE TO OPEN NEW QUEUE, "
                 "STATUS=" WS-QOUT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND DECISION-LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
              OPEN OUTPUT DECISION-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "LNSANA01: UNABLE TO OPEN DECISION LOG, "
                 "STATUS=" WS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
      * Confirming and lifting are not optional side effects - a
      * decision that cannot reach the borrower master is not made.
           OPEN I-O BORROWER-FILE
           IF WS-BORR-STATUS NOT = "00"
              DISPLAY "LNSANA01: UNABLE TO OPEN BORROWER MASTER, "
                 "STATUS=" WS-BORR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           DISPLAY "==============================================".
           DISPLAY "COMPLIANCE DISPOSITIONS (BORROWER / ENTRY / WHAT)".
           DISPLAY "----------------------------------------------".
           PERFORM 1000-PROCESS UNTIL EOF-REACHED
           PERFORM 2000-APPLY-LIFTS

           IF QIN-OPEN
              CLOSE QUEUE-IN-FILE
           END-IF
           CLOSE RELEASE-FILE QUEUE-OUT-FILE DECISION-LOG-FILE
              BORROWER-FILE

           PERFORM 8000-REPORT-UNMATCHED-CARDS
           PERFORM 9000-SUMMARY-REPORT
           GOBACK.

       0200-LOAD-DECISION-CARDS.
           PERFORM 0210-READ-CARD UNTIL CARDS-DONE.

       0210-READ-CARD.
           MOVE SPACES TO WS-CONTROL-CARD
           ACCEPT WS-CONTROL-CARD FROM SYSIN
           EVALUATE TRUE
              WHEN WS-CONTROL-CARD = SPACES
              WHEN WS-CONTROL-CARD(1:3) = "END"
                 SET CARDS-DONE TO TRUE
              WHEN (WS-CARD-ACTION = "C" OR WS-CARD-ACTION = "M"
                    OR WS-CARD-ACTION = "U")
                 AND WS-CARD-BORROWER-ID NOT = SPACES
                 AND (WS-CARD-ENTRY-ID NOT = SPACES
                    OR WS-CARD-ACTION = "U")
                 AND WS-CARD-OFFICER NOT = SPACES
                 IF WS-DEC-COUNT < WS-DEC-MAX
                    ADD 1 TO WS-DEC-COUNT
                    MOVE WS-CARD-ACTION
                       TO WS-DEC-ACTION(WS-DEC-COUNT)
                    MOVE WS-CARD-BORROWER-ID
                       TO WS-DEC-BORROWER-ID(WS-DEC-COUNT)
                    MOVE WS-CARD-ENTRY-ID
                       TO WS-DEC-ENTRY-ID(WS-DEC-COUNT)
                    MOVE WS-CARD-OFFICER
                       TO WS-DEC-OFFICER(WS-DEC-COUNT)
                    MOVE "N" TO WS-DEC-USED(WS-DEC-COUNT)
                 ELSE
                    DISPLAY "LNSANA01: DECISION TABLE FULL - CARD "
                       "HELD FOR NEXT RUN: " WS-CONTROL-CARD(1:27)
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-CNT-BAD-CARD
                 DISPLAY "LNSANA01: UNUSABLE DECISION CARD "
                    "IGNORED: " WS-CONTROL-CARD(1:27)
           END-EVALUATE.

       1000-PROCESS.
           READ QUEUE-IN-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 PERFORM 1010-WORK-ONE-ITEM
           END-READ.

       1010-WORK-ONE-ITEM.
           MOVE SQ-TRANS-DATA TO TRANS-REC
           PERFORM 1020-TRY-DECISION-CARD
           IF NOT MATCH-FOUND
              PERFORM 1060-KEEP-QUEUED
              PERFORM 1070-SHOW-AWAITING
           END-IF.

      * Every C/M card naming this borrower and entry is a decision
      * on this item, in card order. A card signed with the held
      * transaction's originator's initials is refused and consumed
      * (it answered this item and must not be read as answering
      * nothing), and the next card naming the pair gets its turn;
      * the first acceptable card decides the item.
       1020-TRY-DECISION-CARD.
           MOVE "N" TO WS-MATCH-FOUND-SW
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
                   OR MATCH-FOUND
              IF WS-DEC-ACTION(WS-DEC-IDX) NOT = "U"
                 AND WS-DEC-BORROWER-ID(WS-DEC-IDX) = SQ-BORROWER-ID
                 AND WS-DEC-ENTRY-ID(WS-DEC-IDX) = SQ-ENTRY-ID
                 MOVE "Y" TO WS-DEC-USED(WS-DEC-IDX)
                 IF SQ-FROM-TRANSACTION
                    AND WS-DEC-OFFICER(WS-DEC-IDX) = T-USER-IN
                    ADD 1 TO WS-CNT-SELF-REFUSED
                    DISPLAY SQ-BORROWER-ID " " SQ-ENTRY-ID
                       " OFFICER = ORIGINATOR (" T-USER-IN
                       ") - REFUSED, STILL QUEUED"
                 ELSE
                    SET MATCH-FOUND TO TRUE
                    MOVE WS-DEC-OFFICER(WS-DEC-IDX) TO WS-DECIDED-BY
                    IF WS-DEC-ACTION(WS-DEC-IDX) = "C"
                       PERFORM 1030-CLEAR-ITEM
                    ELSE
                       PERFORM 1040-CONFIRM-ITEM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       1030-CLEAR-ITEM.
           IF SQ-FROM-TRANSACTION
              MOVE SQ-TRANS-DATA TO RELEASE-REC
      * Byte 79 stamped "S" - excluded from feed balancing like an
      * "R" re-entry, and LNVAL01 applies it without screening it
      * a second time.
              MOVE "S" TO RELEASE-REC(79:1)
              WRITE RELEASE-REC
              IF WS-REL-STATUS NOT = "00"
                 DISPLAY "FATAL: RELEASE WRITE FAILED - STATUS "
                    WS-REL-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-RELEASED
              DISPLAY SQ-BORROWER-ID " " SQ-ENTRY-ID
                 " CLEARED BY " WS-DECIDED-BY " - LOAN "
                 T-LOAN-ID-IN " RELEASED (ORIGINATED BY "
                 T-USER-IN ")"
           ELSE
              DISPLAY SQ-BORROWER-ID " " SQ-ENTRY-ID
                 " CLEARED BY " WS-DECIDED-BY " - RESCREEN HIT"
           END-IF
           ADD 1 TO WS-CNT-CLEARED
           MOVE "C" TO WS-DECISION-ACTION
           PERFORM 1050-WRITE-DECISION-LOG.

      * The held transaction is dropped either way; the flag goes on
      * the borrower master when there is a borrower there to carry
      * it (a held add of a new borrower has none - dropping the add
      * is what keeps them off).
       1040-CONFIRM-ITEM.
           MOVE SQ-BORROWER-ID TO B-BORROWER-ID
           PERFORM 1045-READ-BORROWER
           IF BORROWER-ON-FILE
              IF NOT B-SANCTION-CONFIRMED
                 MOVE "C"         TO B-SANCTION-STATUS
                 MOVE WS-RUN-DATE TO B-SANCTION-DATE
                 REWRITE BORROWER-RECORD
                    INVALID KEY
                       CONTINUE
                 END-REWRITE
                 IF WS-BORR-STATUS NOT = "00"
                    DISPLAY "FATAL: BORROWER-FILE REWRITE FAILED - "
                       "STATUS " WS-BORR-STATUS " ID " B-BORROWER-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CNT-FLAGGED
              END-IF
              DISPLAY SQ-BORROWER-ID " " SQ-ENTRY-ID
                 " CONFIRMED BY " WS-DECIDED-BY
                 " - BORROWER FLAGGED, LOANS FROZEN"
           ELSE
              DISPLAY SQ-BORROWER-ID " " SQ-ENTRY-ID
                 " CONFIRMED BY " WS-DECIDED-BY
                 " - NOT ON FILE, HELD ADD DROPPED"
           END-IF
           ADD 1 TO WS-CNT-CONFIRMED
           MOVE "M" TO WS-DECISION-ACTION
           PERFORM 1050-WRITE-DECISION-LOG.

       1045-READ-BORROWER.
           MOVE "N" TO WS-BORR-FOUND-SW
           READ BORROWER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET BORROWER-ON-FILE TO TRUE
           END-READ
           IF WS-BORR-STATUS NOT = "00" AND WS-BORR-STATUS NOT = "23"
              DISPLAY "FATAL: BORROWER-FILE READ FAILED - STATUS "
                 WS-BORR-STATUS " ID " B-BORROWER-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * One log record per decision on a queued item.
       1050-WRITE-DECISION-LOG.
           MOVE SPACES TO SANCTION-DECISION-REC
           MOVE WS-DECISION-ACTION TO SD-ACTION
           IF SQ-FROM-TRANSACTION
              MOVE T-LOAN-ID-IN    TO SD-LOAN-ID
              MOVE T-MAINT-CODE-IN TO SD-MAINT-CODE
              MOVE T-USER-IN       TO SD-ORIGINATOR
           END-IF
           MOVE WS-RUN-DATE      TO SD-DECISION-DATE
           MOVE WS-RUN-TIME      TO SD-DECISION-TIME
           MOVE SQ-SOURCE        TO SD-SOURCE
           MOVE SQ-BORROWER-ID   TO SD-BORROWER-ID
           MOVE SQ-ENTRY-ID      TO SD-ENTRY-ID
           MOVE SQ-LIST-CODE     TO SD-LIST-CODE
           MOVE SQ-SCORE         TO SD-SCORE
           MOVE WS-DECIDED-BY    TO SD-OFFICER
           MOVE SQ-HELD-DATE     TO SD-HELD-DATE
           MOVE SQ-SCREENED-NAME TO SD-SCREENED-NAME
           PERFORM 1055-WRITE-LOG-RECORD.

       1055-WRITE-LOG-RECORD.
           WRITE SANCTION-DECISION-REC
           IF WS-LOG-STATUS NOT = "00"
              DISPLAY "FATAL: DECISION LOG WRITE FAILED - STATUS "
                 WS-LOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       1060-KEEP-QUEUED.
           MOVE SANCTION-QUEUE-REC TO QUEUE-NEW-REC
           WRITE QUEUE-NEW-REC
           IF WS-QOUT-STATUS NOT = "00"
              DISPLAY "FATAL: QUEUE REWRITE FAILED - STATUS "
                 WS-QOUT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-CNT-STILL-QUEUED.

      * No expiry - an undecided hit is listed with its age every
      * day instead. A garbled queued date shows as age 99999.
       1070-SHOW-AWAITING.
           IF SQ-HELD-DATE NUMERIC
              MOVE SQ-HELD-DATE TO WS-HELD-DATE-NUM
              COMPUTE WS-HELD-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
              COMPUTE WS-AGE-DAYS =
                 WS-RUN-DATE-INT - WS-HELD-DATE-INT
           ELSE
              MOVE 99999 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-EDIT-AGE
           DISPLAY SQ-BORROWER-ID " " SQ-ENTRY-ID
              " AWAITING DECISION - " SQ-SCREENED-NAME
              " SCORE " SQ-SCORE " QUEUED " SQ-HELD-DATE
              " AGE " WS-EDIT-AGE " DAYS".

      *----------------------------------------------------------------*
      * Lifts: a "U" card takes the confirmed match off its borrower.
      * There is no queue item behind a lift - the borrower master
      * is the only record of a standing match.
      *----------------------------------------------------------------*
       2000-APPLY-LIFTS.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
              IF WS-DEC-ACTION(WS-DEC-IDX) = "U"
                 PERFORM 2010-LIFT-ONE
              END-IF
           END-PERFORM.

       2010-LIFT-ONE.
           MOVE WS-DEC-BORROWER-ID(WS-DEC-IDX) TO B-BORROWER-ID
           PERFORM 1045-READ-BORROWER
           IF BORROWER-ON-FILE AND B-SANCTION-CONFIRMED
              MOVE "Y" TO WS-DEC-USED(WS-DEC-IDX)
              MOVE SPACE  TO B-SANCTION-STATUS
              MOVE WS-RUN-DATE TO B-SANCTION-DATE
              REWRITE BORROWER-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-BORR-STATUS NOT = "00"
                 DISPLAY "FATAL: BORROWER-FILE REWRITE FAILED - "
                    "STATUS " WS-BORR-STATUS " ID " B-BORROWER-ID
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CNT-LIFTED
              DISPLAY B-BORROWER-ID " " WS-DEC-ENTRY-ID(WS-DEC-IDX)
                 " MATCH LIFTED BY " WS-DEC-OFFICER(WS-DEC-IDX)
                 " - LOANS UNFROZEN"
              MOVE SPACES TO SANCTION-DECISION-REC
              MOVE WS-RUN-DATE TO SD-DECISION-DATE
              MOVE WS-RUN-TIME TO SD-DECISION-TIME
              MOVE "U"         TO SD-ACTION
              MOVE B-BORROWER-ID TO SD-BORROWER-ID
              MOVE WS-DEC-ENTRY-ID(WS-DEC-IDX) TO SD-ENTRY-ID
              MOVE ZERO        TO SD-SCORE
              MOVE WS-DEC-OFFICER(WS-DEC-IDX) TO SD-OFFICER
              MOVE B-BORROWER-NAME TO SD-SCREENED-NAME
              PERFORM 1055-WRITE-LOG-RECORD
           END-IF.

      * A decision card with nothing behind it decides nothing - it
      * is reported for research. The same discipline LNAPPR01
      * applies to orphan approval cards.
       8000-REPORT-UNMATCHED-CARDS.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
              IF WS-DEC-USED(WS-DEC-IDX) = "N"
                 ADD 1 TO WS-CNT-UNMATCHED
                 IF WS-DEC-ACTION(WS-DEC-IDX) = "U"
                    DISPLAY "NO CONFIRMED MATCH TO LIFT: "
                       WS-DEC-BORROWER-ID(WS-DEC-IDX) " BY "
                       WS-DEC-OFFICER(WS-DEC-IDX)
                 ELSE
                    DISPLAY "NO QUEUED ITEM FOR DECISION CARD: "
                       WS-DEC-ACTION(WS-DEC-IDX) " "
                       WS-DEC-BORROWER-ID(WS-DEC-IDX) " "
                       WS-DEC-ENTRY-ID(WS-DEC-IDX) " BY "
                       WS-DEC-OFFICER(WS-DEC-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       9000-SUMMARY-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNSANA01 COMPLIANCE SUMMARY".
           DISPLAY "----------------------------------------------".
           DISPLAY "QUEUED ITEMS READ ..............: "
              WS-RECORDS-READ.
           DISPLAY "CLEARED (FALSE MATCH) ..........: "
              WS-CNT-CLEARED.
           DISPLAY "  RELEASED INTO TODAY'S RUN ....: "
              WS-CNT-RELEASED.
           DISPLAY "CONFIRMED MATCH ................: "
              WS-CNT-CONFIRMED.
           DISPLAY "  BORROWERS NEWLY FLAGGED ......: "
              WS-CNT-FLAGGED.
           DISPLAY "SELF-DECISION REFUSED ..........: "
              WS-CNT-SELF-REFUSED.
           DISPLAY "STILL QUEUED ...................: "
              WS-CNT-STILL-QUEUED.
           DISPLAY "CONFIRMED MATCHES LIFTED .......: "
              WS-CNT-LIFTED.
           DISPLAY "CARDS WITH NOTHING TO DECIDE ...: "
              WS-CNT-UNMATCHED.
           DISPLAY "UNUSABLE CARDS IGNORED .........: "
              WS-CNT-BAD-CARD.
           DISPLAY "----------------------------------------------".
           IF WS-RECORDS-READ NOT = WS-CNT-CLEARED
                 + WS-CNT-CONFIRMED + WS-CNT-STILL-QUEUED
              DISPLAY "*** OUT OF BALANCE - READ <> CLEARED + "
                 "CONFIRMED + STILL QUEUED"
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY "BALANCED: READ = CLEARED + CONFIRMED + "
                 "STILL QUEUED"
           END-IF
           DISPLAY "==============================================".
