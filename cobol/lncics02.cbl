      *     (CICS FILE "LNREPQ") THAT RIDES INTO THE NEXT LNVAL01
      *     SORT, STAMPED "R" IN BYTE 79 LIKE AN LNSUSP01
      *     RESUBMISSION SO FEED BALANCING EXCLUDES IT, AND THE
      *     SUSPENSE ITEM'S DISPOSITION IS REWRITTEN TO "R";
      *   - EVERY IMAGE FIELD THE REPAIR CHANGED, AND THE DISPOSITION
      *     CHANGE ITSELF, IS WRITTEN TO THE CHANGE JOURNAL (CICS
      *     FILE "LNCHGJ", copy/chgjrec.cpy) WITH THE SIGNED-ON USER,
      *     THE TERMINAL, AND THE OLD AND NEW VALUES, BEFORE ANYTHING
      *     IS STAGED - A REPAIR THE JOURNAL CANNOT TAKE IS REFUSED.
      * ONLY LOAN-VIEW TRANSACTIONS (MAINT A/C/D/P/K/SPACE) CAN BE
      * STAGED HERE - THE OTHER FEED VIEWS CARRY DIFFERENT FIELDS
      * IN THE SAME COLUMNS AND STILL GO THROUGH CORRIN. RESTRICT
      * TRANSACTION LNQR TO THE BACK OFFICE GROUP IN THE CSD/ESM -
      * come back to the exact record shown.
       01  WS-BROWSE-RBA          PIC S9(08) COMP VALUE ZERO.
       01  WS-SEEN-COUNT          PIC 9(04) VALUE ZERO.
      * Change-journal work. The merge notes each keyed field whose
      * value moves (old and new image bytes as they stand - the
      * image is raw feed data, and a rejected field may not even be
      * numeric); the notes are journaled once the edits pass.
       01  WS-USERID              PIC X(08) VALUE SPACES.
       01  WS-CHANGE-TS           PIC X(14) VALUE SPACES.
       01  WS-ESDS-RBA            PIC S9(08) COMP VALUE ZERO.
       01  WS-JRNL-FAILED-SW      PIC X(01) VALUE "N".
           88  JRNL-FAILED        VALUE "Y".
       01  WS-NOTE-FIELD          PIC X(18) VALUE SPACES.
       01  WS-NOTE-OLD            PIC X(30) VALUE SPACES.
       01  WS-NOTE-NEW            PIC X(30) VALUE SPACES.
       01  WS-NOTE-IDX            PIC 9(02) VALUE ZERO.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-COUNT      PIC 9(02) VALUE ZERO.
           05  WS-NOTE-ENTRY      OCCURS 16 TIMES.
               10  WS-NT-FIELD    PIC X(18).
               10  WS-NT-OLD      PIC X(30).
               10  WS-NT-NEW      PIC X(30).

       COPY SUSPREC.
      * Loan view of the 120-byte transaction image. Only TRANS-REC
      * is used here; the other views in the copybook are the batch
      * FD's implicit redefinitions and sit unreferenced.
       COPY TRANSREC.
       COPY CHGJREC.
       COPY LNSUSMP.
       COPY DFHAID.


       4300-MERGE-AND-EDIT.
           MOVE SUSP-TRANS-IMAGE TO TRANS-REC
           MOVE ZERO TO WS-NOTE-COUNT
      * Short-keyed character fields arrive padded with trailing
      * LOW-VALUES - normalize them before they land in the image
      * (the numeric PICIN fields are converted by BMS and need no
           INSPECT BORRIDI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT IDXCDI REPLACING ALL LOW-VALUE BY SPACE
           IF AMOUNTL > ZERO
              MOVE "T-AMOUNT-IN" TO WS-NOTE-FIELD
              MOVE T-AMOUNT-IN(1:) TO WS-NOTE-OLD
              MOVE AMOUNTI TO T-AMOUNT-IN
              MOVE T-AMOUNT-IN(1:) TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF MAINTL > ZERO
              MOVE "T-MAINT-CODE-IN" TO WS-NOTE-FIELD
              MOVE T-MAINT-CODE-IN TO WS-NOTE-OLD
              MOVE MAINTI TO T-MAINT-CODE-IN
              MOVE T-MAINT-CODE-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF STATUSL > ZERO
              MOVE "T-STATUS-IN" TO WS-NOTE-FIELD
              MOVE T-STATUS-IN TO WS-NOTE-OLD
              MOVE STATUSI TO T-STATUS-IN
              MOVE T-STATUS-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF RATEL > ZERO
              MOVE "T-INTEREST-RATE-IN" TO WS-NOTE-FIELD
              MOVE T-INTEREST-RATE-IN(1:) TO WS-NOTE-OLD
              MOVE RATEI TO T-INTEREST-RATE-IN
              MOVE T-INTEREST-RATE-IN(1:) TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF TERMMOL > ZERO
              MOVE "T-TERM-MONTHS-IN" TO WS-NOTE-FIELD
              MOVE T-TERM-MONTHS-IN TO WS-NOTE-OLD
              MOVE TERMMOI TO T-TERM-MONTHS-IN
              MOVE T-TERM-MONTHS-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF CURRL > ZERO
              MOVE "T-CURRENCY-CODE-IN" TO WS-NOTE-FIELD
              MOVE T-CURRENCY-CODE-IN TO WS-NOTE-OLD
              MOVE CURRI TO T-CURRENCY-CODE-IN
              MOVE T-CURRENCY-CODE-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF ORIGDTL > ZERO
              MOVE "T-ORIG-DATE-IN" TO WS-NOTE-FIELD
              MOVE T-ORIGINATION-DATE-IN TO WS-NOTE-OLD
              MOVE ORIGDTI TO T-ORIGINATION-DATE-IN
              MOVE T-ORIGINATION-DATE-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF NEXTDUEL > ZERO
              MOVE "T-NEXT-DUE-IN" TO WS-NOTE-FIELD
              MOVE T-NEXT-PAYMENT-DUE-IN TO WS-NOTE-OLD
              MOVE NEXTDUEI TO T-NEXT-PAYMENT-DUE-IN
              MOVE T-NEXT-PAYMENT-DUE-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF EFFDTL > ZERO
              MOVE "T-EFF-DATE-IN" TO WS-NOTE-FIELD
              MOVE T-EFFECTIVE-DATE-IN TO WS-NOTE-OLD
              MOVE EFFDTI TO T-EFFECTIVE-DATE-IN
              MOVE T-EFFECTIVE-DATE-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF BORRIDL > ZERO
              MOVE "T-BORROWER-ID-IN" TO WS-NOTE-FIELD
              MOVE T-BORROWER-ID-IN TO WS-NOTE-OLD
              MOVE BORRIDI TO T-BORROWER-ID-IN
              MOVE T-BORROWER-ID-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF RTYPEL > ZERO
              MOVE "T-RATE-TYPE-IN" TO WS-NOTE-FIELD
              MOVE T-RATE-TYPE-IN TO WS-NOTE-OLD
              MOVE RTYPEI TO T-RATE-TYPE-IN
              MOVE T-RATE-TYPE-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF IDXCDL > ZERO
              MOVE "T-INDEX-CODE-IN" TO WS-NOTE-FIELD
              MOVE T-INDEX-CODE-IN TO WS-NOTE-OLD
              MOVE IDXCDI TO T-INDEX-CODE-IN
              MOVE T-INDEX-CODE-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF MARGINL > ZERO
              MOVE "T-MARGIN-IN" TO WS-NOTE-FIELD
              MOVE T-MARGIN-IN(1:) TO WS-NOTE-OLD
              MOVE MARGINI TO T-MARGIN-IN
              MOVE T-MARGIN-IN(1:) TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           IF NXTRSTL > ZERO
              MOVE "T-NEXT-RESET-IN" TO WS-NOTE-FIELD
              MOVE T-NEXT-RESET-IN TO WS-NOTE-OLD
              MOVE NXTRSTI TO T-NEXT-RESET-IN
              MOVE T-NEXT-RESET-IN TO WS-NOTE-NEW
              PERFORM 4350-NOTE-CHANGE
           END-IF
           PERFORM 4100-EDIT-MERGED-IMAGE.

      * Keep a re-keyed field only if its value actually moved - a
      * field keyed back to what the feed sent is not a change.
       4350-NOTE-CHANGE.
           IF WS-NOTE-OLD NOT = WS-NOTE-NEW
              AND WS-NOTE-COUNT < 16
              ADD 1 TO WS-NOTE-COUNT
              MOVE WS-NOTE-FIELD TO WS-NT-FIELD(WS-NOTE-COUNT)
              MOVE WS-NOTE-OLD   TO WS-NT-OLD(WS-NOTE-COUNT)
              MOVE WS-NOTE-NEW   TO WS-NT-NEW(WS-NOTE-COUNT)
           END-IF.

      * The same edits, in the same order and wording, that LNVAL01
      * applies on the batch feed - 1014-VALIDATE-AMOUNT for the
      * amount, 1018-VALIDATE-LOAN-TERMS for the rest, plus the
      * fields, so an untouched-but-bad field is caught here too.
      * A DELETE carries no amount or terms to edit (the batch
      * rebuild path validates neither on that path); a PAYMENT
      * or CURTAILMENT gets the amount edit its posting path
      * applies.
       4100-EDIT-MERGED-IMAGE.
           MOVE "N" TO WS-EDIT-FAILED-SW
           EVALUATE T-MAINT-CODE-IN
              WHEN "D"
                 CONTINUE
              WHEN "P"
              WHEN "K"
                 PERFORM 4110-EDIT-AMOUNT
              WHEN "A"
              WHEN "C"
      * record is not part of the next source feed's trailer
      * totals.
           MOVE "R" TO T-FILLER-IN
      * Journal first: a repair that cannot be journaled is not
      * staged. The rollback backs out any entries already written
      * and releases the suspense item's lock.
           PERFORM 4450-JOURNAL-THE-REPAIR
           IF JRNL-FAILED
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE "JOURNAL ERROR - REPAIR NOT STAGED, CALL OPS"
                 TO WS-MESSAGE
              PERFORM 8000-RESHOW-MAP
           ELSE
              PERFORM 4500-STAGE-AND-CLOSE
           END-IF.

       4450-JOURNAL-THE-REPAIR.
           MOVE "N" TO WS-JRNL-FAILED-SW
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TS
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > WS-NOTE-COUNT
                      OR JRNL-FAILED
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE WS-NT-FIELD(WS-NOTE-IDX) TO CJ-FIELD
              MOVE WS-NT-OLD(WS-NOTE-IDX)   TO CJ-OLD-VALUE
              MOVE WS-NT-NEW(WS-NOTE-IDX)   TO CJ-NEW-VALUE
              PERFORM 4460-WRITE-JOURNAL
           END-PERFORM
      * The disposition change closes the item - always journaled,
      * so a repair that re-keyed nothing still shows who staged it.
           IF NOT JRNL-FAILED
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE "SUSP-DISPOSITION" TO CJ-FIELD
              MOVE SUSP-DISPOSITION   TO CJ-OLD-VALUE
              MOVE "R"                TO CJ-NEW-VALUE
              PERFORM 4460-WRITE-JOURNAL
           END-IF.

       4460-WRITE-JOURNAL.
           MOVE WS-CHANGE-TS  TO CJ-TIMESTAMP
           MOVE "O"           TO CJ-SOURCE
           MOVE "LNCICS02"    TO CJ-PROGRAM
           MOVE WS-USERID     TO CJ-OPERATOR
           MOVE EIBTRMID      TO CJ-TERMINAL
           MOVE "S"           TO CJ-ENTITY
           MOVE SUSP-LOAN-ID  TO CJ-KEY(1:10)
           MOVE SUSP-RUN-DATE TO CJ-KEY(12:8)
           EXEC CICS WRITE FILE('LNCHGJ')
                FROM(CHANGE-JOURNAL-REC)
                RIDFLD(WS-ESDS-RBA) RBA
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET JRNL-FAILED TO TRUE
           END-IF.

       4500-STAGE-AND-CLOSE.
           EXEC CICS WRITE FILE('LNREPQ')
                FROM(TRANS-REC)
                RIDFLD(WS-BROWSE-RBA) RBA
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
              MOVE "REPAIR QUEUE ERROR - CONTACT OPERATIONS"
                 TO WS-MESSAGE
