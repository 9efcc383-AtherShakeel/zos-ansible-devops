      *     ZERO AMOUNT, NON-NUMERIC RATE, AND OUT-OF-RANGE DATES
      *     ARE REFUSED WITH THE SAME WORDING THE SUSPENSE FILE
      *     USES - AND L-LAST-MAINTAINED-TS IS STAMPED ON REWRITE.
      *     EVERY FIELD THE CORRECTION ACTUALLY CHANGES IS WRITTEN TO
      *     THE CHANGE JOURNAL (CICS FILE "LNCHGJ", copy/chgjrec.cpy)
      *     WITH THE SIGNED-ON USER, THE TERMINAL, AND THE OLD AND
      *     NEW VALUES, AND A STATEMENT-EXTRACT IMAGE OF THE LOAN AS
      *     IT STOOD BEFORE (STMT-ACTION "O") IS STAGED TO THE
      *     ONLINE-CORRECTION QUEUE (CICS FILE "LNOCOR"). THE NIGHTLY
      *     LNOCOR01 RUN POSTS THE QUEUE: THE IMAGE JOINS THE
      *     STATEMENT EXTRACT (SO LNBKOT01 CAN BACK THE CORRECTION
      *     OUT) AND A BALANCE CORRECTION CUTS ITS GL ADJUSTMENT
      *     PAIR. IF EITHER WRITE FAILS THE MASTER REWRITE IS ROLLED
      *     BACK - A CORRECTION NOBODY CAN ACCOUNT FOR NEVER STANDS.
      *     RESTRICT TRANSACTION LNQM'S UPDATE KEYS TO THE BACK
      *     OFFICE SUPERVISOR GROUP IN THE CSD/ESM - THE PROGRAM
      *     ASSUMES THE TRANSACTION ITSELF IS THE GATE.
      *   - ENTRY FROM ANOTHER TRANSACTION: LNCICS03 (LNQB) XCTLS
      *     HERE WITH CA-MODE "X" AND THE LOAN ID IN THE COMMAREA,
      *     AND THE LOAN IS INQUIRED ON STRAIGHT AWAY.
      * PSEUDO-CONVERSATIONAL THROUGHOUT; STATE RIDES IN THE
      * COMMAREA.
      *================================================================*
      * handed to the browse.
       01  WS-BROWSE-RID          PIC X(30) VALUE SPACES.
       01  WS-SEEN-COUNT          PIC 9(04) VALUE ZERO.
      * Correction bookkeeping: one clock reading stamps the master,
      * the journal entries and the staged image alike; its time of
      * day (to the hundredth) orders the image for LNBKOT01.
       01  WS-CHANGE-TS.
           05  WS-CHANGE-DATE     PIC X(08).
           05  WS-CHANGE-TIME     PIC 9(08).
       01  WS-USERID              PIC X(08) VALUE SPACES.
       01  WS-ESDS-RBA            PIC S9(08) COMP VALUE ZERO.
       01  WS-CHANGE-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-JRNL-FAILED-SW      PIC X(01) VALUE "N".
           88  JRNL-FAILED        VALUE "Y".
       01  WS-EDIT-AMT            PIC Z(6)9.99.
       01  WS-EDIT-RATE           PIC Z9.999.

       COPY LOANREC.
      * The record as read for update, before the correction.
       COPY LOANREC REPLACING ==LOAN-RECORD== BY ==BEFORE-LOAN-RECORD==
                              LEADING ==L-== BY ==BF-==.
       COPY CHGJREC.
       COPY STMTREC.
       COPY LNMSTMP.
      * Attention identifier values (DFHENTER/DFHPF3/...) - an
      * ordinary copybook the program must include; only the EIB
           05  CA-MODE            PIC X(01).
               88  CA-MODE-INQUIRY    VALUE "I".
               88  CA-MODE-UPDATE     VALUE "U".
      * Set only by a transaction handing a loan over by XCTL - the
      * terminal is still showing that transaction's map, so there
      * is nothing of this program's to receive.
               88  CA-MODE-TRANSFER   VALUE "X".
           05  CA-LOAN-ID         PIC X(10).
           05  CA-BROWSE-NAME     PIC X(30).
      * How many of this name's duplicates have already been shown -
              PERFORM 1000-FIRST-TIME
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              IF CA-MODE-TRANSFER
                 MOVE "I" TO CA-MODE
                 MOVE SPACES TO CA-BROWSE-NAME
                 MOVE ZERO TO CA-SHOWN-COUNT
                 PERFORM 2100-READ-BY-LOAN-ID
              ELSE
                 EVALUATE EIBAID
                    WHEN DFHPF3
                       PERFORM 9000-EXIT-TRANSACTION
                    WHEN DFHPF5
                       PERFORM 4000-APPLY-UPDATE
                    WHEN DFHPF8
                       PERFORM 3000-BROWSE-NEXT-NAME
                    WHEN DFHENTER
                       PERFORM 2000-INQUIRY
                    WHEN OTHER
                       MOVE "UNRECOGNIZED KEY - ENTER, PF3, PF5, PF8"
                          TO WS-MESSAGE
                       PERFORM 8000-RESHOW-MAP
                 END-EVALUATE
              END-IF
           END-IF
           PERFORM 8900-RETURN-TRANSID.

              MOVE "LOAN DISAPPEARED - RE-INQUIRE" TO WS-MESSAGE
              PERFORM 8000-RESHOW-MAP
           ELSE
              MOVE LOAN-RECORD TO BEFORE-LOAN-RECORD
              MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CHANGE-TS
              IF AMOUNTL > ZERO
                 MOVE AMOUNTI TO L-LOAN-AMOUNT
              END-IF
              IF NEXTDUEL > ZERO
                 MOVE NEXTDUEI TO L-NEXT-PAYMENT-DUE
              END-IF
              MOVE WS-CHANGE-TS(1:14) TO L-LAST-MAINTAINED-TS
              EXEC CICS REWRITE FILE('LNMAST')
                   FROM(LOAN-RECORD)
                   RESP(WS-RESP) RESP2(WS-RESP2)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM 4300-JOURNAL-THE-CHANGE
                 IF JRNL-FAILED
      * LNMAST is recoverable, so the rollback takes the rewrite
      * back out; the screen shows the record as it still stands.
                    EXEC CICS SYNCPOINT ROLLBACK
                    END-EXEC
                    MOVE BEFORE-LOAN-RECORD TO LOAN-RECORD
                    MOVE "JOURNAL ERROR - CHANGE BACKED OUT, CALL OPS"
                       TO WS-MESSAGE
                 ELSE
                    MOVE "UPDATE APPLIED AND JOURNALED" TO WS-MESSAGE
                 END-IF
                 PERFORM 7000-FORMAT-RECORD
                 PERFORM 8000-RESHOW-MAP
              ELSE
              END-IF
           END-IF.

      * One journal entry per field whose value actually moved (a
      * field re-keyed to the value it already had is no change),
      * then the before image for the nightly posting run. An ESDS
      * add cannot be backed out, so the image - the record that
      * reaches the GL - goes last: a failure anywhere leaves at
      * most a journal entry for a correction that was rolled back,
      * never a posting for one.
       4300-JOURNAL-THE-CHANGE.
           MOVE "N" TO WS-JRNL-FAILED-SW
           MOVE ZERO TO WS-CHANGE-COUNT
           EXEC CICS ASSIGN USERID(WS-USERID)
           END-EXEC
           IF L-LOAN-AMOUNT NOT = BF-LOAN-AMOUNT
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE "L-LOAN-AMOUNT" TO CJ-FIELD
              MOVE BF-LOAN-AMOUNT TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO CJ-OLD-VALUE
              MOVE L-LOAN-AMOUNT TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT TO CJ-NEW-VALUE
              PERFORM 4310-WRITE-JOURNAL
           END-IF
           IF NOT JRNL-FAILED
              AND L-LOAN-STATUS NOT = BF-LOAN-STATUS
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE "L-LOAN-STATUS" TO CJ-FIELD
              MOVE BF-LOAN-STATUS TO CJ-OLD-VALUE
              MOVE L-LOAN-STATUS TO CJ-NEW-VALUE
              PERFORM 4310-WRITE-JOURNAL
           END-IF
           IF NOT JRNL-FAILED
              AND L-INTEREST-RATE NOT = BF-INTEREST-RATE
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE "L-INTEREST-RATE" TO CJ-FIELD
              MOVE BF-INTEREST-RATE TO WS-EDIT-RATE
              MOVE WS-EDIT-RATE TO CJ-OLD-VALUE
              MOVE L-INTEREST-RATE TO WS-EDIT-RATE
              MOVE WS-EDIT-RATE TO CJ-NEW-VALUE
              PERFORM 4310-WRITE-JOURNAL
           END-IF
           IF NOT JRNL-FAILED
              AND L-NEXT-PAYMENT-DUE NOT = BF-NEXT-PAYMENT-DUE
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE "L-NEXT-PAYMENT-DUE" TO CJ-FIELD
              MOVE BF-NEXT-PAYMENT-DUE TO CJ-OLD-VALUE
              MOVE L-NEXT-PAYMENT-DUE TO CJ-NEW-VALUE
              PERFORM 4310-WRITE-JOURNAL
           END-IF
           IF NOT JRNL-FAILED AND WS-CHANGE-COUNT > ZERO
              PERFORM 4320-STAGE-BEFORE-IMAGE
           END-IF.

       4310-WRITE-JOURNAL.
           MOVE WS-CHANGE-TS(1:14) TO CJ-TIMESTAMP
           MOVE "O"                TO CJ-SOURCE
           MOVE "LNCICS01"         TO CJ-PROGRAM
           MOVE WS-USERID          TO CJ-OPERATOR
           MOVE EIBTRMID           TO CJ-TERMINAL
           MOVE "L"                TO CJ-ENTITY
           MOVE L-LOAN-ID          TO CJ-KEY
           EXEC CICS WRITE FILE('LNCHGJ')
                FROM(CHANGE-JOURNAL-REC)
                RIDFLD(WS-ESDS-RBA) RBA
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WS-CHANGE-COUNT
           ELSE
              SET JRNL-FAILED TO TRUE
           END-IF.

      * Same layout LNVAL01's 1016 writes to the statement extract.
      * STMT-RUN-DATE is the day of the correction; STMT-RUN-SEQ is
      * its time of day, so LNBKOT01's descending sort unwinds a
      * day's corrections newest first.
       4320-STAGE-BEFORE-IMAGE.
           MOVE SPACES TO STATEMENT-REC
           MOVE L-LOAN-ID          TO STMT-LOAN-ID
           MOVE L-BORROWER-NAME    TO STMT-BORROWER
           MOVE "O"                TO STMT-ACTION
           MOVE BF-LOAN-STATUS     TO STMT-BEFORE-STATUS
           MOVE BF-LOAN-AMOUNT     TO STMT-BEFORE-AMOUNT
           MOVE L-LOAN-STATUS      TO STMT-AFTER-STATUS
           MOVE L-LOAN-AMOUNT      TO STMT-AFTER-AMOUNT
           MOVE L-CURRENCY-CODE    TO STMT-CURRENCY-CODE
           MOVE WS-CHANGE-DATE     TO STMT-RUN-DATE
           MOVE WS-CHANGE-TIME     TO STMT-RUN-SEQ
           MOVE BEFORE-LOAN-RECORD TO STMT-BEFORE-RECORD
           EXEC CICS WRITE FILE('LNOCOR')
                FROM(STATEMENT-REC)
                RIDFLD(WS-ESDS-RBA) RBA
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET JRNL-FAILED TO TRUE
           END-IF.

       7000-FORMAT-RECORD.
           MOVE LOW-VALUES TO LNMSTMO
           MOVE L-LOAN-ID           TO LOANIDO
