                  FILE STATUS  IS WS-COLL-STATUS.
           SELECT XREF-FILE ASSIGN TO BXRFVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BX-KEY
                  FILE STATUS  IS WS-XREF-STATUS.
           SELECT LEGAL-FILE ASSIGN TO LEGLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS LG-KEY
                  FILE STATUS  IS WS-LEGAL-STATUS.
           SELECT PERIOD-FILE ASSIGN TO PERCTL
                  FILE STATUS IS WS-PER-STATUS.
           SELECT PARM-FILE ASSIGN TO THRESHPM
                  FILE STATUS IS WS-PARM-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDOUT
                  FILE STATUS IS WS-HOLD-STATUS.
           SELECT SANCTION-QUEUE-FILE ASSIGN TO SANQOUT
                  FILE STATUS IS WS-SANQ-STATUS.
      * The field-level change journal is the VSAM ESDS the online
      * maintenance transactions also append to (AS- ASSIGN, same as
      * SUSPOUT) - see jcl/lnjrnlvs.jcl.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO AS-CHGJRNL
                  FILE STATUS IS WS-JRNL-STATUS.
      * Partitioned run (jcl/lnvstrm.jcl): the one-card stream
      * selector, the ranges LNVSPL01 cut, this stream's result for
      * LNVMRG01, and its payment-history postings. A run with no
      * STRMSEL card is the single-stream run and opens none of
      * the other three.
           SELECT STREAM-SELECT-FILE ASSIGN TO STRMSEL
                  FILE STATUS IS WS-STRM-STATUS.
           SELECT STREAM-RANGE-FILE ASSIGN TO STRMRNG
                  FILE STATUS IS WS-SRNG-STATUS.
           SELECT STREAM-RESULT-FILE ASSIGN TO STRMOUT
                  FILE STATUS IS WS-SRES-STATUS.
           SELECT PAYHIST-OUT-FILE ASSIGN TO PAYHOUT
                  FILE STATUS IS WS-PAYO-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * deposit, R=charge-off recovery income, Q=reversed recovery
      * income (NSF on a recovery check), F=late fees collected,
      * J=reversed late fees, Z=waived payoff drift on a quote
      * settlement, Y=payment interest relieving the accrued-interest
      * receivable the nightly accrual pass booked, T=accrued
      * interest reversed (booked bucket a quote settlement or a
      * delete wrote off), B=late fees written off (owed fees a
      * quote settlement or a delete forgave). A payment's interest
      * relieves the receivable up to the loan's accrued bucket (Y)
      * and only the excess is income (I); a reversed payment's
      * interest goes back on the receivable (W), just as it goes
      * back into the bucket. Late fees are income when LNFEE01
      * assesses them, so F and J move the fee receivable, not fee
      * income.
       FD  GL-FILE.
       01  GL-POSTING-REC.
           05  GL-RUN-DATE         PIC X(08).
       FD  XREF-FILE.
       COPY BXRFREC.

      * Legal-status holds (bankruptcy, litigation, dispute,
      * deceased) - maintained here (maint code "H"), read through
      * LNLGL01 by every step that must stand down on a held loan.
       FD  LEGAL-FILE.
       COPY LGLREC.

      * Accounting period control, written by LNGLP01's close step
      * - a transaction effective inside a closed period goes to
      * suspense, never onto a month finance already reported.
       FD  HOLD-FILE.
       COPY HOLDREC.

      * Sanctions compliance queue: a borrower or cross-reference
      * transaction whose party scored a watch-list hit lands here
      * verbatim; LNSANA01 clears or confirms it - see
      * copy/sanqrec.cpy.
       FD  SANCTION-QUEUE-FILE.
       COPY SANQREC.

      * One record per master field a maintenance transaction added,
      * changed or removed - copy/chgjrec.cpy.
       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJREC.

      * Stream number in cols 1-2; blank card = single-stream run.
       FD  STREAM-SELECT-FILE.
       01  STREAM-SELECT-REC.
           05  SSL-STREAM-NO       PIC X(02).
           05  FILLER              PIC X(78).

       FD  STREAM-RANGE-FILE.
       COPY STRMRNG.

       FD  STREAM-RESULT-FILE.
       COPY STRMRES.

      * A stream's payments, PAYMENT-REC images for the merge job to
      * load onto PAYHIST - see 1031-WRITE-PAYMENT-HISTORY.
       FD  PAYHIST-OUT-FILE.
       01  PAYHIST-OUT-REC         PIC X(107).

       WORKING-STORAGE SECTION.

       01  WS-VSAM-STATUS          PIC X(02) VALUE "00".
      * DYNAMIC CALL VARIABLE
       01  WS-DYNAMIC-PROG         PIC X(08) VALUE SPACES.
       01  WS-TERM-MONTHS-PARM     PIC 9(03) VALUE ZERO.
       01  WS-LEVEL-PAYMENT-PARM   PIC 9(07)V99 VALUE ZERO.
      * Balloon amortization period off T-AMORT-YEARS-IN, in months;
      * zero = fully amortizing over the term.
       01  WS-AMORT-YEARS          PIC 9(02) VALUE ZERO.
       01  WS-AMORT-MONTHS         PIC 9(03) VALUE ZERO.
       01  WS-DATE-MM              PIC 99 VALUE ZERO.
       01  WS-DATE-DD              PIC 99 VALUE ZERO.

       01  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 50.
       01  WS-APPLIED-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-PREV-LOAN-ID         PIC X(10) VALUE SPACES.
      * "Y" while every record seen so far under the current loan ID
      * carries the origination-package stamp ("O" in byte 79) - a
      * further "O" record under that ID is then the next piece of
      * the same package, not a duplicate. Any unstamped record
      * under the ID drops it for the rest of that ID's run.
       01  WS-PACKAGE-RUN-SW       PIC X(01) VALUE "N".
           88  PACKAGE-RUN         VALUE "Y".

      * SUSPENSE / REJECT CONTROLS
       01  WS-SUSP-STATUS          PIC X(02) VALUE "00".
      * by LNSUSP01 or the LNCICS02 repair screen) and dual-control
      * items LNAPPR01 released (T-FILLER-IN "A") ride in with the
      * feed but are not the source system's records, so they are
      * excluded from the comparison - as are the origination
      * packages LNAPPL01 writes for funded applications
      * (T-FILLER-IN "O") and sanctions holds LNSANA01 cleared
      * (T-FILLER-IN "S").
       01  WS-FEEDLOG-STATUS       PIC X(02) VALUE "00".
       01  WS-FEED-EOF-SW          PIC X(01) VALUE "N".
           88  FEED-SCAN-EOF       VALUE "Y".
       01  WS-HASH-WORK-CODE       PIC X(03) VALUE SPACES.
       01  WS-CNT-CONTROL          PIC 9(09) VALUE ZERO.

      * PARTITIONED RUN CONTROLS. With a STRMSEL card this run is one
      * stream of a partitioned run: it still validates the whole
      * feed, but applies only the records in its own loan-ID range
      * (cut by LNVSPL01), counts and hashes that slice so LNVMRG01
      * can balance the streams against the trailer, and leaves the
      * feed log, the quote-log flagging and the run-control end
      * event to LNVMRG01 - see 0040-LOAD-STREAM-SELECT.
       01  WS-STRM-STATUS          PIC X(02) VALUE "00".
       01  WS-SRNG-STATUS          PIC X(02) VALUE "00".
       01  WS-SRES-STATUS          PIC X(02) VALUE "00".
       01  WS-PAYO-STATUS          PIC X(02) VALUE "00".
       01  WS-STREAM-MODE-SW       PIC X(01) VALUE "N".
           88  STREAM-MODE         VALUE "Y".
       01  WS-STREAM-FOUND-SW      PIC X(01) VALUE "N".
           88  STREAM-RANGE-FOUND  VALUE "Y".
       01  WS-SRNG-EOF-SW          PIC X(01) VALUE "N".
           88  SRNG-EOF            VALUE "Y".
       01  WS-SRES-EOF-SW          PIC X(01) VALUE "N".
           88  SRES-EOF            VALUE "Y".
       01  WS-STREAM-NO            PIC 9(02) VALUE ZERO.
       01  WS-STREAM-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-STREAM-LOW-ID        PIC X(10) VALUE LOW-VALUES.
       01  WS-STREAM-HIGH-ID       PIC X(10) VALUE HIGH-VALUES.
       01  WS-STREAM-LOW-SHOW      PIC X(10) VALUE SPACES.
       01  WS-STREAM-HIGH-SHOW     PIC X(10) VALUE SPACES.
       01  WS-STREAM-RECORDS       PIC 9(09) VALUE ZERO.
       01  WS-SRNG-FEED-DATE       PIC X(08) VALUE SPACES.
       01  WS-SRNG-SOURCE-ID       PIC X(08) VALUE SPACES.
       01  WS-CNT-OUT-OF-RANGE     PIC 9(09) VALUE ZERO.
       01  WS-SLICE-RECORD-COUNT   PIC 9(09) VALUE ZERO.
       01  WS-SLICE-DETAIL-COUNT   PIC 9(09) VALUE ZERO.
       01  WS-SLICE-HASH-TABLE.
           05  WS-SLICE-HASH-COUNT PIC 9(02) VALUE ZERO.
           05  WS-SLICE-HASH-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-SLICE-IDX.
               10  WS-SLICE-HASH-CODE PIC X(03).
               10  WS-SLICE-HASH-AMT  PIC 9(11)V99.
       01  WS-SLICE-WORK-CODE      PIC X(03) VALUE SPACES.
       01  WS-SLICE-FOUND-SW       PIC X(01) VALUE "N".
           88  SLICE-CODE-FOUND    VALUE "Y".
       01  WS-SRES-REJECTS         PIC 9(04) VALUE ZERO.
       01  WS-SRES-QUOTES          PIC 9(04) VALUE ZERO.
       01  WS-PAY-SEQ-FREE-SW      PIC X(01) VALUE "N".
           88  PAY-SEQ-FREE        VALUE "Y".
       01  WS-PAYO-LAST-KEY.
           05  WS-PAYO-LAST-LOAN   PIC X(10) VALUE SPACES.
           05  WS-PAYO-LAST-DATE   PIC X(08) VALUE SPACES.
       01  WS-PAYO-LAST-SEQ        PIC 9(03) VALUE ZERO.

      * GL POSTING EXTRACT CONTROLS. Activity is summarized in this
      * table during the run - one cell per action/currency/tier
      * combination actually seen - and only written to GLOUT at end
       01  WS-BORR-FOUND-SW        PIC X(01) VALUE "N".
           88  BORROWER-ON-FILE    VALUE "Y".
       01  WS-BEFORE-BORROWER-ID   PIC X(10) VALUE SPACES.
       01  WS-MAINT-BORROWER-ID    PIC X(10) VALUE SPACES.
       01  WS-BEFORE-RATE-TYPE     PIC X(01) VALUE SPACE.
       01  WS-BEFORE-INDEX-CODE    PIC X(03) VALUE SPACES.
       01  WS-BEFORE-MARGIN        PIC 9(02)V999 VALUE ZERO.
       01  WS-PAY-ESCROW           PIC 9(07)V99 VALUE ZERO.
       01  WS-PAY-FEE              PIC 9(07)V99 VALUE ZERO.
       01  WS-PAY-REMAINING        PIC 9(07)V99 VALUE ZERO.
       01  WS-PAY-ACCR-RELIEF      PIC 9(07)V99 VALUE ZERO.
       01  WS-PAY-ACCR-SHORT       PIC 9(07)V99 VALUE ZERO.

      * PAYMENT REVERSAL CONTROLS
       01  WS-REV-FOUND-SW         PIC X(01) VALUE "N".
       01  WS-REV-OVERFLOW-SW      PIC X(01) VALUE "N".
           88  REVERSAL-OVERFLOW   VALUE "Y".

      * PRINCIPAL CURTAILMENT / RECAST CONTROLS
      * Type, recast option and pre-recast payment/term carried onto
      * the PAYHIST record by 1031 - blank/zero for every other kind
      * of posting (reset in 1020 for every transaction).
       01  WS-PAY-TYPE             PIC X(01) VALUE SPACE.
       01  WS-RECAST-OPTION        PIC X(01) VALUE SPACE.
           88  RECAST-NONE         VALUE SPACE.
           88  RECAST-PAYMENT      VALUE "P".
           88  RECAST-TERM         VALUE "T".
       01  WS-PRIOR-SCHED-PMT      PIC 9(07)V99 VALUE ZERO.
       01  WS-PRIOR-TERM           PIC 9(03) VALUE ZERO.
       01  WS-RECAST-OK-SW         PIC X(01) VALUE "N".
           88  RECAST-OK           VALUE "Y".
      * Payments left to maturity (next due month through maturity
      * month), and the months the balance needs at the current
      * payment to amortize - longer than the first on a balloon.
       01  WS-REMAIN-MONTHS        PIC S9(05) VALUE ZERO.
       01  WS-NEW-REMAIN-MONTHS    PIC 9(03) VALUE ZERO.
       01  WS-AMORT-REMAIN-MONTHS  PIC 9(05) VALUE ZERO.
       01  WS-RECAST-RATE          PIC 9(01)V9(09) VALUE ZERO.
       01  WS-RECAST-RATIO         PIC 9(01)V9(09) VALUE ZERO.
       01  WS-RECAST-MONTHS-RAW    PIC 9(05)V9(06) VALUE ZERO.
       01  WS-RECAST-BALANCE       PIC 9(07)V99 VALUE ZERO.
       01  WS-RECAST-SAVE-TERM     PIC 9(03) VALUE ZERO.
       01  WS-RECAST-DATE.
           05  WS-RECAST-YYYY      PIC 9(04).
           05  WS-RECAST-MM        PIC 9(02).
           05  WS-RECAST-DD        PIC 9(02).

      * CHARGE-OFF RECOVERY CONTROLS
       01  WS-CHGO-STATUS          PIC X(02) VALUE "00".
       01  WS-CHGO-FOUND-SW        PIC X(01) VALUE "N".
       01  WS-XREF-FOUND-SW        PIC X(01) VALUE "N".
           88  XREF-ON-FILE        VALUE "Y".

      * SANCTIONS SCREENING CONTROLS. A borrower add/change or a new
      * co-borrower/guarantor is screened through LNSANC01 before it
      * reaches the borrower master or cross-reference; a watch-list
      * hit goes to the compliance queue verbatim instead of applying
      * (see copy/sanqrec.cpy). WS-FROZEN-SW is set by 1078 when a
      * party to the loan is a confirmed match.
       01  WS-SANQ-STATUS          PIC X(02) VALUE "00".
       01  WS-SANQ-OPEN-SW         PIC X(01) VALUE "N".
           88  SANQ-FILE-OPEN      VALUE "Y".
       01  WS-SANC-HELD-SW         PIC X(01) VALUE "N".
           88  SANCTION-HELD       VALUE "Y".
       01  WS-FROZEN-SW            PIC X(01) VALUE "N".
           88  SANCTION-FROZEN     VALUE "Y".
       01  WS-SANC-PARTY-ID        PIC X(10) VALUE SPACES.
       01  WS-SANC-CHECK-ID        PIC X(10) VALUE SPACES.
       01  WS-SAVED-SANC-STATUS    PIC X(01) VALUE SPACE.
       01  WS-SAVED-SANC-DATE      PIC X(08) VALUE SPACES.
       01  WS-XREF-BROWSE-SW       PIC X(01) VALUE "N".
           88  XREF-BROWSE-DONE    VALUE "Y".
       COPY SANCCTL.

      * CHANGE JOURNAL CONTROLS. 1080-1089 and 1069 compare the
      * before image 1013 captured (viewed through JRNL-BEFORE-LOAN)
      * with what was just written, and journal each field that
      * moved, in readable form. WS-JRNL-OLD-* hold the borrower
      * master fields read ahead of a borrower add/change/remove.
      * The JRNL-BEFORE-* records hold the collateral, plan, cross-
      * reference and legal hold records as they stood before their
      * maintenance (spaces when the record is new); WS-JRNL-ENTITY
      * and WS-JRNL-KEY name the record journaled when it is not the
      * loan or borrower master.
       01  WS-JRNL-STATUS          PIC X(02) VALUE "00".
       01  WS-JRNL-FIELD           PIC X(18) VALUE SPACES.
       01  WS-JRNL-OLD             PIC X(30) VALUE SPACES.
       01  WS-JRNL-NEW             PIC X(30) VALUE SPACES.
       01  WS-JRNL-EDIT-AMT        PIC Z(6)9.99.
       01  WS-JRNL-EDIT-RATE       PIC Z9.999.
       01  WS-JRNL-OLD-NAME        PIC X(30) VALUE SPACES.
       01  WS-JRNL-OLD-ADDRESS     PIC X(25) VALUE SPACES.
       01  WS-JRNL-OLD-CONTACT     PIC X(12) VALUE SPACES.
       01  WS-JRNL-ENTITY          PIC X(01) VALUE SPACE.
       01  WS-JRNL-KEY             PIC X(20) VALUE SPACES.
       01  WS-CNT-JOURNALED        PIC 9(07) VALUE ZERO.
       COPY LOANREC REPLACING ==LOAN-RECORD== BY ==JRNL-BEFORE-LOAN==
                              LEADING ==L-== BY ==JB-==.
       COPY COLLREC REPLACING ==COLLATERAL-REC== BY ==JRNL-BEFORE-COLL==
                              LEADING ==CL-== BY ==JC-==.
       COPY PLANREC REPLACING ==MOD-PLAN-REC== BY ==JRNL-BEFORE-PLAN==
                              LEADING ==MP-== BY ==JP-==.
       COPY BXRFREC REPLACING ==BORROWER-XREF-REC==
                              BY ==JRNL-BEFORE-XREF==
                              LEADING ==BX-== BY ==JX-==.
       COPY LGLREC REPLACING ==LEGAL-STATUS-REC==
                             BY ==JRNL-BEFORE-LEGAL==
                             LEADING ==LG-== BY ==JG-==.

      * LEGAL HOLD CONTROLS
       01  WS-LEGAL-STATUS         PIC X(02) VALUE "00".
       01  WS-LEGAL-FOUND-SW       PIC X(01) VALUE "N".
           88  LEGAL-ON-FILE       VALUE "Y".

      * COLLATERAL MAINTENANCE CONTROLS
       01  WS-COLL-STATUS          PIC X(02) VALUE "00".
       01  WS-COLL-FOUND-SW        PIC X(01) VALUE "N".
       01  WS-BEFORE-FEE-CYCLE     PIC X(08) VALUE SPACES.
       01  WS-BEFORE-SCHED-PMT     PIC 9(07)V99 VALUE ZERO.
       01  WS-BEFORE-BEHAVIOR      PIC X(01) VALUE SPACE.
       01  WS-BEFORE-CLOSE-STATUS  PIC X(01) VALUE SPACE.
       01  WS-BEFORE-CLOSE-DATE    PIC X(08) VALUE SPACES.
       01  WS-BEFORE-CURRENCY      PIC X(03) VALUE SPACES.
       01  WS-RATE-LOOKUP-CODE     PIC X(03) VALUE SPACES.
       01  WS-REJECT-SW            PIC X(01) VALUE "N".
               10  WS-REJ-REASON   PIC X(30).

      * CONTROL TOTALS / BALANCING COUNTERS
       COPY VALTOTS.


      * Run-control block for the nightly-chain gate (LNRUN01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "LNUTIL01". *> Static Call
           PERFORM 0040-LOAD-STREAM-SELECT.
      * Run-control gate: proves the chain's prerequisites ran for
      * tonight's cycle before this step touches anything, and
      * records the start - see subprogs/lnrun01.cbl. A stream of a
      * partitioned run is a middle piece of the step: LNVSPL01
      * recorded the start and LNVMRG01 records the end, so the
      * stream only proves the step is under way and not yet done.
           MOVE "LNVAL01 " TO RC-STEP-NAME
           IF STREAM-MODE
              MOVE "C" TO RC-PHASE
           ELSE
              MOVE "S" TO RC-PHASE
           END-IF
           CALL "LNRUN01" USING WS-RUN-CONTROL

      * Load today's treasury rates before anything else - LNCURR01
           END-IF
           SET CHKPT-FILE-OPEN TO TRUE.

      * A stream's payment postings go to its own sequential file -
      * the merge job loads them onto PAYHIST.
           IF STREAM-MODE
              OPEN EXTEND PAYHIST-OUT-FILE
              IF WS-PAYO-STATUS NOT = "00"
                 OPEN OUTPUT PAYHIST-OUT-FILE
              END-IF
              IF WS-PAYO-STATUS NOT = "00"
                 DISPLAY "FATAL: PAYHIST-OUT-FILE OPEN FAILED - "
                    "STATUS " WS-PAYO-STATUS
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

      * No OPEN OUTPUT fallback here: the suspense dataset is a
      * REUSE ESDS the conversion job (jcl/lnsuspvs.jcl) creates
      * once, and OPEN OUTPUT against a REUSE cluster RESETS it -
              PERFORM 9999-ABEND
           END-IF.

      * Shared with the online transactions and never reset, so -
      * like SUSPOUT - EXTEND only; a failed open is fatal rather
      * than letting maintenance apply unjournaled.
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "FATAL: CHANGE-JOURNAL-FILE OPEN FAILED - "
                 "STATUS " WS-JRNL-STATUS
              PERFORM 9999-ABEND
           END-IF.

      * Keyed cluster, so the EXTEND/OUTPUT idiom the sequential
      * history files use does not apply - OPEN I-O with an OPEN OUTPUT
      * fallback covers the first run against a freshly defined (empty)
              PERFORM 9999-ABEND
           END-IF.

           OPEN I-O LEGAL-FILE
           IF WS-LEGAL-STATUS NOT = "00"
              OPEN OUTPUT LEGAL-FILE
           END-IF
           IF WS-LEGAL-STATUS NOT = "00"
              DISPLAY "FATAL: LEGAL-FILE OPEN FAILED - STATUS "
                 WS-LEGAL-STATUS
              PERFORM 9999-ABEND
           END-IF.

           PERFORM 1000-PROCESS UNTIL EOF-REACHED.

      * Reaching here means the run completed clean, so the checkpoint
      * "R" checkpoint and STOPs RUN before control ever returns here.
           MOVE "C" TO WS-CHECKPOINT-RUN-STATUS.
           PERFORM 1900-WRITE-CHECKPOINT.
      * A stream hands the feed log and the quote flagging to
      * LNVMRG01 - the feed is processed only once every stream is -
      * and records its own completion instead, in the same place
      * and for the same reason the feed log is written here: a
      * rerun after this point must be refused, not re-applied.
           IF STREAM-MODE
              PERFORM 1950-WRITE-STREAM-RESULT
              CLOSE PAYHIST-OUT-FILE
           ELSE
              PERFORM 1905-LOG-FEED-PROCESSED
              IF WS-CNT-QUOTE-SETTLED > 0
                 PERFORM 1912-FLAG-CONSUMED-QUOTES
              END-IF
           END-IF.
           CLOSE CHECKPOINT-FILE.
           MOVE "N" TO WS-CHKPT-OPEN-SW.
           CLOSE SUSPENSE-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE CHANGE-JOURNAL-FILE.
           CLOSE PAYHIST-FILE.
           CLOSE ESCROW-FILE.
           CLOSE CHARGE-OFF-FILE.
           END-IF.
           CLOSE COLLATERAL-FILE.
           CLOSE XREF-FILE.
           CLOSE LEGAL-FILE.
           IF PENDING-FILE-OPEN
              CLOSE PENDING-FILE
           END-IF.
           IF HOLD-FILE-OPEN
              CLOSE HOLD-FILE
           END-IF.
           IF SANQ-FILE-OPEN
              CLOSE SANCTION-QUEUE-FILE
           END-IF.

           CLOSE TRANS-FILE MASTER-FILE BORROWER-FILE.
           display "vsam closed :" WS-VSAM-STATUS.
      * Record the clean end (and this run's return code) on the
      * run-control dataset - an abend never reaches this, which
      * is exactly the signal the next run and the night report
      * key on. A stream's end is recorded by LNVMRG01 for the
      * whole partitioned run.
           IF NOT STREAM-MODE
              MOVE "E" TO RC-PHASE
              MOVE WS-RECORDS-READ TO RC-RECORDS
              MOVE RETURN-CODE TO RC-RETURN-CODE
              CALL "LNRUN01" USING WS-RUN-CONTROL
           END-IF
           GOBACK.

      * A STRMSEL card makes this run one stream of a partitioned
      * run. Everything about the stream is settled here, before
      * the run-control gate: its range off the range file (which
      * must still be unmerged), and proof that this stream has not
      * already finished - its result file holds an "E" record only
      * between the stream's clean end and the merge job clearing
      * it, and a stream run again in that window would apply its
      * slice twice. Statement sequence numbers start at the stream
      * number times 100,000,000 so the streams' extract records
      * never share one.
       0040-LOAD-STREAM-SELECT.
           OPEN INPUT STREAM-SELECT-FILE
           IF WS-STRM-STATUS = "00"
              READ STREAM-SELECT-FILE
                 AT END
                    MOVE SPACES TO SSL-STREAM-NO
              END-READ
              CLOSE STREAM-SELECT-FILE
              IF SSL-STREAM-NO NOT = SPACES
                 IF SSL-STREAM-NO NOT NUMERIC
                    OR SSL-STREAM-NO = ZERO
                    DISPLAY "FATAL: STRMSEL CARD '" SSL-STREAM-NO
                       "' IS NOT A STREAM NUMBER (COLS 1-2, 01-99)"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 SET STREAM-MODE TO TRUE
                 MOVE SSL-STREAM-NO TO WS-STREAM-NO
              END-IF
           END-IF
           IF STREAM-MODE
              PERFORM 0042-LOAD-STREAM-RANGE
              PERFORM 0044-CHECK-STREAM-RESULT
              COMPUTE WS-STMT-SEQ = WS-STREAM-NO * 100000000
              DISPLAY "LNVAL01: PARTITIONED RUN - STREAM "
                 WS-STREAM-NO " OF " WS-STREAM-COUNT
                 ", LOAN IDS " WS-STREAM-LOW-SHOW
                 " THRU " WS-STREAM-HIGH-SHOW
           END-IF.

       0042-LOAD-STREAM-RANGE.
           OPEN INPUT STREAM-RANGE-FILE
           IF WS-SRNG-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RANGE FILE OPEN FAILED - STATUS "
                 WS-SRNG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0043-LOAD-ONE-RANGE UNTIL SRNG-EOF
           CLOSE STREAM-RANGE-FILE
           IF WS-STREAM-COUNT = ZERO
              DISPLAY "FATAL: STREAM RANGE FILE HAS NO OPEN HEADER - "
                 "RUN LNVSPL01 FOR TONIGHT'S FEED FIRST"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT STREAM-RANGE-FOUND
              DISPLAY "FATAL: STREAM " WS-STREAM-NO " NOT AMONG THE "
                 WS-STREAM-COUNT " STREAMS THE FEED WAS SPLIT INTO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-STREAM-LOW-ID = LOW-VALUES
              MOVE "(FIRST)" TO WS-STREAM-LOW-SHOW
           ELSE
              MOVE WS-STREAM-LOW-ID TO WS-STREAM-LOW-SHOW
           END-IF
           IF WS-STREAM-HIGH-ID = HIGH-VALUES
              MOVE "(LAST)" TO WS-STREAM-HIGH-SHOW
           ELSE
              MOVE WS-STREAM-HIGH-ID TO WS-STREAM-HIGH-SHOW
           END-IF
           IF WS-STREAM-LOW-ID > WS-STREAM-HIGH-ID
              MOVE "(NONE)" TO WS-STREAM-LOW-SHOW
              MOVE "(NONE)" TO WS-STREAM-HIGH-SHOW
           END-IF.

       0043-LOAD-ONE-RANGE.
           READ STREAM-RANGE-FILE
              AT END
                 SET SRNG-EOF TO TRUE
              NOT AT END
                 EVALUATE SRG-REC-TYPE
                    WHEN "H"
                       IF SRH-STATUS NOT = "S"
                          DISPLAY "FATAL: STREAM RANGES FOR FEED "
                             SRH-FEED-DATE " ALREADY MERGED - NO "
                             "STREAM MAY RUN AGAINST THEM"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       MOVE SRH-STREAM-COUNT TO WS-STREAM-COUNT
                       MOVE SRH-FEED-DATE    TO WS-SRNG-FEED-DATE
                       MOVE SRH-SOURCE-ID    TO WS-SRNG-SOURCE-ID
                    WHEN "R"
                       IF SRG-STREAM-NO = WS-STREAM-NO
                          SET STREAM-RANGE-FOUND TO TRUE
                          MOVE SRR-LOW-ID  TO WS-STREAM-LOW-ID
                          MOVE SRR-HIGH-ID TO WS-STREAM-HIGH-ID
                          MOVE SRR-RECORDS TO WS-STREAM-RECORDS
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

      * No file, or an empty one, is the normal case. Any "E" on it
      * means a finished stream the merge job has not yet cleared -
      * either this very stream (run again) or a previous feed's,
      * never merged. Neither may be run over.
       0044-CHECK-STREAM-RESULT.
           OPEN INPUT STREAM-RESULT-FILE
           IF WS-SRES-STATUS = "00"
              PERFORM 0045-CHECK-ONE-RESULT UNTIL SRES-EOF
              CLOSE STREAM-RESULT-FILE
           END-IF.

       0045-CHECK-ONE-RESULT.
           READ STREAM-RESULT-FILE
              AT END
                 SET SRES-EOF TO TRUE
              NOT AT END
                 IF SRS-REC-TYPE = "E"
                    IF SRS-FEED-DATE = WS-SRNG-FEED-DATE
                       AND SRS-SOURCE-ID = WS-SRNG-SOURCE-ID
                       DISPLAY "FATAL: STREAM " SRS-STREAM-NO
                          " ALREADY COMPLETED FOR FEED "
                          SRS-FEED-DATE " / " SRS-SOURCE-ID
                          " - RUN LNVMRG01, NOT THE STREAM AGAIN"
                    ELSE
                       DISPLAY "FATAL: STREAM RESULT FOR FEED "
                          SRS-FEED-DATE " / " SRS-SOURCE-ID
                          " WAS NEVER MERGED - MERGE OR BACK IT OUT "
                          "BEFORE RUNNING TONIGHT'S STREAMS"
                    END-IF
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.

      * Read any checkpoint left by a prior, abended run so 1000-PROCESS
      * can skip transactions already applied to MASTER-FILE instead of
      * reprocessing TRANS-FILE from the top. Assumes TRANS-FILE is
           IF WS-FEED-HDR-COUNT = 1
              PERFORM 0080-CHECK-FEED-REPLAY
           END-IF
           IF STREAM-MODE
              PERFORM 0079-CHECK-STREAM-SLICE
           END-IF
           IF FEED-INVALID
              DISPLAY "LNVAL01: FEED REJECTED - RUN STOPPED BEFORE "
                 "ANY MASTER UPDATE"
                       ADD 1 TO WS-FEED-TRL-COUNT
                       MOVE TRANS-REC TO WS-FEED-TRAILER
                    WHEN OTHER
                       IF STREAM-MODE
                          PERFORM 0077-SCAN-SLICE-RECORD
                       END-IF
      * "R" = resubmission/release re-entering the run, "A" = a
      * dual-control item LNAPPR01 released, "O" = a funded
      * application's origination package, "S" = a sanctions hold
      * LNSANA01 cleared - none is part of today's source feed
      * trailer.
                       IF T-FILLER-IN NOT = "R"
                          AND T-FILLER-IN NOT = "A"
                          AND T-FILLER-IN NOT = "O"
                          AND T-FILLER-IN NOT = "S"
                          ADD 1 TO WS-FEED-DETAIL-COUNT
                          IF T-AMOUNT-IN NUMERIC
                             PERFORM 0075-HASH-FEED-AMOUNT
              END-IF
           END-IF.

      * A stream's own slice, counted the way LNVSPL01 counted it
      * when it cut the range (every non-control record) and the
      * way the trailer counts the feed (source detail only, with
      * its amounts hashed by currency) - the first proves this is
      * the feed the ranges were cut from, the second is what
      * LNVMRG01 balances the streams against the trailer with.
       0077-SCAN-SLICE-RECORD.
           IF T-LOAN-ID-IN NOT < WS-STREAM-LOW-ID
              AND T-LOAN-ID-IN NOT > WS-STREAM-HIGH-ID
              ADD 1 TO WS-SLICE-RECORD-COUNT
              IF T-FILLER-IN NOT = "R"
                 AND T-FILLER-IN NOT = "A"
                 AND T-FILLER-IN NOT = "O"
                 AND T-FILLER-IN NOT = "S"
                 ADD 1 TO WS-SLICE-DETAIL-COUNT
                 IF T-AMOUNT-IN NUMERIC
                    PERFORM 0076-HASH-SLICE-AMOUNT
                 END-IF
              END-IF
           END-IF.

      * Same table discipline as 0075; a currency overflowing it
      * has already failed the whole feed there.
       0076-HASH-SLICE-AMOUNT.
           IF T-CURRENCY-CODE-IN = SPACES
              MOVE "USD" TO WS-SLICE-WORK-CODE
           ELSE
              MOVE T-CURRENCY-CODE-IN TO WS-SLICE-WORK-CODE
           END-IF
           MOVE "N" TO WS-SLICE-FOUND-SW
           PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
                   UNTIL WS-SLICE-IDX > WS-SLICE-HASH-COUNT
                   OR SLICE-CODE-FOUND
              IF WS-SLICE-HASH-CODE(WS-SLICE-IDX) = WS-SLICE-WORK-CODE
                 SET SLICE-CODE-FOUND TO TRUE
                 ADD T-AMOUNT-IN TO WS-SLICE-HASH-AMT(WS-SLICE-IDX)
              END-IF
           END-PERFORM
           IF NOT SLICE-CODE-FOUND
              AND WS-SLICE-HASH-COUNT < 10
              ADD 1 TO WS-SLICE-HASH-COUNT
              MOVE WS-SLICE-WORK-CODE
                 TO WS-SLICE-HASH-CODE(WS-SLICE-HASH-COUNT)
              MOVE T-AMOUNT-IN
                 TO WS-SLICE-HASH-AMT(WS-SLICE-HASH-COUNT)
           END-IF.

      * The feed a stream is handed must be the one its range was
      * cut from - a re-sorted or re-sent feed would move records
      * across range boundaries and apply some twice, some never.
       0079-CHECK-STREAM-SLICE.
           IF WS-FH-FEED-DATE NOT = WS-SRNG-FEED-DATE
              OR WS-FH-SOURCE-ID NOT = WS-SRNG-SOURCE-ID
              SET FEED-INVALID TO TRUE
              DISPLAY "FEED REJECT: FEED " WS-FH-FEED-DATE " / "
                 WS-FH-SOURCE-ID " IS NOT THE FEED THE STREAM "
                 "RANGES WERE CUT FROM (" WS-SRNG-FEED-DATE " / "
                 WS-SRNG-SOURCE-ID ")"
           END-IF
           IF WS-SLICE-RECORD-COUNT NOT = WS-STREAM-RECORDS
              SET FEED-INVALID TO TRUE
              DISPLAY "FEED REJECT: STREAM " WS-STREAM-NO " RANGE "
                 "HOLDS " WS-SLICE-RECORD-COUNT " RECORDS, LNVSPL01 "
                 "COUNTED " WS-STREAM-RECORDS
           END-IF.

      * Every currency the trailer names must match what was read,
      * and every currency actually read must be named by the
      * trailer - a mismatch in either direction fails the feed.
       1000-PROCESS.
           READ TRANS-FILE AT END MOVE "Y" TO WS-EOF-SW
              NOT AT END
      * A stream passes over every record outside its range with no
      * side effects at all - another stream owns it. A range never
      * splits a loan ID, so the duplicate-ID and restart state
      * below still sees every occurrence of each ID it handles.
                 IF STREAM-MODE
                    AND (T-LOAN-ID-IN < WS-STREAM-LOW-ID
                       OR T-LOAN-ID-IN > WS-STREAM-HIGH-ID)
                    ADD 1 TO WS-CNT-OUT-OF-RANGE
                 ELSE
      * Feed control records were already consumed by 0060-VALIDATE-
      * FEED; on this pass they must produce no side effects at all -
      * in particular they must not disturb the duplicate-ID state or
      * the restart bookkeeping.
                    IF T-LOAN-ID-IN = "FEEDHDR000"
                       OR T-LOAN-ID-IN = "FEEDTRL999"
                       ADD 1 TO WS-CNT-CONTROL
                    ELSE
                       PERFORM 1010-APPLY-TRANSACTION
                    END-IF
                 END-IF
           END-READ.

      * records the restart-skip test below will skip, so the count is
      * always in step with what a from-scratch run of the same sorted
      * input would have seen.
      * The origination-package switch is carried forward the same
      * unconditional way, so a restart landing inside a package
      * judges its remaining pieces exactly as the first run did.
           IF T-LOAN-ID-IN = WS-PREV-LOAN-ID
              AND T-LOAN-ID-IN NOT = SPACES
              ADD 1 TO WS-DUP-SEEN-COUNT
              IF T-FILLER-IN NOT = "O"
                 MOVE "N" TO WS-PACKAGE-RUN-SW
              END-IF
           ELSE
              MOVE 1 TO WS-DUP-SEEN-COUNT
              IF T-FILLER-IN = "O"
                 SET PACKAGE-RUN TO TRUE
              ELSE
                 MOVE "N" TO WS-PACKAGE-RUN-SW
              END-IF
           END-IF
      * A record already covered by a prior run's committed range
      * (including a duplicate pair that prior run already rejected to
              IF RESTART-IN-EFFECT
                 MOVE "N" TO WS-RESTART-SW
              END-IF
      * The pieces of one origination package share the loan ID by
      * design and are not duplicates of each other.
              IF T-LOAN-ID-IN = WS-PREV-LOAN-ID
                 AND T-LOAN-ID-IN NOT = SPACES
                 AND NOT PACKAGE-RUN
                 PERFORM 1015-REJECT-DUPLICATE
      * A duplicate of the same ID that the last checkpoint's
      * CHK-LOAN-ID reflects still needs to move the dup-count forward
           MOVE T-LOAN-ID-IN TO L-LOAN-ID
           PERFORM 1013-CAPTURE-BEFORE-IMAGE
           MOVE "N" TO WS-REJECT-SW
           MOVE SPACE TO WS-PAY-TYPE
           MOVE SPACE TO WS-RECAST-OPTION
           MOVE ZERO  TO WS-PRIOR-SCHED-PMT
           MOVE ZERO  TO WS-PRIOR-TERM
      * A payment works ON the master record 1013 just read rather
      * than rebuilding it from the transaction the way add/change
      * maintenance does - wiping and remapping the record is exactly
      * A payment against a charged-off loan is a RECOVERY: it
      * posts against the charged-off ledger, not the zeroed
      * master balance.
      * A payment against a loan already paid in full (awaiting
      * or past its closing) has nothing to pay - it is held in
      * suspense for refund rather than posted against a zero
      * balance; the same goes for escrow and plan maintenance.
                 EVALUATE TRUE
                    WHEN BEFORE-FOUND AND L-CHARGE-OFF-FLAG = "C"
                       PERFORM 1042-POST-RECOVERY
                    WHEN BEFORE-FOUND
                       AND (L-CLOSE-STATUS = "P"
                         OR L-CLOSE-STATUS = "C")
                       MOVE "PAYMENT: LOAN PAID AND CLOSED"
                          TO WS-REJECT-REASON
                       PERFORM 1030-WRITE-SUSPENSE
                    WHEN OTHER
                       PERFORM 1025-POST-PAYMENT
                 END-EVALUATE
              WHEN "E"
                 IF BEFORE-FOUND
                    AND (L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C")
                    MOVE "ESCROW: LOAN PAID AND CLOSED"
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 ELSE
                    PERFORM 1033-MAINTAIN-ESCROW
                 END-IF
              WHEN "V"
                 PERFORM 1037-REVERSE-PAYMENT
              WHEN "K"
                 IF BEFORE-FOUND
                    AND (L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C")
                    MOVE "CURTAIL: LOAN PAID AND CLOSED"
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 ELSE
                    PERFORM 1061-POST-CURTAILMENT
                 END-IF
              WHEN "M"
                 IF BEFORE-FOUND
                    AND (L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C")
                    MOVE "PLAN: LOAN PAID AND CLOSED"
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 ELSE
                    PERFORM 1043-MAINTAIN-PLAN
                 END-IF
              WHEN "L"
                 PERFORM 1053-MAINTAIN-COLLATERAL
              WHEN "X"
                 PERFORM 1056-MAINTAIN-XREF
              WHEN "H"
                 PERFORM 1070-MAINTAIN-LEGAL-HOLD
              WHEN OTHER
      * Maker-checker gate ahead of any master maintenance: an
      * add/change/delete (or legacy upsert) worth more than the
           MOVE WS-BEFORE-FEE-CYCLE    TO L-LATE-FEE-CYCLE
           MOVE WS-BEFORE-SCHED-PMT    TO L-SCHED-PAYMENT
           MOVE WS-BEFORE-BEHAVIOR     TO L-BEHAVIOR-RATING
           MOVE WS-BEFORE-CLOSE-STATUS TO L-CLOSE-STATUS
           MOVE WS-BEFORE-CLOSE-DATE   TO L-CLOSE-DATE
      * Map input to our Copybook structure
           MOVE T-LOAN-ID-IN   TO L-LOAN-ID
           MOVE T-BORROWER-IN  TO L-BORROWER-NAME
           ELSE
              MOVE WS-BEFORE-TERM-MONTHS TO L-TERM-MONTHS
           END-IF
      * Maturity follows origination and term, whichever of them
      * this transaction moved.
           MOVE "LNMATD01" TO WS-DYNAMIC-PROG
           CALL WS-DYNAMIC-PROG USING LOAN-RECORD

      * A DELETE maintenance transaction purges the master record and
      * has no calc/alert risk classification to run, so T-AMOUNT-IN is
           IF T-MAINT-CODE-IN = "D"
              PERFORM 1026-DELETE-MASTER
              IF NOT TRANSACTION-REJECTED
                 PERFORM 1081-JOURNAL-LOAN-CHANGES
                 PERFORM 1016-WRITE-STATEMENT-EXTRACT
              END-IF
           ELSE
                 IF NOT TRANSACTION-REJECTED
                    PERFORM 1027-ADD-OR-CHANGE-MASTER
                    IF NOT TRANSACTION-REJECTED
                       PERFORM 1081-JOURNAL-LOAN-CHANGES
      * Control total reflects only amounts actually applied to the
      * master - not amounts that passed numeric validation but were
      * then rejected by 1024 (e.g. an unrecognized T-CODE) or 1027.
      * silently loses the loan - the ID is validated the same way
      * the other transaction fields are, before anything is
      * written. Blank stays allowed for legacy feeds.
      * Booking a new loan to a confirmed sanctions match would be
      * a disbursement to them, so it is refused with the rest of
      * the freeze.
       1019-VALIDATE-BORROWER-ID.
           IF T-BORROWER-ID-IN NOT = SPACES
              MOVE T-BORROWER-ID-IN TO B-BORROWER-ID
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 NOT INVALID KEY
                    IF B-SANCTION-CONFIRMED AND NOT BEFORE-FOUND
                       ADD 1 TO WS-CNT-SANC-FROZEN
                       DISPLAY "SANCTIONS FREEZE: LOAN " T-LOAN-ID-IN
                          " PARTY " B-BORROWER-ID " - REFUSED"
                       MOVE "SANCTIONS: BORROWER CONFIRMED"
                          TO WS-REJECT-REASON
                       PERFORM 1030-WRITE-SUSPENSE
                    END-IF
              END-READ
              IF WS-BORR-STATUS NOT = "00"
                 AND WS-BORR-STATUS NOT = "23"
      * meaningful amount for one) - and holds it on the approval
      * warehouse when the value exceeds PARM-APPR-LIMIT. Byte 79
      * "A" means LNAPPR01 already released this item: it has had
      * its second pair of eyes and applies normally. Byte 79 "O"
      * is a funded application's loan add - its approval in
      * LNAPPL01 (never by the operator who keyed the request) was
      * that second pair of eyes, so it applies normally too.
      * Originator initials are required above the limit - without
      * them the approval step's different-user check has nothing
      * to hold against - so a high-value item missing them is
      * refused to suspense, never silently applied. A non-numeric
      * amount is left alone here for 1014's own edit to reject.
       1017-CHECK-DUAL-CONTROL.
           MOVE "N" TO WS-HELD-SW
           IF WS-APPR-LIMIT > ZERO
              AND T-FILLER-IN NOT = "A"
              AND T-FILLER-IN NOT = "O"
              MOVE ZERO TO WS-HOLD-VALUE-USD
              IF T-MAINT-CODE-IN = "D"
                 IF BEFORE-FOUND
      * view of the record - the borrower ID rides in the sort-key
      * columns, so ordering, duplicate handling, and checkpointing
      * all work unchanged. "B" upserts the same way the legacy loan
      * upsert does; "R" must find its record. An origination
      * package's borrower add rides under its loan ID instead and
      * names the borrower in TB-PKG-BORROWER-ID.
       1022-MAINTAIN-BORROWER.
           MOVE "N" TO WS-REJECT-SW
           MOVE "N" TO WS-SANC-HELD-SW
           IF TB-PKG-BORROWER-ID = SPACES
              MOVE TB-BORROWER-ID TO WS-MAINT-BORROWER-ID
           ELSE
              MOVE TB-PKG-BORROWER-ID TO WS-MAINT-BORROWER-ID
           END-IF
      * A confirmed sanctions match stays on the master - removing
      * the borrower would drop the flag that freezes their loans.
           IF T-MAINT-CODE-IN = "R"
              MOVE WS-MAINT-BORROWER-ID TO B-BORROWER-ID
              READ BORROWER-FILE
                 INVALID KEY
                    MOVE "REMOVE: BORROWER NOT FOUND"
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 NOT INVALID KEY
                    PERFORM 1082-SAVE-BORROWER-BEFORE
              END-READ
              IF NOT TRANSACTION-REJECTED AND B-SANCTION-CONFIRMED
                 MOVE "REMOVE: SANCTIONS MATCH ON FILE"
                    TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              END-IF
              IF NOT TRANSACTION-REJECTED
                 DELETE BORROWER-FILE
                    INVALID KEY
                       MOVE "REMOVE: BORROWER NOT FOUND"
                          TO WS-REJECT-REASON
                       PERFORM 1030-WRITE-SUSPENSE
                    NOT INVALID KEY
                       ADD 1 TO WS-CNT-BORR-DELETE
                       PERFORM 1083-JOURNAL-BORROWER-CHANGES
                 END-DELETE
              END-IF
              IF WS-BORR-STATUS NOT = "00"
                 AND WS-BORR-STATUS NOT = "23"
                 DISPLAY "FATAL: BORROWER-FILE DELETE FAILED - "
                 PERFORM 9999-ABEND
              END-IF
           ELSE
              IF WS-MAINT-BORROWER-ID = SPACES OR TB-NAME = SPACES
                 MOVE "BORROWER: ID AND NAME REQUIRED"
                    TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              ELSE
      * Every add and change is screened on the name and address it
      * would put on file; a watch-list hit is queued for compliance
      * instead of applied.
                 MOVE WS-MAINT-BORROWER-ID TO WS-SANC-PARTY-ID
                 MOVE TB-NAME    TO SC-NAME
                 MOVE TB-ADDRESS TO SC-ADDRESS
                 PERFORM 1074-SCREEN-PARTY
              END-IF
              IF NOT TRANSACTION-REJECTED AND NOT SANCTION-HELD
      * The sanctions status is compliance's, not the feed's - a
      * change carries over whatever is on file.
                 MOVE SPACE  TO WS-SAVED-SANC-STATUS
                 MOVE SPACES TO WS-SAVED-SANC-DATE
                 MOVE SPACES TO WS-JRNL-OLD-NAME
                 MOVE SPACES TO WS-JRNL-OLD-ADDRESS
                 MOVE SPACES TO WS-JRNL-OLD-CONTACT
                 MOVE WS-MAINT-BORROWER-ID TO B-BORROWER-ID
                 READ BORROWER-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE B-SANCTION-STATUS TO WS-SAVED-SANC-STATUS
                       MOVE B-SANCTION-DATE   TO WS-SAVED-SANC-DATE
                       PERFORM 1082-SAVE-BORROWER-BEFORE
                 END-READ
                 MOVE SPACES TO BORROWER-RECORD
                 MOVE WS-MAINT-BORROWER-ID TO B-BORROWER-ID
                 MOVE TB-NAME        TO B-BORROWER-NAME
                 MOVE TB-ADDRESS     TO B-ADDRESS
                 MOVE TB-CONTACT     TO B-CONTACT
                 MOVE FUNCTION CURRENT-DATE(1:14)
                    TO B-LAST-MAINTAINED-TS
                 MOVE WS-SAVED-SANC-STATUS TO B-SANCTION-STATUS
                 MOVE WS-SAVED-SANC-DATE   TO B-SANCTION-DATE
                 WRITE BORROWER-RECORD
                    INVALID KEY
                       REWRITE BORROWER-RECORD
                       "STATUS " WS-BORR-STATUS " ID " B-BORROWER-ID
                    PERFORM 9999-ABEND
                 END-IF
                 PERFORM 1083-JOURNAL-BORROWER-CHANGES
              END-IF
           END-IF.

      * Journals each maintained loan-master field whose value moved:
      * the before image 1013 captured against the record just
      * written. An ADD has no before image, so every field it set
      * journals with a blank old value; a DELETE journals the fields
      * it removed with a blank new value. Amounts and rates go out
      * edited; the nightly-owned fields 1021 restores from the before
      * image cannot move here and are not compared.
       1081-JOURNAL-LOAN-CHANGES.
           MOVE WS-BEFORE-RECORD TO JRNL-BEFORE-LOAN
           MOVE "L-BORROWER-NAME" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-BORROWER-NAME TO WS-JRNL-OLD
           END-IF
           MOVE L-BORROWER-NAME TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-LOAN-AMOUNT" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-LOAN-AMOUNT TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-OLD
           END-IF
           MOVE L-LOAN-AMOUNT TO WS-JRNL-EDIT-AMT
           MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-LOAN-STATUS" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-LOAN-STATUS TO WS-JRNL-OLD
           END-IF
           MOVE L-LOAN-STATUS TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-INTEREST-RATE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-INTEREST-RATE TO WS-JRNL-EDIT-RATE
              MOVE WS-JRNL-EDIT-RATE TO WS-JRNL-OLD
           END-IF
           MOVE L-INTEREST-RATE TO WS-JRNL-EDIT-RATE
           MOVE WS-JRNL-EDIT-RATE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-ORIGINATION-DATE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-ORIGINATION-DATE TO WS-JRNL-OLD
           END-IF
           MOVE L-ORIGINATION-DATE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-NEXT-PAYMENT-DUE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-NEXT-PAYMENT-DUE TO WS-JRNL-OLD
           END-IF
           MOVE L-NEXT-PAYMENT-DUE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-CURRENCY-CODE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-CURRENCY-CODE TO WS-JRNL-OLD
           END-IF
           MOVE L-CURRENCY-CODE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-BORROWER-ID" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-BORROWER-ID TO WS-JRNL-OLD
           END-IF
           MOVE L-BORROWER-ID TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-RATE-TYPE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-RATE-TYPE TO WS-JRNL-OLD
           END-IF
           MOVE L-RATE-TYPE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-RATE-INDEX-CODE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-RATE-INDEX-CODE TO WS-JRNL-OLD
           END-IF
           MOVE L-RATE-INDEX-CODE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-RATE-MARGIN" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE WS-BEFORE-MARGIN TO WS-JRNL-EDIT-RATE
              MOVE WS-JRNL-EDIT-RATE TO WS-JRNL-OLD
           END-IF
           MOVE L-RATE-MARGIN TO WS-JRNL-EDIT-RATE
           MOVE WS-JRNL-EDIT-RATE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-NEXT-RESET-DATE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE JB-NEXT-RESET-DATE TO WS-JRNL-OLD
           END-IF
           MOVE L-NEXT-RESET-DATE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-TERM-MONTHS" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF BEFORE-FOUND
              MOVE WS-BEFORE-TERM-MONTHS TO WS-JRNL-OLD
           END-IF
           MOVE L-TERM-MONTHS TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED.

      * Common tail for every journaled field: nothing is written
      * unless the value actually moved; a DELETE/REMOVE blanks the
      * new side first. A caller journaling a record other than the
      * loan or borrower master sets WS-JRNL-ENTITY and WS-JRNL-KEY
      * and clears WS-JRNL-ENTITY when it is done.
       1080-JOURNAL-IF-CHANGED.
           IF T-MAINT-CODE-IN = "D" OR T-MAINT-CODE-IN = "R"
              MOVE SPACES TO WS-JRNL-NEW
           END-IF
           IF WS-JRNL-OLD NOT = WS-JRNL-NEW
              MOVE SPACES TO CHANGE-JOURNAL-REC
              MOVE FUNCTION CURRENT-DATE(1:14) TO CJ-TIMESTAMP
              MOVE "B"             TO CJ-SOURCE
              MOVE "LNVAL01"       TO CJ-PROGRAM
              IF T-USER-IN = SPACES
                 MOVE "FEED"       TO CJ-OPERATOR
              ELSE
                 MOVE T-USER-IN    TO CJ-OPERATOR
              END-IF
              EVALUATE TRUE
                 WHEN WS-JRNL-ENTITY NOT = SPACE
                    MOVE WS-JRNL-ENTITY       TO CJ-ENTITY
                    MOVE WS-JRNL-KEY          TO CJ-KEY
                 WHEN T-MAINT-CODE-IN = "B" OR T-MAINT-CODE-IN = "R"
                    MOVE "B"                  TO CJ-ENTITY
                    MOVE WS-MAINT-BORROWER-ID TO CJ-KEY
                 WHEN OTHER
                    MOVE "L"                  TO CJ-ENTITY
                    MOVE L-LOAN-ID            TO CJ-KEY
              END-EVALUATE
              MOVE WS-JRNL-FIELD   TO CJ-FIELD
              MOVE WS-JRNL-OLD     TO CJ-OLD-VALUE
              MOVE WS-JRNL-NEW     TO CJ-NEW-VALUE
              WRITE CHANGE-JOURNAL-REC
              IF WS-JRNL-STATUS NOT = "00"
                 DISPLAY "FATAL: CHANGE-JOURNAL-FILE WRITE FAILED - "
                    "STATUS " WS-JRNL-STATUS " KEY " CJ-KEY
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CNT-JOURNALED
           END-IF.

       1082-SAVE-BORROWER-BEFORE.
           MOVE B-BORROWER-NAME TO WS-JRNL-OLD-NAME
           MOVE B-ADDRESS       TO WS-JRNL-OLD-ADDRESS
           MOVE B-CONTACT       TO WS-JRNL-OLD-CONTACT.

      * Borrower add/change/remove: the fields the feed maintains,
      * against what 1082 saved off the master beforehand (blank for
      * a new borrower).
       1083-JOURNAL-BORROWER-CHANGES.
           MOVE "B-BORROWER-NAME"   TO WS-JRNL-FIELD
           MOVE WS-JRNL-OLD-NAME    TO WS-JRNL-OLD
           MOVE TB-NAME             TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "B-ADDRESS"         TO WS-JRNL-FIELD
           MOVE WS-JRNL-OLD-ADDRESS TO WS-JRNL-OLD
           MOVE TB-ADDRESS          TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "B-CONTACT"         TO WS-JRNL-FIELD
           MOVE WS-JRNL-OLD-CONTACT TO WS-JRNL-OLD
           MOVE TB-CONTACT          TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED.

      * Escrow maintenance "S": the per-cycle impound the master now
      * carries, against the before image 1013 captured.
       1084-JOURNAL-ESCROW-PAYMENT.
           MOVE WS-BEFORE-RECORD TO JRNL-BEFORE-LOAN
           MOVE "L-ESCROW-PAYMENT" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF JB-ESCROW-PAYMENT NUMERIC
              MOVE JB-ESCROW-PAYMENT TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-OLD
           END-IF
           MOVE L-ESCROW-PAYMENT TO WS-JRNL-EDIT-AMT
           MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED.

      * Plan book/cancel: the plan record's terms and status against
      * what 1043 saved off the file beforehand (blank for a loan's
      * first plan).
       1085-JOURNAL-PLAN.
           MOVE "M"        TO WS-JRNL-ENTITY
           MOVE MP-LOAN-ID TO WS-JRNL-KEY
           MOVE "MP-PLAN-TYPE"  TO WS-JRNL-FIELD
           MOVE JP-PLAN-TYPE    TO WS-JRNL-OLD
           MOVE MP-PLAN-TYPE    TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "MP-START-DATE" TO WS-JRNL-FIELD
           MOVE JP-START-DATE   TO WS-JRNL-OLD
           MOVE MP-START-DATE   TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "MP-END-DATE"   TO WS-JRNL-FIELD
           MOVE JP-END-DATE     TO WS-JRNL-OLD
           MOVE MP-END-DATE     TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "MP-MOD-PAYMENT" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF JP-MOD-PAYMENT NUMERIC
              MOVE JP-MOD-PAYMENT TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-OLD
           END-IF
           IF MP-MOD-PAYMENT NUMERIC
              MOVE MP-MOD-PAYMENT TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-NEW
           END-IF
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "MP-MOD-RATE" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF JP-MOD-RATE NUMERIC
              MOVE JP-MOD-RATE TO WS-JRNL-EDIT-RATE
              MOVE WS-JRNL-EDIT-RATE TO WS-JRNL-OLD
           END-IF
           IF MP-MOD-RATE NUMERIC
              MOVE MP-MOD-RATE TO WS-JRNL-EDIT-RATE
              MOVE WS-JRNL-EDIT-RATE TO WS-JRNL-NEW
           END-IF
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "MP-STATUS"     TO WS-JRNL-FIELD
           MOVE JP-STATUS       TO WS-JRNL-OLD
           MOVE MP-STATUS       TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE SPACE TO WS-JRNL-ENTITY.

      * The master's plan flag, raised by a booking in force today or
      * dropped by a cancel.
       1086-JOURNAL-PLAN-FLAG.
           MOVE WS-BEFORE-RECORD TO JRNL-BEFORE-LOAN
           MOVE "L-MOD-PLAN-FLAG" TO WS-JRNL-FIELD
           MOVE JB-MOD-PLAN-FLAG  TO WS-JRNL-OLD
           MOVE L-MOD-PLAN-FLAG   TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED.

      * Collateral add/revalue/remove: the record as 1054/1055 found
      * it against what is on file now (spaces after a remove).
       1087-JOURNAL-COLLATERAL.
           MOVE "C"        TO WS-JRNL-ENTITY
           MOVE TL-LOAN-ID TO WS-JRNL-KEY
           MOVE "CL-COLL-TYPE"  TO WS-JRNL-FIELD
           MOVE JC-COLL-TYPE    TO WS-JRNL-OLD
           MOVE CL-COLL-TYPE    TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "CL-VALUATION"  TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF JC-VALUATION NUMERIC
              MOVE JC-VALUATION TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-OLD
           END-IF
           IF CL-VALUATION NUMERIC
              MOVE CL-VALUATION TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-NEW
           END-IF
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "CL-VALUATION-DATE" TO WS-JRNL-FIELD
           MOVE JC-VALUATION-DATE   TO WS-JRNL-OLD
           MOVE CL-VALUATION-DATE   TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE SPACE TO WS-JRNL-ENTITY.

      * Co-borrower/guarantor booked, re-roled or released - keyed by
      * the cross-reference's own key, loan ID then borrower ID.
       1088-JOURNAL-XREF.
           MOVE "X"            TO WS-JRNL-ENTITY
           MOVE TX-LOAN-ID     TO WS-JRNL-KEY(1:10)
           MOVE TX-BORROWER-ID TO WS-JRNL-KEY(11:10)
           MOVE "BX-ROLE"      TO WS-JRNL-FIELD
           MOVE JX-ROLE        TO WS-JRNL-OLD
           MOVE BX-ROLE        TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE SPACE TO WS-JRNL-ENTITY.

      * Legal hold placed, reopened or released - keyed by the held
      * loan or borrower ID, a space, then the hold's scope and
      * type. A release keeps the record as history, so it journals
      * as a status change rather than a removal.
       1089-JOURNAL-LEGAL-HOLD.
           MOVE "H"            TO WS-JRNL-ENTITY
           MOVE SPACES         TO WS-JRNL-KEY
           MOVE LG-ENTITY-ID   TO WS-JRNL-KEY(1:10)
           MOVE LG-SCOPE       TO WS-JRNL-KEY(12:1)
           MOVE LG-TYPE        TO WS-JRNL-KEY(13:1)
           MOVE "LG-TYPE"      TO WS-JRNL-FIELD
           MOVE JG-TYPE        TO WS-JRNL-OLD
           MOVE LG-TYPE        TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "LG-STATUS"    TO WS-JRNL-FIELD
           MOVE JG-STATUS      TO WS-JRNL-OLD
           MOVE LG-STATUS      TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "LG-CHAPTER"   TO WS-JRNL-FIELD
           MOVE JG-CHAPTER     TO WS-JRNL-OLD
           MOVE LG-CHAPTER     TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "LG-FILED-DATE" TO WS-JRNL-FIELD
           MOVE JG-FILED-DATE  TO WS-JRNL-OLD
           MOVE LG-FILED-DATE  TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "LG-RELEASED-DATE" TO WS-JRNL-FIELD
           MOVE JG-RELEASED-DATE TO WS-JRNL-OLD
           MOVE LG-RELEASED-DATE TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE SPACE TO WS-JRNL-ENTITY.

      * Payment posting (T-MAINT-CODE-IN "P"): splits T-AMOUNT-IN
      * escrow first (the loan's per-cycle impound, capped at the
      * payment itself), then interest, then principal; reduces
                    TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              END-IF
      * A payment that would take the balance to zero is a payoff -
      * refused while a party to the loan is a confirmed sanctions
      * match.
              IF NOT TRANSACTION-REJECTED
                 AND WS-PAY-PRINCIPAL = L-LOAN-AMOUNT
                 AND L-LOAN-AMOUNT > ZERO
                 PERFORM 1078-CHECK-SANCTION-FREEZE
                 IF SANCTION-FROZEN
                    MOVE "SANCTIONS: PAYOFF FROZEN"
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 END-IF
              END-IF
           END-IF
           IF NOT TRANSACTION-REJECTED AND NOT QUOTE-SETTLED
              SUBTRACT WS-PAY-PRINCIPAL FROM L-LOAN-AMOUNT
      * Draw the interest just collected down out of the accrual
      * bucket (never below zero - the fallback one-cycle figure is
      * not accrued interest and has nothing to draw down).
              PERFORM 1047-SPLIT-ACCRUED-RELIEF
              IF WS-PAY-INTEREST < L-ACCRUED-INTEREST
                 SUBTRACT WS-PAY-INTEREST FROM L-ACCRUED-INTEREST
              ELSE
                 MOVE ZERO TO L-ACCRUED-INTEREST
              END-IF
              PERFORM 1028-ADVANCE-NEXT-DUE
              IF L-LOAN-AMOUNT = ZERO
                 PERFORM 1059-MARK-PAID-IN-FULL
              END-IF
      * Re-run delinquency aging off the advanced due date so a
      * cured loan moves back toward bucket "C" the same night the
      * payment lands, not at its next maintenance transaction.
              PERFORM 1016-WRITE-STATEMENT-EXTRACT
           END-IF.

      * How much of the interest collected comes out of the accrued
      * bucket - already booked to ACCRINTR by the accrual pass, so
      * it relieves the receivable - and how much of the bucket the
      * interest leaves behind. Only the interest above the bucket
      * is new income. Taken before the bucket is drawn down.
       1047-SPLIT-ACCRUED-RELIEF.
           IF WS-PAY-INTEREST < L-ACCRUED-INTEREST
              MOVE WS-PAY-INTEREST TO WS-PAY-ACCR-RELIEF
              COMPUTE WS-PAY-ACCR-SHORT =
                 L-ACCRUED-INTEREST - WS-PAY-INTEREST
           ELSE
              MOVE L-ACCRUED-INTEREST TO WS-PAY-ACCR-RELIEF
              MOVE ZERO TO WS-PAY-ACCR-SHORT
           END-IF.

      * Looks for an outstanding quote on this loan whose total
      * matches the payment to the penny inside its good-through
      * date. Anything else - expired, already consumed, or a
                 MOVE WS-QT-IDX TO WS-QT-HIT
              END-IF
           END-PERFORM
      * A quoted payoff is refused outright under a sanctions freeze
      * rather than left to fall through to the normal waterfall.
           IF WS-QT-HIT > ZERO
              PERFORM 1078-CHECK-SANCTION-FREEZE
              IF SANCTION-FROZEN
                 MOVE "SANCTIONS: PAYOFF FROZEN" TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              ELSE
                 PERFORM 1051-SETTLE-PER-QUOTE
              END-IF
           END-IF.

      * Settles the loan in full per the quote: the whole booked
      * didn't cover (the waived per-diem drift) posts to waiver
      * expense (GL action "Z"). The fee bucket is waived with the
      * settlement; the escrow balance is NOT - it is the
      * borrower's own money, refunded by the LNCLOS01 closing
      * step the loan is marked paid in full for.
       1051-SETTLE-PER-QUOTE.
           SET QUOTE-SETTLED TO TRUE
           MOVE "Y" TO WS-QT-USED(WS-QT-HIT)
           END-IF
           MOVE ZERO TO WS-PAY-ESCROW
           MOVE ZERO TO WS-PAY-FEE
           PERFORM 1047-SPLIT-ACCRUED-RELIEF
           PERFORM 1052-POST-SETTLEMENT-GL
           MOVE ZERO   TO L-LOAN-AMOUNT
           MOVE ZERO   TO L-ACCRUED-INTEREST
           MOVE ZERO   TO L-LATE-FEE-DUE
           MOVE SPACES TO L-NEXT-PAYMENT-DUE
           PERFORM 1059-MARK-PAID-IN-FULL
           ADD 1 TO WS-CNT-AGE
           MOVE "LNAGE01" TO WS-DYNAMIC-PROG
           CALL WS-DYNAMIC-PROG USING LOAN-RECORD
           DISPLAY "QUOTE SETTLED: " L-LOAN-ID " FOR " T-AMOUNT-IN
              " (GOOD THRU " WS-QT-GOOD-THRU(WS-QT-HIT) ")".

      * A loan the payment (or a quote settlement) took to zero is
      * marked paid in full as of today. The next LNCLOS01 closing
      * step picks it up from the flag: escrow refund, lien release,
      * collections case and relief plan closed, and eventually the
      * move to the closed-loan history cluster. The due date is
      * left where posting put it so a bounced payoff check can
      * still retreat it.
       1059-MARK-PAID-IN-FULL.
           MOVE "P" TO L-CLOSE-STATUS
           MOVE WS-RUN-DATE-CCYYMMDD TO L-CLOSE-DATE
           ADD 1 TO WS-CNT-PAID-IN-FULL
           DISPLAY "PAID IN FULL: " L-LOAN-ID " - CLOSING PENDING".

      * The booked balance comes off LOANRECV in full: the cash
      * part through the normal P cell, the waived part through the
      * Z cell pair (DR WAIVEEXP / CR LOANCLRG) - netting the
      * clearing account to exactly the cash received. The accrued
      * bucket is settled too: the interest received relieves it
      * (Y) and whatever it leaves uncollected is reversed out of
      * income (T), since the bucket is zeroed with the loan. Any
      * late fees still owed are forgiven with it and come back out
      * of fee income (B).
       1052-POST-SETTLEMENT-GL.
           MOVE L-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE
           IF WS-RATE-LOOKUP-CODE = SPACES
              MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF
           PERFORM 0255-ACCUMULATE-GL-INTEREST
           IF WS-PAY-ACCR-SHORT > ZERO
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 WS-PAY-ACCR-SHORT * WS-CONV-RATE
              MOVE "T" TO WS-GL-WORK-ACTION
              MOVE WS-RATE-LOOKUP-CODE TO WS-GL-WORK-CURR
              MOVE L-LOAN-STATUS       TO WS-GL-WORK-TIER
              MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
              MOVE L-LOAN-STATUS       TO WS-GL-WORK-TIER
              MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF
           IF L-LATE-FEE-DUE > ZERO
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 L-LATE-FEE-DUE * WS-CONV-RATE
              MOVE "B" TO WS-GL-WORK-ACTION
              MOVE WS-RATE-LOOKUP-CODE TO WS-GL-WORK-CURR
              MOVE L-LOAN-STATUS       TO WS-GL-WORK-TIER
              MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF.

      * Rolls L-NEXT-PAYMENT-DUE forward one month, clamping the day
                 MOVE WS-BEFORE-STATUS    TO WS-GL-WORK-TIER
                 MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
                 PERFORM 0230-ACCUMULATE-GL-CELL
      * The deleted loan's accrued bucket leaves ACCRINTR with it,
      * and any fees it still owed leave FEESRECV.
                 IF WS-BEFORE-ACCRUED > ZERO
                    COMPUTE WS-USD-AMOUNT ROUNDED =
                       WS-BEFORE-ACCRUED * WS-CONV-RATE
                    MOVE "T" TO WS-GL-WORK-ACTION
                    MOVE WS-USD-AMOUNT TO WS-GL-WORK-AMOUNT
                    PERFORM 0230-ACCUMULATE-GL-CELL
                 END-IF
                 IF WS-BEFORE-FEE-DUE > ZERO
                    COMPUTE WS-USD-AMOUNT ROUNDED =
                       WS-BEFORE-FEE-DUE * WS-CONV-RATE
                    MOVE "B" TO WS-GL-WORK-ACTION
                    MOVE WS-USD-AMOUNT TO WS-GL-WORK-AMOUNT
                    PERFORM 0230-ACCUMULATE-GL-CELL
                 END-IF
              END-IF
           END-IF.

      * A posted payment splits across the ledger: principal comes
      * off loans receivable, interest relieves the accrued-interest
      * receivable (income above the bucket is income) - all cleared
      * through the same clearing account the other postings use.
       0250-ACCUMULATE-GL-PAYMENT.
           MOVE L-CURRENCY-CODE TO WS-RATE-LOOKUP-CODE
              MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF
           PERFORM 0255-ACCUMULATE-GL-INTEREST
           IF WS-PAY-FEE > ZERO
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 WS-PAY-FEE * WS-CONV-RATE
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF.

      * Interest collected: the part the accrued bucket covered comes
      * off ACCRINTR (Y), anything above it is income (I). Set by
      * 1047 before the bucket was drawn down.
       0255-ACCUMULATE-GL-INTEREST.
           IF WS-PAY-ACCR-RELIEF > ZERO
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 WS-PAY-ACCR-RELIEF * WS-CONV-RATE
              MOVE "Y" TO WS-GL-WORK-ACTION
              MOVE WS-RATE-LOOKUP-CODE TO WS-GL-WORK-CURR
              MOVE L-LOAN-STATUS       TO WS-GL-WORK-TIER
              MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF
           IF WS-PAY-INTEREST > WS-PAY-ACCR-RELIEF
              COMPUTE WS-USD-AMOUNT ROUNDED =
                 (WS-PAY-INTEREST - WS-PAY-ACCR-RELIEF) * WS-CONV-RATE
              MOVE "I" TO WS-GL-WORK-ACTION
              MOVE WS-RATE-LOOKUP-CODE TO WS-GL-WORK-CURR
              MOVE L-LOAN-STATUS       TO WS-GL-WORK-TIER
              MOVE WS-USD-AMOUNT       TO WS-GL-WORK-AMOUNT
              PERFORM 0230-ACCUMULATE-GL-CELL
           END-IF.

      * One keyed record per payment posted. The same loan can pay
      * more than once on the same date across reruns, so an in-use
      * key bumps PAY-SEQ and tries again rather than failing the
           MOVE L-LOAN-ID        TO PAY-LOAN-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-DATE
           MOVE 1                TO PAY-SEQ
           IF STREAM-MODE
              PERFORM 1035-FIND-FREE-PAY-SEQ
           END-IF
           MOVE T-AMOUNT-IN      TO PAY-AMOUNT
           MOVE WS-PAY-PRINCIPAL TO PAY-PRINCIPAL
           MOVE WS-PAY-INTEREST  TO PAY-INTEREST
      * record area held from the last PAYHIST I-O.
           MOVE SPACE            TO PAY-REVERSED-FLAG
           MOVE SPACES           TO PAY-REVERSAL-DATE
           MOVE WS-PAY-TYPE      TO PAY-TYPE
           MOVE WS-RECAST-OPTION TO PAY-RECAST
           MOVE WS-PRIOR-SCHED-PMT TO PAY-PRIOR-SCHED-PMT
           MOVE WS-PRIOR-TERM    TO PAY-PRIOR-TERM
      * An autopay debit's payment carries the debit's trace number
      * (TRANS-PAYMENT-REC) - keep it with the posting so a return
      * reverses exactly this payment.
           IF TA-MAINT-CODE = "P" AND TA-USER = "ACH"
              MOVE TA-ACH-TRACE-NO TO PAY-ACH-TRACE-NO
           ELSE
              MOVE SPACES        TO PAY-ACH-TRACE-NO
           END-IF
           IF STREAM-MODE
              PERFORM 1050-WRITE-STREAM-PAYMENT
           ELSE
              MOVE "N" TO WS-PAY-WRITTEN-SW
              PERFORM UNTIL PAY-HIST-WRITTEN OR PAY-SEQ > 998
                 WRITE PAYMENT-REC
                    INVALID KEY
                       ADD 1 TO PAY-SEQ
                    NOT INVALID KEY
                       SET PAY-HIST-WRITTEN TO TRUE
                 END-WRITE
              END-PERFORM
              IF NOT PAY-HIST-WRITTEN
                 OR WS-PAY-STATUS NOT = "00"
                 DISPLAY "FATAL: PAYHIST-FILE WRITE FAILED - STATUS "
                    WS-PAY-STATUS " LOAN ID " PAY-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

      * A stream leaves PAYHIST itself alone and writes its postings
      * for the merge job to load, so the sequence the cluster's
      * INVALID KEY would have found is found by reading instead.
      * Loan IDs never cross streams, so no other stream can be
      * taking the same key tonight - but this stream's own earlier
      * postings are not on PAYHIST yet, so a second payment to the
      * same loan on the same day starts past the last one written.
      * Only the key is set on entry; the rest of the record is built
      * after the probe.
       1035-FIND-FREE-PAY-SEQ.
           IF PAY-LOAN-ID = WS-PAYO-LAST-LOAN
              AND PAY-DATE = WS-PAYO-LAST-DATE
              COMPUTE PAY-SEQ = WS-PAYO-LAST-SEQ + 1
           END-IF
           MOVE "00" TO WS-PAY-STATUS
           MOVE "N" TO WS-PAY-SEQ-FREE-SW
           PERFORM UNTIL PAY-SEQ-FREE OR PAY-SEQ > 998
                   OR (WS-PAY-STATUS NOT = "00"
                      AND WS-PAY-STATUS NOT = "23")
              READ PAYHIST-FILE
                 INVALID KEY
                    SET PAY-SEQ-FREE TO TRUE
                 NOT INVALID KEY
                    ADD 1 TO PAY-SEQ
              END-READ
           END-PERFORM
           IF NOT PAY-SEQ-FREE
              DISPLAY "FATAL: NO FREE PAYHIST SEQUENCE - STATUS "
                 WS-PAY-STATUS " LOAN ID " PAY-LOAN-ID
              PERFORM 9999-ABEND
           END-IF.

       1050-WRITE-STREAM-PAYMENT.
           MOVE PAYMENT-REC TO PAYHIST-OUT-REC
           WRITE PAYHIST-OUT-REC
           IF WS-PAYO-STATUS NOT = "00"
              DISPLAY "FATAL: PAYHIST-OUT-FILE WRITE FAILED - STATUS "
                 WS-PAYO-STATUS " LOAN ID " PAY-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           MOVE PAY-LOAN-ID TO WS-PAYO-LAST-LOAN
           MOVE PAY-DATE    TO WS-PAYO-LAST-DATE
           MOVE PAY-SEQ     TO WS-PAYO-LAST-SEQ.

      * Escrow maintenance (T-MAINT-CODE-IN "E"): T-STATUS-IN picks
      * the action. "S" sets the loan's per-cycle escrow payment to
      * T-AMOUNT-IN (the next posted payment starts impounding at
                    MOVE T-AMOUNT-IN TO L-ESCROW-PAYMENT
                    ADD 1 TO WS-CNT-ESCROW-SET
                    PERFORM 1036-REWRITE-MASTER-ESCROW
                    PERFORM 1084-JOURNAL-ESCROW-PAYMENT
                 END-IF
              ELSE
                 IF T-AMOUNT-IN > L-ESCROW-BALANCE
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 ELSE
                    PERFORM 1078-CHECK-SANCTION-FREEZE
                    IF SANCTION-FROZEN
                       MOVE "SANCTIONS: DISBURSEMENT FROZEN"
                          TO WS-REJECT-REASON
                       PERFORM 1030-WRITE-SUSPENSE
                    END-IF
                 END-IF
                 IF NOT TRANSACTION-REJECTED
                    SUBTRACT T-AMOUNT-IN FROM L-ESCROW-BALANCE
                    ADD 1 TO WS-CNT-ESCROW-DISB
                    PERFORM 1036-REWRITE-MASTER-ESCROW
      * party nobody maintains would put phantom exposure on the
      * aggregation.
       1056-MAINTAIN-XREF.
           MOVE "N" TO WS-SANC-HELD-SW
           IF NOT BEFORE-FOUND
              MOVE "XREF: LOAN ID NOT FOUND" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
                 END-IF
              END-IF
           END-IF
      * A party new to the loan is screened on the name and address
      * the borrower master holds for it; a role change for a party
      * already on the loan brings nobody new in.
           IF NOT TRANSACTION-REJECTED AND TX-ACTION = "A"
              MOVE TX-LOAN-ID     TO BX-LOAN-ID
              MOVE TX-BORROWER-ID TO BX-BORROWER-ID
              READ XREF-FILE
                 INVALID KEY
                    MOVE TX-BORROWER-ID  TO WS-SANC-PARTY-ID
                    MOVE B-BORROWER-NAME TO SC-NAME
                    MOVE B-ADDRESS       TO SC-ADDRESS
                    PERFORM 1074-SCREEN-PARTY
                 NOT INVALID KEY
                    CONTINUE
              END-READ
              IF WS-XREF-STATUS NOT = "00"
                 AND WS-XREF-STATUS NOT = "23"
                 DISPLAY "FATAL: XREF-FILE READ FAILED - STATUS "
                    WS-XREF-STATUS " LOAN ID " BX-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
           END-IF
           IF NOT TRANSACTION-REJECTED AND NOT SANCTION-HELD
              IF TX-ACTION = "A"
                 PERFORM 1057-UPSERT-XREF
              ELSE

       1057-UPSERT-XREF.
           MOVE "N" TO WS-XREF-FOUND-SW
           MOVE SPACES TO JRNL-BEFORE-XREF
           MOVE TX-LOAN-ID     TO BX-LOAN-ID
           MOVE TX-BORROWER-ID TO BX-BORROWER-ID
           READ XREF-FILE
                 CONTINUE
              NOT INVALID KEY
                 SET XREF-ON-FILE TO TRUE
                 MOVE BORROWER-XREF-REC TO JRNL-BEFORE-XREF
           END-READ
           MOVE TX-LOAN-ID     TO BX-LOAN-ID
           MOVE TX-BORROWER-ID TO BX-BORROWER-ID
                 WS-XREF-STATUS " LOAN ID " BX-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-XREF-MAINT
           PERFORM 1088-JOURNAL-XREF.

      * Read first so the journal has the role that was released.
       1058-REMOVE-XREF.
           MOVE TX-LOAN-ID     TO BX-LOAN-ID
           MOVE TX-BORROWER-ID TO BX-BORROWER-ID
           READ XREF-FILE
              INVALID KEY
                 MOVE "XREF: PARTY NOT ON LOAN" TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              NOT INVALID KEY
                 MOVE BORROWER-XREF-REC TO JRNL-BEFORE-XREF
           END-READ
           IF WS-XREF-STATUS NOT = "00"
              AND WS-XREF-STATUS NOT = "23"
              DISPLAY "FATAL: XREF-FILE READ FAILED - STATUS "
                 WS-XREF-STATUS " LOAN ID " BX-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           IF NOT TRANSACTION-REJECTED
              DELETE XREF-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              IF WS-XREF-STATUS NOT = "00"
                 DISPLAY "FATAL: XREF-FILE DELETE FAILED - STATUS "
                    WS-XREF-STATUS " LOAN ID " BX-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CNT-XREF-REMOVE
              MOVE SPACES TO BORROWER-XREF-REC
              PERFORM 1088-JOURNAL-XREF
           END-IF.

      * Legal hold maintenance (T-MAINT-CODE-IN "H", TRANS-LEGAL-
      * REC view): "A" places a bankruptcy, litigation, dispute or
      * deceased hold - or reopens a released one - and "R"
      * releases it. Scope "L" holds this loan; scope "B" holds the
      * borrower and so every loan they are party to, which is why
      * the borrower must be party to the loan it arrives on: the
      * hold is placed by whoever services that loan and has the
      * court notice. Notices, fees, collector assignment and
      * billing demands stand down on a held loan through LNLGL01.
       1070-MAINTAIN-LEGAL-HOLD.
           IF NOT BEFORE-FOUND
              MOVE "LEGAL: LOAN ID NOT FOUND" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND TG-ACTION NOT = "A"
              AND TG-ACTION NOT = "R"
              ADD 1 TO WS-CNT-BAD-AMOUNT
              MOVE "LEGAL: ACTION NOT A/R" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND TG-HOLD-TYPE NOT = "B"
              AND TG-HOLD-TYPE NOT = "L"
              AND TG-HOLD-TYPE NOT = "D"
              AND TG-HOLD-TYPE NOT = "X"
              ADD 1 TO WS-CNT-BAD-AMOUNT
              MOVE "LEGAL: HOLD TYPE NOT B/L/D/X" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND TG-SCOPE NOT = "L"
              AND TG-SCOPE NOT = "B"
              ADD 1 TO WS-CNT-BAD-AMOUNT
              MOVE "LEGAL: SCOPE NOT L/B" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND TG-ACTION = "A"
              AND TG-HOLD-TYPE = "B"
              IF (TG-CHAPTER NOT = "07"
                 AND TG-CHAPTER NOT = "11"
                 AND TG-CHAPTER NOT = "12"
                 AND TG-CHAPTER NOT = "13")
                 OR TG-FILED-DATE NOT NUMERIC
                 OR TG-FILED-DATE > WS-RUN-DATE-CCYYMMDD
                 ADD 1 TO WS-CNT-BAD-AMOUNT
                 MOVE "LEGAL: CHAPTER/FILED DATE BAD"
                    TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              END-IF
           END-IF
           IF NOT TRANSACTION-REJECTED AND TG-SCOPE = "B"
              PERFORM 1071-CHECK-HOLD-PARTY
           END-IF
           IF NOT TRANSACTION-REJECTED
              MOVE TG-SCOPE     TO LG-SCOPE
              IF TG-SCOPE = "L"
                 MOVE TG-LOAN-ID     TO LG-ENTITY-ID
              ELSE
                 MOVE TG-BORROWER-ID TO LG-ENTITY-ID
              END-IF
              MOVE TG-HOLD-TYPE TO LG-TYPE
              IF TG-ACTION = "A"
                 PERFORM 1072-PLACE-LEGAL-HOLD
              ELSE
                 PERFORM 1073-RELEASE-LEGAL-HOLD
              END-IF
           END-IF.

      * A borrower-scope hold must name the loan's primary borrower
      * or a party cross-referenced to it.
       1071-CHECK-HOLD-PARTY.
           IF TG-BORROWER-ID = SPACES
              ADD 1 TO WS-CNT-BAD-AMOUNT
              MOVE "LEGAL: BORROWER ID REQUIRED" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           ELSE
              IF TG-BORROWER-ID NOT = WS-BEFORE-BORROWER-ID
                 MOVE TG-LOAN-ID     TO BX-LOAN-ID
                 MOVE TG-BORROWER-ID TO BX-BORROWER-ID
                 READ XREF-FILE
                    INVALID KEY
                       ADD 1 TO WS-CNT-BAD-AMOUNT
                       MOVE "LEGAL: BORROWER NOT ON LOAN"
                          TO WS-REJECT-REASON
                       PERFORM 1030-WRITE-SUSPENSE
                    NOT INVALID KEY
                       CONTINUE
                 END-READ
                 IF WS-XREF-STATUS NOT = "00"
                    AND WS-XREF-STATUS NOT = "23"
                    DISPLAY "FATAL: XREF-FILE READ FAILED - STATUS "
                       WS-XREF-STATUS " LOAN ID " BX-LOAN-ID
                    PERFORM 9999-ABEND
                 END-IF
              END-IF
           END-IF.

      * The opened date is the run date the hold (re)started - what
      * the monthly hold report ages from - not the petition date.
       1072-PLACE-LEGAL-HOLD.
           MOVE "N" TO WS-LEGAL-FOUND-SW
           MOVE SPACES TO JRNL-BEFORE-LEGAL
           READ LEGAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET LEGAL-ON-FILE TO TRUE
                 MOVE LEGAL-STATUS-REC TO JRNL-BEFORE-LEGAL
           END-READ
           IF WS-LEGAL-STATUS NOT = "00"
              AND WS-LEGAL-STATUS NOT = "23"
              DISPLAY "FATAL: LEGAL-FILE READ FAILED - STATUS "
                 WS-LEGAL-STATUS " LOAN ID " TG-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           IF NOT LEGAL-ON-FILE OR LG-STATUS NOT = "A"
              MOVE WS-RUN-DATE-CCYYMMDD TO LG-OPENED-DATE
           END-IF
           MOVE "A"          TO LG-STATUS
           IF TG-HOLD-TYPE = "B"
              MOVE TG-CHAPTER    TO LG-CHAPTER
              MOVE TG-FILED-DATE TO LG-FILED-DATE
           ELSE
              MOVE SPACES        TO LG-CHAPTER
              MOVE SPACES        TO LG-FILED-DATE
           END-IF
           MOVE TG-CASE-REF  TO LG-CASE-REF
           MOVE SPACES       TO LG-RELEASED-DATE
           MOVE TG-LOAN-ID   TO LG-LOAN-ID
           MOVE T-USER-IN    TO LG-MAINT-BY
           IF LEGAL-ON-FILE
              REWRITE LEGAL-STATUS-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE LEGAL-STATUS-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-LEGAL-STATUS NOT = "00"
              DISPLAY "FATAL: LEGAL-FILE UPDATE FAILED - STATUS "
                 WS-LEGAL-STATUS " LOAN ID " TG-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-LEGAL-PLACE
           PERFORM 1089-JOURNAL-LEGAL-HOLD.

      * A release keeps the record as history, stamped with the
      * effective date when the feed carries one (the discharge or
      * dismissal date) and the run date otherwise.
       1073-RELEASE-LEGAL-HOLD.
           MOVE "N" TO WS-LEGAL-FOUND-SW
           MOVE SPACES TO JRNL-BEFORE-LEGAL
           READ LEGAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET LEGAL-ON-FILE TO TRUE
                 MOVE LEGAL-STATUS-REC TO JRNL-BEFORE-LEGAL
           END-READ
           IF WS-LEGAL-STATUS NOT = "00"
              AND WS-LEGAL-STATUS NOT = "23"
              DISPLAY "FATAL: LEGAL-FILE READ FAILED - STATUS "
                 WS-LEGAL-STATUS " LOAN ID " TG-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           IF NOT LEGAL-ON-FILE OR LG-STATUS NOT = "A"
              MOVE "LEGAL: NO ACTIVE HOLD" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           ELSE
              MOVE "R" TO LG-STATUS
              IF TG-EFFECTIVE-DATE NUMERIC
                 AND TG-EFFECTIVE-DATE NOT = ZEROS
                 MOVE TG-EFFECTIVE-DATE    TO LG-RELEASED-DATE
              ELSE
                 MOVE WS-RUN-DATE-CCYYMMDD TO LG-RELEASED-DATE
              END-IF
              MOVE T-USER-IN TO LG-MAINT-BY
              REWRITE LEGAL-STATUS-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-LEGAL-STATUS NOT = "00"
                 DISPLAY "FATAL: LEGAL-FILE UPDATE FAILED - STATUS "
                    WS-LEGAL-STATUS " LOAN ID " TG-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CNT-LEGAL-RELEASE
              PERFORM 1089-JOURNAL-LEGAL-HOLD
           END-IF.

      * Sanctions screen of one party (WS-SANC-PARTY-ID, named in
      * SC-NAME/SC-ADDRESS) through LNSANC01. A hit - or no watch
      * list to screen against - queues the transaction for the
      * compliance officer instead of applying it. A transaction
      * LNSANA01 already cleared (byte 79 "S") has had its decision
      * and is not screened again.
       1074-SCREEN-PARTY.
           MOVE "N" TO WS-SANC-HELD-SW
           IF T-FILLER-IN NOT = "S"
              MOVE "S"  TO SC-FUNCTION
              MOVE ZERO TO SC-THRESHOLD
              CALL "LNSANC01" USING WS-SANCTION-CONTROL
              ADD 1 TO WS-CNT-SANC-SCREENED
              IF SC-HIT
                 PERFORM 1076-WRITE-SANCTION-HOLD
              END-IF
           END-IF.

      * Appends the held transaction, with the party and the entry it
      * matched, to the compliance queue - opened on first use with
      * the same EXTEND/OUTPUT idiom as the other append-only files.
       1076-WRITE-SANCTION-HOLD.
           IF NOT SANQ-FILE-OPEN
              OPEN EXTEND SANCTION-QUEUE-FILE
              IF WS-SANQ-STATUS NOT = "00"
                 OPEN OUTPUT SANCTION-QUEUE-FILE
              END-IF
              IF WS-SANQ-STATUS NOT = "00"
                 DISPLAY "FATAL: SANCTION-QUEUE-FILE OPEN FAILED - "
                    "STATUS " WS-SANQ-STATUS
                 PERFORM 9999-ABEND
              END-IF
              SET SANQ-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO SANCTION-QUEUE-REC
           MOVE TRANS-REC        TO SQ-TRANS-DATA
           MOVE "T"              TO SQ-SOURCE
           MOVE WS-SANC-PARTY-ID TO SQ-BORROWER-ID
           MOVE SC-NAME          TO SQ-SCREENED-NAME
           MOVE SC-ADDRESS       TO SQ-SCREENED-ADDRESS
           MOVE SC-ENTRY-ID      TO SQ-ENTRY-ID
           MOVE SC-LIST-CODE     TO SQ-LIST-CODE
           MOVE SC-SCORE         TO SQ-SCORE
           MOVE WS-RUN-DATE-CCYYMMDD TO SQ-HELD-DATE
           WRITE SANCTION-QUEUE-REC
           IF WS-SANQ-STATUS NOT = "00"
              DISPLAY "FATAL: SANCTION-QUEUE-FILE WRITE FAILED - "
                 "STATUS " WS-SANQ-STATUS " LOAN ID " T-LOAN-ID-IN
              PERFORM 9999-ABEND
           END-IF
           SET SANCTION-HELD TO TRUE
           ADD 1 TO WS-CNT-SANC-HELD
           DISPLAY "HELD FOR COMPLIANCE: " WS-SANC-PARTY-ID
              " ENTRY " SC-ENTRY-ID " SCORE " SC-SCORE
              " ORIGINATED BY " T-USER-IN.

      * Sanctions freeze on the loan in MASTER-FILE: set when its
      * primary borrower or any party cross-referenced to it is a
      * confirmed match (B-SANCTION-STATUS "C"). The same rule as
      * LNSANC01's "F" lookup, asked of this program's own open
      * borrower master and cross-reference, so a party added to
      * the loan earlier in this run counts. Callers refuse the
      * disbursement or payoff to suspense.
       1078-CHECK-SANCTION-FREEZE.
           MOVE "N" TO WS-FROZEN-SW
           MOVE L-BORROWER-ID TO WS-SANC-CHECK-ID
           IF WS-SANC-CHECK-ID NOT = SPACES
              PERFORM 1079-CHECK-FREEZE-PARTY
           END-IF
           IF NOT SANCTION-FROZEN
              MOVE "N" TO WS-XREF-BROWSE-SW
              MOVE L-LOAN-ID  TO BX-LOAN-ID
              MOVE LOW-VALUES TO BX-BORROWER-ID
              START XREF-FILE KEY NOT < BX-KEY
                 INVALID KEY
                    SET XREF-BROWSE-DONE TO TRUE
              END-START
              PERFORM UNTIL XREF-BROWSE-DONE OR SANCTION-FROZEN
                 READ XREF-FILE NEXT RECORD
                    AT END
                       SET XREF-BROWSE-DONE TO TRUE
                    NOT AT END
                       IF BX-LOAN-ID NOT = L-LOAN-ID
                          SET XREF-BROWSE-DONE TO TRUE
                       ELSE
                          MOVE BX-BORROWER-ID TO WS-SANC-CHECK-ID
                          PERFORM 1079-CHECK-FREEZE-PARTY
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF SANCTION-FROZEN
              ADD 1 TO WS-CNT-SANC-FROZEN
              DISPLAY "SANCTIONS FREEZE: LOAN " L-LOAN-ID
                 " PARTY " WS-SANC-CHECK-ID " - REFUSED"
           END-IF.

       1079-CHECK-FREEZE-PARTY.
           MOVE WS-SANC-CHECK-ID TO B-BORROWER-ID
           READ BORROWER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF B-SANCTION-CONFIRMED
                    SET SANCTION-FROZEN TO TRUE
                 END-IF
           END-READ
           IF WS-BORR-STATUS NOT = "00"
              AND WS-BORR-STATUS NOT = "23"
              DISPLAY "FATAL: BORROWER-FILE READ FAILED - "
                 "STATUS " WS-BORR-STATUS " ID " B-BORROWER-ID
              PERFORM 9999-ABEND
           END-IF.

      * Collateral maintenance (T-MAINT-CODE-IN "L", TRANS-COLL-
      * REC view): "A" books or refreshes the loan's collateral -
       1054-UPSERT-COLLATERAL.
           MOVE "N" TO WS-COLL-FOUND-SW
           MOVE TL-LOAN-ID TO CL-LOAN-ID
           MOVE SPACES TO JRNL-BEFORE-COLL
           READ COLLATERAL-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET COLLATERAL-ON-FILE TO TRUE
                 MOVE COLLATERAL-REC TO JRNL-BEFORE-COLL
           END-READ
           IF NOT COLLATERAL-ON-FILE
              MOVE SPACES TO COLLATERAL-REC
                 "STATUS " WS-COLL-STATUS " LOAN ID " CL-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-COLL-MAINT
           PERFORM 1087-JOURNAL-COLLATERAL.

      * Read first so the journal has what was removed.
       1055-REMOVE-COLLATERAL.
           MOVE TL-LOAN-ID TO CL-LOAN-ID
           READ COLLATERAL-FILE
              INVALID KEY
                 MOVE "COLLATERAL: NONE TO REMOVE"
                    TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              NOT INVALID KEY
                 MOVE COLLATERAL-REC TO JRNL-BEFORE-COLL
           END-READ
           IF WS-COLL-STATUS NOT = "00"
              AND WS-COLL-STATUS NOT = "23"
              DISPLAY "FATAL: COLLATERAL-FILE READ FAILED - "
                 "STATUS " WS-COLL-STATUS " LOAN ID " CL-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           IF NOT TRANSACTION-REJECTED
              DELETE COLLATERAL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
              IF WS-COLL-STATUS NOT = "00"
                 DISPLAY "FATAL: COLLATERAL-FILE DELETE FAILED - "
                    "STATUS " WS-COLL-STATUS " LOAN ID " CL-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-CNT-COLL-REMOVE
              MOVE SPACES TO COLLATERAL-REC
              PERFORM 1087-JOURNAL-COLLATERAL
           END-IF.

      * Plan maintenance (T-MAINT-CODE-IN "M", TRANS-PLAN-REC
           END-IF
           IF NOT TRANSACTION-REJECTED
              PERFORM 1044-READ-PLAN
              IF PLAN-ON-FILE
                 MOVE MOD-PLAN-REC TO JRNL-BEFORE-PLAN
              ELSE
                 MOVE SPACES TO JRNL-BEFORE-PLAN
              END-IF
              IF TP-ACTION = "C" AND NOT PLAN-ON-FILE
                 MOVE "PLAN: NOTHING TO CANCEL" TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-PLAN-ADD
           PERFORM 1085-JOURNAL-PLAN
           IF MP-START-DATE NOT > WS-RUN-DATE-CCYYMMDD
              AND MP-END-DATE NOT < WS-RUN-DATE-CCYYMMDD
              MOVE "A" TO L-MOD-PLAN-FLAG
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CNT-PLAN-CANCEL
           PERFORM 1085-JOURNAL-PLAN
           IF L-MOD-PLAN-FLAG = "A"
              MOVE SPACE TO L-MOD-PLAN-FLAG
              PERFORM 1047-REWRITE-MASTER-PLAN
              DISPLAY "FATAL: MASTER-FILE PLAN REWRITE FAILED - "
                 "STATUS " WS-VSAM-STATUS " LOAN ID " L-LOAN-ID
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1086-JOURNAL-PLAN-FLAG.

      * Recovery posting: a payment arriving for a loan LNCHGO01
      * has charged off. The money reduces what is still owed on
                       MOVE ZERO TO L-LATE-FEE-DUE
                 END-ADD
              END-IF
      * A curtailment never moved the due date, so there is none to
      * roll back - but any recast it caused is put back.
              IF PAY-TYPE = "C"
                 IF PAY-RECAST = "P" OR PAY-RECAST = "T"
                    PERFORM 1067-UNDO-RECAST
                 END-IF
              ELSE
                 PERFORM 1038-RETREAT-NEXT-DUE
              END-IF
              IF (L-CLOSE-STATUS = "P" OR L-CLOSE-STATUS = "C")
                 AND L-LOAN-AMOUNT > ZERO
                 PERFORM 1060-REOPEN-PAID-LOAN
              END-IF
              ADD 1 TO WS-CNT-AGE
              MOVE "LNAGE01" TO WS-DYNAMIC-PROG
              CALL WS-DYNAMIC-PROG USING LOAN-RECORD
                    " LOAN ID " L-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              IF PAY-TYPE = "C"
                 PERFORM 1069-JOURNAL-RECAST
              END-IF
              MOVE "R" TO PAY-REVERSED-FLAG
              MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-REVERSAL-DATE
              REWRITE PAYMENT-REC
              PERFORM 1016-WRITE-STATEMENT-EXTRACT
           END-IF.

      * A bounced payoff puts a balance back on a loan marked paid
      * in full, so the loan is open again. One the closing step
      * has already closed has had its escrow refunded and its lien
      * release issued - the reopen is flagged for manual follow-up.
      * A quote-settled payoff left no due date behind; the
      * restored balance falls due today.
       1060-REOPEN-PAID-LOAN.
           IF L-CLOSE-STATUS = "C"
              DISPLAY "REOPENED AFTER CLOSING: " L-LOAN-ID
                 " - LIEN RELEASE ALREADY ISSUED, REVIEW"
           ELSE
              DISPLAY "PAID-IN-FULL REVERSED: " L-LOAN-ID
           END-IF
           MOVE SPACE  TO L-CLOSE-STATUS
           MOVE SPACES TO L-CLOSE-DATE
           IF L-NEXT-PAYMENT-DUE = SPACES
              OR L-NEXT-PAYMENT-DUE = ZEROS
              MOVE WS-RUN-DATE-CCYYMMDD TO L-NEXT-PAYMENT-DUE
           END-IF
           ADD 1 TO WS-CNT-REOPENED.

      * Principal curtailment (T-MAINT-CODE-IN "K"): T-AMOUNT-IN
      * comes straight off L-LOAN-AMOUNT - no escrow, fee or
      * interest waterfall, no bill matching, and the due date does
      * not move (the borrower still owes the next regular payment).
      * T-STATUS-IN carries the recast option: "P" re-cuts the
      * schedule at a lower payment over the payments left to
      * maturity, "T" keeps the payment and pulls maturity in to
      * where the smaller balance now pays off. A curtailment that
      * takes the balance to zero is a payoff and recasts nothing.
      * Everything that can refuse the transaction is checked before
      * the record is touched.
       1061-POST-CURTAILMENT.
           IF NOT BEFORE-FOUND
              MOVE "CURTAIL: LOAN ID NOT FOUND" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND L-CHARGE-OFF-FLAG = "C"
              MOVE "CURTAIL: LOAN CHARGED OFF" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              PERFORM 1014-VALIDATE-AMOUNT
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND (L-LOAN-AMOUNT NOT NUMERIC
                 OR L-INTEREST-RATE NOT NUMERIC)
              ADD 1 TO WS-CNT-BAD-AMOUNT
              MOVE "CURTAIL: MASTER REC NOT NUMERIC"
                 TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND T-AMOUNT-IN > L-LOAN-AMOUNT
              MOVE "CURTAIL EXCEEDS LOAN BALANCE" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
      * Curtailing the whole balance is a payoff.
           IF NOT TRANSACTION-REJECTED
              AND T-AMOUNT-IN = L-LOAN-AMOUNT
              PERFORM 1078-CHECK-SANCTION-FREEZE
              IF SANCTION-FROZEN
                 MOVE "SANCTIONS: PAYOFF FROZEN" TO WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              END-IF
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND T-STATUS-IN NOT = SPACE
              AND T-STATUS-IN NOT = "P"
              AND T-STATUS-IN NOT = "T"
              ADD 1 TO WS-CNT-BAD-AMOUNT
              MOVE "CURTAIL: RECAST NOT P/T/BLANK" TO WS-REJECT-REASON
              PERFORM 1030-WRITE-SUSPENSE
           END-IF
           IF NOT TRANSACTION-REJECTED
              MOVE "C" TO WS-PAY-TYPE
              MOVE T-STATUS-IN TO WS-RECAST-OPTION
              IF T-AMOUNT-IN = L-LOAN-AMOUNT
                 MOVE SPACE TO WS-RECAST-OPTION
              END-IF
              IF NOT RECAST-NONE
                 PERFORM 1062-CHECK-RECAST
                 IF NOT RECAST-OK
                    MOVE "CURTAIL: NO SCHEDULE TO RECAST"
                       TO WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 END-IF
              END-IF
           END-IF
           IF NOT TRANSACTION-REJECTED
              MOVE T-AMOUNT-IN TO WS-PAY-PRINCIPAL
              MOVE ZERO TO WS-PAY-INTEREST
              MOVE ZERO TO WS-PAY-ESCROW
              MOVE ZERO TO WS-PAY-FEE
              MOVE ZERO TO WS-PAY-ACCR-RELIEF
              MOVE ZERO TO WS-PAY-ACCR-SHORT
              SUBTRACT WS-PAY-PRINCIPAL FROM L-LOAN-AMOUNT
              EVALUATE TRUE
                 WHEN L-LOAN-AMOUNT = ZERO
                    PERFORM 1059-MARK-PAID-IN-FULL
                 WHEN RECAST-PAYMENT
                    PERFORM 1064-RECAST-PAYMENT
                 WHEN RECAST-TERM
                    PERFORM 1065-RECAST-TERM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              ADD 1 TO WS-CNT-AGE
              MOVE "LNAGE01" TO WS-DYNAMIC-PROG
              CALL WS-DYNAMIC-PROG USING LOAN-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO L-LAST-MAINTAINED-TS
              REWRITE LOAN-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WS-VSAM-STATUS NOT = "00"
                 DISPLAY "FATAL: MASTER-FILE CURTAILMENT REWRITE "
                    "FAILED - STATUS " WS-VSAM-STATUS
                    " LOAN ID " L-LOAN-ID
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1069-JOURNAL-RECAST
              ADD 1 TO WS-CNT-CURTAIL
              PERFORM 0220-ACCUMULATE-PAYMENT-USD
              ADD WS-USD-AMOUNT TO WS-CURTAIL-AMOUNT
              PERFORM 0250-ACCUMULATE-GL-PAYMENT
              PERFORM 1031-WRITE-PAYMENT-HISTORY
              PERFORM 1016-WRITE-STATEMENT-EXTRACT
           END-IF.

      * A recast needs a schedule to recast: a scheduled payment,
      * a term, a due date and a maturity still ahead of it, and a
      * payment that covers the interest. Run against the balance
      * BEFORE the curtailment - for a lower-payment recast the
      * period the new payment is priced over is the longer of the
      * payments left and the months the old balance still needed
      * at the old payment (longer only on a balloon, whose
      * amortization runs past maturity).
       1062-CHECK-RECAST.
           MOVE "Y" TO WS-RECAST-OK-SW
           IF L-SCHED-PAYMENT NOT NUMERIC
              OR L-SCHED-PAYMENT = ZERO
              OR L-TERM-MONTHS NOT NUMERIC
              OR L-TERM-MONTHS = ZERO
              OR L-NEXT-PAYMENT-DUE NOT NUMERIC
              MOVE "N" TO WS-RECAST-OK-SW
           END-IF
           IF RECAST-OK
              PERFORM 1068-MONTHS-TO-MATURITY
              IF WS-REMAIN-MONTHS < 1
                 OR WS-REMAIN-MONTHS > L-TERM-MONTHS
                 MOVE "N" TO WS-RECAST-OK-SW
              END-IF
           END-IF
           IF RECAST-OK
              COMPUTE WS-RECAST-RATE ROUNDED = L-INTEREST-RATE / 1200
              MOVE L-LOAN-AMOUNT TO WS-RECAST-BALANCE
              PERFORM 1063-PRICE-REMAINING-MONTHS
           END-IF
           IF RECAST-OK AND RECAST-PAYMENT
              COMPUTE WS-AMORT-REMAIN-MONTHS ROUNDED =
                 WS-RECAST-MONTHS-RAW
              IF WS-AMORT-REMAIN-MONTHS < WS-REMAIN-MONTHS
                 MOVE WS-REMAIN-MONTHS TO WS-AMORT-REMAIN-MONTHS
              END-IF
              IF WS-AMORT-REMAIN-MONTHS > 999
                 MOVE "N" TO WS-RECAST-OK-SW
              ELSE
                 MOVE WS-AMORT-REMAIN-MONTHS TO WS-TERM-MONTHS-PARM
              END-IF
           END-IF.

      * Months WS-RECAST-BALANCE takes to pay off at the loan's
      * scheduled payment: n = -ln(1 - B*r/P) / ln(1 + r), or B/P
      * at a zero rate. A payment that does not cover the month's
      * interest never pays the balance off.
       1063-PRICE-REMAINING-MONTHS.
           IF WS-RECAST-RATE = ZERO
              COMPUTE WS-RECAST-MONTHS-RAW ROUNDED =
                 WS-RECAST-BALANCE / L-SCHED-PAYMENT
                 ON SIZE ERROR
                    MOVE "N" TO WS-RECAST-OK-SW
              END-COMPUTE
           ELSE
              IF WS-RECAST-BALANCE * WS-RECAST-RATE
                    NOT < L-SCHED-PAYMENT
                 MOVE "N" TO WS-RECAST-OK-SW
              ELSE
                 COMPUTE WS-RECAST-RATIO ROUNDED =
                    WS-RECAST-BALANCE * WS-RECAST-RATE
                    / L-SCHED-PAYMENT
                 COMPUTE WS-RECAST-MONTHS-RAW ROUNDED =
                    FUNCTION LOG(1 / (1 - WS-RECAST-RATIO))
                    / FUNCTION LOG(1 + WS-RECAST-RATE)
                    ON SIZE ERROR
                       MOVE "N" TO WS-RECAST-OK-SW
                 END-COMPUTE
              END-IF
           END-IF.

      * Lower payment, same maturity: LNAMRT01 prices the reduced
      * balance over the period 1062 settled on and stamps the new
      * L-SCHED-PAYMENT; the schedule stops at maturity.
       1064-RECAST-PAYMENT.
           MOVE L-SCHED-PAYMENT TO WS-PRIOR-SCHED-PMT
           MOVE L-TERM-MONTHS   TO WS-PRIOR-TERM
           MOVE WS-REMAIN-MONTHS TO WS-NEW-REMAIN-MONTHS
           MOVE ZERO TO WS-LEVEL-PAYMENT-PARM
           PERFORM 1066-REGENERATE-REMAINING
           ADD 1 TO WS-CNT-RECAST-PMT
           DISPLAY "RECAST: " L-LOAN-ID " PAYMENT "
              WS-PRIOR-SCHED-PMT " -> " L-SCHED-PAYMENT.

      * Same payment, shorter term: the reduced balance pays off in
      * fewer months at the old payment, and the term (and so the
      * maturity) comes in by the payments saved. A balloon whose
      * reduced balance still runs past maturity keeps its term -
      * the saving shows up as a smaller balloon instead.
       1065-RECAST-TERM.
           MOVE L-SCHED-PAYMENT TO WS-PRIOR-SCHED-PMT
           MOVE L-TERM-MONTHS   TO WS-PRIOR-TERM
           MOVE L-LOAN-AMOUNT   TO WS-RECAST-BALANCE
           PERFORM 1063-PRICE-REMAINING-MONTHS
           MOVE WS-RECAST-MONTHS-RAW TO WS-AMORT-REMAIN-MONTHS
           IF WS-AMORT-REMAIN-MONTHS < WS-RECAST-MONTHS-RAW
              ADD 1 TO WS-AMORT-REMAIN-MONTHS
           END-IF
           IF WS-AMORT-REMAIN-MONTHS < WS-REMAIN-MONTHS
              MOVE WS-AMORT-REMAIN-MONTHS TO WS-NEW-REMAIN-MONTHS
           ELSE
              MOVE WS-REMAIN-MONTHS TO WS-NEW-REMAIN-MONTHS
           END-IF
           COMPUTE L-TERM-MONTHS = L-TERM-MONTHS
              - (WS-REMAIN-MONTHS - WS-NEW-REMAIN-MONTHS)
           MOVE "LNMATD01" TO WS-DYNAMIC-PROG
           CALL WS-DYNAMIC-PROG USING LOAN-RECORD
           MOVE WS-NEW-REMAIN-MONTHS TO WS-TERM-MONTHS-PARM
           MOVE L-SCHED-PAYMENT TO WS-LEVEL-PAYMENT-PARM
           PERFORM 1066-REGENERATE-REMAINING
           ADD 1 TO WS-CNT-RECAST-TERM
           DISPLAY "RECAST: " L-LOAN-ID " TERM " WS-PRIOR-TERM
              " -> " L-TERM-MONTHS " MATURITY " L-MATURITY-DATE.

      * LNAMRT01 stops a schedule at L-TERM-MONTHS when that is
      * shorter than the period passed in, so the term is pointed
      * at the payments left for the call - the re-cut schedule
      * runs from today's balance to maturity - and put back after.
      * The caller rewrites the record.
       1066-REGENERATE-REMAINING.
           MOVE L-TERM-MONTHS TO WS-RECAST-SAVE-TERM
           MOVE WS-NEW-REMAIN-MONTHS TO L-TERM-MONTHS
           ADD 1 TO WS-CNT-AMORT
           MOVE "LNAMRT01" TO WS-DYNAMIC-PROG
           CALL WS-DYNAMIC-PROG USING LOAN-RECORD WS-TERM-MONTHS-PARM
              WS-LEVEL-PAYMENT-PARM
           MOVE WS-RECAST-SAVE-TERM TO L-TERM-MONTHS.

      * Reversing a curtailment that recast the loan puts the old
      * payment and term back (maturity follows the term) and
      * re-cuts the schedule at the old payment from the restored
      * balance to the restored maturity.
       1067-UNDO-RECAST.
           IF PAY-PRIOR-SCHED-PMT NUMERIC
              AND PAY-PRIOR-TERM NUMERIC
              AND PAY-PRIOR-TERM > ZERO
              MOVE PAY-PRIOR-TERM      TO L-TERM-MONTHS
              MOVE PAY-PRIOR-SCHED-PMT TO L-SCHED-PAYMENT
              MOVE "LNMATD01" TO WS-DYNAMIC-PROG
              CALL WS-DYNAMIC-PROG USING LOAN-RECORD
              PERFORM 1068-MONTHS-TO-MATURITY
              IF WS-REMAIN-MONTHS > ZERO
                 AND WS-REMAIN-MONTHS NOT > L-TERM-MONTHS
                 AND L-SCHED-PAYMENT > ZERO
                 MOVE WS-REMAIN-MONTHS TO WS-NEW-REMAIN-MONTHS
                 MOVE WS-REMAIN-MONTHS TO WS-TERM-MONTHS-PARM
                 MOVE L-SCHED-PAYMENT  TO WS-LEVEL-PAYMENT-PARM
                 PERFORM 1066-REGENERATE-REMAINING
              END-IF
              ADD 1 TO WS-CNT-RECAST-UNDONE
              DISPLAY "RECAST UNDONE: " L-LOAN-ID " PAYMENT "
                 L-SCHED-PAYMENT " TERM " L-TERM-MONTHS
           END-IF.

      * Scheduled payments left: next due month through maturity
      * month inclusive. Maturity is derived first if the record
      * has none; zero when either date is unusable.
       1068-MONTHS-TO-MATURITY.
           MOVE ZERO TO WS-REMAIN-MONTHS
           IF L-MATURITY-DATE NOT NUMERIC
              MOVE "LNMATD01" TO WS-DYNAMIC-PROG
              CALL WS-DYNAMIC-PROG USING LOAN-RECORD
           END-IF
           IF L-MATURITY-DATE NUMERIC
              AND L-NEXT-PAYMENT-DUE NUMERIC
              MOVE L-MATURITY-DATE TO WS-RECAST-DATE
              COMPUTE WS-REMAIN-MONTHS =
                 WS-RECAST-YYYY * 12 + WS-RECAST-MM
              MOVE L-NEXT-PAYMENT-DUE TO WS-RECAST-DATE
              COMPUTE WS-REMAIN-MONTHS = WS-REMAIN-MONTHS
                 - (WS-RECAST-YYYY * 12 + WS-RECAST-MM) + 1
           END-IF.

      * A curtailment's recast, or a reversal undoing one, re-prices
      * the schedule on the master: the payment, term and maturity,
      * against the before image 1013 captured. Nothing is written
      * for a curtailment that recast nothing.
       1069-JOURNAL-RECAST.
           MOVE WS-BEFORE-RECORD TO JRNL-BEFORE-LOAN
           MOVE "L-SCHED-PAYMENT" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF JB-SCHED-PAYMENT NUMERIC
              MOVE JB-SCHED-PAYMENT TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-OLD
           END-IF
           IF L-SCHED-PAYMENT NUMERIC
              MOVE L-SCHED-PAYMENT TO WS-JRNL-EDIT-AMT
              MOVE WS-JRNL-EDIT-AMT TO WS-JRNL-NEW
           END-IF
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-TERM-MONTHS" TO WS-JRNL-FIELD
           MOVE SPACES TO WS-JRNL-OLD WS-JRNL-NEW
           IF JB-TERM-MONTHS NUMERIC
              MOVE JB-TERM-MONTHS TO WS-JRNL-OLD
           END-IF
           IF L-TERM-MONTHS NUMERIC
              MOVE L-TERM-MONTHS TO WS-JRNL-NEW
           END-IF
           PERFORM 1080-JOURNAL-IF-CHANGED
           MOVE "L-MATURITY-DATE" TO WS-JRNL-FIELD
           MOVE JB-MATURITY-DATE  TO WS-JRNL-OLD
           MOVE L-MATURITY-DATE   TO WS-JRNL-NEW
           PERFORM 1080-JOURNAL-IF-CHANGED.

      * Reversal of a recovery payment: backs the money out of the
      * charged-off ledger's CO-RECOVERED, reopens a ledger the
      * bounced check had marked fully recovered, marks the history
           MOVE SPACES TO WS-BEFORE-FEE-CYCLE
           MOVE ZERO   TO WS-BEFORE-SCHED-PMT
           MOVE SPACE  TO WS-BEFORE-BEHAVIOR
           MOVE SPACE  TO WS-BEFORE-CLOSE-STATUS
           MOVE SPACES TO WS-BEFORE-CLOSE-DATE
           MOVE SPACES TO WS-BEFORE-CURRENCY
           MOVE SPACES TO WS-BEFORE-BORROWER-ID
           MOVE SPACES TO WS-BEFORE-RECORD
      * restore treatment, or any change transaction would wipe
      * the loan back to "never rated" until month-end.
                 MOVE L-BEHAVIOR-RATING TO WS-BEFORE-BEHAVIOR
      * The paid-in-full/closed state is owned by payment posting
      * and the LNCLOS01 closing step - a change transaction must
      * not quietly reopen a closed loan.
                 MOVE L-CLOSE-STATUS    TO WS-BEFORE-CLOSE-STATUS
                 MOVE L-CLOSE-DATE      TO WS-BEFORE-CLOSE-DATE
                 MOVE L-CURRENCY-CODE TO WS-BEFORE-CURRENCY
                 MOVE L-BORROWER-ID TO WS-BEFORE-BORROWER-ID
                 MOVE LOAN-RECORD TO WS-BEFORE-RECORD
                 MOVE "P" TO STMT-ACTION
              WHEN T-MAINT-CODE-IN = "V"
                 MOVE "V" TO STMT-ACTION
              WHEN T-MAINT-CODE-IN = "K"
                 MOVE "K" TO STMT-ACTION
              WHEN T-MAINT-CODE-IN = "E"
                 MOVE "E" TO STMT-ACTION
              WHEN T-MAINT-CODE-IN = "M"
                    WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              END-IF
           END-IF
      * Balloon edits: the amortization period must be numeric and
      * no more than 40 years, and only means anything when it runs
      * past the term. A balloon needs a term to mature at, and must
      * be fixed rate - a rate reset re-prices the payment over the
      * term (LNRATE01/LNSWP01), which would quietly amortize the
      * balloon away.
           MOVE ZERO TO WS-AMORT-MONTHS
           IF NOT TRANSACTION-REJECTED
              AND T-AMORT-YEARS-IN NOT = SPACES
              IF T-AMORT-YEARS-IN NOT NUMERIC
                 ADD 1 TO WS-CNT-BAD-AMOUNT
                 MOVE "INVALID AMORT YRS-NOT NUMERIC" TO
                    WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              ELSE
                 MOVE T-AMORT-YEARS-IN TO WS-AMORT-YEARS
                 IF WS-AMORT-YEARS > 40
                    ADD 1 TO WS-CNT-BAD-AMOUNT
                    MOVE "AMORT PERIOD OVER 40 YEARS" TO
                       WS-REJECT-REASON
                    PERFORM 1030-WRITE-SUSPENSE
                 ELSE
                    COMPUTE WS-AMORT-MONTHS = WS-AMORT-YEARS * 12
                 END-IF
              END-IF
           END-IF
           IF NOT TRANSACTION-REJECTED
              AND WS-AMORT-MONTHS > ZERO
              IF T-TERM-MONTHS-IN = ZERO
                 ADD 1 TO WS-CNT-BAD-AMOUNT
                 MOVE "BALLOON: NO TERM TO MATURE AT" TO
                    WS-REJECT-REASON
                 PERFORM 1030-WRITE-SUSPENSE
              ELSE
                 IF WS-AMORT-MONTHS NOT > T-TERM-MONTHS-IN
                    MOVE ZERO TO WS-AMORT-MONTHS
                 ELSE
                    IF L-RATE-TYPE = "V"
                       ADD 1 TO WS-CNT-BAD-AMOUNT
                       MOVE "BALLOON LOANS MUST BE FIXED" TO
                          WS-REJECT-REASON
                       PERFORM 1030-WRITE-SUSPENSE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * A transaction that carries a term generates a borrower payment
      * schedule off the just-updated loan amount/rate, independent of
      * which calc/alert T-CODE ran. A balloon booking passes its
      * longer amortization period instead - LNAMRT01 prices over it
      * and stops the schedule at the term (L-TERM-MONTHS).
       1029-GENERATE-AMORTIZATION.
           ADD 1 TO WS-CNT-AMORT
           MOVE T-TERM-MONTHS-IN TO WS-TERM-MONTHS-PARM
           IF WS-AMORT-MONTHS > T-TERM-MONTHS-IN
              MOVE WS-AMORT-MONTHS TO WS-TERM-MONTHS-PARM
           END-IF
           MOVE "LNAMRT01" TO WS-DYNAMIC-PROG
           MOVE ZERO TO WS-LEVEL-PAYMENT-PARM
           CALL WS-DYNAMIC-PROG USING LOAN-RECORD WS-TERM-MONTHS-PARM
              WS-LEVEL-PAYMENT-PARM
      * LNAMRT01 stamps L-SCHED-PAYMENT on the record, but 1027 has
      * already written the master by the time it is called - the
      * stamp must be rewritten home or the fee/billing/bureau
              END-IF
           END-IF.

      * A stream's hand-off to LNVMRG01: its reject list, the payoff
      * quotes it consumed (for the merge to flag on the quote log),
      * then the "E" record with its slice counts and hash and its
      * whole control-totals group. The "E" goes last so a stream
      * that fails part way through leaves a result with no "E",
      * which the merge treats as not finished. Written after the
      * "C" checkpoint, so - like the feed log - a failure here
      * stops the job directly, never through 9999-ABEND.
       1950-WRITE-STREAM-RESULT.
           OPEN OUTPUT STREAM-RESULT-FILE
           IF WS-SRES-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RESULT OPEN FAILED - STATUS "
                 WS-SRES-STATUS
              DISPLAY "STREAM " WS-STREAM-NO " APPLIED BUT NOT "
                 "RECORDED - DO NOT RERUN IT; REBUILD ITS RESULT BY "
                 "HAND FROM THIS REPORT BEFORE THE MERGE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJECT-COUNT
              MOVE SPACES TO STREAM-RESULT-REC
              MOVE "J" TO SRS-REC-TYPE
              MOVE WS-REJ-LOAN-ID(WS-REJ-IDX) TO SRJ-LOAN-ID
              MOVE WS-REJ-REASON(WS-REJ-IDX)  TO SRJ-REASON
              PERFORM 1955-WRITE-RESULT-RECORD
              ADD 1 TO WS-SRES-REJECTS
           END-PERFORM
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > WS-QT-COUNT
              IF WS-QT-USED(WS-QT-IDX) = "Y"
                 MOVE SPACES TO STREAM-RESULT-REC
                 MOVE "Q" TO SRS-REC-TYPE
                 MOVE WS-QT-LOAN-ID(WS-QT-IDX)   TO SRQ-LOAN-ID
                 MOVE WS-QT-TIMESTAMP(WS-QT-IDX) TO SRQ-TIMESTAMP
                 PERFORM 1955-WRITE-RESULT-RECORD
                 ADD 1 TO WS-SRES-QUOTES
              END-IF
           END-PERFORM
           MOVE SPACES TO STREAM-RESULT-REC
           MOVE "E" TO SRS-REC-TYPE
           MOVE FUNCTION CURRENT-DATE(1:14) TO SRE-END-TIMESTAMP
           MOVE RETURN-CODE           TO SRE-RETURN-CODE
           MOVE WS-STREAM-LOW-ID      TO SRE-LOW-ID
           MOVE WS-STREAM-HIGH-ID     TO SRE-HIGH-ID
           MOVE WS-SLICE-RECORD-COUNT TO SRE-SLICE-RECORDS
           MOVE WS-SLICE-DETAIL-COUNT TO SRE-SLICE-DETAIL
           MOVE WS-SLICE-HASH-COUNT   TO SRE-SLICE-HASH-COUNT
           PERFORM VARYING WS-SLICE-IDX FROM 1 BY 1
                   UNTIL WS-SLICE-IDX > 10
              IF WS-SLICE-IDX > WS-SLICE-HASH-COUNT
                 MOVE SPACES TO SRE-HASH-CODE(WS-SLICE-IDX)
                 MOVE ZERO   TO SRE-HASH-AMT(WS-SLICE-IDX)
              ELSE
                 MOVE WS-SLICE-HASH-CODE(WS-SLICE-IDX)
                    TO SRE-HASH-CODE(WS-SLICE-IDX)
                 MOVE WS-SLICE-HASH-AMT(WS-SLICE-IDX)
                    TO SRE-HASH-AMT(WS-SLICE-IDX)
              END-IF
           END-PERFORM
           MOVE WS-CNT-CONTROL        TO SRE-CNT-CONTROL
           MOVE WS-CNT-JOURNALED      TO SRE-CNT-JOURNALED
           COMPUTE SRE-GL-RECORDS = WS-GL-COUNT * 2
           MOVE WS-SRES-REJECTS       TO SRE-REJECTS-LISTED
           MOVE WS-SRES-QUOTES        TO SRE-QUOTES-LISTED
           MOVE WS-CONTROL-TOTALS     TO SRE-TOTALS-IMAGE
           PERFORM 1955-WRITE-RESULT-RECORD
           CLOSE STREAM-RESULT-FILE
           DISPLAY "LNVAL01: STREAM " WS-STREAM-NO " RESULT WRITTEN - "
              "LNVMRG01 COMPLETES THE RUN ONCE EVERY STREAM HAS".

       1955-WRITE-RESULT-RECORD.
           MOVE WS-STREAM-NO     TO SRS-STREAM-NO
           MOVE WS-FH-FEED-DATE  TO SRS-FEED-DATE
           MOVE WS-FH-SOURCE-ID  TO SRS-SOURCE-ID
           WRITE STREAM-RESULT-REC
           IF WS-SRES-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RESULT WRITE FAILED - STATUS "
                 WS-SRES-STATUS
              DISPLAY "STREAM " WS-STREAM-NO " APPLIED BUT NOT "
                 "RECORDED - DO NOT RERUN IT; REBUILD ITS RESULT BY "
                 "HAND FROM THIS REPORT BEFORE THE MERGE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      * Writes the balanced GL interface file - but only after proving
      * the add/change debit cells sum exactly to WS-TOTAL-AMOUNT. A
      * file that does not reconcile is never written, so it can never
      *   D  deleted balances  CR LOANRECV / DR LOANCLRG
      *   P  payment principal CR LOANRECV / DR LOANCLRG
      *   I  payment interest  CR INTINCOM / DR LOANCLRG
      *      (above the accrued bucket)
      *   Y  payment interest  CR ACCRINTR / DR LOANCLRG
      *      (out of the accrued bucket)
      *   E  escrow deposits   CR ESCROWPY / DR LOANCLRG
      *   G  escrow payouts    DR ESCROWPY / CR LOANCLRG
      *   V  reversed principal DR LOANRECV / CR LOANCLRG
      *   W  reversed interest DR ACCRINTR / CR LOANCLRG
      *      (back into the accrued bucket)
      *   H  reversed escrow   DR ESCROWPY / CR LOANCLRG
      *   R  recovery income   CR RECOVINC / DR LOANCLRG
      *   Q  reversed recovery DR RECOVINC / CR LOANCLRG
      *   F  late fees taken    CR FEESRECV / DR LOANCLRG
      *   J  reversed late fees DR FEESRECV / CR LOANCLRG
      *   Z  waived payoff drift DR WAIVEEXP / CR LOANCLRG
      *   T  accrued reversed  DR INTINCOM / CR ACCRINTR
      *      (no clearing leg - no cash moves)
      *   B  fees written off  DR FEEINCOM / CR FEESRECV
      *      (no clearing leg - reverses LNFEE01's assessment)
       1920-WRITE-GL-PAIR.
           MOVE SPACES TO GL-POSTING-REC
           MOVE FUNCTION CURRENT-DATE(1:8) TO GL-RUN-DATE
              WHEN "I"
                 MOVE "C" TO GL-DR-CR
                 MOVE "INTINCOM" TO GL-ACCOUNT
              WHEN "Y"
                 MOVE "C" TO GL-DR-CR
                 MOVE "ACCRINTR" TO GL-ACCOUNT
              WHEN "W"
                 MOVE "D" TO GL-DR-CR
                 MOVE "ACCRINTR" TO GL-ACCOUNT
              WHEN "T"
                 MOVE "D" TO GL-DR-CR
                 MOVE "INTINCOM" TO GL-ACCOUNT
              WHEN "R"
                 MOVE "RECOVINC" TO GL-ACCOUNT
              WHEN "F"
                 MOVE "C" TO GL-DR-CR
                 MOVE "FEESRECV" TO GL-ACCOUNT
              WHEN "J"
                 MOVE "D" TO GL-DR-CR
                 MOVE "FEESRECV" TO GL-ACCOUNT
              WHEN "B"
                 MOVE "D" TO GL-DR-CR
                 MOVE "FEEINCOM" TO GL-ACCOUNT
              WHEN "Z"
                 MOVE "LOANRECV" TO GL-ACCOUNT
           END-EVALUATE
           PERFORM 1930-WRITE-GL-RECORD
           EVALUATE WS-GL-ACTION(WS-GL-IDX)
              WHEN "T"
                 MOVE "ACCRINTR" TO GL-ACCOUNT
              WHEN "B"
                 MOVE "FEESRECV" TO GL-ACCOUNT
              WHEN OTHER
                 MOVE "LOANCLRG" TO GL-ACCOUNT
           END-EVALUATE
           IF GL-DR-CR = "D"
              MOVE "C" TO GL-DR-CR
           ELSE
           DISPLAY "----------------------------------------------".
           DISPLAY "FEED DATE/SOURCE .............: "
              WS-FH-FEED-DATE " / " WS-FH-SOURCE-ID.
           IF STREAM-MODE
              DISPLAY "STREAM .......................: "
                 WS-STREAM-NO " OF " WS-STREAM-COUNT
                 " (THIS STREAM ONLY - LNVMRG01 REPORTS THE RUN)"
              DISPLAY "  LOAN IDS ...................: "
                 WS-STREAM-LOW-SHOW " THRU " WS-STREAM-HIGH-SHOW
              DISPLAY "  OTHER STREAMS' RECORDS .....: "
                 WS-CNT-OUT-OF-RANGE
           END-IF.
           DISPLAY "FEED CONTROL RECORDS .........: " WS-CNT-CONTROL.
           DISPLAY "TRANS-FILE RECORDS READ ......: " WS-RECORDS-READ.
           DISPLAY "  T-CODE 'C' (CALC) .........: " WS-CNT-CALC.
           DISPLAY "MASTER-FILE REWRITE (UPDATE) .: " WS-CNT-REWRITE.
           DISPLAY "MASTER-FILE DELETE ...........: " WS-CNT-DELETE.
           DISPLAY "PAYMENTS POSTED (MAINT 'P') ..: " WS-CNT-PAYMENT.
           DISPLAY "PRINCIPAL CURTAILMENTS ('K') .: "
              WS-CNT-CURTAIL.
           DISPLAY "  CURTAILED AMOUNT (USD-EQUIV): "
              WS-CURTAIL-AMOUNT.
           DISPLAY "  RECAST TO LOWER PAYMENT ....: "
              WS-CNT-RECAST-PMT.
           DISPLAY "  RECAST TO SHORTER TERM .....: "
              WS-CNT-RECAST-TERM.
           DISPLAY "  RECASTS UNDONE BY REVERSAL .: "
              WS-CNT-RECAST-UNDONE.
           DISPLAY "PAYMENTS REVERSED (MAINT 'V') : "
              WS-CNT-REVERSAL.
           DISPLAY "  REVERSED AMOUNT (USD-EQUIV) : "
              WS-CNT-QUOTE-SETTLED.
           DISPLAY "  WAIVED DRIFT (USD-EQUIV) ...: "
              WS-QUOTE-WAIVED-AMT.
           DISPLAY "LOANS PAID IN FULL ...........: "
              WS-CNT-PAID-IN-FULL.
           DISPLAY "PAID-IN-FULL LOANS REOPENED ..: "
              WS-CNT-REOPENED.
           DISPLAY "PAYMENTS MATCHED TO BILLS ....: "
              WS-CNT-BILL-MATCHED.
           DISPLAY "  SHORT-PAYS FLAGGED .........: "
              WS-CNT-XREF-MAINT.
           DISPLAY "XREF PARTIES REMOVED ('X'/'R'): "
              WS-CNT-XREF-REMOVE.
           DISPLAY "LEGAL HOLDS PLACED ('H'/'A') .: "
              WS-CNT-LEGAL-PLACE.
           DISPLAY "LEGAL HOLDS RELEASED ('H'/'R'): "
              WS-CNT-LEGAL-RELEASE.
           DISPLAY "REFUSED - CLOSED PERIOD ......: "
              WS-CNT-PERIOD-LOCK.
           DISPLAY "HELD FOR APPROVAL ............: "
              WS-CNT-HELD.
           DISPLAY "  HELD AMOUNT (USD-EQUIV) ....: "
              WS-HELD-AMOUNT.
           DISPLAY "PARTIES SANCTIONS-SCREENED ...: "
              WS-CNT-SANC-SCREENED.
           DISPLAY "  HELD FOR COMPLIANCE ........: "
              WS-CNT-SANC-HELD.
           DISPLAY "REFUSED - SANCTIONS FREEZE ...: "
              WS-CNT-SANC-FROZEN.
           DISPLAY "PAYMENTS SATISFYING LATE FEES : "
              WS-CNT-FEE-TAKE.
           DISPLAY "  LATE FEE TAKE (USD-EQUIV) ..: "
              WS-CNT-BORR-MAINT.
           DISPLAY "BORROWER REMOVE (MAINT 'R') ..: "
              WS-CNT-BORR-DELETE.
           DISPLAY "FIELD CHANGES JOURNALED ......: "
              WS-CNT-JOURNALED.
           DISPLAY "FUTURE-DATED TO WAREHOUSE ....: "
              WS-CNT-PENDING.
           DISPLAY "  PAYMENT AMOUNT (USD-EQUIV) .: "
