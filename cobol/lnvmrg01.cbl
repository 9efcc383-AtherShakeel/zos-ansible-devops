       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNVMRG01.
      *================================================================*
      * BATCH PROGRAM: PARTITIONED LNVAL01 RUN - MERGE. THE LAST PIECE
      * OF A PARTITIONED LNVAL01 STEP (LNVSPL01 CUTS THE FEED INTO
      * LOAN-ID RANGES, ONE LNVAL01 STREAM APPLIES EACH - SEE
      * jcl/lnvspl01.jcl, jcl/lnvstrm.jcl). RUNS ONLY ONCE EVERY
      * STREAM HAS ENDED CLEAN, AND DOES FOR THE WHOLE RUN WHAT A
      * SINGLE-STREAM LNVAL01 DOES AT ITS OWN CLEAN END:
      *   - PROVES EVERY STREAM FINISHED: ONE "E" RESULT PER STREAM
      *     (copy/strmres.cpy) FOR THE FEED THE RANGES WERE CUT FROM,
      *     WITH ALL OF ITS REJECT AND QUOTE RECORDS, AND EACH SLICE
      *     HOLDING THE RECORDS LNVSPL01 COUNTED INTO IT;
      *   - BALANCES THE FEED: THE STREAMS' SLICE COUNTS AND PER-
      *     CURRENCY AMOUNT HASHES MUST ADD UP TO THE SOURCE TRAILER
      *     - NOTHING DROPPED BETWEEN RANGES, NOTHING APPLIED TWICE;
      *   - COMBINES THE STREAMS' GL EXTRACTS INTO THE ONE GL
      *     GENERATION LNGLP01 EXPECTS, PROVING IT BALANCES AND HOLDS
      *     EVERY POSTING THE STREAMS WROTE;
      *   - FLAGS THE PAYOFF QUOTES THE STREAMS SETTLED AS USED ON THE
      *     QUOTE LOG, AND LOGS THE FEED AS PROCESSED;
      *   - PRINTS THE COMBINED CONTROL TOTALS, REJECT AND EXCEPTION
      *     REPORTS - THE SAME REPORT A SINGLE-STREAM RUN PRINTS, ITS
      *     TOTALS ADDED ACROSS THE STREAMS - AND A PER-STREAM
      *     BREAKDOWN;
      *   - MARKS THE RANGES MERGED AND RECORDS THE CLEAN END OF THE
      *     LNVAL01 STEP WITH LNRUN01, WHICH IS WHAT LETS LNSWP01 AND
      *     THE REST OF THE NIGHT START.
      * DUPLICATE-ID DETECTION NEEDS NO MERGING: A RANGE NEVER SPLITS
      * A LOAN ID, SO EACH STREAM SEES EVERY RECORD OF EVERY LOAN IT
      * OWNS AND THE STREAMS' DUPLICATE COUNTS SIMPLY ADD.
      * NOTHING IS WRITTEN UNTIL EVERY CHECK HAS PASSED. A FAILURE
      * AFTER THAT POINT STOPS THE JOB RC 16; RERUN AFTER DELETING THE
      * GLOUT GENERATION IF IT WAS CATALOGED - THE QUOTE FLAGGING AND
      * THE FEED LOG ARE SAFE TO REPEAT.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-RANGE-FILE ASSIGN TO STRMRNG
                  FILE STATUS IS WS-SRNG-STATUS.
      * Every stream's result file, concatenated.
           SELECT STREAM-RESULT-FILE ASSIGN TO STRMIN
                  FILE STATUS IS WS-SRES-STATUS.
      * Every stream's GL extract, concatenated.
           SELECT GL-IN-FILE ASSIGN TO GLIN
                  FILE STATUS IS WS-GLIN-STATUS.
           SELECT GL-FILE ASSIGN TO GLOUT
                  FILE STATUS IS WS-GL-STATUS.
           SELECT QUOTE-LOG-FILE ASSIGN TO QUOTELOG
                  FILE STATUS IS WS-QLOG-STATUS.
           SELECT FEEDLOG-FILE ASSIGN TO FEEDLOG
                  FILE STATUS IS WS-FEEDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-RANGE-FILE.
       COPY STRMRNG.

       FD  STREAM-RESULT-FILE.
       COPY STRMRES.

      * Same 48-byte posting layout LNVAL01 writes to its own GLOUT.
       FD  GL-IN-FILE.
       01  GL-IN-REC.
           05  GLI-RUN-DATE        PIC X(08).
           05  GLI-ACTION          PIC X(01).
           05  GLI-CURRENCY-CODE   PIC X(03).
           05  GLI-RISK-TIER       PIC X(01).
           05  GLI-DR-CR           PIC X(01).
           05  GLI-ACCOUNT         PIC X(08).
           05  GLI-AMOUNT-USD      PIC 9(11)V99.
           05  GLI-TRANS-COUNT     PIC 9(09).
           05  FILLER              PIC X(04).

       FD  GL-FILE.
       01  GL-POSTING-REC          PIC X(48).

       FD  QUOTE-LOG-FILE.
       COPY QLOGREC.

      * Same layout LNVAL01 keeps the feed log in.
       FD  FEEDLOG-FILE.
       01  FEEDLOG-REC.
           05  FDL-FEED-DATE       PIC X(08).
           05  FDL-SOURCE-ID       PIC X(08).
           05  FDL-RUN-DATE        PIC X(08).
           05  FILLER              PIC X(06).

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       01  WS-SRNG-STATUS          PIC X(02) VALUE "00".
       01  WS-SRES-STATUS          PIC X(02) VALUE "00".
       01  WS-GLIN-STATUS          PIC X(02) VALUE "00".
       01  WS-GL-STATUS            PIC X(02) VALUE "00".
       01  WS-QLOG-STATUS          PIC X(02) VALUE "00".
       01  WS-FEEDLOG-STATUS       PIC X(02) VALUE "00".
       01  WS-SRNG-EOF-SW          PIC X(01) VALUE "N".
           88  SRNG-EOF            VALUE "Y".
       01  WS-SRES-EOF-SW          PIC X(01) VALUE "N".
           88  SRES-EOF            VALUE "Y".
       01  WS-GLIN-EOF-SW          PIC X(01) VALUE "N".
           88  GLIN-EOF            VALUE "Y".
       01  WS-QLOG-EOF-SW          PIC X(01) VALUE "N".
           88  QLOG-EOF            VALUE "Y".
       01  WS-FEEDLOG-EOF-SW       PIC X(01) VALUE "N".
           88  FEEDLOG-EOF         VALUE "Y".
       01  WS-MERGE-SW             PIC X(01) VALUE "Y".
           88  MERGE-OK            VALUE "Y".
           88  MERGE-REFUSED       VALUE "N".
       01  WS-LOGGED-SW            PIC X(01) VALUE "N".
           88  FEED-ALREADY-LOGGED VALUE "Y".
       01  WS-HDR-SEEN-SW          PIC X(01) VALUE "N".
           88  RANGE-HDR-SEEN      VALUE "Y".

      * The range file's header and trailer image: the feed being
      * merged, and the source totals it must balance to.
       01  WS-STREAM-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-SPLIT-TIMESTAMP      PIC X(14) VALUE SPACES.
       01  WS-SPLIT-RECORDS        PIC 9(09) VALUE ZERO.
       01  WS-FH-FEED-DATE         PIC X(08) VALUE SPACES.
       01  WS-FH-SOURCE-ID         PIC X(08) VALUE SPACES.
       01  WS-FEED-TRAILER.
           05  WS-FT-REC-ID        PIC X(10).
           05  WS-FT-RECORD-COUNT  PIC 9(09).
           05  WS-FT-CURR-SLOT OCCURS 7 TIMES.
               10  WS-FT-CURR-CODE PIC X(03).
               10  WS-FT-CURR-AMT  PIC 9(09)V99.
           05  FILLER              PIC X(03).
       01  WS-FT-IDX               PIC 9(02) VALUE ZERO.

      * One entry per stream: its range, and what its result said.
       01  WS-STREAM-MAX           PIC 9(02) VALUE 8.
       01  WS-STREAM-TABLE.
           05  WS-ST-ENTRY OCCURS 8 TIMES
                                   INDEXED BY WS-ST-IDX.
               10  WS-ST-RANGE-SW      PIC X(01).
               10  WS-ST-LOW-ID        PIC X(10).
               10  WS-ST-HIGH-ID       PIC X(10).
               10  WS-ST-RANGE-RECORDS PIC 9(09).
               10  WS-ST-END-COUNT     PIC 9(03).
               10  WS-ST-END-TIMESTAMP PIC X(14).
               10  WS-ST-RETURN-CODE   PIC 9(04).
               10  WS-ST-SLICE-RECORDS PIC 9(09).
               10  WS-ST-REJECTS-RCVD  PIC 9(04).
               10  WS-ST-REJECTS-LISTED PIC 9(04).
               10  WS-ST-QUOTES-RCVD   PIC 9(04).
               10  WS-ST-QUOTES-LISTED PIC 9(04).
               10  WS-ST-GL-RECORDS    PIC 9(09).
               10  WS-ST-RECORDS-READ  PIC 9(09).
               10  WS-ST-REJECTED      PIC 9(09).
               10  WS-ST-TOTAL-AMOUNT  PIC 9(11)V99.
       01  WS-ST-NO                PIC 9(02) VALUE ZERO.
       01  WS-SHOW-LOW             PIC X(10) VALUE SPACES.
       01  WS-SHOW-HIGH            PIC X(10) VALUE SPACES.
       01  WS-MAX-RETURN-CODE      PIC 9(04) VALUE ZERO.

      * The slices' source-detail counts and amount hashes, added
      * across the streams for the trailer comparison.
       01  WS-SLICE-DETAIL-TOTAL   PIC 9(09) VALUE ZERO.
       01  WS-FEED-HASH-TABLE.
           05  WS-HASH-COUNT       PIC 9(02) VALUE ZERO.
           05  WS-HASH-ENTRY OCCURS 10 TIMES
                                   INDEXED BY WS-HASH-IDX.
               10  WS-HASH-CODE    PIC X(03).
               10  WS-HASH-AMT     PIC 9(11)V99.
       01  WS-HASH-FOUND-SW        PIC X(01) VALUE "N".
           88  HASH-CODE-FOUND     VALUE "Y".
       01  WS-SRE-IDX              PIC 9(02) VALUE ZERO.

      * Counters LNVAL01 keeps outside its control-totals group.
       01  WS-CNT-CONTROL          PIC 9(09) VALUE ZERO.
       01  WS-CNT-JOURNALED        PIC 9(07) VALUE ZERO.
       01  WS-GL-EXPECTED          PIC 9(09) VALUE ZERO.
       01  WS-CNT-GL-RECORDS       PIC 9(09) VALUE ZERO.
       01  WS-GL-DR-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-GL-CR-TOTAL          PIC 9(13)V99 VALUE ZERO.
       01  WS-CNT-RESULT-RECORDS   PIC 9(09) VALUE ZERO.

      * Rejects for the combined reject report - the streams list up
      * to LNVAL01's own limit each, this lists up to the same limit
      * for the run; the rest are on suspense as always.
       01  WS-REJECT-TABLE.
           05  WS-REJECT-MAX       PIC 9(04) VALUE 1000.
           05  WS-REJECT-COUNT     PIC 9(04) VALUE ZERO.
           05  WS-REJECT-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY WS-REJ-IDX.
               10  WS-REJ-LOAN-ID  PIC X(10).
               10  WS-REJ-REASON   PIC X(30).

      * Settled quotes to flag - every stream's, up to LNVAL01's own
      * quote-table size per stream.
       01  WS-QUOTE-TABLE.
           05  WS-QT-MAX           PIC 9(04) VALUE 1600.
           05  WS-QT-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-QT-ENTRY OCCURS 1600 TIMES
                                   INDEXED BY WS-QT-IDX.
               10  WS-QT-LOAN-ID   PIC X(10).
               10  WS-QT-TIMESTAMP PIC X(14).

      * The run's control totals (LNVAL01's own group, every stream's
      * added in by name), one stream's as read off its result, and
      * a report view of the sum under names of its own.
       COPY VALTOTS.
       COPY VALTOTS REPLACING ==WS-CONTROL-TOTALS==
                           BY ==MRG-STREAM-TOTALS==.
       COPY VALTOTS REPLACING ==WS-CONTROL-TOTALS== BY ==MRG-TOTALS==
                              LEADING ==WS-== BY ==MT-==.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNVMRG01 - PARTITIONED LNVAL01 RUN: MERGE".
      * The merge is a middle piece of the LNVAL01 step until it
      * records the step's end below: prove the step was started
      * (by LNVSPL01) and is not already done.
           MOVE "LNVAL01 " TO RC-STEP-NAME
           MOVE "C" TO RC-PHASE
           CALL "LNRUN01" USING WS-RUN-CONTROL

           PERFORM 0100-LOAD-RANGES
           PERFORM 0200-LOAD-RESULTS
           PERFORM 0300-CHECK-STREAMS
           PERFORM 0400-BALANCE-FEED
           IF MERGE-REFUSED
              DISPLAY "LNVMRG01: MERGE REFUSED - NOTHING WRITTEN; "
                 "FINISH OR CORRECT THE STREAMS AND RERUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 0500-COPY-GL-EXTRACT
           IF WS-QT-COUNT > 0
              PERFORM 0600-FLAG-CONSUMED-QUOTES
           END-IF
           PERFORM 0700-LOG-FEED-PROCESSED
           MOVE WS-CONTROL-TOTALS TO MRG-TOTALS
           PERFORM 9000-CONTROL-TOTALS-REPORT
           PERFORM 9300-STREAM-BREAKDOWN
           PERFORM 0800-MARK-RANGES-MERGED
      * Record the clean end of the whole LNVAL01 step - every record
      * the streams applied, and the worst return code any of them
      * ended with, which the run stands on as a single run would.
           MOVE WS-MAX-RETURN-CODE TO RETURN-CODE
           MOVE "E" TO RC-PHASE
           MOVE WS-RECORDS-READ OF WS-CONTROL-TOTALS TO RC-RECORDS
           MOVE RETURN-CODE TO RC-RETURN-CODE
           CALL "LNRUN01" USING WS-RUN-CONTROL
           GOBACK.

      * The ranges must still be open ("S"): merged ranges belong to
      * a run that is already complete.
       0100-LOAD-RANGES.
           OPEN INPUT STREAM-RANGE-FILE
           IF WS-SRNG-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RANGE FILE OPEN FAILED - STATUS "
                 WS-SRNG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-MAX
              INITIALIZE WS-ST-ENTRY(WS-ST-IDX)
              MOVE "N" TO WS-ST-RANGE-SW(WS-ST-IDX)
           END-PERFORM
           PERFORM 0110-LOAD-ONE-RANGE UNTIL SRNG-EOF
           CLOSE STREAM-RANGE-FILE
           IF NOT RANGE-HDR-SEEN
              DISPLAY "FATAL: STREAM RANGE FILE HAS NO HEADER - "
                 "NOTHING TO MERGE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-FT-REC-ID NOT = "FEEDTRL999"
              DISPLAY "FATAL: STREAM RANGE FILE CARRIES NO FEED "
                 "TRAILER - RE-CUT THE RANGES WITH LNVSPL01"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0110-LOAD-ONE-RANGE.
           READ STREAM-RANGE-FILE
              AT END
                 SET SRNG-EOF TO TRUE
              NOT AT END
                 EVALUATE SRG-REC-TYPE
                    WHEN "H"
                       IF SRH-STATUS NOT = "S"
                          DISPLAY "FATAL: STREAM RANGES FOR FEED "
                             SRH-FEED-DATE " / " SRH-SOURCE-ID
                             " ARE ALREADY MERGED"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       IF SRH-STREAM-COUNT NOT NUMERIC
                          OR SRH-STREAM-COUNT = ZERO
                          OR SRH-STREAM-COUNT > WS-STREAM-MAX
                          DISPLAY "FATAL: STREAM RANGE HEADER STREAM "
                             "COUNT '" SRH-STREAM-COUNT "' INVALID"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       SET RANGE-HDR-SEEN TO TRUE
                       MOVE SRH-STREAM-COUNT    TO WS-STREAM-COUNT
                       MOVE SRH-FEED-DATE       TO WS-FH-FEED-DATE
                       MOVE SRH-SOURCE-ID       TO WS-FH-SOURCE-ID
                       MOVE SRH-SPLIT-TIMESTAMP TO WS-SPLIT-TIMESTAMP
                       MOVE SRH-RECORD-COUNT    TO WS-SPLIT-RECORDS
                    WHEN "T"
                       MOVE SRT-TRAILER-IMAGE TO WS-FEED-TRAILER
                    WHEN "R"
                       IF SRG-STREAM-NO NUMERIC
                          AND SRG-STREAM-NO > ZERO
                          AND SRG-STREAM-NO NOT > WS-STREAM-MAX
                          MOVE SRG-STREAM-NO TO WS-ST-NO
                          MOVE "Y" TO WS-ST-RANGE-SW(WS-ST-NO)
                          MOVE SRR-LOW-ID  TO WS-ST-LOW-ID(WS-ST-NO)
                          MOVE SRR-HIGH-ID TO WS-ST-HIGH-ID(WS-ST-NO)
                          MOVE SRR-RECORDS
                             TO WS-ST-RANGE-RECORDS(WS-ST-NO)
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

      * Every record must belong to this feed and to one of its
      * streams - a leftover result from another night is refused
      * outright, not merged.
       0200-LOAD-RESULTS.
           OPEN INPUT STREAM-RESULT-FILE
           IF WS-SRES-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RESULTS OPEN FAILED - STATUS "
                 WS-SRES-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0210-LOAD-ONE-RESULT UNTIL SRES-EOF
           CLOSE STREAM-RESULT-FILE.

       0210-LOAD-ONE-RESULT.
           READ STREAM-RESULT-FILE
              AT END
                 SET SRES-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CNT-RESULT-RECORDS
                 IF SRS-STREAM-NO NOT NUMERIC
                    OR SRS-STREAM-NO = ZERO
                    OR SRS-STREAM-NO > WS-STREAM-COUNT
                    OR SRS-FEED-DATE NOT = WS-FH-FEED-DATE
                    OR SRS-SOURCE-ID NOT = WS-FH-SOURCE-ID
                    DISPLAY "FATAL: STREAM RESULT FOR STREAM "
                       SRS-STREAM-NO " FEED " SRS-FEED-DATE " / "
                       SRS-SOURCE-ID " DOES NOT BELONG TO THIS RUN"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE SRS-STREAM-NO TO WS-ST-NO
                 EVALUATE SRS-REC-TYPE
                    WHEN "J"
                       PERFORM 0220-LOAD-REJECT
                    WHEN "Q"
                       PERFORM 0230-LOAD-QUOTE
                    WHEN "E"
                       PERFORM 0240-LOAD-STREAM-END
                    WHEN OTHER
                       DISPLAY "FATAL: STREAM RESULT RECORD TYPE '"
                          SRS-REC-TYPE "' UNKNOWN - STREAM " WS-ST-NO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-EVALUATE
           END-READ.

       0220-LOAD-REJECT.
           ADD 1 TO WS-ST-REJECTS-RCVD(WS-ST-NO)
           IF WS-REJECT-COUNT < WS-REJECT-MAX
              ADD 1 TO WS-REJECT-COUNT
              MOVE SRJ-LOAN-ID TO WS-REJ-LOAN-ID(WS-REJECT-COUNT)
              MOVE SRJ-REASON  TO WS-REJ-REASON(WS-REJECT-COUNT)
           END-IF.

      * A quote that cannot be held here would go unflagged and could
      * be settled again - the merge refuses rather than drop it.
       0230-LOAD-QUOTE.
           ADD 1 TO WS-ST-QUOTES-RCVD(WS-ST-NO)
           IF WS-QT-COUNT < WS-QT-MAX
              ADD 1 TO WS-QT-COUNT
              MOVE SRQ-LOAN-ID   TO WS-QT-LOAN-ID(WS-QT-COUNT)
              MOVE SRQ-TIMESTAMP TO WS-QT-TIMESTAMP(WS-QT-COUNT)
           ELSE
              SET MERGE-REFUSED TO TRUE
              DISPLAY "MERGE CHECK: SETTLED QUOTE TABLE FULL AT "
                 SRQ-LOAN-ID
           END-IF.

      * The stream's whole control-totals group is added in by name;
      * the slice figures feed the trailer balancing in 0400.
       0240-LOAD-STREAM-END.
           ADD 1 TO WS-ST-END-COUNT(WS-ST-NO)
           MOVE SRE-END-TIMESTAMP  TO WS-ST-END-TIMESTAMP(WS-ST-NO)
           MOVE SRE-RETURN-CODE    TO WS-ST-RETURN-CODE(WS-ST-NO)
           MOVE SRE-SLICE-RECORDS  TO WS-ST-SLICE-RECORDS(WS-ST-NO)
           MOVE SRE-REJECTS-LISTED TO WS-ST-REJECTS-LISTED(WS-ST-NO)
           MOVE SRE-QUOTES-LISTED  TO WS-ST-QUOTES-LISTED(WS-ST-NO)
           MOVE SRE-GL-RECORDS     TO WS-ST-GL-RECORDS(WS-ST-NO)
           IF SRE-LOW-ID NOT = WS-ST-LOW-ID(WS-ST-NO)
              OR SRE-HIGH-ID NOT = WS-ST-HIGH-ID(WS-ST-NO)
              SET MERGE-REFUSED TO TRUE
              DISPLAY "MERGE CHECK: STREAM " WS-ST-NO " RAN ON A "
                 "DIFFERENT RANGE THAN THE ONE NOW ON FILE"
           END-IF
           IF SRE-RETURN-CODE > WS-MAX-RETURN-CODE
              MOVE SRE-RETURN-CODE TO WS-MAX-RETURN-CODE
           END-IF
           MOVE SRE-TOTALS-IMAGE TO MRG-STREAM-TOTALS
           ADD CORRESPONDING MRG-STREAM-TOTALS TO WS-CONTROL-TOTALS
           MOVE WS-RECORDS-READ OF MRG-STREAM-TOTALS
              TO WS-ST-RECORDS-READ(WS-ST-NO)
           MOVE WS-CNT-REJECTED OF MRG-STREAM-TOTALS
              TO WS-ST-REJECTED(WS-ST-NO)
           MOVE WS-TOTAL-AMOUNT OF MRG-STREAM-TOTALS
              TO WS-ST-TOTAL-AMOUNT(WS-ST-NO)
           ADD SRE-CNT-CONTROL   TO WS-CNT-CONTROL
           ADD SRE-CNT-JOURNALED TO WS-CNT-JOURNALED
           ADD SRE-GL-RECORDS    TO WS-GL-EXPECTED
           ADD SRE-SLICE-DETAIL  TO WS-SLICE-DETAIL-TOTAL
           PERFORM VARYING WS-SRE-IDX FROM 1 BY 1
                   UNTIL WS-SRE-IDX > SRE-SLICE-HASH-COUNT
                   OR WS-SRE-IDX > 10
              PERFORM 0250-ADD-SLICE-HASH
           END-PERFORM.

       0250-ADD-SLICE-HASH.
           MOVE "N" TO WS-HASH-FOUND-SW
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-COUNT
                   OR HASH-CODE-FOUND
              IF WS-HASH-CODE(WS-HASH-IDX) = SRE-HASH-CODE(WS-SRE-IDX)
                 SET HASH-CODE-FOUND TO TRUE
                 ADD SRE-HASH-AMT(WS-SRE-IDX)
                    TO WS-HASH-AMT(WS-HASH-IDX)
              END-IF
           END-PERFORM
           IF NOT HASH-CODE-FOUND
              IF WS-HASH-COUNT < 10
                 ADD 1 TO WS-HASH-COUNT
                 MOVE SRE-HASH-CODE(WS-SRE-IDX)
                    TO WS-HASH-CODE(WS-HASH-COUNT)
                 MOVE SRE-HASH-AMT(WS-SRE-IDX)
                    TO WS-HASH-AMT(WS-HASH-COUNT)
              ELSE
                 SET MERGE-REFUSED TO TRUE
                 DISPLAY "MERGE CHECK: MORE CURRENCIES THAN THE HASH "
                    "TABLE HOLDS - CODE " SRE-HASH-CODE(WS-SRE-IDX)
              END-IF
           END-IF.

      * Every stream exactly once, finished, with everything it said
      * it wrote, over the very records LNVSPL01 gave it.
       0300-CHECK-STREAMS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
              SET WS-ST-NO TO WS-ST-IDX
              PERFORM 0310-CHECK-ONE-STREAM
           END-PERFORM.

       0310-CHECK-ONE-STREAM.
           EVALUATE TRUE
              WHEN WS-ST-RANGE-SW(WS-ST-NO) NOT = "Y"
                 SET MERGE-REFUSED TO TRUE
                 DISPLAY "MERGE CHECK: NO RANGE ON FILE FOR STREAM "
                    WS-ST-NO
              WHEN WS-ST-END-COUNT(WS-ST-NO) = ZERO
                 SET MERGE-REFUSED TO TRUE
                 DISPLAY "MERGE CHECK: STREAM " WS-ST-NO
                    " HAS NOT ENDED CLEAN - RUN OR RESTART IT"
              WHEN WS-ST-END-COUNT(WS-ST-NO) > 1
                 SET MERGE-REFUSED TO TRUE
                 DISPLAY "MERGE CHECK: STREAM " WS-ST-NO " RESULT "
                    "APPEARS " WS-ST-END-COUNT(WS-ST-NO) " TIMES - "
                    "CHECK THE STRMIN CONCATENATION"
              WHEN OTHER
                 IF WS-ST-SLICE-RECORDS(WS-ST-NO)
                       NOT = WS-ST-RANGE-RECORDS(WS-ST-NO)
                    SET MERGE-REFUSED TO TRUE
                    DISPLAY "MERGE CHECK: STREAM " WS-ST-NO " SAW "
                       WS-ST-SLICE-RECORDS(WS-ST-NO) " RECORDS IN "
                       "ITS RANGE, LNVSPL01 COUNTED "
                       WS-ST-RANGE-RECORDS(WS-ST-NO)
                 END-IF
                 IF WS-ST-REJECTS-RCVD(WS-ST-NO)
                       NOT = WS-ST-REJECTS-LISTED(WS-ST-NO)
                    OR WS-ST-QUOTES-RCVD(WS-ST-NO)
                       NOT = WS-ST-QUOTES-LISTED(WS-ST-NO)
                    SET MERGE-REFUSED TO TRUE
                    DISPLAY "MERGE CHECK: STREAM " WS-ST-NO
                       " RESULT INCOMPLETE - REJECTS "
                       WS-ST-REJECTS-RCVD(WS-ST-NO) " OF "
                       WS-ST-REJECTS-LISTED(WS-ST-NO) ", QUOTES "
                       WS-ST-QUOTES-RCVD(WS-ST-NO) " OF "
                       WS-ST-QUOTES-LISTED(WS-ST-NO)
                 END-IF
           END-EVALUATE.

      * The slices together must be exactly the source feed the
      * trailer describes - the same count and per-currency hash
      * comparison LNVAL01's 0078-COMPARE-HASH-TOTALS makes against
      * the whole feed, made here against the streams' slices. A gap
      * or overlap between ranges shows up here even though every
      * stream balanced the whole feed on its own.
       0400-BALANCE-FEED.
           IF WS-FT-RECORD-COUNT NOT NUMERIC
              OR WS-FT-RECORD-COUNT NOT = WS-SLICE-DETAIL-TOTAL
              SET MERGE-REFUSED TO TRUE
              DISPLAY "MERGE CHECK: TRAILER COUNT " WS-FT-RECORD-COUNT
                 " VS STREAM SLICES " WS-SLICE-DETAIL-TOTAL
           END-IF
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > 7
              IF WS-FT-CURR-CODE(WS-FT-IDX) NOT = SPACES
                 PERFORM 0410-MATCH-TRAILER-SLOT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-COUNT
              IF WS-HASH-CODE(WS-HASH-IDX) NOT = SPACES
                 SET MERGE-REFUSED TO TRUE
                 DISPLAY "MERGE CHECK: CURRENCY "
                    WS-HASH-CODE(WS-HASH-IDX)
                    " IN STREAM SLICES BUT NOT IN TRAILER"
              END-IF
           END-PERFORM.

       0410-MATCH-TRAILER-SLOT.
           MOVE "N" TO WS-HASH-FOUND-SW
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > WS-HASH-COUNT
                   OR HASH-CODE-FOUND
              IF WS-HASH-CODE(WS-HASH-IDX) = WS-FT-CURR-CODE(WS-FT-IDX)
                 SET HASH-CODE-FOUND TO TRUE
                 IF WS-FT-CURR-AMT(WS-FT-IDX) NOT NUMERIC
                    OR WS-FT-CURR-AMT(WS-FT-IDX)
                       NOT = WS-HASH-AMT(WS-HASH-IDX)
                    SET MERGE-REFUSED TO TRUE
                    DISPLAY "MERGE CHECK: HASH TOTAL MISMATCH FOR "
                       WS-FT-CURR-CODE(WS-FT-IDX)
                 END-IF
                 MOVE SPACES TO WS-HASH-CODE(WS-HASH-IDX)
              END-IF
           END-PERFORM
           IF NOT HASH-CODE-FOUND
              IF WS-FT-CURR-AMT(WS-FT-IDX) NUMERIC
                 AND WS-FT-CURR-AMT(WS-FT-IDX) = ZERO
                 CONTINUE
              ELSE
                 SET MERGE-REFUSED TO TRUE
                 DISPLAY "MERGE CHECK: TRAILER NAMES CURRENCY "
                    WS-FT-CURR-CODE(WS-FT-IDX)
                    " NOT PRESENT IN ANY STREAM SLICE"
              END-IF
           END-IF.

      * One GL generation for the run, as a single-stream run writes:
      * every stream's postings, proven to balance and to be all of
      * them before LNGLP01 ever sees the file.
       0500-COPY-GL-EXTRACT.
           OPEN INPUT GL-IN-FILE
           IF WS-GLIN-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM GL EXTRACTS OPEN FAILED - STATUS "
                 WS-GLIN-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              DISPLAY "FATAL: GL-FILE OPEN FAILED - STATUS "
                 WS-GL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0510-COPY-ONE-POSTING UNTIL GLIN-EOF
           CLOSE GL-IN-FILE
                 GL-FILE
           IF WS-CNT-GL-RECORDS NOT = WS-GL-EXPECTED
              DISPLAY "FATAL: GL EXTRACT HOLDS " WS-CNT-GL-RECORDS
                 " POSTINGS, STREAMS WROTE " WS-GL-EXPECTED
              DISPLAY "GL FILE NOT COMPLETE - INVESTIGATE BEFORE "
                 "POSTING"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-GL-DR-TOTAL NOT = WS-GL-CR-TOTAL
              DISPLAY "FATAL: GL EXTRACT OUT OF BALANCE - DR "
                 WS-GL-DR-TOTAL " CR " WS-GL-CR-TOTAL
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0510-COPY-ONE-POSTING.
           READ GL-IN-FILE
              AT END
                 SET GLIN-EOF TO TRUE
              NOT AT END
                 IF GLI-DR-CR = "D"
                    ADD GLI-AMOUNT-USD TO WS-GL-DR-TOTAL
                 ELSE
                    ADD GLI-AMOUNT-USD TO WS-GL-CR-TOTAL
                 END-IF
                 MOVE GL-IN-REC TO GL-POSTING-REC
                 WRITE GL-POSTING-REC
                 IF WS-GL-STATUS NOT = "00"
                    DISPLAY "FATAL: GL-FILE WRITE FAILED - STATUS "
                       WS-GL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-CNT-GL-RECORDS
           END-READ.

      * Same flagging LNVAL01's 1912-FLAG-CONSUMED-QUOTES does at a
      * single-stream run's clean end.
       0600-FLAG-CONSUMED-QUOTES.
           MOVE "N" TO WS-QLOG-EOF-SW
           OPEN I-O QUOTE-LOG-FILE
           IF WS-QLOG-STATUS NOT = "00"
              DISPLAY "FATAL: QUOTE LOG OPEN FAILED - STATUS "
                 WS-QLOG-STATUS
              DISPLAY "CONSUMED QUOTES NOT FLAGGED - FLAG THEM BY "
                 "HAND BEFORE THE NEXT RUN"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0610-FLAG-ONE-QUOTE UNTIL QLOG-EOF
           CLOSE QUOTE-LOG-FILE.

       0610-FLAG-ONE-QUOTE.
           READ QUOTE-LOG-FILE
              AT END
                 SET QLOG-EOF TO TRUE
              NOT AT END
                 PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                         UNTIL WS-QT-IDX > WS-QT-COUNT
                    IF WS-QT-LOAN-ID(WS-QT-IDX) = QLG-LOAN-ID
                       AND WS-QT-TIMESTAMP(WS-QT-IDX)
                          = QLG-TIMESTAMP
                       AND QLG-STATUS NOT = "U"
                       MOVE "U" TO QLG-STATUS
                       REWRITE QUOTE-LOG-REC
                       IF WS-QLOG-STATUS NOT = "00"
                          DISPLAY "FATAL: QUOTE LOG REWRITE "
                             "FAILED - STATUS " WS-QLOG-STATUS
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                    END-IF
                 END-PERFORM
           END-READ.

      * The feed is processed once the last stream is merged - logged
      * here, not by the streams, so a resend is refused only when it
      * really is done. A rerun after a failure further on finds its
      * own entry and does not write a second.
       0700-LOG-FEED-PROCESSED.
           OPEN INPUT FEEDLOG-FILE
           IF WS-FEEDLOG-STATUS = "00"
              PERFORM 0710-CHECK-ONE-LOG-ENTRY UNTIL FEEDLOG-EOF
              CLOSE FEEDLOG-FILE
           END-IF
           IF FEED-ALREADY-LOGGED
              DISPLAY "LNVMRG01: FEED " WS-FH-FEED-DATE " / "
                 WS-FH-SOURCE-ID " ALREADY ON THE FEED LOG"
           ELSE
              PERFORM 0720-WRITE-LOG-ENTRY
           END-IF.

       0710-CHECK-ONE-LOG-ENTRY.
           READ FEEDLOG-FILE
              AT END
                 SET FEEDLOG-EOF TO TRUE
              NOT AT END
                 IF FDL-FEED-DATE = WS-FH-FEED-DATE
                    AND FDL-SOURCE-ID = WS-FH-SOURCE-ID
                    SET FEED-ALREADY-LOGGED TO TRUE
                 END-IF
           END-READ.

       0720-WRITE-LOG-ENTRY.
           OPEN EXTEND FEEDLOG-FILE
           IF WS-FEEDLOG-STATUS NOT = "00"
              OPEN OUTPUT FEEDLOG-FILE
           END-IF
           IF WS-FEEDLOG-STATUS NOT = "00"
              DISPLAY "FATAL: FEED LOG OPEN FAILED - STATUS "
                 WS-FEEDLOG-STATUS
              DISPLAY "FEED NOT MARKED PROCESSED - GUARD AGAINST A "
                 "RESEND OF FEED " WS-FH-FEED-DATE " BY HAND"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO FEEDLOG-REC
           MOVE WS-FH-FEED-DATE TO FDL-FEED-DATE
           MOVE WS-FH-SOURCE-ID TO FDL-SOURCE-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO FDL-RUN-DATE
           WRITE FEEDLOG-REC
           IF WS-FEEDLOG-STATUS NOT = "00"
              DISPLAY "FATAL: FEED LOG WRITE FAILED - STATUS "
                 WS-FEEDLOG-STATUS
              DISPLAY "FEED NOT MARKED PROCESSED - GUARD AGAINST A "
                 "RESEND OF FEED " WS-FH-FEED-DATE " BY HAND"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE FEEDLOG-FILE.

      * Closes the ranges: no stream may run against them again, and
      * the next split needs no re-cut card.
       0800-MARK-RANGES-MERGED.
           OPEN I-O STREAM-RANGE-FILE
           IF WS-SRNG-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RANGE FILE REOPEN FAILED - STATUS "
                 WS-SRNG-STATUS
              DISPLAY "RUN MERGED BUT RANGES STILL OPEN - DO NOT RUN "
                 "ANY STREAM AGAINST THEM"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           READ STREAM-RANGE-FILE
              AT END
                 MOVE SPACES TO STREAM-RANGE-REC
           END-READ
           IF SRG-REC-TYPE = "H"
              MOVE "M" TO SRH-STATUS
              REWRITE STREAM-RANGE-REC
           END-IF
           IF SRG-REC-TYPE NOT = "H"
              OR WS-SRNG-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RANGE HEADER REWRITE FAILED - "
                 "STATUS " WS-SRNG-STATUS
              DISPLAY "RUN MERGED BUT RANGES STILL OPEN - DO NOT RUN "
                 "ANY STREAM AGAINST THEM"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE STREAM-RANGE-FILE.

       9000-CONTROL-TOTALS-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNVAL01 CONTROL TOTALS / BALANCING - ALL STREAMS".
           DISPLAY "----------------------------------------------".
           DISPLAY "FEED DATE/SOURCE .............: "
              WS-FH-FEED-DATE " / " WS-FH-SOURCE-ID.
           DISPLAY "STREAMS MERGED ...............: "
              WS-STREAM-COUNT " (RANGES CUT " WS-SPLIT-TIMESTAMP ")".
           DISPLAY "FEED CONTROL RECORDS .........: " WS-CNT-CONTROL.
           DISPLAY "TRANS-FILE RECORDS READ ......: " MT-RECORDS-READ.
           DISPLAY "  T-CODE 'C' (CALC) .........: " MT-CNT-CALC.
           DISPLAY "  T-CODE 'A' (ALERT) ........: " MT-CNT-ALERT.
           DISPLAY "  T-CODE 'B' (BOTH) .........: " MT-CNT-BOTH.
           DISPLAY "  T-CODE INVALID/OTHER ......: " MT-CNT-INVALID.
           DISPLAY "DELINQUENCY AGING RUNS (LNAGE01): " MT-CNT-AGE.
           DISPLAY "AMORTIZATION SCHEDULES (LNAMRT01): " MT-CNT-AMORT.
           DISPLAY "TOTAL AMOUNT APPLIED (USD-EQUIV): "
              MT-TOTAL-AMOUNT.
           DISPLAY "MASTER-FILE WRITE (NEW) ......: " MT-CNT-WRITE.
           DISPLAY "MASTER-FILE REWRITE (UPDATE) .: " MT-CNT-REWRITE.
           DISPLAY "MASTER-FILE DELETE ...........: " MT-CNT-DELETE.
           DISPLAY "PAYMENTS POSTED (MAINT 'P') ..: " MT-CNT-PAYMENT.
           DISPLAY "PRINCIPAL CURTAILMENTS ('K') .: "
              MT-CNT-CURTAIL.
           DISPLAY "  CURTAILED AMOUNT (USD-EQUIV): "
              MT-CURTAIL-AMOUNT.
           DISPLAY "  RECAST TO LOWER PAYMENT ....: "
              MT-CNT-RECAST-PMT.
           DISPLAY "  RECAST TO SHORTER TERM .....: "
              MT-CNT-RECAST-TERM.
           DISPLAY "  RECASTS UNDONE BY REVERSAL .: "
              MT-CNT-RECAST-UNDONE.
           DISPLAY "PAYMENTS REVERSED (MAINT 'V') : "
              MT-CNT-REVERSAL.
           DISPLAY "  REVERSED AMOUNT (USD-EQUIV) : "
              MT-REVERSED-PAY-AMOUNT.
           DISPLAY "RECOVERIES ON CHARGED-OFF ....: "
              MT-CNT-RECOVERY.
           DISPLAY "RECOVERY REVERSALS ...........: "
              MT-CNT-RECOV-REVERSED.
           DISPLAY "  RECOVERY AMOUNT (USD-EQUIV) : "
              MT-RECOVERY-AMOUNT.
           DISPLAY "PAYOFF QUOTES SETTLED ........: "
              MT-CNT-QUOTE-SETTLED.
           DISPLAY "  WAIVED DRIFT (USD-EQUIV) ...: "
              MT-QUOTE-WAIVED-AMT.
           DISPLAY "LOANS PAID IN FULL ...........: "
              MT-CNT-PAID-IN-FULL.
           DISPLAY "PAID-IN-FULL LOANS REOPENED ..: "
              MT-CNT-REOPENED.
           DISPLAY "PAYMENTS MATCHED TO BILLS ....: "
              MT-CNT-BILL-MATCHED.
           DISPLAY "  SHORT-PAYS FLAGGED .........: "
              MT-CNT-BILL-SHORT.
           DISPLAY "  OVER-PAYS FLAGGED ..........: "
              MT-CNT-BILL-OVER.
           DISPLAY "PLANS BOOKED (MAINT 'M'/'A') .: "
              MT-CNT-PLAN-ADD.
           DISPLAY "PLANS CANCELLED (MAINT 'M'/'C'): "
              MT-CNT-PLAN-CANCEL.
           DISPLAY "COLLATERAL ADD/UPDATE ('L'/'A'): "
              MT-CNT-COLL-MAINT.
           DISPLAY "COLLATERAL REMOVED ('L'/'R') .: "
              MT-CNT-COLL-REMOVE.
           DISPLAY "XREF PARTIES ADDED ('X'/'A') .: "
              MT-CNT-XREF-MAINT.
           DISPLAY "XREF PARTIES REMOVED ('X'/'R'): "
              MT-CNT-XREF-REMOVE.
           DISPLAY "LEGAL HOLDS PLACED ('H'/'A') .: "
              MT-CNT-LEGAL-PLACE.
           DISPLAY "LEGAL HOLDS RELEASED ('H'/'R'): "
              MT-CNT-LEGAL-RELEASE.
           DISPLAY "REFUSED - CLOSED PERIOD ......: "
              MT-CNT-PERIOD-LOCK.
           DISPLAY "HELD FOR APPROVAL ............: "
              MT-CNT-HELD.
           DISPLAY "  HELD AMOUNT (USD-EQUIV) ....: "
              MT-HELD-AMOUNT.
           DISPLAY "PARTIES SANCTIONS-SCREENED ...: "
              MT-CNT-SANC-SCREENED.
           DISPLAY "  HELD FOR COMPLIANCE ........: "
              MT-CNT-SANC-HELD.
           DISPLAY "REFUSED - SANCTIONS FREEZE ...: "
              MT-CNT-SANC-FROZEN.
           DISPLAY "PAYMENTS SATISFYING LATE FEES : "
              MT-CNT-FEE-TAKE.
           DISPLAY "  LATE FEE TAKE (USD-EQUIV) ..: "
              MT-FEE-TAKE-AMOUNT.
           DISPLAY "BORROWER ADD/CHANGE (MAINT 'B'): "
              MT-CNT-BORR-MAINT.
           DISPLAY "BORROWER REMOVE (MAINT 'R') ..: "
              MT-CNT-BORR-DELETE.
           DISPLAY "FIELD CHANGES JOURNALED ......: "
              WS-CNT-JOURNALED.
           DISPLAY "FUTURE-DATED TO WAREHOUSE ....: "
              MT-CNT-PENDING.
           DISPLAY "  PAYMENT AMOUNT (USD-EQUIV) .: "
              MT-PAYMENT-AMOUNT.
           DISPLAY "ESCROW PAYMENTS SET (MAINT 'E'): "
              MT-CNT-ESCROW-SET.
           DISPLAY "ESCROW DISBURSEMENTS .........: "
              MT-CNT-ESCROW-DISB.
           DISPLAY "  ESCROW DEPOSITS (USD-EQUIV) : "
              MT-ESCROW-DEP-AMOUNT.
           DISPLAY "  ESCROW PAYOUTS (USD-EQUIV) .: "
              MT-ESCROW-DISB-AMOUNT.
           DISPLAY "GL POSTING RECORDS WRITTEN ...: "
              WS-CNT-GL-RECORDS.
           DISPLAY "  GL DEBITS (USD-EQUIV) ......: " WS-GL-DR-TOTAL.
           DISPLAY "  GL CREDITS (USD-EQUIV) .....: " WS-GL-CR-TOTAL.
           DISPLAY "DUPLICATE LOAN IDS IN RUN ....: " MT-CNT-DUPLICATE.
           DISPLAY "TRANSACTIONS REJECTED TO SUSPENSE: "
              MT-CNT-REJECTED.
      * Gross-vs-applied breakdown, as LNVAL01 reports it.
           DISPLAY "  REJECTED AMOUNT (USD-EQUIV) ...: "
              MT-REJECTED-AMOUNT.
           COMPUTE MT-GROSS-AMOUNT =
              MT-TOTAL-AMOUNT + MT-REJECTED-AMOUNT.
           DISPLAY "TOTAL AMOUNT PROCESSED, GROSS (USD-EQUIV): "
              MT-GROSS-AMOUNT.
           DISPLAY "==============================================".
           IF MT-CNT-REJECTED > 0
              PERFORM 9100-REJECT-REPORT
           END-IF
           PERFORM 9200-EXCEPTION-SUMMARY.

      * Same-day report of rejected loan IDs and reasons, as the
      * streams listed them. Bounded by WS-REJECT-MAX; anything beyond
      * that is still on the suspense file.
       9100-REJECT-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNVAL01 REJECTED TRANSACTIONS - ALL STREAMS".
           DISPLAY "----------------------------------------------".
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                 UNTIL WS-REJ-IDX > WS-REJECT-COUNT
              DISPLAY "LOAN ID: " WS-REJ-LOAN-ID(WS-REJ-IDX)
                 "  REASON: " WS-REJ-REASON(WS-REJ-IDX)
           END-PERFORM
           IF MT-CNT-REJECTED > WS-REJECT-COUNT
              DISPLAY "...AND " MT-CNT-REJECTED
                 " TOTAL REJECTS - SEE SUSPENSE FILE FOR FULL LIST"
           END-IF
           DISPLAY "==============================================".

      * LNVAL01's exception summary, over the whole run.
       9200-EXCEPTION-SUMMARY.
           COMPUTE MT-CNT-DATA-QUALITY =
              MT-CNT-INVALID + MT-CNT-DUPLICATE + MT-CNT-BAD-AMOUNT
           DISPLAY "==============================================".
           DISPLAY "LNVAL01 EXCEPTION SUMMARY - ALL STREAMS".
           DISPLAY "----------------------------------------------".
           DISPLAY "DATA QUALITY REJECTS (TOTAL) ............: "
              MT-CNT-DATA-QUALITY.
           DISPLAY "  INVALID T-CODE ........................: "
              MT-CNT-INVALID.
           DISPLAY "  DUPLICATE LOAN ID IN RUN ...............: "
              MT-CNT-DUPLICATE.
           DISPLAY "  INVALID AMT/TERM/RATE/DATE/ID ..........: "
              MT-CNT-BAD-AMOUNT.
           DISPLAY "REVIEW VOLUME (LNALRT01 OVER-LIMIT FLAGS): "
              MT-CNT-FLAGGED.
           DISPLAY "SUCCESSFUL C/A/B UPDATES ................: "
              MT-CNT-CALC-ALERT-OK.
           IF MT-CNT-DATA-QUALITY > 0
              DISPLAY "  -> DATA QUALITY ISSUE: CHECK UPSTREAM FEED "
                 "FOR BAD T-CODE, DUPLICATE, OR AMOUNT/TERM/RATE/"
                 "DATE VALUES"
           END-IF
           DISPLAY "==============================================".

      * Per-stream breakdown - where the run's volume and rejects
      * fell, and when each stream finished.
       9300-STREAM-BREAKDOWN.
           DISPLAY "==============================================".
           DISPLAY "LNVMRG01 STREAM BREAKDOWN".
           DISPLAY "----------------------------------------------".
           DISPLAY "FEED CONTROL RECORDS .........: " WS-CNT-CONTROL.
           DISPLAY "STREAM RESULT RECORDS READ ...: "
              WS-CNT-RESULT-RECORDS.
           DISPLAY "FEED RECORDS SPLIT ...........: " WS-SPLIT-RECORDS.
           DISPLAY "SOURCE DETAIL BALANCED .......: "
              WS-SLICE-DETAIL-TOTAL.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
              PERFORM 9310-SHOW-STREAM
           END-PERFORM.
           DISPLAY "==============================================".

       9310-SHOW-STREAM.
           SET WS-ST-NO TO WS-ST-IDX
           EVALUATE TRUE
              WHEN WS-ST-LOW-ID(WS-ST-NO) > WS-ST-HIGH-ID(WS-ST-NO)
                 MOVE "(NONE)" TO WS-SHOW-LOW
                 MOVE "(NONE)" TO WS-SHOW-HIGH
              WHEN OTHER
                 MOVE WS-ST-LOW-ID(WS-ST-NO)  TO WS-SHOW-LOW
                 MOVE WS-ST-HIGH-ID(WS-ST-NO) TO WS-SHOW-HIGH
                 IF WS-ST-LOW-ID(WS-ST-NO) = LOW-VALUES
                    MOVE "(FIRST)" TO WS-SHOW-LOW
                 END-IF
                 IF WS-ST-HIGH-ID(WS-ST-NO) = HIGH-VALUES
                    MOVE "(LAST)" TO WS-SHOW-HIGH
                 END-IF
           END-EVALUATE
           DISPLAY "STREAM " WS-ST-NO " LOAN IDS ........: "
              WS-SHOW-LOW " THRU " WS-SHOW-HIGH
           DISPLAY "  ENDED / RC ...............: "
              WS-ST-END-TIMESTAMP(WS-ST-NO) " / "
              WS-ST-RETURN-CODE(WS-ST-NO)
           DISPLAY "  RECORDS READ .............: "
              WS-ST-RECORDS-READ(WS-ST-NO)
           DISPLAY "  REJECTED TO SUSPENSE .....: "
              WS-ST-REJECTED(WS-ST-NO)
           DISPLAY "  AMOUNT APPLIED (USD-EQUIV): "
              WS-ST-TOTAL-AMOUNT(WS-ST-NO)
           DISPLAY "  GL POSTING RECORDS .......: "
              WS-ST-GL-RECORDS(WS-ST-NO).
