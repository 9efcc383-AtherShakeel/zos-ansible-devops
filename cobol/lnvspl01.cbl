       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNVSPL01.
      *================================================================*
      * BATCH PROGRAM: PARTITIONED LNVAL01 RUN - SPLIT. CUTS THE
      * NIGHT'S SORTED FEED (THE SAME SORTED TRANS-FILE LNVAL01 READS)
      * INTO LOAN-ID RANGES, ONE PER RUN STREAM, AND WRITES THEM TO
      * THE STREAM RANGE FILE (copy/strmrng.cpy). EACH STREAM IS AN
      * ORDINARY LNVAL01 RUN WITH A STRMSEL CARD NAMING ITS STREAM
      * NUMBER (jcl/lnvstrm.jcl); LNVMRG01 COMBINES THEM ONCE ALL
      * HAVE ENDED CLEAN (jcl/lnvmrg01.jcl). ONE SYSIN CARD:
      *   COLS  1-2   NUMBER OF STREAMS, 01-08
      *   COL   4     "R" = RE-CUT: REPLACE RANGES THAT HAVE NOT BEEN
      *               MERGED YET. ONLY SAFE WHEN NO STREAM HAS RUN
      *               AGAINST THEM - A STREAM THAT HAS APPLIED ANY
      *               PART OF ITS RANGE MUST BE FINISHED AND MERGED
      *               ON THE RANGES IT STARTED WITH.
      * THE FEED IS READ TWICE: ONCE TO COUNT ITS RECORDS (EVERY ONE
      * BUT THE HEADER AND TRAILER) AND CAPTURE THE HEADER AND
      * TRAILER, ONCE TO CUT THE RANGES AT ROUGHLY EQUAL RECORD
      * COUNTS. A RANGE NEVER SPLITS A LOAN ID - EVERY RECORD FOR A
      * LOAN LANDS IN ONE STREAM, SO EACH STREAM'S DUPLICATE-ID
      * DETECTION, RESTART BOOKKEEPING AND ORIGINATION PACKAGES SEE
      * THE WHOLE LOAN. STREAM 1 STARTS AT LOW-VALUES AND THE LAST
      * STREAM WITH RECORDS ENDS AT HIGH-VALUES; A STREAM LEFT WITH
      * NO RECORDS (FEWER LOAN IDS THAN STREAMS) GETS AN EMPTY RANGE
      * AND STILL RUNS, SO THE MERGE ALWAYS SEES ALL OF THEM.
      * RECORDS THE START OF THE LNVAL01 STEP ON THE RUN-CONTROL
      * DATASET: THE SPLIT, THE STREAMS AND THE MERGE ARE ONE STEP
      * TO LNRUN01, AND ONLY LNVMRG01 RECORDS ITS END.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
                  FILE STATUS IS WS-TRANS-STATUS.
           SELECT STREAM-RANGE-FILE ASSIGN TO STRMRNG
                  FILE STATUS IS WS-SRNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY TRANSREC.

       FD  STREAM-RANGE-FILE.
       COPY STRMRNG.

       WORKING-STORAGE SECTION.
       COPY RUNCTL.
       01  WS-TRANS-STATUS         PIC X(02) VALUE "00".
       01  WS-SRNG-STATUS          PIC X(02) VALUE "00".
       01  WS-EOF-SW               PIC X(01) VALUE "N".
           88  EOF-REACHED         VALUE "Y".
       01  WS-SPLIT-CARD.
           05  WS-SC-STREAMS       PIC X(02).
           05  FILLER              PIC X(01).
           05  WS-SC-RECUT         PIC X(01).
               88  RECUT-REQUESTED VALUE "R".
           05  FILLER              PIC X(76).
       01  WS-STREAM-MAX           PIC 9(02) VALUE 8.
       01  WS-STREAM-COUNT         PIC 9(02) VALUE ZERO.
       01  WS-FEED-HDR-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-FEED-TRL-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-FEED-HEADER.
           05  WS-FH-REC-ID        PIC X(10).
           05  WS-FH-FEED-DATE     PIC X(08).
           05  WS-FH-SOURCE-ID     PIC X(08).
           05  FILLER              PIC X(94).
       01  WS-FEED-TRAILER         PIC X(120) VALUE SPACES.
       01  WS-TOTAL-RECORDS        PIC 9(09) VALUE ZERO.
       01  WS-TARGET-RECORDS       PIC 9(09) VALUE ZERO.
       01  WS-PRIOR-LOAN-ID        PIC X(10) VALUE LOW-VALUES.
       01  WS-CUR-STREAM           PIC 9(02) VALUE ZERO.
       01  WS-SPLIT-TIMESTAMP      PIC X(14) VALUE SPACES.
       01  WS-RANGE-TABLE.
           05  WS-RANGE-ENTRY OCCURS 8 TIMES
                                   INDEXED BY WS-RNG-IDX.
               10  WS-RNG-LOW-ID   PIC X(10).
               10  WS-RNG-HIGH-ID  PIC X(10).
               10  WS-RNG-RECORDS  PIC 9(09).
       01  WS-SHOW-LOW             PIC X(10) VALUE SPACES.
       01  WS-SHOW-HIGH            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNVSPL01 - PARTITIONED LNVAL01 RUN: SPLIT".
           MOVE SPACES TO WS-SPLIT-CARD
           ACCEPT WS-SPLIT-CARD FROM SYSIN
           IF WS-SC-STREAMS NOT NUMERIC
              OR WS-SC-STREAMS = ZERO
              OR WS-SC-STREAMS > WS-STREAM-MAX
              DISPLAY "FATAL: STREAM COUNT '" WS-SC-STREAMS
                 "' MUST BE 01 THRU " WS-STREAM-MAX " (COLS 1-2)"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-SC-STREAMS TO WS-STREAM-COUNT

           PERFORM 0100-CHECK-PRIOR-SPLIT
      * The split is the first piece of the LNVAL01 step - the same
      * prerequisite check and start record a single-stream run
      * makes, so the streams and the merge need only prove the step
      * is under way (RC-PHASE "C").
           MOVE "LNVAL01 " TO RC-STEP-NAME
           MOVE "S" TO RC-PHASE
           CALL "LNRUN01" USING WS-RUN-CONTROL

           PERFORM 0200-COUNT-FEED
           PERFORM 0300-CUT-RANGES
           PERFORM 0400-WRITE-RANGES
           PERFORM 9000-SPLIT-REPORT
           GOBACK.

      * Ranges still open ("S") belong to a run whose streams have not
      * all been merged - tonight's, or an earlier night's that was
      * never finished. Cutting over them would strand whatever those
      * streams already applied, so it takes the "R" card to do it.
       0100-CHECK-PRIOR-SPLIT.
           OPEN INPUT STREAM-RANGE-FILE
           IF WS-SRNG-STATUS = "00"
              READ STREAM-RANGE-FILE
                 AT END
                    MOVE SPACES TO STREAM-RANGE-REC
              END-READ
              CLOSE STREAM-RANGE-FILE
              IF SRG-REC-TYPE = "H"
                 AND SRH-STATUS = "S"
                 IF RECUT-REQUESTED
                    DISPLAY "LNVSPL01: RE-CUT - REPLACING UNMERGED "
                       "RANGES FOR FEED " SRH-FEED-DATE " / "
                       SRH-SOURCE-ID
                 ELSE
                    DISPLAY "FATAL: RANGES FOR FEED " SRH-FEED-DATE
                       " / " SRH-SOURCE-ID " (CUT "
                       SRH-SPLIT-TIMESTAMP ") ARE NOT YET MERGED"
                    DISPLAY "RUN LNVMRG01 FOR THEM, OR RE-CUT WITH "
                       "'R' IN COL 4 IF NO STREAM HAS RUN"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

      * Pass 1. The header and trailer must each be there exactly
      * once - LNVAL01 rejects the feed outright otherwise, and the
      * ranges would be cut for nothing.
       0200-COUNT-FEED.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "FATAL: TRANS-FILE OPEN FAILED - STATUS "
                 WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0210-COUNT-ONE-RECORD UNTIL EOF-REACHED
           CLOSE TRANS-FILE
           IF WS-FEED-HDR-COUNT NOT = 1
              OR WS-FEED-TRL-COUNT NOT = 1
              DISPLAY "FATAL: FEED HEADER/TRAILER MISSING OR "
                 "DUPLICATED - HEADERS " WS-FEED-HDR-COUNT
                 " TRAILERS " WS-FEED-TRL-COUNT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       0210-COUNT-ONE-RECORD.
           READ TRANS-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 EVALUATE T-LOAN-ID-IN
                    WHEN "FEEDHDR000"
                       ADD 1 TO WS-FEED-HDR-COUNT
                       MOVE TRANS-REC TO WS-FEED-HEADER
                    WHEN "FEEDTRL999"
                       ADD 1 TO WS-FEED-TRL-COUNT
                       MOVE TRANS-REC TO WS-FEED-TRAILER
                    WHEN OTHER
                       ADD 1 TO WS-TOTAL-RECORDS
                 END-EVALUATE
           END-READ.

      * Pass 2. Each stream takes records until it holds its share
      * (the total over the stream count, rounded up), then closes at
      * the next change of loan ID. The feed must be in loan-ID order
      * - the ranges mean nothing otherwise.
       0300-CUT-RANGES.
           COMPUTE WS-TARGET-RECORDS =
              (WS-TOTAL-RECORDS + WS-STREAM-COUNT - 1)
              / WS-STREAM-COUNT
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > WS-STREAM-MAX
              MOVE HIGH-VALUES TO WS-RNG-LOW-ID(WS-RNG-IDX)
              MOVE LOW-VALUES  TO WS-RNG-HIGH-ID(WS-RNG-IDX)
              MOVE ZERO        TO WS-RNG-RECORDS(WS-RNG-IDX)
           END-PERFORM
           MOVE 1 TO WS-CUR-STREAM
           MOVE LOW-VALUES TO WS-RNG-LOW-ID(1)
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
              DISPLAY "FATAL: TRANS-FILE REOPEN FAILED - STATUS "
                 WS-TRANS-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 0310-CUT-ONE-RECORD UNTIL EOF-REACHED
           CLOSE TRANS-FILE
           MOVE HIGH-VALUES TO WS-RNG-HIGH-ID(WS-CUR-STREAM).

       0310-CUT-ONE-RECORD.
           READ TRANS-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 IF T-LOAN-ID-IN NOT = "FEEDHDR000"
                    AND T-LOAN-ID-IN NOT = "FEEDTRL999"
                    IF T-LOAN-ID-IN < WS-PRIOR-LOAN-ID
                       DISPLAY "FATAL: FEED NOT IN LOAN-ID ORDER AT "
                          T-LOAN-ID-IN " (AFTER " WS-PRIOR-LOAN-ID
                          ") - SORT IT AS LNVAL01'S SORTTRN DOES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    IF WS-RNG-RECORDS(WS-CUR-STREAM)
                          NOT < WS-TARGET-RECORDS
                       AND T-LOAN-ID-IN NOT = WS-PRIOR-LOAN-ID
                       AND WS-CUR-STREAM < WS-STREAM-COUNT
                       MOVE WS-PRIOR-LOAN-ID
                          TO WS-RNG-HIGH-ID(WS-CUR-STREAM)
                       ADD 1 TO WS-CUR-STREAM
                       MOVE T-LOAN-ID-IN
                          TO WS-RNG-LOW-ID(WS-CUR-STREAM)
                    END-IF
                    ADD 1 TO WS-RNG-RECORDS(WS-CUR-STREAM)
                    MOVE T-LOAN-ID-IN TO WS-PRIOR-LOAN-ID
                 END-IF
           END-READ.

      * OPEN OUTPUT - the range file only ever holds the current cut.
       0400-WRITE-RANGES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SPLIT-TIMESTAMP
           OPEN OUTPUT STREAM-RANGE-FILE
           IF WS-SRNG-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RANGE FILE OPEN FAILED - STATUS "
                 WS-SRNG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO STREAM-RANGE-HDR
           MOVE "H" TO SRG-REC-TYPE
           MOVE ZERO TO SRG-STREAM-NO
           MOVE WS-STREAM-COUNT    TO SRH-STREAM-COUNT
           MOVE WS-FH-FEED-DATE    TO SRH-FEED-DATE
           MOVE WS-FH-SOURCE-ID    TO SRH-SOURCE-ID
           MOVE WS-SPLIT-TIMESTAMP TO SRH-SPLIT-TIMESTAMP
           MOVE "S"                TO SRH-STATUS
           MOVE WS-TOTAL-RECORDS   TO SRH-RECORD-COUNT
           PERFORM 0410-WRITE-RANGE-RECORD
           MOVE SPACES TO STREAM-RANGE-TRL
           MOVE "T" TO SRG-REC-TYPE
           MOVE ZERO TO SRG-STREAM-NO
           MOVE WS-FEED-TRAILER TO SRT-TRAILER-IMAGE
           PERFORM 0410-WRITE-RANGE-RECORD
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > WS-STREAM-COUNT
              MOVE SPACES TO STREAM-RANGE-ENTRY
              MOVE "R" TO SRG-REC-TYPE
              SET SRG-STREAM-NO TO WS-RNG-IDX
              MOVE WS-RNG-LOW-ID(WS-RNG-IDX)  TO SRR-LOW-ID
              MOVE WS-RNG-HIGH-ID(WS-RNG-IDX) TO SRR-HIGH-ID
              MOVE WS-RNG-RECORDS(WS-RNG-IDX) TO SRR-RECORDS
              PERFORM 0410-WRITE-RANGE-RECORD
           END-PERFORM
           CLOSE STREAM-RANGE-FILE.

       0410-WRITE-RANGE-RECORD.
           WRITE STREAM-RANGE-REC
           IF WS-SRNG-STATUS NOT = "00"
              DISPLAY "FATAL: STREAM RANGE FILE WRITE FAILED - STATUS "
                 WS-SRNG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       9000-SPLIT-REPORT.
           DISPLAY "==============================================".
           DISPLAY "LNVSPL01 STREAM RANGES".
           DISPLAY "----------------------------------------------".
           DISPLAY "FEED DATE/SOURCE .............: "
              WS-FH-FEED-DATE " / " WS-FH-SOURCE-ID.
           DISPLAY "RECORDS TO SPLIT .............: "
              WS-TOTAL-RECORDS.
           DISPLAY "STREAMS ......................: "
              WS-STREAM-COUNT.
           DISPLAY "TARGET RECORDS PER STREAM ....: "
              WS-TARGET-RECORDS.
           PERFORM VARYING WS-RNG-IDX FROM 1 BY 1
                   UNTIL WS-RNG-IDX > WS-STREAM-COUNT
              PERFORM 9010-SHOW-RANGE
           END-PERFORM.
           DISPLAY "==============================================".

       9010-SHOW-RANGE.
           EVALUATE TRUE
              WHEN WS-RNG-LOW-ID(WS-RNG-IDX)
                      > WS-RNG-HIGH-ID(WS-RNG-IDX)
                 MOVE "(NONE)" TO WS-SHOW-LOW
                 MOVE "(NONE)" TO WS-SHOW-HIGH
              WHEN OTHER
                 MOVE WS-RNG-LOW-ID(WS-RNG-IDX)  TO WS-SHOW-LOW
                 MOVE WS-RNG-HIGH-ID(WS-RNG-IDX) TO WS-SHOW-HIGH
                 IF WS-RNG-LOW-ID(WS-RNG-IDX) = LOW-VALUES
                    MOVE "(FIRST)" TO WS-SHOW-LOW
                 END-IF
                 IF WS-RNG-HIGH-ID(WS-RNG-IDX) = HIGH-VALUES
                    MOVE "(LAST)" TO WS-SHOW-HIGH
                 END-IF
           END-EVALUATE
           SET WS-CUR-STREAM TO WS-RNG-IDX
           DISPLAY "  STREAM " WS-CUR-STREAM " ..................: "
              WS-SHOW-LOW " THRU " WS-SHOW-HIGH "  "
              WS-RNG-RECORDS(WS-RNG-IDX) " RECORDS".
