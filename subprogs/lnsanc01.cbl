       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNSANC01.
      *================================================================*
      * SUBPROGRAM: THE SHARED SANCTIONS SERVICE. TWO QUESTIONS HAVE
      * ONE ANSWER HERE:
      *  - "DOES THIS NAME AND ADDRESS MATCH THE WATCH LIST" (FUNCTION
      *    "S") - ASKED BY LNVAL01 FOR EVERY BORROWER ADD/CHANGE AND
      *    EVERY NEW CO-BORROWER/GUARANTOR, AND BY THE LNSANR01 FULL
      *    RESCREEN OF THE BORROWER MASTER;
      *  - "IS THIS LOAN FROZEN" (FUNCTION "F") - ASKED BY EVERY STEP
      *    THAT WOULD PAY MONEY OUT OF, OR SETTLE, A LOAN TIED TO A
      *    CONFIRMED MATCH (PAYOFF QUOTES, THE CLOSING REFUND).
      *    LNVAL01 MAINTAINS BORRVSAM AND BXRFVSAM ITSELF IN THE SAME
      *    RUN AND SO ASKS ITS OWN OPEN COPIES INSTEAD - SEE ITS
      *    1078-CHECK-SANCTION-FREEZE, WHICH APPLIES THE SAME RULE.
      * CALLED WITH THE copy/sancctl.cpy BLOCK - SEE THE FUNCTION
      * LIST THERE.
      * CLOSE-MATCH SCORING: BOTH NAMES ARE NORMALIZED - UPPER CASE,
      * PUNCTUATION TO SPACES, TITLES AND CORPORATE SUFFIXES
      * DROPPED, THE REMAINING WORDS SORTED SO "SMITH JOHN" AND
      * "JOHN SMITH" READ ALIKE, AND RUN TOGETHER - AND SCORED 0-100
      * ON THE LETTER PAIRS (BIGRAMS) THEY SHARE: 200 X SHARED /
      * (PAIRS IN ONE + PAIRS IN THE OTHER). A TRANSPOSED, DROPPED OR
      * MISSPELT LETTER COSTS A FEW POINTS, NOT THE MATCH. WHEN BOTH
      * SIDES CARRY AN ADDRESS AND THE ADDRESSES SCORE AT LEAST
      * WS-ADDR-BAR THE SAME WAY, THE NAME SCORE IS LIFTED HALF THE
      * WAY TO 100 - A NEAR NAME AT THE LISTED ADDRESS IS A STRONGER
      * HIT THAN THE NAME ALONE. A DIFFERENT ADDRESS NEVER LOWERS THE
      * SCORE: LISTED PARTIES MOVE. THE BEST-SCORING ENTRY IS A HIT
      * AT OR ABOVE THE THRESHOLD (CALLER'S, OR THE COMPILED-IN
      * DEFAULT).
      * THE WATCH LIST (SANCLIST, copy/sanlrec.cpy) IS LOADED WHOLE
      * ON THE FIRST "S" CALL, NAMES PRE-NORMALIZED. A MISSING OR
      * EMPTY LIST IS NOT A PASS: EVERY NAME COMES BACK A HIT AGAINST
      * ENTRY "NO LIST" WITH RETURN CODE 08, SO NOBODY IS WAVED
      * THROUGH UNSCREENED. A LIST LARGER THAN THE TABLE STOPS THE
      * RUN - SCREENING AGAINST PART OF A LIST IS NOT SCREENING.
      * THE BORROWER MASTER AND CROSS-REFERENCE ARE OPENED ON THE
      * FIRST "F" CALL. EVERYTHING IS KEPT OPEN FOR THE REST OF THE
      * RUN UNIT; THE CALLER CLOSES IT WITH FUNCTION "C".
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO SANCLIST
                  FILE STATUS  IS WS-LIST-STATUS.
           SELECT BORROWER-FILE ASSIGN TO BORRVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS B-BORROWER-ID
                  FILE STATUS  IS WS-BORR-STATUS.
           SELECT XREF-FILE ASSIGN TO BXRFVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BX-KEY
                  FILE STATUS  IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       COPY SANLREC.

       FD  BORROWER-FILE.
       COPY BORRREC.

       FD  XREF-FILE.
       COPY BXRFREC.

       WORKING-STORAGE SECTION.
       01  WS-LIST-STATUS         PIC X(02) VALUE "00".
       01  WS-BORR-STATUS         PIC X(02) VALUE "00".
       01  WS-XREF-STATUS         PIC X(02) VALUE "00".
       01  WS-LIST-OPENED-SW      PIC X(01) VALUE "N".
           88  LIST-LOAD-ATTEMPTED VALUE "Y".
       01  WS-LIST-EOF-SW         PIC X(01) VALUE "N".
           88  LIST-EOF           VALUE "Y".
       01  WS-FREEZE-OPENED-SW    PIC X(01) VALUE "N".
           88  FREEZE-OPEN-ATTEMPTED VALUE "Y".
       01  WS-BORR-AVAILABLE-SW   PIC X(01) VALUE "N".
           88  BORR-AVAILABLE     VALUE "Y".
       01  WS-XREF-AVAILABLE-SW   PIC X(01) VALUE "N".
           88  XREF-AVAILABLE     VALUE "Y".
       01  WS-XREF-DONE-SW        PIC X(01) VALUE "N".
           88  XREF-DONE          VALUE "Y".
       01  WS-CHECK-ID            PIC X(10) VALUE SPACES.

      * Compiled-in match threshold, used when the caller passes
      * zero. WS-ADDR-BAR is the address score that earns the
      * address lift.
       01  WS-DEFAULT-THRESHOLD   PIC 9(03) VALUE 085.
       01  WS-ADDR-BAR            PIC 9(03) VALUE 060.
       01  WS-THRESHOLD           PIC 9(03) VALUE ZERO.
      * Lowest name score the address lift could still carry to the
      * threshold (2T - 100) - entries that cannot reach it are not
      * scored in full.
       01  WS-NAME-FLOOR          PIC 9(03) VALUE ZERO.

      * The loaded watch list, names pre-normalized to their sorted
      * bigram strings (WS-LT-BIGRAMS has the WS-BIGRAMS shape).
       01  WS-LIST-TABLE.
           05  WS-LT-MAX          PIC 9(05) VALUE 5000.
           05  WS-LT-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LT-ENTRY OCCURS 5000 TIMES
                                  INDEXED BY WS-LT-IDX.
               10  WS-LT-ENTRY-ID PIC X(10).
               10  WS-LT-LIST-CODE PIC X(04).
               10  WS-LT-NAME     PIC X(40).
               10  WS-LT-ADDRESS  PIC X(40).
               10  WS-LT-BIGRAMS  PIC X(80).

      * Normalization work: the text in, its words, the run-together
      * result and its sorted bigrams.
       01  WS-NORM-IN             PIC X(40) VALUE SPACES.
       01  WS-NORM-WORK           PIC X(40) VALUE SPACES.
       01  WS-NORM-OUT            PIC X(40) VALUE SPACES.
       01  WS-NORM-LEN            PIC 9(03) VALUE ZERO.
       01  WS-NORM-PTR            PIC 9(03) VALUE ZERO.
       01  WS-IN-WORD-SW          PIC X(01) VALUE "N".
           88  IN-WORD            VALUE "Y".
       01  WS-WORD-TABLE.
           05  WS-WORD-COUNT      PIC 9(02) VALUE ZERO.
           05  WS-WORD OCCURS 8 TIMES PIC X(20).
       01  WS-WORD-LEN            PIC 9(02) VALUE ZERO.
       01  WS-WORD-HOLD           PIC X(20) VALUE SPACES.
      * Honorifics and corporate suffixes - they say nothing about
      * who the party is, and left in they would let "MR" and "LTD"
      * carry a score.
       01  WS-NOISE-VALUES.
           05  FILLER             PIC X(05) VALUE "MR   ".
           05  FILLER             PIC X(05) VALUE "MRS  ".
           05  FILLER             PIC X(05) VALUE "MS   ".
           05  FILLER             PIC X(05) VALUE "DR   ".
           05  FILLER             PIC X(05) VALUE "JR   ".
           05  FILLER             PIC X(05) VALUE "SR   ".
           05  FILLER             PIC X(05) VALUE "THE  ".
           05  FILLER             PIC X(05) VALUE "INC  ".
           05  FILLER             PIC X(05) VALUE "LLC  ".
           05  FILLER             PIC X(05) VALUE "LTD  ".
           05  FILLER             PIC X(05) VALUE "CO   ".
           05  FILLER             PIC X(05) VALUE "CORP ".
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-VALUES.
           05  WS-NOISE-WORD OCCURS 12 TIMES PIC X(05).
       01  WS-NOISE-SW            PIC X(01) VALUE "N".
           88  NOISE-WORD         VALUE "Y".
       01  WS-I                   PIC 9(03) VALUE ZERO.
       01  WS-J                   PIC 9(03) VALUE ZERO.
       01  WS-K                   PIC 9(03) VALUE ZERO.
       01  WS-PAIR-HOLD           PIC X(02) VALUE SPACES.

      * Bigram strings: the normalize output, the screened name and
      * address, and the two sides of a comparison.
       01  WS-BIGRAMS.
           05  WS-BG-COUNT        PIC 9(02).
           05  WS-BG-PAIR OCCURS 39 TIMES PIC X(02).
       01  WS-SCREEN-NAME-BG      PIC X(80) VALUE SPACES.
       01  WS-SCREEN-ADDR-BG      PIC X(80) VALUE SPACES.
       01  WS-LEFT-BG.
           05  WS-LB-COUNT        PIC 9(02).
           05  WS-LB-PAIR OCCURS 39 TIMES PIC X(02).
       01  WS-RIGHT-BG.
           05  WS-RB-COUNT        PIC 9(02).
           05  WS-RB-PAIR OCCURS 39 TIMES PIC X(02).
       01  WS-SHARED              PIC 9(03) VALUE ZERO.
       01  WS-DICE                PIC 9(03) VALUE ZERO.
       01  WS-BOUND               PIC 9(03) VALUE ZERO.

       01  WS-NAME-SCORE          PIC 9(03) VALUE ZERO.
       01  WS-ADDR-SCORE          PIC 9(03) VALUE ZERO.
       01  WS-ENTRY-SCORE         PIC 9(03) VALUE ZERO.

       LINKAGE SECTION.
       COPY SANCCTL REPLACING
                   ==WS-SANCTION-CONTROL== BY ==LS-SANCTION-CONTROL==
                   LEADING ==SC-== BY ==LS-==.

       PROCEDURE DIVISION USING LS-SANCTION-CONTROL.
       0000-MAIN.
           MOVE ZERO TO LS-RETURN-CODE
           EVALUATE LS-FUNCTION
              WHEN "S"
                 IF NOT LIST-LOAD-ATTEMPTED
                    PERFORM 0100-LOAD-WATCH-LIST
                 END-IF
                 PERFORM 1000-SCREEN-NAME
              WHEN "F"
                 IF NOT FREEZE-OPEN-ATTEMPTED
                    PERFORM 0200-OPEN-FREEZE-FILES
                 END-IF
                 PERFORM 2000-FREEZE-LOOKUP
              WHEN "C"
                 IF BORR-AVAILABLE
                    CLOSE BORROWER-FILE
                    MOVE "N" TO WS-BORR-AVAILABLE-SW
                 END-IF
                 IF XREF-AVAILABLE
                    CLOSE XREF-FILE
                    MOVE "N" TO WS-XREF-AVAILABLE-SW
                 END-IF
              WHEN OTHER
                 MOVE 12 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * WORKING-STORAGE survives between CALLs in the run unit, so
      * the list is read and normalized once however many names ask.
       0100-LOAD-WATCH-LIST.
           SET LIST-LOAD-ATTEMPTED TO TRUE
           OPEN INPUT WATCH-LIST-FILE
           IF WS-LIST-STATUS NOT = "00"
              DISPLAY "LNSANC01: WATCH LIST UNAVAILABLE - STATUS "
                 WS-LIST-STATUS " - EVERY NAME WILL BE HELD "
                 "UNSCREENED"
           ELSE
              PERFORM 0110-LOAD-ONE-ENTRY UNTIL LIST-EOF
              CLOSE WATCH-LIST-FILE
              IF WS-LT-COUNT = ZERO
                 DISPLAY "LNSANC01: WATCH LIST IS EMPTY - EVERY NAME "
                    "WILL BE HELD UNSCREENED"
              ELSE
                 DISPLAY "LNSANC01: WATCH LIST LOADED - "
                    WS-LT-COUNT " ENTRIES"
              END-IF
           END-IF.

       0110-LOAD-ONE-ENTRY.
           READ WATCH-LIST-FILE
              AT END
                 SET LIST-EOF TO TRUE
              NOT AT END
                 IF SL-NAME NOT = SPACES
                    IF WS-LT-COUNT < WS-LT-MAX
                       ADD 1 TO WS-LT-COUNT
                       MOVE SL-ENTRY-ID
                          TO WS-LT-ENTRY-ID(WS-LT-COUNT)
                       MOVE SL-LIST-CODE
                          TO WS-LT-LIST-CODE(WS-LT-COUNT)
                       MOVE SL-NAME TO WS-LT-NAME(WS-LT-COUNT)
                       MOVE SL-ADDRESS
                          TO WS-LT-ADDRESS(WS-LT-COUNT)
                       MOVE SL-NAME TO WS-NORM-IN
                       PERFORM 5000-NORMALIZE
                       MOVE WS-BIGRAMS
                          TO WS-LT-BIGRAMS(WS-LT-COUNT)
                    ELSE
                       DISPLAY "FATAL: WATCH-LIST TABLE FULL AT "
                          WS-LT-MAX " ENTRIES - RAISE WS-LT-MAX"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
           END-READ.

       0200-OPEN-FREEZE-FILES.
           SET FREEZE-OPEN-ATTEMPTED TO TRUE
           OPEN INPUT BORROWER-FILE
           IF WS-BORR-STATUS = "00"
              SET BORR-AVAILABLE TO TRUE
           ELSE
              DISPLAY "LNSANC01: BORROWER MASTER UNAVAILABLE - STATUS "
                 WS-BORR-STATUS " - NO LOAN IS KNOWN FROZEN"
           END-IF
           IF BORR-AVAILABLE
              OPEN INPUT XREF-FILE
              IF WS-XREF-STATUS = "00"
                 SET XREF-AVAILABLE TO TRUE
              ELSE
                 DISPLAY "LNSANC01: CROSS-REFERENCE FILE UNAVAILABLE - "
                    "STATUS " WS-XREF-STATUS " - ONLY THE PRIMARY "
                    "BORROWER IS CHECKED FOR A FREEZE"
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      * Screening. The screened name and address are normalized once;
      * each list entry is bounded first (two bigram strings of N and
      * M pairs can share at most MIN(N,M), so cannot score above
      * 200 MIN / (N+M)) and scored in full only if it could still
      * reach the name floor.
      *----------------------------------------------------------------*
       1000-SCREEN-NAME.
           MOVE "N"    TO LS-HIT-SW
           MOVE ZERO   TO LS-SCORE
           MOVE ZERO   TO LS-NAME-SCORE
           MOVE ZERO   TO LS-ADDR-SCORE
           MOVE SPACES TO LS-ENTRY-ID
           MOVE SPACES TO LS-LIST-CODE
           MOVE SPACES TO LS-LIST-NAME
           MOVE WS-LT-COUNT TO LS-LIST-COUNT
           IF LS-THRESHOLD NUMERIC AND LS-THRESHOLD > ZERO
              MOVE LS-THRESHOLD TO WS-THRESHOLD
           ELSE
              MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF WS-THRESHOLD > 50
              COMPUTE WS-NAME-FLOOR = (2 * WS-THRESHOLD) - 100
           ELSE
              MOVE ZERO TO WS-NAME-FLOOR
           END-IF
           IF WS-LT-COUNT = ZERO
              MOVE 8 TO LS-RETURN-CODE
              SET LS-HIT TO TRUE
              MOVE "NO LIST" TO LS-ENTRY-ID
           ELSE
              MOVE LS-NAME TO WS-NORM-IN
              PERFORM 5000-NORMALIZE
              MOVE WS-BIGRAMS TO WS-SCREEN-NAME-BG
              MOVE SPACES TO WS-SCREEN-ADDR-BG
              IF LS-ADDRESS NOT = SPACES
                 MOVE LS-ADDRESS TO WS-NORM-IN
                 PERFORM 5000-NORMALIZE
                 MOVE WS-BIGRAMS TO WS-SCREEN-ADDR-BG
              END-IF
              PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                      UNTIL WS-LT-IDX > WS-LT-COUNT
                 PERFORM 1010-SCORE-ENTRY
              END-PERFORM
              IF LS-SCORE NOT < WS-THRESHOLD
                 SET LS-HIT TO TRUE
              END-IF
           END-IF.

       1010-SCORE-ENTRY.
           MOVE WS-LT-BIGRAMS(WS-LT-IDX) TO WS-LEFT-BG
           MOVE WS-SCREEN-NAME-BG TO WS-RIGHT-BG
           IF WS-LB-COUNT + WS-RB-COUNT = ZERO
              MOVE ZERO TO WS-BOUND
           ELSE
              IF WS-LB-COUNT < WS-RB-COUNT
                 COMPUTE WS-BOUND = (200 * WS-LB-COUNT)
                    / (WS-LB-COUNT + WS-RB-COUNT)
              ELSE
                 COMPUTE WS-BOUND = (200 * WS-RB-COUNT)
                    / (WS-LB-COUNT + WS-RB-COUNT)
              END-IF
           END-IF
           IF WS-BOUND NOT < WS-NAME-FLOOR
              AND WS-BOUND > LS-SCORE
              PERFORM 5100-DICE-SCORE
              MOVE WS-DICE TO WS-NAME-SCORE
              MOVE WS-DICE TO WS-ENTRY-SCORE
              MOVE ZERO TO WS-ADDR-SCORE
              IF WS-NAME-SCORE NOT < WS-NAME-FLOOR
                 AND LS-ADDRESS NOT = SPACES
                 AND WS-LT-ADDRESS(WS-LT-IDX) NOT = SPACES
                 PERFORM 1020-SCORE-ADDRESS
              END-IF
              IF WS-ENTRY-SCORE > LS-SCORE
                 MOVE WS-ENTRY-SCORE TO LS-SCORE
                 MOVE WS-NAME-SCORE  TO LS-NAME-SCORE
                 MOVE WS-ADDR-SCORE  TO LS-ADDR-SCORE
                 MOVE WS-LT-ENTRY-ID(WS-LT-IDX)  TO LS-ENTRY-ID
                 MOVE WS-LT-LIST-CODE(WS-LT-IDX) TO LS-LIST-CODE
                 MOVE WS-LT-NAME(WS-LT-IDX)      TO LS-LIST-NAME
              END-IF
           END-IF.

      * Listed addresses are normalized only for the few entries
      * whose names came close enough to need them.
       1020-SCORE-ADDRESS.
           MOVE WS-LT-ADDRESS(WS-LT-IDX) TO WS-NORM-IN
           PERFORM 5000-NORMALIZE
           MOVE WS-BIGRAMS TO WS-LEFT-BG
           MOVE WS-SCREEN-ADDR-BG TO WS-RIGHT-BG
           PERFORM 5100-DICE-SCORE
           MOVE WS-DICE TO WS-ADDR-SCORE
           IF WS-ADDR-SCORE NOT < WS-ADDR-BAR
              COMPUTE WS-ENTRY-SCORE = WS-NAME-SCORE
                 + ((100 - WS-NAME-SCORE) / 2)
           END-IF.

      *----------------------------------------------------------------*
      * Freeze lookup: the primary borrower first, then every party
      * cross-referenced to the loan, stopping at the first confirmed
      * match.
      *----------------------------------------------------------------*
       2000-FREEZE-LOOKUP.
           MOVE "N"    TO LS-FROZEN-SW
           MOVE SPACES TO LS-FROZEN-PARTY
           IF NOT BORR-AVAILABLE
              MOVE 4 TO LS-RETURN-CODE
           ELSE
              IF LS-BORROWER-ID NOT = SPACES
                 MOVE LS-BORROWER-ID TO WS-CHECK-ID
                 PERFORM 2010-CHECK-PARTY
              END-IF
              IF NOT LS-FROZEN AND XREF-AVAILABLE
                 MOVE "N" TO WS-XREF-DONE-SW
                 MOVE LS-LOAN-ID TO BX-LOAN-ID
                 MOVE LOW-VALUES TO BX-BORROWER-ID
                 START XREF-FILE KEY NOT < BX-KEY
                    INVALID KEY
                       SET XREF-DONE TO TRUE
                 END-START
                 PERFORM 2020-NEXT-XREF-PARTY
                    UNTIL XREF-DONE OR LS-FROZEN
              END-IF
           END-IF.

       2010-CHECK-PARTY.
           MOVE WS-CHECK-ID TO B-BORROWER-ID
           READ BORROWER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF B-SANCTION-CONFIRMED
                    SET LS-FROZEN TO TRUE
                    MOVE WS-CHECK-ID TO LS-FROZEN-PARTY
                 END-IF
           END-READ.

       2020-NEXT-XREF-PARTY.
           READ XREF-FILE NEXT RECORD
              AT END
                 SET XREF-DONE TO TRUE
              NOT AT END
                 IF BX-LOAN-ID NOT = LS-LOAN-ID
                    SET XREF-DONE TO TRUE
                 ELSE
                    MOVE BX-BORROWER-ID TO WS-CHECK-ID
                    PERFORM 2010-CHECK-PARTY
                 END-IF
           END-READ.

      *----------------------------------------------------------------*
      * WS-NORM-IN -> WS-BIGRAMS: upper case, anything but a letter
      * or digit to a space, split into words (at most 8 of at most
      * 20 characters - list names longer than that are trimmed the
      * same way on both sides), noise words dropped, words sorted,
      * run together, then every adjacent pair taken and the pairs
      * sorted for the merge in 5100.
      *----------------------------------------------------------------*
       5000-NORMALIZE.
           MOVE WS-NORM-IN TO WS-NORM-WORK
           INSPECT WS-NORM-WORK CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZERO TO WS-WORD-COUNT
           MOVE SPACES TO WS-WORD-HOLD
           MOVE "N" TO WS-IN-WORD-SW
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 40
              IF WS-NORM-WORK(WS-I:1) IS NUMERIC
                 OR (WS-NORM-WORK(WS-I:1) IS ALPHABETIC-UPPER
                    AND WS-NORM-WORK(WS-I:1) NOT = SPACE)
                 IF NOT IN-WORD
                    SET IN-WORD TO TRUE
                    MOVE SPACES TO WS-WORD-HOLD
                    MOVE ZERO TO WS-WORD-LEN
                 END-IF
                 IF WS-WORD-LEN < 20
                    ADD 1 TO WS-WORD-LEN
                    MOVE WS-NORM-WORK(WS-I:1)
                       TO WS-WORD-HOLD(WS-WORD-LEN:1)
                 END-IF
              ELSE
                 IF IN-WORD
                    PERFORM 5010-KEEP-WORD
                 END-IF
                 MOVE "N" TO WS-IN-WORD-SW
              END-IF
           END-PERFORM
           IF IN-WORD
              PERFORM 5010-KEEP-WORD
           END-IF
      * Word order carries no weight - sort the words.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I NOT < WS-WORD-COUNT
              PERFORM VARYING WS-J FROM 1 BY 1
                      UNTIL WS-J > WS-WORD-COUNT - WS-I
                 IF WS-WORD(WS-J) > WS-WORD(WS-J + 1)
                    MOVE WS-WORD(WS-J)     TO WS-WORD-HOLD
                    MOVE WS-WORD(WS-J + 1) TO WS-WORD(WS-J)
                    MOVE WS-WORD-HOLD      TO WS-WORD(WS-J + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-NORM-OUT
           MOVE 1 TO WS-NORM-PTR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-WORD-COUNT
              STRING WS-WORD(WS-I) DELIMITED BY SPACE
                 INTO WS-NORM-OUT WITH POINTER WS-NORM-PTR
                 ON OVERFLOW
                    CONTINUE
              END-STRING
           END-PERFORM
           COMPUTE WS-NORM-LEN = WS-NORM-PTR - 1
           MOVE SPACES TO WS-BIGRAMS
           MOVE ZERO TO WS-BG-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I NOT < WS-NORM-LEN
              ADD 1 TO WS-BG-COUNT
              MOVE WS-NORM-OUT(WS-I:2) TO WS-BG-PAIR(WS-BG-COUNT)
           END-PERFORM
           PERFORM VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-BG-COUNT
              MOVE WS-BG-PAIR(WS-I) TO WS-PAIR-HOLD
              MOVE WS-I TO WS-J
              PERFORM UNTIL WS-J < 2
                         OR WS-BG-PAIR(WS-J - 1) NOT > WS-PAIR-HOLD
                 MOVE WS-BG-PAIR(WS-J - 1) TO WS-BG-PAIR(WS-J)
                 SUBTRACT 1 FROM WS-J
              END-PERFORM
              MOVE WS-PAIR-HOLD TO WS-BG-PAIR(WS-J)
           END-PERFORM.

       5010-KEEP-WORD.
           MOVE "N" TO WS-NOISE-SW
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 12 OR NOISE-WORD
              IF WS-WORD-HOLD = WS-NOISE-WORD(WS-K)
                 SET NOISE-WORD TO TRUE
              END-IF
           END-PERFORM
           IF NOT NOISE-WORD AND WS-WORD-COUNT < 8
              ADD 1 TO WS-WORD-COUNT
              MOVE WS-WORD-HOLD TO WS-WORD(WS-WORD-COUNT)
           END-IF.

      * Shared pairs of two sorted bigram strings, counted by a
      * single merge pass, scored 200 x shared / (left + right).
       5100-DICE-SCORE.
           MOVE ZERO TO WS-SHARED
           MOVE 1 TO WS-I
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-I > WS-LB-COUNT OR WS-J > WS-RB-COUNT
              EVALUATE TRUE
                 WHEN WS-LB-PAIR(WS-I) = WS-RB-PAIR(WS-J)
                    ADD 1 TO WS-SHARED
                    ADD 1 TO WS-I
                    ADD 1 TO WS-J
                 WHEN WS-LB-PAIR(WS-I) < WS-RB-PAIR(WS-J)
                    ADD 1 TO WS-I
                 WHEN OTHER
                    ADD 1 TO WS-J
              END-EVALUATE
           END-PERFORM
           IF WS-LB-COUNT + WS-RB-COUNT = ZERO
              MOVE ZERO TO WS-DICE
           ELSE
              COMPUTE WS-DICE = (200 * WS-SHARED)
                 / (WS-LB-COUNT + WS-RB-COUNT)
           END-IF.
