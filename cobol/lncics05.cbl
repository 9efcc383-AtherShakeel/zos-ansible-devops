       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNCICS05.
      *================================================================*
      * CICS PROGRAM: COLLECTIONS SUPERVISOR (TRANSACTION LNQS,
      * MAPSET LNCSVMP/MAP LNCSVM - SEE bms/lncsvmp.bms). THE
      * SUPERVISOR'S SIDE OF THE COLLECTOR WORKSTATION (LNCICS04,
      * LNQC), OVER THE SAME CLUSTERS LNCOLL01 MAINTAINS:
      *   - ONE ROW PER COLLECTOR CODE: OPEN CASES ON THE WORKQUEUE
      *     (CICS FILE "LNCOLQ", THE COLLWQ CLUSTER), AND THE
      *     PROMISES ON THE PROMISE FILE ("LNPROM", PROMVSAM) STILL
      *     OPEN, KEPT AND BROKEN, PLUS A TOTAL ROW. PROMVSAM HOLDS
      *     ONE CURRENT PROMISE PER LOAN, SO THE KEPT/BROKEN COUNTS
      *     ARE OF THE PROMISES NOW ON FILE, CREDITED TO THE
      *     COLLECTOR WHO TOOK EACH ONE - THE SAME CREDIT LNCOLL01'S
      *     NIGHTLY SUPERVISION SUMMARY GIVES. TWELVE COLLECTORS TO A
      *     PAGE, PF7/PF8 TO PAGE;
      *   - REASSIGNING AN OPEN CASE TO ANOTHER COLLECTOR CODE. THE
      *     CASE MOVES TO THE NEW COLLECTOR'S LNQC QUEUE AT ONCE AND
      *     KEEPS ITS ENTERED DATE, PROMISE FLAG AND HISTORY; A
      *     PROMISE ALREADY TAKEN STAYS CREDITED TO ITS TAKER. A CODE
      *     WITH NO WORK ON FILE IS ACCEPTED WITH A WARNING - CASES
      *     ON IT ONLY PRINT ON LNCOLL01'S QUEUE REPORT ONCE THE CODE
      *     IS ON ITS SYSIN ROSTER.
      * RESTRICT TRANSACTION LNQS TO THE COLLECTIONS SUPERVISORS IN
      * THE CSD/ESM - THE PROGRAM ASSUMES THE TRANSACTION ITSELF IS
      * THE GATE. PSEUDO-CONVERSATIONAL THROUGHOUT; STATE RIDES IN THE
      * COMMAREA AND EVERY SCREEN IS REBUILT FROM THE FILES.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                PIC S9(08) COMP.
       01  WS-RESP2               PIC S9(08) COMP.
       01  WS-BROWSE-RESP         PIC S9(08) COMP.
       01  WS-MESSAGE             PIC X(60) VALUE SPACES.
       01  WS-FILE-ERROR-SW       PIC X(01) VALUE "N".
           88  FILE-ERROR         VALUE "Y".
       01  WS-SLOT-FOUND-SW       PIC X(01) VALUE "N".
           88  SLOT-FOUND         VALUE "Y".
      * Browse positioning keys.
       01  WS-CASE-RID            PIC X(10) VALUE SPACES.
       01  WS-PROM-RID            PIC X(10) VALUE SPACES.
       01  WS-FIND-CODE           PIC X(03) VALUE SPACES.
       01  WS-OLD-COLLECTOR       PIC X(03) VALUE SPACES.
       01  WS-ROW-IDX             PIC 9(02) VALUE ZERO.
       01  WS-ROW-COUNT           PIC 9(02) VALUE ZERO.

      * One entry per collector code met on either file, held in
      * code order as they are found - each new code is slotted in
      * place, so the table is always sorted and a page is simply a
      * run of slots. Codes past the table's end are counted in the
      * totals only.
       01  WS-STAT-TABLE.
           05  WS-ST-MAX          PIC 9(02) VALUE 60.
           05  WS-ST-COUNT        PIC 9(02) VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 60 TIMES.
               10  WS-ST-CODE         PIC X(03).
               10  WS-ST-OPEN         PIC 9(05).
               10  WS-ST-PROM-OPEN    PIC 9(05).
               10  WS-ST-KEPT         PIC 9(05).
               10  WS-ST-BROKEN       PIC 9(05).
       01  WS-ST-IDX              PIC 9(02) VALUE ZERO.
       01  WS-ST-PREV             PIC 9(02) VALUE ZERO.
       01  WS-ST-HIT              PIC 9(02) VALUE ZERO.
       01  WS-STAT-OVERFLOW-SW    PIC X(01) VALUE "N".
           88  STAT-OVERFLOW      VALUE "Y".
       01  WS-TOTALS.
           05  WS-TOT-OPEN        PIC 9(05) VALUE ZERO.
           05  WS-TOT-PROM-OPEN   PIC 9(05) VALUE ZERO.
           05  WS-TOT-KEPT        PIC 9(05) VALUE ZERO.
           05  WS-TOT-BROKEN      PIC 9(05) VALUE ZERO.

       01  WS-ROW-TABLE.
           05  WS-ROW-TEXT        PIC X(60) OCCURS 12 TIMES.

      * One collector row - columns line up with the headings on
      * line 3 of the map.
       01  WS-STAT-LINE.
           05  FILLER             PIC X(03).
           05  SL-COLLECTOR       PIC X(03).
           05  FILLER             PIC X(10).
           05  SL-OPEN            PIC ZZZZ9.
           05  FILLER             PIC X(10).
           05  SL-PROM-OPEN       PIC ZZZZ9.
           05  FILLER             PIC X(02).
           05  SL-KEPT            PIC ZZZZ9.
           05  FILLER             PIC X(03).
           05  SL-BROKEN          PIC ZZZZ9.
           05  FILLER             PIC X(09).

      * Same 90-byte case layout LNCOLL01 maintains on COLLWQ.
       01  WORKQUEUE-REC.
           05  CW-LOAN-ID          PIC X(10).
           05  CW-BORROWER         PIC X(30).
           05  CW-BALANCE          PIC 9(09)V99.
           05  CW-CURRENCY-CODE    PIC X(03).
           05  CW-DAYS-PAST-DUE    PIC 9(05).
           05  CW-AGING            PIC X(01).
           05  CW-COLLECTOR        PIC X(03).
           05  CW-ENTERED-DATE     PIC X(08).
           05  CW-STATUS           PIC X(01).
           05  CW-DISPOSITION      PIC X(01).
           05  CW-CLOSED-DATE      PIC X(08).
           05  CW-PROMISE-FLAG     PIC X(01).
           05  CW-RATING           PIC X(01).
           05  CW-CASE-TYPE        PIC X(01).
           05  FILLER              PIC X(06).

      * Same 56-byte promise record LNCOLL01 keeps on PROMVSAM.
       01  PROMISE-REC.
           05  PR-LOAN-ID          PIC X(10).
           05  PR-COLLECTOR        PIC X(03).
           05  PR-AMOUNT           PIC 9(07)V99.
           05  PR-MADE-DATE        PIC X(08).
           05  PR-DUE-DATE         PIC X(08).
           05  PR-STATUS           PIC X(01).
           05  PR-RESOLVED-DATE    PIC X(08).
           05  FILLER              PIC X(09).

       COPY LNCSVMP.
      * Attention identifier values (DFHENTER/DFHPF3/...) - an
      * ordinary copybook the program must include; only the EIB
      * itself and DFHRESP() come from the translator.
       COPY DFHAID.

      * Pseudo-conversation state: where the collector page starts.
       01  WS-COMMAREA.
           05  CA-PAGE-START      PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-PAGE-START      PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           IF EIBCALEN = 0
              MOVE ZERO TO CA-PAGE-START
              PERFORM 7000-BUILD-SCREEN
              PERFORM 8000-RESHOW-MAP
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA
              EVALUATE EIBAID
                 WHEN DFHPF3
                    PERFORM 9000-EXIT-TRANSACTION
                 WHEN DFHPF7
                    PERFORM 3000-PAGE-BACK
                 WHEN DFHPF8
                    PERFORM 3100-PAGE-FORWARD
                 WHEN DFHENTER
                    PERFORM 2000-ENTER
                 WHEN OTHER
                    MOVE "UNRECOGNIZED KEY - ENTER, PF3, PF7, PF8"
                       TO WS-MESSAGE
                    PERFORM 7000-BUILD-SCREEN
                    PERFORM 8000-RESHOW-MAP
              END-EVALUATE
           END-IF
           PERFORM 8900-RETURN-TRANSID.

      * ENTER with a loan and a collector keyed reassigns; ENTER
      * alone just refreshes the counts.
       2000-ENTER.
           EXEC CICS RECEIVE MAP('LNCSVM') MAPSET('LNCSVMP')
                INTO(LNCSVMI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE SPACES TO WS-MESSAGE
           ELSE
      * A field keyed shorter than its length arrives padded with
      * trailing LOW-VALUES, which would never match the space-
      * padded keys on file - normalize before anything is compared
      * or used as a RIDFLD.
              INSPECT RLOANI REPLACING ALL LOW-VALUE BY SPACE
              INSPECT RCOLLI REPLACING ALL LOW-VALUE BY SPACE
              EVALUATE TRUE
                 WHEN RLOANI = SPACES AND RCOLLI = SPACES
                    MOVE SPACES TO WS-MESSAGE
                 WHEN RLOANI = SPACES
                    MOVE "KEY THE LOAN WHOSE CASE IS TO BE REASSIGNED"
                       TO WS-MESSAGE
                 WHEN RCOLLI = SPACES
                    MOVE "KEY THE COLLECTOR CODE TO REASSIGN IT TO"
                       TO WS-MESSAGE
                 WHEN OTHER
                    PERFORM 2100-REASSIGN-CASE
              END-EVALUATE
           END-IF
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

      * Only CW-COLLECTOR changes. The upgrade alternate index the
      * collector screen browses follows the rewrite, so the case
      * leaves one queue and joins the other in the same moment.
       2100-REASSIGN-CASE.
           EXEC CICS READ FILE('LNCOLQ')
                INTO(WORKQUEUE-REC)
                RIDFLD(RLOANI)
                UPDATE
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 EVALUATE TRUE
                    WHEN CW-STATUS NOT = "O"
                       EXEC CICS UNLOCK FILE('LNCOLQ')
                       END-EXEC
                       MOVE "CASE IS CLOSED - NOT REASSIGNED"
                          TO WS-MESSAGE
                    WHEN CW-COLLECTOR = RCOLLI
                       EXEC CICS UNLOCK FILE('LNCOLQ')
                       END-EXEC
                       MOVE "CASE IS ALREADY ON THAT COLLECTOR'S QUEUE"
                          TO WS-MESSAGE
                    WHEN OTHER
                       MOVE CW-COLLECTOR TO WS-OLD-COLLECTOR
                       MOVE RCOLLI TO CW-COLLECTOR
                       EXEC CICS REWRITE FILE('LNCOLQ')
                            FROM(WORKQUEUE-REC)
                            RESP(WS-RESP) RESP2(WS-RESP2)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                          MOVE SPACES TO WS-MESSAGE
                          STRING "CASE " DELIMITED BY SIZE
                                 CW-LOAN-ID DELIMITED BY SPACE
                                 " REASSIGNED FROM " DELIMITED BY SIZE
                                 WS-OLD-COLLECTOR DELIMITED BY SIZE
                                 " TO " DELIMITED BY SIZE
                                 CW-COLLECTOR DELIMITED BY SIZE
                                 INTO WS-MESSAGE
                          END-STRING
                       ELSE
                          SET FILE-ERROR TO TRUE
                       END-IF
                 END-EVALUATE
              WHEN DFHRESP(NOTFND)
                 MOVE "NO COLLECTIONS CASE ON FILE FOR THAT LOAN"
                    TO WS-MESSAGE
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE.

       3000-PAGE-BACK.
           IF CA-PAGE-START = ZERO
              MOVE "ALREADY AT THE FIRST COLLECTOR" TO WS-MESSAGE
           ELSE
              IF CA-PAGE-START > 12
                 SUBTRACT 12 FROM CA-PAGE-START
              ELSE
                 MOVE ZERO TO CA-PAGE-START
              END-IF
              MOVE SPACES TO WS-MESSAGE
           END-IF
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

      * The bound is checked after the rebuild, against the count
      * just gathered - there is no earlier count to trust.
       3100-PAGE-FORWARD.
           ADD 12 TO CA-PAGE-START
           MOVE SPACES TO WS-MESSAGE
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

      * Every screen is rebuilt from the files. A message already
      * set by the caller is kept; otherwise the build supplies one.
       7000-BUILD-SCREEN.
           MOVE LOW-VALUES TO LNCSVMO
           MOVE ZERO TO WS-ST-COUNT
           INITIALIZE WS-TOTALS
           MOVE SPACES TO WS-ROW-TABLE
           PERFORM 7100-COUNT-CASES
           PERFORM 7200-COUNT-PROMISES
           IF CA-PAGE-START NOT < WS-ST-COUNT
              AND CA-PAGE-START > ZERO
              SUBTRACT 12 FROM CA-PAGE-START
              MOVE "NO MORE COLLECTORS" TO WS-MESSAGE
           END-IF
           PERFORM 7300-FORMAT-ROWS
           PERFORM 7800-FORMAT-SCREEN
           IF FILE-ERROR
              MOVE "FILE ERROR - CONTACT OPERATIONS" TO WS-MESSAGE
           END-IF.

      * Open cases by collector - the whole workqueue, closed cases
      * skipped, as LNCOLL01's report pass walks it.
       7100-COUNT-CASES.
           MOVE LOW-VALUES TO WS-CASE-RID
           EXEC CICS STARTBR FILE('LNCOLQ')
                RIDFLD(WS-CASE-RID) GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
              PERFORM WITH TEST AFTER
                      UNTIL WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE('LNCOLQ')
                      INTO(WORKQUEUE-REC)
                      RIDFLD(WS-CASE-RID)
                      RESP(WS-BROWSE-RESP)
                 END-EXEC
                 IF WS-BROWSE-RESP = DFHRESP(NORMAL)
                    AND CW-STATUS = "O"
                    ADD 1 TO WS-TOT-OPEN
                    MOVE CW-COLLECTOR TO WS-FIND-CODE
                    PERFORM 7500-FIND-COLLECTOR
                    IF WS-ST-HIT > ZERO
                       ADD 1 TO WS-ST-OPEN(WS-ST-HIT)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LNCOLQ')
              END-EXEC
           ELSE
              IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                 SET FILE-ERROR TO TRUE
              END-IF
           END-IF.

       7200-COUNT-PROMISES.
           MOVE LOW-VALUES TO WS-PROM-RID
           EXEC CICS STARTBR FILE('LNPROM')
                RIDFLD(WS-PROM-RID) GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
              PERFORM WITH TEST AFTER
                      UNTIL WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS READNEXT FILE('LNPROM')
                      INTO(PROMISE-REC)
                      RIDFLD(WS-PROM-RID)
                      RESP(WS-BROWSE-RESP)
                 END-EXEC
                 IF WS-BROWSE-RESP = DFHRESP(NORMAL)
                    PERFORM 7210-TALLY-PROMISE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LNPROM')
              END-EXEC
           ELSE
              IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                 SET FILE-ERROR TO TRUE
              END-IF
           END-IF.

       7210-TALLY-PROMISE.
           MOVE PR-COLLECTOR TO WS-FIND-CODE
           PERFORM 7500-FIND-COLLECTOR
           EVALUATE PR-STATUS
              WHEN "O"
                 ADD 1 TO WS-TOT-PROM-OPEN
                 IF WS-ST-HIT > ZERO
                    ADD 1 TO WS-ST-PROM-OPEN(WS-ST-HIT)
                 END-IF
              WHEN "K"
                 ADD 1 TO WS-TOT-KEPT
                 IF WS-ST-HIT > ZERO
                    ADD 1 TO WS-ST-KEPT(WS-ST-HIT)
                 END-IF
              WHEN "B"
                 ADD 1 TO WS-TOT-BROKEN
                 IF WS-ST-HIT > ZERO
                    ADD 1 TO WS-ST-BROKEN(WS-ST-HIT)
                 END-IF
           END-EVALUATE.

       7300-FORMAT-ROWS.
           MOVE ZERO TO WS-ROW-COUNT
           PERFORM VARYING WS-ST-IDX FROM CA-PAGE-START BY 1
                   UNTIL WS-ST-IDX NOT < WS-ST-COUNT
                   OR WS-ROW-COUNT NOT < 12
              ADD 1 TO WS-ROW-COUNT
              MOVE SPACES TO WS-STAT-LINE
              MOVE WS-ST-CODE(WS-ST-IDX + 1)      TO SL-COLLECTOR
              MOVE WS-ST-OPEN(WS-ST-IDX + 1)      TO SL-OPEN
              MOVE WS-ST-PROM-OPEN(WS-ST-IDX + 1) TO SL-PROM-OPEN
              MOVE WS-ST-KEPT(WS-ST-IDX + 1)      TO SL-KEPT
              MOVE WS-ST-BROKEN(WS-ST-IDX + 1)    TO SL-BROKEN
              MOVE WS-STAT-LINE TO WS-ROW-TEXT(WS-ROW-COUNT)
           END-PERFORM.

      * Returns the code's slot in WS-ST-HIT, opening one in code
      * order the first time a code is met (zero when the table is
      * full and the code is new).
       7500-FIND-COLLECTOR.
           MOVE ZERO TO WS-ST-HIT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                   OR WS-ST-HIT > ZERO
              IF WS-ST-CODE(WS-ST-IDX) = WS-FIND-CODE
                 MOVE WS-ST-IDX TO WS-ST-HIT
              END-IF
           END-PERFORM
           IF WS-ST-HIT = ZERO
              IF WS-ST-COUNT < WS-ST-MAX
                 ADD 1 TO WS-ST-COUNT
                 MOVE WS-ST-COUNT TO WS-ST-IDX
                 PERFORM 7510-INSERT-COLLECTOR
              ELSE
                 SET STAT-OVERFLOW TO TRUE
              END-IF
           END-IF.

       7510-INSERT-COLLECTOR.
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM UNTIL SLOT-FOUND
              IF WS-ST-IDX = 1
                 SET SLOT-FOUND TO TRUE
              ELSE
                 COMPUTE WS-ST-PREV = WS-ST-IDX - 1
                 IF WS-ST-CODE(WS-ST-PREV) < WS-FIND-CODE
                    SET SLOT-FOUND TO TRUE
                 ELSE
                    MOVE WS-ST-ENTRY(WS-ST-PREV)
                       TO WS-ST-ENTRY(WS-ST-IDX)
                    MOVE WS-ST-PREV TO WS-ST-IDX
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-FIND-CODE TO WS-ST-CODE(WS-ST-IDX)
           MOVE ZERO TO WS-ST-OPEN(WS-ST-IDX)
           MOVE ZERO TO WS-ST-PROM-OPEN(WS-ST-IDX)
           MOVE ZERO TO WS-ST-KEPT(WS-ST-IDX)
           MOVE ZERO TO WS-ST-BROKEN(WS-ST-IDX)
           MOVE WS-ST-IDX TO WS-ST-HIT.

       7800-FORMAT-SCREEN.
           MOVE WS-ROW-TEXT(1)    TO STAT1O
           MOVE WS-ROW-TEXT(2)    TO STAT2O
           MOVE WS-ROW-TEXT(3)    TO STAT3O
           MOVE WS-ROW-TEXT(4)    TO STAT4O
           MOVE WS-ROW-TEXT(5)    TO STAT5O
           MOVE WS-ROW-TEXT(6)    TO STAT6O
           MOVE WS-ROW-TEXT(7)    TO STAT7O
           MOVE WS-ROW-TEXT(8)    TO STAT8O
           MOVE WS-ROW-TEXT(9)    TO STAT9O
           MOVE WS-ROW-TEXT(10)   TO STAT10O
           MOVE WS-ROW-TEXT(11)   TO STAT11O
           MOVE WS-ROW-TEXT(12)   TO STAT12O
           MOVE SPACES TO WS-STAT-LINE
           MOVE "ALL"             TO SL-COLLECTOR
           MOVE WS-TOT-OPEN       TO SL-OPEN
           MOVE WS-TOT-PROM-OPEN  TO SL-PROM-OPEN
           MOVE WS-TOT-KEPT       TO SL-KEPT
           MOVE WS-TOT-BROKEN     TO SL-BROKEN
           MOVE WS-STAT-LINE      TO TOTALO
           IF WS-MESSAGE = SPACES
              EVALUATE TRUE
                 WHEN WS-ST-COUNT = ZERO
                    MOVE "NO CASES OR PROMISES ON FILE" TO WS-MESSAGE
                 WHEN STAT-OVERFLOW
                    MOVE "OVER 60 COLLECTORS - LATER CODES IN ALL ONLY"
                       TO WS-MESSAGE
                 WHEN CA-PAGE-START + WS-ROW-COUNT < WS-ST-COUNT
                    MOVE "PF8 FOR MORE COLLECTORS" TO WS-MESSAGE
                 WHEN OTHER
                    MOVE "KEY A LOAN AND A COLLECTOR CODE TO REASSIGN"
                       TO WS-MESSAGE
              END-EVALUATE
           END-IF.

       8000-RESHOW-MAP.
           MOVE WS-MESSAGE TO MSGO
           EXEC CICS SEND MAP('LNCSVM') MAPSET('LNCSVMP')
                FROM(LNCSVMO) ERASE
           END-EXEC.

       8900-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('LNQS')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       9000-EXIT-TRANSACTION.
           EXEC CICS SEND TEXT
                FROM(WS-MESSAGE)
                ERASE FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.
