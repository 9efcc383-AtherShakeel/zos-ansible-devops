       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNCICS04.
      *================================================================*
      * CICS PROGRAM: COLLECTOR WORKSTATION (TRANSACTION LNQC,
      * MAPSET LNCLWMP/MAP LNCLWM - SEE bms/lnclwmp.bms). THE
      * COLLECTOR'S DAY ON ONE SCREEN, OVER THE SAME CLUSTERS LNCOLL01
      * MAINTAINS OVERNIGHT:
      *   - THE COLLECTOR'S OWN OPEN CASES (CICS FILE "LNCOLQC", THE
      *     CW-COLLECTOR ALTERNATE-INDEX PATH OVER COLLWQ DEFINED BY
      *     jcl/lncollvs.jcl) IN THE ORDER LNCOLL01'S DAILY QUEUE
      *     REPORT PRINTS THEM - BROKEN PROMISES FIRST, THEN BY
      *     BEHAVIOR RATING WORST FIRST (HABITUAL LATE PAYERS AHEAD
      *     OF FIRST-TIME SLIPS), THEN OLDEST CASE FIRST. SIX CASES
      *     TO A PAGE, PF7/PF8 TO PAGE; A BROKEN-PROMISE ROW IS SHOWN
      *     BRIGHT;
      *   - ONE CASE IN DETAIL - THE TOP OF THE QUEUE UNTIL THE
      *     COLLECTOR KEYS "S" AGAINST ANOTHER: THE CASE ("LNCOLQ"),
      *     THE LOAN'S CURRENT PROMISE ("LNPROM", THE PROMVSAM
      *     CLUSTER) AND THE LAST FOUR ENTRIES OF ITS ACTIVITY
      *     HISTORY ("LNCACTL", THE LOAN-ID ALTERNATE-INDEX PATH OVER
      *     THE COLLACT ESDS);
      *   - A CALL, LETTER OR PROMISE TO PAY RECORDED AGAINST THAT
      *     CASE TAKES EFFECT AT ONCE, UNDER THE SAME RULES LNCOLL01
      *     APPLIES TO THE ACTIVIN FEED: THE CASE MUST STILL BE OPEN,
      *     A PROMISE NEEDS AN AMOUNT AND A DATE, THE ACTIVITY IS
      *     APPENDED TO THE COLLACT HISTORY ("LNCACT", THE BASE ESDS)
      *     WITH TODAY AS ITS POSTED DATE, AND A PROMISE REPLACES THE
      *     LOAN'S PROMISE ON FILE AND FLAGS THE CASE "P". THE
      *     NIGHTLY RUN THEN CHECKS IT AGAINST PAYHIST WHEN DUE
      *     EXACTLY AS IF IT HAD COME IN ON A CARD. ACTIVITY
      *     RECORDED HERE IS NOT ALSO KEYED TO ACTIVIN.
      * REASSIGNING CASES AND THE PER-COLLECTOR COUNTS ARE ON THE
      * SUPERVISOR TRANSACTION (LNCICS05, LNQS). PSEUDO-CONVERSATIONAL
      * THROUGHOUT; STATE RIDES IN THE COMMAREA AND EVERY SCREEN IS
      * REBUILT FROM THE FILES.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                PIC S9(08) COMP.
       01  WS-RESP2               PIC S9(08) COMP.
      * Browse responses are kept apart from WS-RESP, as in
      * LNCICS03.
       01  WS-BROWSE-RESP         PIC S9(08) COMP.
       01  WS-MESSAGE             PIC X(60) VALUE SPACES.
       01  WS-FILE-ERROR-SW       PIC X(01) VALUE "N".
           88  FILE-ERROR         VALUE "Y".
       01  WS-EDIT-FAILED-SW      PIC X(01) VALUE "N".
           88  EDIT-FAILED        VALUE "Y".
       01  WS-SLOT-FOUND-SW       PIC X(01) VALUE "N".
           88  SLOT-FOUND         VALUE "Y".
       01  WS-PROM-FOUND-SW       PIC X(01) VALUE "N".
           88  PROMISE-ON-FILE    VALUE "Y".
      * Browse positioning keys - READNEXT overwrites its RIDFLD, so
      * the commarea keys are never handed to a browse.
       01  WS-COLL-RID            PIC X(03) VALUE SPACES.
       01  WS-ACT-RID             PIC X(10) VALUE SPACES.
       01  WS-ACT-RBA             PIC S9(08) COMP VALUE ZERO.
       01  WS-TODAY               PIC X(08) VALUE SPACES.
       01  WS-DATE-MM             PIC 99 VALUE ZERO.
       01  WS-DATE-DD             PIC 99 VALUE ZERO.
       01  WS-ROW-IDX             PIC 9(01) VALUE ZERO.
       01  WS-SEL-IDX             PIC 9(01) VALUE ZERO.
       01  WS-SEL-CODE            PIC X(01) VALUE SPACE.
       01  WS-ACT-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-OPEN-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-BROKEN-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-EDIT-COUNT          PIC ZZZ9.

      * Selection bytes as received, the formatted rows waiting to go
      * out, and which rows carry a broken promise.
       01  WS-SEL-TABLE.
           05  WS-SEL-CODE-IN     PIC X(01) OCCURS 6 TIMES.
       01  WS-ROW-TABLE.
           05  WS-ROW-TEXT        PIC X(76) OCCURS 6 TIMES.
       01  WS-ROW-BRIGHT-TABLE.
           05  WS-ROW-BRIGHT      PIC X(01) OCCURS 6 TIMES.
       01  WS-ACT-TABLE.
           05  WS-ACT-TEXT        PIC X(76) OCCURS 4 TIMES.

      * The collector's open cases, held in queue order as they are
      * gathered - each one is slotted in by its rank key, so the
      * table is always sorted and a page is simply a run of slots.
      * The rank key is LNCOLL01's 9010 selection order spelled out:
      * escalation rank ("0" = broken promise, then behavior rating
      * "5" -> "1" ... "1"/unrated -> "5"), entered date, loan ID.
      * A queue longer than the table keeps its best-ranked cases.
       01  WS-QUEUE-TABLE.
           05  WS-Q-MAX           PIC 9(04) VALUE 300.
           05  WS-Q-COUNT         PIC 9(04) VALUE ZERO.
           05  WS-Q-ENTRY OCCURS 300 TIMES.
               10  WS-Q-KEY.
                   15  WS-Q-PRIO      PIC X(01).
                   15  WS-Q-ENTERED   PIC X(08).
                   15  WS-Q-LOAN-ID   PIC X(10).
               10  WS-Q-CASE          PIC X(90).
       01  WS-Q-IDX               PIC 9(04) VALUE ZERO.
       01  WS-Q-PREV              PIC 9(04) VALUE ZERO.
       01  WS-NEW-ENTRY.
           05  WS-NEW-KEY.
               10  WS-NEW-PRIO        PIC X(01).
               10  WS-NEW-ENTERED     PIC X(08).
               10  WS-NEW-LOAN-ID     PIC X(10).
           05  WS-NEW-CASE            PIC X(90).

      * One queue row - columns line up with the headings on line 5
      * of the map.
       01  WS-QUEUE-LINE.
           05  QL-LOAN-ID         PIC X(10).
           05  FILLER             PIC X(01).
           05  QL-BORROWER        PIC X(20).
           05  FILLER             PIC X(01).
           05  QL-CURRENCY        PIC X(03).
           05  FILLER             PIC X(01).
           05  QL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(01).
           05  QL-DAYS            PIC ZZZZ9.
           05  FILLER             PIC X(01).
           05  QL-AGING           PIC X(01).
           05  FILLER             PIC X(01).
           05  QL-RATING          PIC X(01).
           05  FILLER             PIC X(01).
           05  QL-PROMISE         PIC X(01).
           05  FILLER             PIC X(01).
           05  QL-CASE-TYPE       PIC X(01).
           05  FILLER             PIC X(01).
           05  QL-ENTERED         PIC X(08).
           05  FILLER             PIC X(03).

      * One activity row - columns line up with the headings on line
      * 15 of the map.
       01  WS-ACT-LINE.
           05  AL-DATE            PIC X(08).
           05  FILLER             PIC X(02).
           05  AL-TYPE            PIC X(07).
           05  FILLER             PIC X(02).
           05  AL-COLLECTOR       PIC X(03).
           05  FILLER             PIC X(02).
           05  AL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02).
           05  AL-PROMISE-DATE    PIC X(08).
           05  FILLER             PIC X(02).
           05  AL-POSTED          PIC X(08).
           05  FILLER             PIC X(20).

      * Case status as shown beside the borrower name.
       01  WS-CASE-LINE.
           05  CS-STATUS          PIC X(06).
           05  FILLER             PIC X(01).
           05  CS-DATE            PIC X(08).
           05  FILLER             PIC X(01).
           05  CS-TEXT            PIC X(08).

      * The loan's promise on file. Only the named fields are ever
      * moved to, so the literal pieces keep their values.
       01  WS-PROM-LINE.
           05  PM-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(08) VALUE " PAY BY ".
           05  PM-DUE             PIC X(08).
           05  FILLER             PIC X(07) VALUE " TAKEN ".
           05  PM-MADE            PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PM-COLLECTOR       PIC X(03).
           05  FILLER             PIC X(03) VALUE " - ".
           05  PM-STATUS          PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  PM-RESOLVED        PIC X(08).

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

      * Same 88-byte history record LNCOLL01 appends to COLLACT: the
      * 80-byte activity feed record verbatim, then the date it was
      * posted.
       01  COLLACT-REC.
           05  CH-ACTIVITY.
               10  AC-LOAN-ID      PIC X(10).
               10  AC-ACTIVITY-DATE PIC X(08).
               10  AC-COLLECTOR    PIC X(03).
               10  AC-TYPE         PIC X(01).
               10  AC-PROMISE-AMT  PIC 9(07)V99.
               10  AC-PROMISE-DATE PIC X(08).
               10  FILLER          PIC X(41).
           05  CH-POSTED-DATE      PIC X(08).

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

       COPY LNCLWMP.
      * Attention identifier values (DFHENTER/DFHPF3/...) and the
      * standard field attribute values (DFHBMASB/...) - ordinary
      * copybooks the program must include.
       COPY DFHAID.
       COPY DFHBMSCA.

      * Pseudo-conversation state: whose queue is on the screen,
      * where the page starts, the case shown in detail, and which
      * case each row holds, so a selection keyed against a row
      * knows what it points at.
       01  WS-COMMAREA.
           05  CA-COLLECTOR       PIC X(03).
           05  CA-PAGE-START      PIC 9(04).
           05  CA-CASE-COUNT      PIC 9(04).
           05  CA-CASE-LOAN-ID    PIC X(10).
           05  CA-ROW-COUNT       PIC 9(01).
           05  CA-ROW-LOAN-ID     PIC X(10) OCCURS 6 TIMES.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COLLECTOR       PIC X(03).
           05  LK-PAGE-START      PIC 9(04).
           05  LK-CASE-COUNT      PIC 9(04).
           05  LK-CASE-LOAN-ID    PIC X(10).
           05  LK-ROW-COUNT       PIC 9(01).
           05  LK-ROW-LOAN-ID     PIC X(10) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF EIBCALEN = 0
              PERFORM 1000-FIRST-TIME
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

       1000-FIRST-TIME.
           MOVE LOW-VALUES TO LNCLWMO
           MOVE "ENTER YOUR COLLECTOR CODE" TO MSGO
           MOVE SPACES TO CA-COLLECTOR
           MOVE ZERO TO CA-PAGE-START
           MOVE ZERO TO CA-CASE-COUNT
           MOVE SPACES TO CA-CASE-LOAN-ID
           MOVE ZERO TO CA-ROW-COUNT
           EXEC CICS SEND MAP('LNCLWM') MAPSET('LNCLWMP')
                FROM(LNCLWMO) ERASE
           END-EXEC.

      * ENTER: a keyed collector code wins, then a selection against
      * a queue row; with neither, a keyed activity is recorded
      * against the case shown.
       2000-ENTER.
           EXEC CICS RECEIVE MAP('LNCLWM') MAPSET('LNCLWMP')
                INTO(LNCLWMI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
              IF CA-COLLECTOR = SPACES
                 MOVE "ENTER YOUR COLLECTOR CODE" TO WS-MESSAGE
              END-IF
           ELSE
      * A field keyed shorter than its length arrives padded with
      * trailing LOW-VALUES, which would never match the space-
      * padded keys on file - normalize before anything is compared
      * or used as a RIDFLD.
              INSPECT COLLI REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL1I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL2I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL3I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL4I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL5I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL6I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT ATYPEI REPLACING ALL LOW-VALUE BY SPACE
              INSPECT PDATEI REPLACING ALL LOW-VALUE BY SPACE
              MOVE SEL1I TO WS-SEL-CODE-IN(1)
              MOVE SEL2I TO WS-SEL-CODE-IN(2)
              MOVE SEL3I TO WS-SEL-CODE-IN(3)
              MOVE SEL4I TO WS-SEL-CODE-IN(4)
              MOVE SEL5I TO WS-SEL-CODE-IN(5)
              MOVE SEL6I TO WS-SEL-CODE-IN(6)
              EVALUATE TRUE
                 WHEN COLLI NOT = SPACES
                    MOVE COLLI TO CA-COLLECTOR
                    PERFORM 2100-NEW-COLLECTOR
                 WHEN CA-COLLECTOR = SPACES
                    MOVE "ENTER YOUR COLLECTOR CODE" TO WS-MESSAGE
                 WHEN WS-SEL-TABLE NOT = SPACES
                    PERFORM 2300-PROCESS-SELECTION
                 WHEN ATYPEI NOT = SPACE
                    PERFORM 2500-RECORD-ACTIVITY
                 WHEN OTHER
                    MOVE SPACES TO WS-MESSAGE
              END-EVALUATE
           END-IF
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

       2100-NEW-COLLECTOR.
           MOVE ZERO TO CA-PAGE-START
           MOVE SPACES TO CA-CASE-LOAN-ID
           MOVE SPACES TO WS-MESSAGE.

      * Only rows actually showing a case count; the first row with
      * anything keyed against it is the one acted on.
       2300-PROCESS-SELECTION.
           MOVE ZERO TO WS-SEL-IDX
           MOVE SPACE TO WS-SEL-CODE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > CA-ROW-COUNT
                   OR WS-SEL-IDX > ZERO
              IF WS-SEL-CODE-IN(WS-ROW-IDX) NOT = SPACE
                 MOVE WS-ROW-IDX TO WS-SEL-IDX
                 MOVE WS-SEL-CODE-IN(WS-ROW-IDX) TO WS-SEL-CODE
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-SEL-IDX = ZERO
                 MOVE "KEY S AGAINST A CASE ON THE QUEUE"
                    TO WS-MESSAGE
              WHEN WS-SEL-CODE = "S"
                 MOVE CA-ROW-LOAN-ID(WS-SEL-IDX) TO CA-CASE-LOAN-ID
                 IF ATYPEI NOT = SPACE
                    MOVE "CASE SHOWN - KEY THE ACTIVITY AGAIN FOR IT"
                       TO WS-MESSAGE
                 ELSE
                    MOVE SPACES TO WS-MESSAGE
                 END-IF
              WHEN OTHER
                 MOVE "SELECT A CASE WITH S" TO WS-MESSAGE
           END-EVALUATE.

      * Call, letter or promise against the case in the detail
      * panel. The case is read for update first and held until the
      * postings are done, so the nightly run or a supervisor
      * reassignment cannot slip in between.
       2500-RECORD-ACTIVITY.
           IF CA-CASE-LOAN-ID = SPACES
              MOVE "NO CASE SHOWN - SELECT ONE WITH S FIRST"
                 TO WS-MESSAGE
           ELSE
              PERFORM 2510-EDIT-ACTIVITY
              IF NOT EDIT-FAILED
                 EXEC CICS READ FILE('LNCOLQ')
                      INTO(WORKQUEUE-REC)
                      RIDFLD(CA-CASE-LOAN-ID)
                      UPDATE
                      RESP(WS-RESP) RESP2(WS-RESP2)
                 END-EXEC
                 EVALUATE WS-RESP
                    WHEN DFHRESP(NORMAL)
                       IF CW-STATUS NOT = "O"
                          EXEC CICS UNLOCK FILE('LNCOLQ')
                          END-EXEC
                          MOVE "CASE IS NO LONGER OPEN - NOT RECORDED"
                             TO WS-MESSAGE
                       ELSE
                          PERFORM 2520-POST-ACTIVITY
                       END-IF
                    WHEN DFHRESP(NOTFND)
                       MOVE "CASE IS NO LONGER OPEN - NOT RECORDED"
                          TO WS-MESSAGE
                    WHEN OTHER
                       SET FILE-ERROR TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.

      * LNCOLL01's feed edits, with the pay-by date held to a real
      * calendar date no earlier than today - the collector is
      * taking the promise now, not keying one taken last week.
       2510-EDIT-ACTIVITY.
           MOVE "N" TO WS-EDIT-FAILED-SW
           IF ATYPEI NOT = "C" AND ATYPEI NOT = "L"
              AND ATYPEI NOT = "P"
              MOVE "ACTIVITY TYPE MUST BE C, L OR P" TO WS-MESSAGE
              SET EDIT-FAILED TO TRUE
           END-IF
           IF NOT EDIT-FAILED AND ATYPEI = "P"
              IF PAMTL = ZERO
                 OR PAMTI NOT NUMERIC
                 MOVE "PROMISE AMOUNT - KEY 9 DIGITS, CENTS INCLUDED"
                    TO WS-MESSAGE
                 SET EDIT-FAILED TO TRUE
              ELSE
                 IF PAMTI = ZERO
                    MOVE "PROMISE AMOUNT CANNOT BE ZERO" TO WS-MESSAGE
                    SET EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT EDIT-FAILED AND ATYPEI = "P"
              MOVE PDATEI(5:2) TO WS-DATE-MM
              MOVE PDATEI(7:2) TO WS-DATE-DD
              IF PDATEI NOT NUMERIC
                 OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
                 OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                 MOVE "INVALID PAY-BY DATE - KEY YYYYMMDD" TO WS-MESSAGE
                 SET EDIT-FAILED TO TRUE
              ELSE
                 IF PDATEI < WS-TODAY
                    MOVE "PAY-BY DATE IS ALREADY PAST" TO WS-MESSAGE
                    SET EDIT-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

      * The history record is built the way a feed card would have
      * been keyed - the collector on the screen, today's date - and
      * posted today, so the nightly run and any reader of COLLACT
      * cannot tell the two routes apart.
       2520-POST-ACTIVITY.
           MOVE SPACES TO COLLACT-REC
           MOVE CA-CASE-LOAN-ID TO AC-LOAN-ID
           MOVE WS-TODAY        TO AC-ACTIVITY-DATE
           MOVE CA-COLLECTOR    TO AC-COLLECTOR
           MOVE ATYPEI          TO AC-TYPE
           IF ATYPEI = "P"
              MOVE PAMTI        TO AC-PROMISE-AMT
              MOVE PDATEI       TO AC-PROMISE-DATE
           ELSE
              MOVE ZERO         TO AC-PROMISE-AMT
           END-IF
           MOVE WS-TODAY        TO CH-POSTED-DATE
           EXEC CICS WRITE FILE('LNCACT')
                FROM(COLLACT-REC)
                RIDFLD(WS-ACT-RBA) RBA
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE('LNCOLQ')
              END-EXEC
              SET FILE-ERROR TO TRUE
           ELSE
              EVALUATE AC-TYPE
                 WHEN "C"
                    EXEC CICS UNLOCK FILE('LNCOLQ')
                    END-EXEC
                    MOVE "CALL RECORDED" TO WS-MESSAGE
                 WHEN "L"
                    EXEC CICS UNLOCK FILE('LNCOLQ')
                    END-EXEC
                    MOVE "LETTER RECORDED" TO WS-MESSAGE
                 WHEN OTHER
                    PERFORM 2530-RECORD-PROMISE
              END-EVALUATE
           END-IF.

      * As LNCOLL01's 0330: the new promise replaces whatever stood
      * on file for the loan, and the case is flagged so the queue
      * shows it and a broken-promise escalation has somewhere to
      * land.
       2530-RECORD-PROMISE.
           MOVE "N" TO WS-PROM-FOUND-SW
           EXEC CICS READ FILE('LNPROM')
                INTO(PROMISE-REC)
                RIDFLD(CA-CASE-LOAN-ID)
                UPDATE
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET PROMISE-ON-FILE TO TRUE
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE
           IF FILE-ERROR
              EXEC CICS UNLOCK FILE('LNCOLQ')
              END-EXEC
           ELSE
              MOVE SPACES           TO PROMISE-REC
              MOVE AC-LOAN-ID       TO PR-LOAN-ID
              MOVE AC-COLLECTOR     TO PR-COLLECTOR
              MOVE AC-PROMISE-AMT   TO PR-AMOUNT
              MOVE AC-ACTIVITY-DATE TO PR-MADE-DATE
              MOVE AC-PROMISE-DATE  TO PR-DUE-DATE
              MOVE "O"              TO PR-STATUS
              MOVE SPACES           TO PR-RESOLVED-DATE
              IF PROMISE-ON-FILE
                 EXEC CICS REWRITE FILE('LNPROM')
                      FROM(PROMISE-REC)
                      RESP(WS-RESP) RESP2(WS-RESP2)
                 END-EXEC
              ELSE
                 EXEC CICS WRITE FILE('LNPROM')
                      FROM(PROMISE-REC)
                      RIDFLD(PR-LOAN-ID)
                      RESP(WS-RESP) RESP2(WS-RESP2)
                 END-EXEC
              END-IF
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK FILE('LNCOLQ')
                 END-EXEC
                 SET FILE-ERROR TO TRUE
              ELSE
                 MOVE "P" TO CW-PROMISE-FLAG
                 EXEC CICS REWRITE FILE('LNCOLQ')
                      FROM(WORKQUEUE-REC)
                      RESP(WS-RESP) RESP2(WS-RESP2)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE "PROMISE TO PAY RECORDED" TO WS-MESSAGE
                 ELSE
                    SET FILE-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.

       3000-PAGE-BACK.
           IF CA-COLLECTOR = SPACES
              MOVE "ENTER YOUR COLLECTOR CODE" TO WS-MESSAGE
           ELSE
              IF CA-PAGE-START = ZERO
                 MOVE "ALREADY AT THE TOP OF THE QUEUE" TO WS-MESSAGE
              ELSE
                 IF CA-PAGE-START > 6
                    SUBTRACT 6 FROM CA-PAGE-START
                 ELSE
                    MOVE ZERO TO CA-PAGE-START
                 END-IF
                 MOVE SPACES TO WS-MESSAGE
              END-IF
           END-IF
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

       3100-PAGE-FORWARD.
           IF CA-COLLECTOR = SPACES
              MOVE "ENTER YOUR COLLECTOR CODE" TO WS-MESSAGE
           ELSE
              IF CA-PAGE-START + 6 NOT < CA-CASE-COUNT
                 MOVE "NO MORE CASES ON THIS QUEUE" TO WS-MESSAGE
              ELSE
                 ADD 6 TO CA-PAGE-START
                 MOVE SPACES TO WS-MESSAGE
              END-IF
           END-IF
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

      * Every screen is rebuilt from the files for the collector in
      * the commarea. A message already set by the caller is kept;
      * otherwise the build supplies one.
       7000-BUILD-SCREEN.
           MOVE LOW-VALUES TO LNCLWMO
           MOVE ZERO TO CA-ROW-COUNT
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-BROKEN-COUNT
           MOVE SPACES TO WS-ROW-TABLE
           MOVE SPACES TO WS-ROW-BRIGHT-TABLE
           MOVE SPACES TO WS-ACT-TABLE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 6
              MOVE SPACES TO CA-ROW-LOAN-ID(WS-ROW-IDX)
           END-PERFORM
           IF CA-COLLECTOR NOT = SPACES
              PERFORM 7100-GATHER-QUEUE
              PERFORM 7200-FORMAT-QUEUE-PAGE
              IF CA-CASE-LOAN-ID = SPACES
                 AND WS-Q-COUNT > ZERO
                 MOVE WS-Q-LOAN-ID(1) TO CA-CASE-LOAN-ID
              END-IF
              IF CA-CASE-LOAN-ID NOT = SPACES
                 PERFORM 7300-SHOW-CASE
                 PERFORM 7310-SHOW-PROMISE
                 PERFORM 7400-LIST-ACTIVITY
              END-IF
              PERFORM 7800-FORMAT-SCREEN
           END-IF
           IF FILE-ERROR
              MOVE "FILE ERROR - CONTACT OPERATIONS" TO WS-MESSAGE
           END-IF.

      * The collector's cases off the CW-COLLECTOR path - open and
      * closed alike, since closed cases stay on the cluster as the
      * case history; only the open ones are queued. Nonunique
      * alternate-index reads answer DUPKEY, not NORMAL, while more
      * duplicates follow; both mean a record was read.
       7100-GATHER-QUEUE.
           MOVE ZERO TO WS-Q-COUNT
           MOVE CA-COLLECTOR TO WS-COLL-RID
           EXEC CICS STARTBR FILE('LNCOLQC')
                RIDFLD(WS-COLL-RID) GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
              PERFORM WITH TEST AFTER
                      UNTIL (WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                      AND WS-BROWSE-RESP NOT = DFHRESP(DUPKEY))
                      OR CW-COLLECTOR NOT = CA-COLLECTOR
                 EXEC CICS READNEXT FILE('LNCOLQC')
                      INTO(WORKQUEUE-REC)
                      RIDFLD(WS-COLL-RID)
                      RESP(WS-BROWSE-RESP)
                 END-EXEC
                 IF (WS-BROWSE-RESP = DFHRESP(NORMAL)
                    OR WS-BROWSE-RESP = DFHRESP(DUPKEY))
                    AND CW-COLLECTOR = CA-COLLECTOR
                    AND CW-STATUS = "O"
                    PERFORM 7110-QUEUE-CASE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LNCOLQC')
              END-EXEC
           ELSE
              IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                 SET FILE-ERROR TO TRUE
              END-IF
           END-IF
           MOVE WS-Q-COUNT TO CA-CASE-COUNT
           IF CA-PAGE-START NOT < CA-CASE-COUNT
              MOVE ZERO TO CA-PAGE-START
           END-IF.

       7110-QUEUE-CASE.
           ADD 1 TO WS-OPEN-COUNT
           EVALUATE TRUE
              WHEN CW-PROMISE-FLAG = "B"
                 ADD 1 TO WS-BROKEN-COUNT
                 MOVE "0" TO WS-NEW-PRIO
              WHEN CW-RATING = "5"
                 MOVE "1" TO WS-NEW-PRIO
              WHEN CW-RATING = "4"
                 MOVE "2" TO WS-NEW-PRIO
              WHEN CW-RATING = "3"
                 MOVE "3" TO WS-NEW-PRIO
              WHEN CW-RATING = "2"
                 MOVE "4" TO WS-NEW-PRIO
              WHEN OTHER
                 MOVE "5" TO WS-NEW-PRIO
           END-EVALUATE
           MOVE CW-ENTERED-DATE TO WS-NEW-ENTERED
           MOVE CW-LOAN-ID      TO WS-NEW-LOAN-ID
           MOVE WORKQUEUE-REC   TO WS-NEW-CASE
           IF WS-Q-COUNT < WS-Q-MAX
              ADD 1 TO WS-Q-COUNT
              MOVE WS-Q-COUNT TO WS-Q-IDX
              PERFORM 7120-INSERT-CASE
           ELSE
              IF WS-NEW-KEY < WS-Q-KEY(WS-Q-MAX)
                 MOVE WS-Q-MAX TO WS-Q-IDX
                 PERFORM 7120-INSERT-CASE
              END-IF
           END-IF.

      * Opens a slot at the case's rank by moving every lower-ranked
      * case down one, starting from the empty (or dropped) slot at
      * WS-Q-IDX.
       7120-INSERT-CASE.
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM UNTIL SLOT-FOUND
              IF WS-Q-IDX = 1
                 SET SLOT-FOUND TO TRUE
              ELSE
                 COMPUTE WS-Q-PREV = WS-Q-IDX - 1
                 IF WS-Q-KEY(WS-Q-PREV) NOT > WS-NEW-KEY
                    SET SLOT-FOUND TO TRUE
                 ELSE
                    MOVE WS-Q-ENTRY(WS-Q-PREV) TO WS-Q-ENTRY(WS-Q-IDX)
                    MOVE WS-Q-PREV TO WS-Q-IDX
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-NEW-ENTRY TO WS-Q-ENTRY(WS-Q-IDX).

       7200-FORMAT-QUEUE-PAGE.
           PERFORM VARYING WS-Q-IDX FROM CA-PAGE-START BY 1
                   UNTIL WS-Q-IDX NOT < CA-CASE-COUNT
                   OR CA-ROW-COUNT NOT < 6
              ADD 1 TO CA-ROW-COUNT
              MOVE WS-Q-CASE(WS-Q-IDX + 1) TO WORKQUEUE-REC
              MOVE CW-LOAN-ID TO CA-ROW-LOAN-ID(CA-ROW-COUNT)
              PERFORM 7210-FORMAT-QUEUE-ROW
              MOVE WS-QUEUE-LINE TO WS-ROW-TEXT(CA-ROW-COUNT)
              IF CW-PROMISE-FLAG = "B"
                 MOVE "Y" TO WS-ROW-BRIGHT(CA-ROW-COUNT)
              END-IF
           END-PERFORM.

       7210-FORMAT-QUEUE-ROW.
           MOVE SPACES TO WS-QUEUE-LINE
           MOVE CW-LOAN-ID        TO QL-LOAN-ID
           MOVE CW-BORROWER       TO QL-BORROWER
           MOVE CW-CURRENCY-CODE  TO QL-CURRENCY
           IF CW-BALANCE NUMERIC
              MOVE CW-BALANCE     TO QL-BALANCE
           END-IF
           IF CW-DAYS-PAST-DUE NUMERIC
              MOVE CW-DAYS-PAST-DUE TO QL-DAYS
           END-IF
           MOVE CW-AGING          TO QL-AGING
           MOVE CW-RATING         TO QL-RATING
           MOVE CW-PROMISE-FLAG   TO QL-PROMISE
           MOVE CW-CASE-TYPE      TO QL-CASE-TYPE
           MOVE CW-ENTERED-DATE   TO QL-ENTERED.

      * The case may have closed, or moved to another collector,
      * since it was put on the screen - it is still shown, with
      * its current state.
       7300-SHOW-CASE.
           MOVE CA-CASE-LOAN-ID TO CASEIDO
           EXEC CICS READ FILE('LNCOLQ')
                INTO(WORKQUEUE-REC)
                RIDFLD(CA-CASE-LOAN-ID)
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 MOVE CW-BORROWER TO CBORRO
                 MOVE SPACES TO WS-CASE-LINE
                 IF CW-STATUS = "O"
                    MOVE "OPEN"          TO CS-STATUS
                    MOVE CW-ENTERED-DATE TO CS-DATE
                    MOVE CW-COLLECTOR    TO CS-TEXT
                 ELSE
                    MOVE "CLOSED"        TO CS-STATUS
                    MOVE CW-CLOSED-DATE  TO CS-DATE
                    EVALUATE CW-DISPOSITION
                       WHEN "C"
                          MOVE "CURED"   TO CS-TEXT
                       WHEN "P"
                          MOVE "PAID"    TO CS-TEXT
                       WHEN "L"
                          MOVE "LEGAL"   TO CS-TEXT
                       WHEN OTHER
                          MOVE CW-DISPOSITION TO CS-TEXT
                    END-EVALUATE
                 END-IF
                 MOVE WS-CASE-LINE TO CSTATO
              WHEN DFHRESP(NOTFND)
                 MOVE "NOT ON THE WORKQUEUE" TO CSTATO
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE.

       7310-SHOW-PROMISE.
           EXEC CICS READ FILE('LNPROM')
                INTO(PROMISE-REC)
                RIDFLD(CA-CASE-LOAN-ID)
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF PR-AMOUNT NUMERIC
                    MOVE PR-AMOUNT TO PM-AMOUNT
                 ELSE
                    MOVE ZERO TO PM-AMOUNT
                 END-IF
                 MOVE PR-DUE-DATE      TO PM-DUE
                 MOVE PR-MADE-DATE     TO PM-MADE
                 MOVE PR-COLLECTOR     TO PM-COLLECTOR
                 EVALUATE PR-STATUS
                    WHEN "O"
                       MOVE "OPEN"     TO PM-STATUS
                    WHEN "K"
                       MOVE "KEPT"     TO PM-STATUS
                    WHEN "B"
                       MOVE "BROKEN"   TO PM-STATUS
                    WHEN OTHER
                       MOVE PR-STATUS  TO PM-STATUS
                 END-EVALUATE
                 MOVE PR-RESOLVED-DATE TO PM-RESOLVED
                 MOVE WS-PROM-LINE TO PROMO
                 IF PR-STATUS = "B"
                    MOVE DFHBMASB TO PROMA
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE "NO PROMISE ON FILE FOR THIS LOAN" TO PROMO
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE.

      * The history path is keyed by loan ID over an ESDS, so a
      * forward browse meets the loan's activity in the order it was
      * appended - oldest first; the last four seen are kept, newest
      * in the top slot.
       7400-LIST-ACTIVITY.
           MOVE ZERO TO WS-ACT-COUNT
           MOVE CA-CASE-LOAN-ID TO WS-ACT-RID
           EXEC CICS STARTBR FILE('LNCACTL')
                RIDFLD(WS-ACT-RID) GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
              PERFORM WITH TEST AFTER
                      UNTIL (WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                      AND WS-BROWSE-RESP NOT = DFHRESP(DUPKEY))
                      OR AC-LOAN-ID NOT = CA-CASE-LOAN-ID
                 EXEC CICS READNEXT FILE('LNCACTL')
                      INTO(COLLACT-REC)
                      RIDFLD(WS-ACT-RID)
                      RESP(WS-BROWSE-RESP)
                 END-EXEC
                 IF (WS-BROWSE-RESP = DFHRESP(NORMAL)
                    OR WS-BROWSE-RESP = DFHRESP(DUPKEY))
                    AND AC-LOAN-ID = CA-CASE-LOAN-ID
                    ADD 1 TO WS-ACT-COUNT
                    PERFORM 7410-FORMAT-ACTIVITY
                    MOVE WS-ACT-TEXT(3) TO WS-ACT-TEXT(4)
                    MOVE WS-ACT-TEXT(2) TO WS-ACT-TEXT(3)
                    MOVE WS-ACT-TEXT(1) TO WS-ACT-TEXT(2)
                    MOVE WS-ACT-LINE    TO WS-ACT-TEXT(1)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LNCACTL')
              END-EXEC
           ELSE
              IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                 SET FILE-ERROR TO TRUE
              END-IF
           END-IF
           IF WS-ACT-COUNT = ZERO
              MOVE "NO ACTIVITY ON FILE FOR THIS LOAN"
                 TO WS-ACT-TEXT(1)
           END-IF.

       7410-FORMAT-ACTIVITY.
           MOVE SPACES TO WS-ACT-LINE
           MOVE AC-ACTIVITY-DATE  TO AL-DATE
           EVALUATE AC-TYPE
              WHEN "C"
                 MOVE "CALL"      TO AL-TYPE
              WHEN "L"
                 MOVE "LETTER"    TO AL-TYPE
              WHEN "P"
                 MOVE "PROMISE"   TO AL-TYPE
                 IF AC-PROMISE-AMT NUMERIC
                    MOVE AC-PROMISE-AMT TO AL-AMOUNT
                 END-IF
                 MOVE AC-PROMISE-DATE TO AL-PROMISE-DATE
              WHEN OTHER
                 MOVE AC-TYPE     TO AL-TYPE
           END-EVALUATE
           MOVE AC-COLLECTOR      TO AL-COLLECTOR
           MOVE CH-POSTED-DATE    TO AL-POSTED.

       7800-FORMAT-SCREEN.
           MOVE CA-COLLECTOR      TO COLLO
           MOVE WS-OPEN-COUNT     TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT     TO OPENCTO
           MOVE WS-BROKEN-COUNT   TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT     TO BRKCTO
           MOVE WS-ROW-TEXT(1)    TO ROW1O
           MOVE WS-ROW-TEXT(2)    TO ROW2O
           MOVE WS-ROW-TEXT(3)    TO ROW3O
           MOVE WS-ROW-TEXT(4)    TO ROW4O
           MOVE WS-ROW-TEXT(5)    TO ROW5O
           MOVE WS-ROW-TEXT(6)    TO ROW6O
           IF WS-ROW-BRIGHT(1) = "Y"
              MOVE DFHBMASB TO ROW1A
           END-IF
           IF WS-ROW-BRIGHT(2) = "Y"
              MOVE DFHBMASB TO ROW2A
           END-IF
           IF WS-ROW-BRIGHT(3) = "Y"
              MOVE DFHBMASB TO ROW3A
           END-IF
           IF WS-ROW-BRIGHT(4) = "Y"
              MOVE DFHBMASB TO ROW4A
           END-IF
           IF WS-ROW-BRIGHT(5) = "Y"
              MOVE DFHBMASB TO ROW5A
           END-IF
           IF WS-ROW-BRIGHT(6) = "Y"
              MOVE DFHBMASB TO ROW6A
           END-IF
           MOVE WS-ACT-TEXT(1)    TO ACT1O
           MOVE WS-ACT-TEXT(2)    TO ACT2O
           MOVE WS-ACT-TEXT(3)    TO ACT3O
           MOVE WS-ACT-TEXT(4)    TO ACT4O
           IF WS-MESSAGE = SPACES
              EVALUATE TRUE
                 WHEN WS-OPEN-COUNT = ZERO
                    MOVE "NO OPEN CASES ON THIS QUEUE" TO WS-MESSAGE
                 WHEN WS-OPEN-COUNT > CA-CASE-COUNT
                    MOVE "LONG QUEUE - ONLY THE TOP 300 CASES LISTED"
                       TO WS-MESSAGE
                 WHEN CA-PAGE-START + CA-ROW-COUNT < CA-CASE-COUNT
                    MOVE "PF8 FOR MORE CASES" TO WS-MESSAGE
                 WHEN OTHER
                    MOVE "S TO SHOW A CASE - OR RECORD C/L/P AGAINST IT"
                       TO WS-MESSAGE
              END-EVALUATE
           END-IF.

       8000-RESHOW-MAP.
           MOVE WS-MESSAGE TO MSGO
           EXEC CICS SEND MAP('LNCLWM') MAPSET('LNCLWMP')
                FROM(LNCLWMO) ERASE
           END-EXEC.

       8900-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('LNQC')
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
