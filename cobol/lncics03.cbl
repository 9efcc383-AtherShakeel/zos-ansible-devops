       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNCICS03.
      *================================================================*
      * CICS PROGRAM: ONLINE BORROWER RELATIONSHIP INQUIRY
      * (TRANSACTION LNQB, MAPSET LNRELMP/MAP LNRELM - SEE
      * bms/lnrelmp.bms). ONE SCREEN FOR EVERYTHING A BORROWER IS
      * PARTY TO, OFF THE SAME CLUSTERS THE BATCH SUITE MAINTAINS:
      *   - INQUIRY BY B-BORROWER-ID (CICS FILE "LNBORR", THE
      *     BORROWER MASTER) OR BY NAME (CICS FILE "LNBORRN", THE
      *     B-BORROWER-NAME ALTERNATE-INDEX PATH DEFINED BY
      *     jcl/lnborraix.jcl - FIRST MATCH SHOWN, AND THE REP IS
      *     TOLD WHEN OTHER BORROWERS SHARE THE NAME);
      *   - THE BORROWER RECORD, SANCTIONS STATUS INCLUDED;
      *   - EVERY LOAN THE BORROWER IS PARTY TO: AS PRIMARY (CICS
      *     FILE "LNMASTI", THE L-BORROWER-ID PATH OVER THE MASTER -
      *     jcl/lnmastaix.jcl) AND AS CO-BORROWER OR GUARANTOR (CICS
      *     FILE "LNBXRFB", THE BX-BORROWER-ID PATH OVER BORRXREF -
      *     jcl/lnborraix.jcl), WITH ROLE, BALANCE, AGING, BEHAVIOR
      *     RATING, COLLATERAL VALUE AND LTV ("LNCOLT"), ANY ACTIVE
      *     RELIEF PLAN ("LNPLAN"), AND ANY OPEN COLLECTIONS CASE
      *     ("LNCOLQ"). SIX LOANS TO A PAGE, PF7/PF8 TO PAGE;
      *   - TOTAL USD EXPOSURE ACROSS THOSE LOANS, COUNTED THE WAY
      *     LNEXPO01 COUNTS IT (FULL BALANCE TO EVERY PARTY, CHARGED-
      *     OFF LOANS EXCLUDED), AT THE TREASURY RATES ON CICS FILE
      *     "LNRATE" (THE KEYED COPY OF RATEFL LOADED BY
      *     jcl/lnrateol.jcl). THE RATES' EFFECTIVE DATE IS SHOWN
      *     ALONGSIDE; NO TOTAL IS SHOWN WHEN NO RATES COULD BE READ;
      *   - THE LAST THREE PAYHIST PAYMENTS ("LNPAYH") FOR ONE OF THE
      *     LOANS - THE FIRST LOAN LISTED UNTIL THE REP KEYS "P"
      *     AGAINST ANOTHER;
      *   - "Q" AGAINST A LOAN TRANSFERS TO LNCICS01 (LNQM) WITH THAT
      *     LOAN ALREADY INQUIRED ON.
      * INQUIRY ONLY - NOTHING IS UPDATED. PSEUDO-CONVERSATIONAL
      * THROUGHOUT; STATE RIDES IN THE COMMAREA AND EVERY SCREEN IS
      * REBUILT FROM THE FILES, SO A PAGE ALWAYS SHOWS CURRENT DATA.
      *================================================================*
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                PIC S9(08) COMP.
       01  WS-RESP2               PIC S9(08) COMP.
      * Browse responses are kept apart from WS-RESP - the keyed
      * reads made for each loan inside a browse would otherwise
      * overwrite the condition the browse loop is testing.
       01  WS-BROWSE-RESP         PIC S9(08) COMP.
       01  WS-MESSAGE             PIC X(60) VALUE SPACES.
       01  WS-FILE-ERROR-SW       PIC X(01) VALUE "N".
           88  FILE-ERROR         VALUE "Y".
       01  WS-BORR-FOUND-SW       PIC X(01) VALUE "N".
           88  BORROWER-FOUND     VALUE "Y".
      * Browse positioning keys. READNEXT updates its RIDFLD with
      * each record's actual key, so the borrower the rep asked for
      * stays in the commarea and only these work fields are handed
      * to the browses.
       01  WS-BROWSE-RID          PIC X(10) VALUE SPACES.
       01  WS-NAME-RID            PIC X(30) VALUE SPACES.
       01  WS-RATE-RID            PIC X(03) VALUE SPACES.
       01  WS-PAY-RID             PIC X(21) VALUE SPACES.
       01  WS-ROLE                PIC X(01) VALUE SPACE.
       01  WS-ENTRY-NO            PIC 9(04) VALUE ZERO.
       01  WS-ROW-IDX             PIC 9(01) VALUE ZERO.
       01  WS-SEL-IDX             PIC 9(01) VALUE ZERO.
       01  WS-SEL-CODE            PIC X(01) VALUE SPACE.
       01  WS-PAY-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-PAY-OTHER           PIC 9(08)V99 VALUE ZERO.
       01  WS-LOAN-USD            PIC 9(09)V99 VALUE ZERO.
       01  WS-VALUE-USD           PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-USD           PIC 9(11)V99 VALUE ZERO.
       01  WS-LTV-PCT             PIC 9(05)V99 VALUE ZERO.
       01  WS-EDIT-COUNT          PIC ZZZ9.
       01  WS-EDIT-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Selection bytes as received, and the formatted rows waiting
      * to go out - the map carries them as separately named fields.
       01  WS-SEL-TABLE.
           05  WS-SEL-CODE-IN     PIC X(01) OCCURS 6 TIMES.
       01  WS-ROW-TABLE.
           05  WS-ROW-TEXT        PIC X(76) OCCURS 6 TIMES.
       01  WS-PAY-TABLE.
           05  WS-PAY-TEXT        PIC X(76) OCCURS 3 TIMES.

      * One loan row - columns line up with the headings on line 8
      * of the map.
       01  WS-ROW-LINE.
           05  RL-LOAN-ID         PIC X(10).
           05  FILLER             PIC X(01).
           05  RL-ROLE            PIC X(01).
           05  FILLER             PIC X(01).
           05  RL-CURRENCY        PIC X(03).
           05  FILLER             PIC X(01).
           05  RL-BALANCE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02).
           05  RL-AGING           PIC X(01).
           05  FILLER             PIC X(02).
           05  RL-BEHAVIOR        PIC X(01).
           05  FILLER             PIC X(02).
           05  RL-COLL-VALUE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02).
           05  RL-LTV             PIC ZZZZ9.99.
           05  FILLER             PIC X(03).
           05  RL-PLAN            PIC X(01).
           05  FILLER             PIC X(03).
           05  RL-CASE            PIC X(01).
           05  FILLER             PIC X(07).

      * One payment row - columns line up with the headings on line
      * 18 of the map.
       01  WS-PAY-LINE.
           05  PL-DATE            PIC X(08).
           05  FILLER             PIC X(02).
           05  PL-CURRENCY        PIC X(03).
           05  FILLER             PIC X(02).
           05  PL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02).
           05  PL-PRINCIPAL       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02).
           05  PL-INTEREST        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02).
           05  PL-OTHER           PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02).
           05  PL-TYPE            PIC X(01).
           05  FILLER             PIC X(01).
           05  PL-REVERSED        PIC X(01).
           05  FILLER             PIC X(02).

       COPY LOANREC.
       COPY BORRREC.
       COPY BXRFREC.
       COPY COLLREC.
       COPY PLANREC.
       COPY PAYREC.
       COPY CURRTAB.

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

      * Same 30-byte rate record LNCURR01 reads from RATEFL, here
      * off the keyed online copy.
       01  RATE-REC.
           05  RT-CURR-CODE        PIC X(03).
           05  RT-RATE             PIC 9(03)V9(06).
           05  RT-EFF-DATE         PIC X(08).
           05  FILLER              PIC X(10).

       COPY LNRELMP.
      * Attention identifier values (DFHENTER/DFHPF3/...) - an
      * ordinary copybook the program must include; only the EIB
      * itself and DFHRESP() come from the translator.
       COPY DFHAID.

      * Pseudo-conversation state: the borrower on the screen, where
      * the loan page starts, and which loan each row holds, so a
      * selection keyed against a row knows what it points at.
       01  WS-COMMAREA.
           05  CA-BORROWER-ID     PIC X(10).
      * Loans skipped before the first row shown - paging is by
      * POSITION, because VSAM returns nonunique alternate-index
      * entries in arrival order, not key order.
           05  CA-PAGE-START      PIC 9(04).
           05  CA-LOAN-COUNT      PIC 9(04).
           05  CA-PAY-LOAN-ID     PIC X(10).
           05  CA-ROW-COUNT       PIC 9(01).
           05  CA-ROW-LOAN-ID     PIC X(10) OCCURS 6 TIMES.

      * LNCICS01's commarea shape. Mode "X" tells it the loan ID was
      * handed over by another transaction and is to be inquired on
      * straight away, with no map of its own to receive.
       01  WS-LNQM-COMMAREA.
           05  QM-MODE            PIC X(01).
           05  QM-LOAN-ID         PIC X(10).
           05  QM-BROWSE-NAME     PIC X(30).
           05  QM-SHOWN-COUNT     PIC 9(04).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-BORROWER-ID     PIC X(10).
           05  LK-PAGE-START      PIC 9(04).
           05  LK-LOAN-COUNT      PIC 9(04).
           05  LK-PAY-LOAN-ID     PIC X(10).
           05  LK-ROW-COUNT       PIC 9(01).
           05  LK-ROW-LOAN-ID     PIC X(10) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
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
           MOVE LOW-VALUES TO LNRELMO
           MOVE "ENTER A BORROWER ID OR A BORROWER NAME" TO MSGO
           MOVE SPACES TO CA-BORROWER-ID
           MOVE ZERO TO CA-PAGE-START
           MOVE ZERO TO CA-LOAN-COUNT
           MOVE SPACES TO CA-PAY-LOAN-ID
           MOVE ZERO TO CA-ROW-COUNT
           EXEC CICS SEND MAP('LNRELM') MAPSET('LNRELMP')
                FROM(LNRELMO) ERASE
           END-EXEC.

      * ENTER: a keyed borrower ID wins, then a keyed name; with
      * neither, the selection bytes against the loan rows are
      * acted on.
       2000-ENTER.
           EXEC CICS RECEIVE MAP('LNRELM') MAPSET('LNRELMP')
                INTO(LNRELMI) RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(MAPFAIL)
              MOVE "ENTER A BORROWER ID OR A BORROWER NAME"
                 TO WS-MESSAGE
           ELSE
      * A field keyed shorter than its length arrives padded with
      * trailing LOW-VALUES, which would never match the space-
      * padded keys on file - normalize before anything is compared
      * or used as a RIDFLD.
              INSPECT BORRIDI REPLACING ALL LOW-VALUE BY SPACE
              INSPECT BNAMEI REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL1I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL2I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL3I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL4I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL5I REPLACING ALL LOW-VALUE BY SPACE
              INSPECT SEL6I REPLACING ALL LOW-VALUE BY SPACE
              IF BORRIDI NOT = SPACES
                 MOVE BORRIDI TO CA-BORROWER-ID
                 PERFORM 2100-NEW-BORROWER
              ELSE
                 IF BNAMEI NOT = SPACES
                    PERFORM 2200-FIND-BY-NAME
                 ELSE
                    PERFORM 2300-PROCESS-SELECTION
                 END-IF
              END-IF
           END-IF
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

       2100-NEW-BORROWER.
           MOVE ZERO TO CA-PAGE-START
           MOVE SPACES TO CA-PAY-LOAN-ID
           MOVE SPACES TO WS-MESSAGE.

      * Name access goes through the borrower-name alternate-index
      * path. A DUPKEY response on the read means more borrowers
      * carry the same name - the first is shown and the rep is
      * told to key the ID of the one wanted.
       2200-FIND-BY-NAME.
           MOVE BNAMEI TO WS-NAME-RID
           EXEC CICS READ FILE('LNBORRN')
                INTO(BORROWER-RECORD)
                RIDFLD(WS-NAME-RID)
                GTEQ
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
              WHEN DFHRESP(DUPKEY)
                 IF B-BORROWER-NAME = BNAMEI
                    MOVE B-BORROWER-ID TO CA-BORROWER-ID
                    PERFORM 2100-NEW-BORROWER
                    IF WS-RESP = DFHRESP(DUPKEY)
                       MOVE "NAME IS SHARED - KEY THE BORROWER ID"
                          TO WS-MESSAGE
                    END-IF
                 ELSE
                    MOVE SPACES TO CA-BORROWER-ID
                    MOVE "NO BORROWER ON FILE BY THAT NAME"
                       TO WS-MESSAGE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE SPACES TO CA-BORROWER-ID
                 MOVE "NO BORROWER ON FILE BY THAT NAME"
                    TO WS-MESSAGE
              WHEN OTHER
                 MOVE SPACES TO CA-BORROWER-ID
                 MOVE "BORROWER FILE ERROR - CONTACT OPERATIONS"
                    TO WS-MESSAGE
           END-EVALUATE.

      * Only rows actually showing a loan count; the first row with
      * anything keyed against it is the one acted on.
       2300-PROCESS-SELECTION.
           IF CA-BORROWER-ID = SPACES
              MOVE "ENTER A BORROWER ID OR A BORROWER NAME"
                 TO WS-MESSAGE
           ELSE
              MOVE SEL1I TO WS-SEL-CODE-IN(1)
              MOVE SEL2I TO WS-SEL-CODE-IN(2)
              MOVE SEL3I TO WS-SEL-CODE-IN(3)
              MOVE SEL4I TO WS-SEL-CODE-IN(4)
              MOVE SEL5I TO WS-SEL-CODE-IN(5)
              MOVE SEL6I TO WS-SEL-CODE-IN(6)
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
                    MOVE "KEY P OR Q AGAINST A LOAN, OR A NEW BORROWER"
                       TO WS-MESSAGE
                 WHEN WS-SEL-CODE = "P"
                    MOVE CA-ROW-LOAN-ID(WS-SEL-IDX) TO CA-PAY-LOAN-ID
                    MOVE SPACES TO WS-MESSAGE
                 WHEN WS-SEL-CODE = "Q"
                    PERFORM 2400-TRANSFER-TO-LNQM
                 WHEN OTHER
                    MOVE "SELECT WITH P (PAYMENTS) OR Q (LOAN SCREEN)"
                       TO WS-MESSAGE
              END-EVALUATE
           END-IF.

      * XCTL does not come back when it works - LNCICS01 takes the
      * terminal over and its own RETURN TRANSID('LNQM') ends the
      * task. Only a failed transfer falls through to here.
       2400-TRANSFER-TO-LNQM.
           MOVE "X" TO QM-MODE
           MOVE CA-ROW-LOAN-ID(WS-SEL-IDX) TO QM-LOAN-ID
           MOVE SPACES TO QM-BROWSE-NAME
           MOVE ZERO TO QM-SHOWN-COUNT
           EXEC CICS XCTL PROGRAM('LNCICS01')
                COMMAREA(WS-LNQM-COMMAREA)
                LENGTH(LENGTH OF WS-LNQM-COMMAREA)
                RESP(WS-RESP)
           END-EXEC
           MOVE "LOAN SCREEN UNAVAILABLE - CONTACT OPERATIONS"
              TO WS-MESSAGE.

       3000-PAGE-BACK.
           IF CA-BORROWER-ID = SPACES
              MOVE "NO BORROWER ON THE SCREEN" TO WS-MESSAGE
           ELSE
              IF CA-PAGE-START = ZERO
                 MOVE "ALREADY AT THE FIRST LOAN" TO WS-MESSAGE
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
           IF CA-BORROWER-ID = SPACES
              MOVE "NO BORROWER ON THE SCREEN" TO WS-MESSAGE
           ELSE
              IF CA-PAGE-START + 6 NOT < CA-LOAN-COUNT
                 MOVE "NO MORE LOANS FOR THIS BORROWER" TO WS-MESSAGE
              ELSE
                 ADD 6 TO CA-PAGE-START
                 MOVE SPACES TO WS-MESSAGE
              END-IF
           END-IF
           PERFORM 7000-BUILD-SCREEN
           PERFORM 8000-RESHOW-MAP.

      * Every screen is rebuilt from the files for the borrower in
      * the commarea. A message already set by the caller is kept;
      * otherwise the build supplies one.
       7000-BUILD-SCREEN.
           MOVE LOW-VALUES TO LNRELMO
           MOVE "N" TO WS-FILE-ERROR-SW
           MOVE "N" TO WS-BORR-FOUND-SW
           MOVE ZERO TO CA-ROW-COUNT
           MOVE SPACES TO WS-ROW-TABLE
           MOVE SPACES TO WS-PAY-TABLE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > 6
              MOVE SPACES TO CA-ROW-LOAN-ID(WS-ROW-IDX)
           END-PERFORM
           IF CA-BORROWER-ID NOT = SPACES
              PERFORM 7100-READ-BORROWER
              IF BORROWER-FOUND
                 PERFORM 7200-LOAD-RATES
                 PERFORM 7300-LIST-LOANS
                 PERFORM 7600-LIST-PAYMENTS
                 PERFORM 7800-FORMAT-SCREEN
              END-IF
           END-IF
           IF FILE-ERROR
              MOVE "FILE ERROR - CONTACT OPERATIONS" TO WS-MESSAGE
           END-IF.

       7100-READ-BORROWER.
           EXEC CICS READ FILE('LNBORR')
                INTO(BORROWER-RECORD)
                RIDFLD(CA-BORROWER-ID)
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET BORROWER-FOUND TO TRUE
              WHEN DFHRESP(NOTFND)
                 MOVE CA-BORROWER-ID TO BORRIDO
                 MOVE SPACES TO CA-BORROWER-ID
                 MOVE "BORROWER NOT ON BORROWER MASTER" TO WS-MESSAGE
              WHEN OTHER
                 MOVE SPACES TO CA-BORROWER-ID
                 SET FILE-ERROR TO TRUE
           END-EVALUATE.

      * Loads COPY CURRTAB's table the way LNCURR01 does in batch,
      * but off the keyed online copy of the rate dataset. A record
      * that cannot be used is left out; an empty table means no
      * USD total is shown rather than one made at 1:1.
       7200-LOAD-RATES.
           MOVE "N" TO WS-CURR-LOADED-SW
           MOVE ZERO TO WS-CURR-COUNT
           MOVE SPACES TO WS-CURR-EFF-DATE
           MOVE LOW-VALUES TO WS-RATE-RID
           EXEC CICS STARTBR FILE('LNRATE')
                RIDFLD(WS-RATE-RID) GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
              PERFORM WITH TEST AFTER
                      UNTIL WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                      OR WS-CURR-COUNT NOT < 20
                 EXEC CICS READNEXT FILE('LNRATE')
                      INTO(RATE-REC)
                      RIDFLD(WS-RATE-RID)
                      RESP(WS-BROWSE-RESP)
                 END-EXEC
                 IF WS-BROWSE-RESP = DFHRESP(NORMAL)
                    AND RT-CURR-CODE NOT = SPACES
                    AND RT-RATE NUMERIC
                    AND RT-RATE > ZERO
                    ADD 1 TO WS-CURR-COUNT
                    MOVE RT-CURR-CODE TO WS-CURR-CODE(WS-CURR-COUNT)
                    MOVE RT-RATE      TO WS-CURR-RATE(WS-CURR-COUNT)
                    IF RT-EFF-DATE > WS-CURR-EFF-DATE
                       MOVE RT-EFF-DATE TO WS-CURR-EFF-DATE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LNRATE')
              END-EXEC
           END-IF
           IF WS-CURR-COUNT > ZERO
              SET CURR-TABLE-LOADED TO TRUE
           END-IF.

      * Primary loans first, off the L-BORROWER-ID path, then the
      * cross-referenced ones. A cross-reference naming the loan's
      * own primary is skipped - LNEXPO01 skips it the same way, so
      * no loan is listed or counted twice. A cross-reference whose
      * loan has left the master (archived by LNCLOS01) is skipped.
      * Nonunique alternate-index reads answer DUPKEY, not NORMAL,
      * while more duplicates follow; both mean a record was read.
       7300-LIST-LOANS.
           MOVE ZERO TO WS-ENTRY-NO
           MOVE ZERO TO WS-TOTAL-USD
           MOVE CA-BORROWER-ID TO WS-BROWSE-RID
           EXEC CICS STARTBR FILE('LNMASTI')
                RIDFLD(WS-BROWSE-RID) GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
              MOVE "P" TO WS-ROLE
              PERFORM WITH TEST AFTER
                      UNTIL (WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                      AND WS-BROWSE-RESP NOT = DFHRESP(DUPKEY))
                      OR L-BORROWER-ID NOT = CA-BORROWER-ID
                      OR FILE-ERROR
                 EXEC CICS READNEXT FILE('LNMASTI')
                      INTO(LOAN-RECORD)
                      RIDFLD(WS-BROWSE-RID)
                      RESP(WS-BROWSE-RESP)
                 END-EXEC
                 IF (WS-BROWSE-RESP = DFHRESP(NORMAL)
                    OR WS-BROWSE-RESP = DFHRESP(DUPKEY))
                    AND L-BORROWER-ID = CA-BORROWER-ID
                    PERFORM 7400-TALLY-LOAN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LNMASTI')
              END-EXEC
           ELSE
              IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                 SET FILE-ERROR TO TRUE
              END-IF
           END-IF

           MOVE CA-BORROWER-ID TO WS-BROWSE-RID
           EXEC CICS STARTBR FILE('LNBXRFB')
                RIDFLD(WS-BROWSE-RID) GTEQ
                RESP(WS-BROWSE-RESP)
           END-EXEC
           IF WS-BROWSE-RESP = DFHRESP(NORMAL)
              PERFORM WITH TEST AFTER
                      UNTIL (WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                      AND WS-BROWSE-RESP NOT = DFHRESP(DUPKEY))
                      OR BX-BORROWER-ID NOT = CA-BORROWER-ID
                      OR FILE-ERROR
                 EXEC CICS READNEXT FILE('LNBXRFB')
                      INTO(BORROWER-XREF-REC)
                      RIDFLD(WS-BROWSE-RID)
                      RESP(WS-BROWSE-RESP)
                 END-EXEC
                 IF (WS-BROWSE-RESP = DFHRESP(NORMAL)
                    OR WS-BROWSE-RESP = DFHRESP(DUPKEY))
                    AND BX-BORROWER-ID = CA-BORROWER-ID
                    PERFORM 7350-XREF-LOAN
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE('LNBXRFB')
              END-EXEC
           ELSE
              IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                 SET FILE-ERROR TO TRUE
              END-IF
           END-IF
           MOVE WS-ENTRY-NO TO CA-LOAN-COUNT.

       7350-XREF-LOAN.
           EXEC CICS READ FILE('LNMAST')
                INTO(LOAN-RECORD)
                RIDFLD(BX-LOAN-ID)
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF L-BORROWER-ID NOT = CA-BORROWER-ID
                    MOVE BX-ROLE TO WS-ROLE
                    PERFORM 7400-TALLY-LOAN
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE.

      * Every loan counts toward the total; only the ones falling on
      * the current page are formatted. With no loan picked for the
      * payment panel yet, the first loan listed is used.
       7400-TALLY-LOAN.
           ADD 1 TO WS-ENTRY-NO
           IF L-CHARGE-OFF-FLAG NOT = "C"
              AND L-LOAN-AMOUNT NUMERIC
              PERFORM 7410-VALUE-LOAN-USD
              ADD WS-LOAN-USD TO WS-TOTAL-USD
           END-IF
           IF CA-PAY-LOAN-ID = SPACES
              MOVE L-LOAN-ID TO CA-PAY-LOAN-ID
           END-IF
           IF WS-ENTRY-NO > CA-PAGE-START
              AND CA-ROW-COUNT < 6
              ADD 1 TO CA-ROW-COUNT
              MOVE L-LOAN-ID TO CA-ROW-LOAN-ID(CA-ROW-COUNT)
              PERFORM 7500-FORMAT-LOAN-ROW
              MOVE WS-ROW-LINE TO WS-ROW-TEXT(CA-ROW-COUNT)
           END-IF.

       7410-VALUE-LOAN-USD.
           MOVE 1 TO WS-CONV-RATE
           PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                   UNTIL WS-CURR-IDX > WS-CURR-COUNT
              IF WS-CURR-CODE(WS-CURR-IDX) = L-CURRENCY-CODE
                 MOVE WS-CURR-RATE(WS-CURR-IDX) TO WS-CONV-RATE
              END-IF
           END-PERFORM
           COMPUTE WS-LOAN-USD ROUNDED =
              L-LOAN-AMOUNT * WS-CONV-RATE.

       7500-FORMAT-LOAN-ROW.
           MOVE SPACES TO WS-ROW-LINE
           MOVE L-LOAN-ID         TO RL-LOAN-ID
           MOVE WS-ROLE           TO RL-ROLE
           MOVE L-CURRENCY-CODE   TO RL-CURRENCY
           IF L-LOAN-AMOUNT NUMERIC
              MOVE L-LOAN-AMOUNT  TO RL-BALANCE
           END-IF
           MOVE L-AGING-STATUS    TO RL-AGING
           MOVE L-BEHAVIOR-RATING TO RL-BEHAVIOR

           EXEC CICS READ FILE('LNCOLT')
                INTO(COLLATERAL-REC)
                RIDFLD(L-LOAN-ID)
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF CL-VALUATION NUMERIC
                    MOVE CL-VALUATION TO RL-COLL-VALUE
                    PERFORM 7510-COMPUTE-LTV
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE

           EXEC CICS READ FILE('LNPLAN')
                INTO(MOD-PLAN-REC)
                RIDFLD(L-LOAN-ID)
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF MP-STATUS = "A"
                    MOVE MP-PLAN-TYPE TO RL-PLAN
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE

           EXEC CICS READ FILE('LNCOLQ')
                INTO(WORKQUEUE-REC)
                RIDFLD(L-LOAN-ID)
                RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 IF CW-STATUS = "O"
                    MOVE "O" TO RL-CASE
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 SET FILE-ERROR TO TRUE
           END-EVALUATE.

      * LTV as LNLTV01 computes it, balance over valuation. Loan and
      * collateral in the same currency need no rates; across
      * currencies both sides go to USD first, and without rates
      * the LTV is left blank rather than guessed.
       7510-COMPUTE-LTV.
           IF CL-VALUATION > ZERO
              AND L-LOAN-AMOUNT NUMERIC
              IF CL-CURRENCY-CODE = L-CURRENCY-CODE
                 COMPUTE WS-LTV-PCT ROUNDED =
                    L-LOAN-AMOUNT * 100 / CL-VALUATION
                    ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV-PCT
                 END-COMPUTE
                 MOVE WS-LTV-PCT TO RL-LTV
              ELSE
                 IF CURR-TABLE-LOADED
                    PERFORM 7410-VALUE-LOAN-USD
                    MOVE 1 TO WS-CONV-RATE
                    PERFORM VARYING WS-CURR-IDX FROM 1 BY 1
                            UNTIL WS-CURR-IDX > WS-CURR-COUNT
                       IF WS-CURR-CODE(WS-CURR-IDX) = CL-CURRENCY-CODE
                          MOVE WS-CURR-RATE(WS-CURR-IDX)
                             TO WS-CONV-RATE
                       END-IF
                    END-PERFORM
                    COMPUTE WS-VALUE-USD ROUNDED =
                       CL-VALUATION * WS-CONV-RATE
                    COMPUTE WS-LTV-PCT ROUNDED =
                       WS-LOAN-USD * 100 / WS-VALUE-USD
                       ON SIZE ERROR
                          MOVE 99999.99 TO WS-LTV-PCT
                    END-COMPUTE
                    MOVE WS-LTV-PCT TO RL-LTV
                 END-IF
              END-IF
           END-IF.

      * PAYHIST is keyed loan + posting date + sequence, so a forward
      * browse from the loan ID meets its payments oldest first; the
      * last three seen are kept, newest in the top slot.
       7600-LIST-PAYMENTS.
           MOVE ZERO TO WS-PAY-COUNT
           IF CA-PAY-LOAN-ID NOT = SPACES
              MOVE LOW-VALUES TO WS-PAY-RID
              MOVE CA-PAY-LOAN-ID TO WS-PAY-RID(1:10)
              EXEC CICS STARTBR FILE('LNPAYH')
                   RIDFLD(WS-PAY-RID) GTEQ
                   RESP(WS-BROWSE-RESP)
              END-EXEC
              IF WS-BROWSE-RESP = DFHRESP(NORMAL)
                 PERFORM WITH TEST AFTER
                         UNTIL WS-BROWSE-RESP NOT = DFHRESP(NORMAL)
                         OR PAY-LOAN-ID NOT = CA-PAY-LOAN-ID
                    EXEC CICS READNEXT FILE('LNPAYH')
                         INTO(PAYMENT-REC)
                         RIDFLD(WS-PAY-RID)
                         RESP(WS-BROWSE-RESP)
                    END-EXEC
                    IF WS-BROWSE-RESP = DFHRESP(NORMAL)
                       AND PAY-LOAN-ID = CA-PAY-LOAN-ID
                       ADD 1 TO WS-PAY-COUNT
                       PERFORM 7610-FORMAT-PAYMENT
                       MOVE WS-PAY-TEXT(2) TO WS-PAY-TEXT(3)
                       MOVE WS-PAY-TEXT(1) TO WS-PAY-TEXT(2)
                       MOVE WS-PAY-LINE    TO WS-PAY-TEXT(1)
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE('LNPAYH')
                 END-EXEC
              ELSE
                 IF WS-BROWSE-RESP NOT = DFHRESP(NOTFND)
                    SET FILE-ERROR TO TRUE
                 END-IF
              END-IF
              IF WS-PAY-COUNT = ZERO
                 MOVE "NO PAYMENTS ON FILE FOR THIS LOAN"
                    TO WS-PAY-TEXT(1)
              END-IF
           END-IF.

      * Blank (non-numeric) escrow/fee portions on records predating
      * those fields read as zero, as everywhere else PAYHIST is
      * used.
       7610-FORMAT-PAYMENT.
           MOVE SPACES TO WS-PAY-LINE
           MOVE PAY-DATE          TO PL-DATE
           MOVE PAY-CURRENCY-CODE TO PL-CURRENCY
           IF PAY-AMOUNT NUMERIC
              MOVE PAY-AMOUNT     TO PL-AMOUNT
           END-IF
           IF PAY-PRINCIPAL NUMERIC
              MOVE PAY-PRINCIPAL  TO PL-PRINCIPAL
           END-IF
           IF PAY-INTEREST NUMERIC
              MOVE PAY-INTEREST   TO PL-INTEREST
           END-IF
           MOVE ZERO TO WS-PAY-OTHER
           IF PAY-ESCROW NUMERIC
              ADD PAY-ESCROW TO WS-PAY-OTHER
           END-IF
           IF PAY-FEE NUMERIC
              ADD PAY-FEE TO WS-PAY-OTHER
           END-IF
           MOVE WS-PAY-OTHER      TO PL-OTHER
           MOVE PAY-TYPE          TO PL-TYPE
           MOVE PAY-REVERSED-FLAG TO PL-REVERSED.

       7800-FORMAT-SCREEN.
           MOVE B-BORROWER-ID        TO BORRIDO
           MOVE B-BORROWER-NAME      TO BNAMEO
           MOVE B-ADDRESS            TO ADDRO
           MOVE B-CONTACT            TO CONTACTO
           MOVE B-SANCTION-STATUS    TO SANCO
           IF B-SANCTION-CONFIRMED
              MOVE B-SANCTION-DATE   TO SANCDTO
           END-IF
           MOVE B-LAST-MAINTAINED-TS TO LASTTSO
           MOVE CA-LOAN-COUNT        TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT        TO LNCNTO
           IF CURR-TABLE-LOADED
              MOVE WS-TOTAL-USD      TO WS-EDIT-TOTAL
              MOVE WS-EDIT-TOTAL     TO TOTEXPO
              MOVE WS-CURR-EFF-DATE  TO RATEDTO
           ELSE
              MOVE "RATES UNAVAILABLE" TO TOTEXPO
           END-IF
           MOVE WS-ROW-TEXT(1)       TO ROW1O
           MOVE WS-ROW-TEXT(2)       TO ROW2O
           MOVE WS-ROW-TEXT(3)       TO ROW3O
           MOVE WS-ROW-TEXT(4)       TO ROW4O
           MOVE WS-ROW-TEXT(5)       TO ROW5O
           MOVE WS-ROW-TEXT(6)       TO ROW6O
           MOVE CA-PAY-LOAN-ID       TO PAYLNO
           MOVE WS-PAY-TEXT(1)       TO PAY1O
           MOVE WS-PAY-TEXT(2)       TO PAY2O
           MOVE WS-PAY-TEXT(3)       TO PAY3O
           IF WS-MESSAGE = SPACES
              EVALUATE TRUE
                 WHEN B-SANCTION-CONFIRMED
                    MOVE "CONFIRMED SANCTIONS MATCH - ALL LOANS FROZEN"
                       TO WS-MESSAGE
                 WHEN CA-LOAN-COUNT = ZERO
                    MOVE "NO LOANS ON FILE FOR THIS BORROWER"
                       TO WS-MESSAGE
                 WHEN CA-PAGE-START + CA-ROW-COUNT < CA-LOAN-COUNT
                    MOVE "PF8 FOR MORE LOANS" TO WS-MESSAGE
                 WHEN OTHER
                    MOVE "KEY P (PAYMENTS) OR Q (LOAN SCREEN) TO SELECT"
                       TO WS-MESSAGE
              END-EVALUATE
           END-IF.

       8000-RESHOW-MAP.
           MOVE WS-MESSAGE TO MSGO
           EXEC CICS SEND MAP('LNRELM') MAPSET('LNRELMP')
                FROM(LNRELMO) ERASE
           END-EXEC.

       8900-RETURN-TRANSID.
           EXEC CICS RETURN TRANSID('LNQB')
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
