       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNJRNL01.
      *================================================================*
      * BATCH PROGRAM: CHANGE JOURNAL REPORT. READS THE FIELD-LEVEL
      * CHANGE JOURNAL (PROD.LOAN.CHGJRNL, copy/chgjrec.cpy) THAT
      * LNCICS01, LNCICS02, LNVAL01 AND LNPARM01 APPEND TO, READ-ONLY,
      * AND LISTS EVERY ENTRY MATCHING THE SELECTION CARD - WHO
      * CHANGED WHAT FIELD OF WHICH RECORD, WHEN, FROM WHAT TO WHAT -
      * FOR AUDIT AND DISPUTE RESEARCH. ONE SYSIN CARD; EVERY FIELD
      * LEFT BLANK SELECTS ALL, AND THE FIELDS SUPPLIED MUST ALL
      * MATCH:
      *   COLS  1-20  KEY - LOAN ID, BORROWER ID, OR PARAMETER DD
      *               NAME (A SUSPENSE REPAIR'S KEY IS THE LOAN ID,
      *               A SPACE AND ITS SUSPENSE RUN DATE - A LOAN ID
      *               ALONE MATCHES ALL OF THAT LOAN'S ENTRIES)
      *   COLS 22-29  OPERATOR ID
      *   COLS 31-38  FROM DATE YYYYMMDD (INCLUSIVE)
      *   COLS 40-47  TO DATE YYYYMMDD (INCLUSIVE)
      *   COL  49     ENTITY - L LOAN, B BORROWER, S SUSPENSE REPAIR,
      *               P PARAMETER, C COLLATERAL, M RELIEF PLAN,
      *               X CROSS-REFERENCE, H LEGAL HOLD
      * ENTRIES LIST IN JOURNAL (TIME) ORDER. BLANK OLD VALUE = THE
      * RECORD WAS ADDED; BLANK NEW VALUE = IT WAS REMOVED.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * VSAM ESDS (AS- ASSIGN), READ FRONT TO BACK - SEE
      * jcl/lnjrnlvs.jcl.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO AS-CHGJRNL
                  FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
       COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-JRNL-STATUS         PIC X(02) VALUE "00".
       01  WS-EOF-SW              PIC X(01) VALUE "N".
           88  EOF-REACHED        VALUE "Y".
       01  WS-SELECT-SW           PIC X(01) VALUE "N".
           88  ENTRY-SELECTED     VALUE "Y".
       01  WS-KEY-LEN             PIC 9(02) VALUE ZERO.
       01  WS-SELECT-CARD.
           05  WS-SEL-KEY         PIC X(20).
           05  FILLER             PIC X(01).
           05  WS-SEL-OPERATOR    PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-SEL-FROM-DATE   PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-SEL-TO-DATE     PIC X(08).
           05  FILLER             PIC X(01).
           05  WS-SEL-ENTITY      PIC X(01).
           05  FILLER             PIC X(31).
       01  WS-DETAIL-LINE.
           05  WS-DL-DATE         PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-TIME         PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-SOURCE       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-PROGRAM      PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-OPERATOR     PIC X(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-TERMINAL     PIC X(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-ENTITY       PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-KEY          PIC X(20).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-FIELD        PIC X(18).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-OLD          PIC X(30).
           05  FILLER             PIC X(04) VALUE " -> ".
           05  WS-DL-NEW          PIC X(30).

       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-SELECTED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-ONLINE       PIC 9(09) VALUE ZERO.
           05  WS-CNT-BATCH        PIC 9(09) VALUE ZERO.
           05  WS-CNT-ADDED        PIC 9(09) VALUE ZERO.
           05  WS-CNT-REMOVED      PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "LNJRNL01 - CHANGE JOURNAL REPORT".
           MOVE SPACES TO WS-SELECT-CARD
           ACCEPT WS-SELECT-CARD FROM SYSIN
           IF (WS-SEL-FROM-DATE NOT = SPACES
                 AND WS-SEL-FROM-DATE NOT NUMERIC)
              OR (WS-SEL-TO-DATE NOT = SPACES
                 AND WS-SEL-TO-DATE NOT NUMERIC)
              DISPLAY "LNJRNL01: FROM/TO DATES MUST BE YYYYMMDD OR "
                 "BLANK"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 0100-SIZE-KEY
           DISPLAY "SELECTION - KEY: " WS-SEL-KEY
              " OPERATOR: " WS-SEL-OPERATOR
           DISPLAY "            FROM: " WS-SEL-FROM-DATE
              " TO: " WS-SEL-TO-DATE " ENTITY: " WS-SEL-ENTITY

           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
              DISPLAY "LNJRNL01: UNABLE TO OPEN CHANGE JOURNAL, "
                 "STATUS=" WS-JRNL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           DISPLAY "DATE     TIME   S PROGRAM  OPERATOR TERM E "
              "KEY                  FIELD              "
              "OLD VALUE                          NEW VALUE"

           PERFORM 1000-PROCESS UNTIL EOF-REACHED

           CLOSE CHANGE-JOURNAL-FILE
           PERFORM 9000-JOURNAL-SUMMARY
           GOBACK.

      * The key compares on its keyed length, so a bare loan ID also
      * picks up that loan's suspense-repair entries.
       0100-SIZE-KEY.
           MOVE 20 TO WS-KEY-LEN
           PERFORM UNTIL WS-KEY-LEN = ZERO
                   OR WS-SEL-KEY(WS-KEY-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM WS-KEY-LEN
           END-PERFORM.

       1000-PROCESS.
           READ CHANGE-JOURNAL-FILE
              AT END
                 SET EOF-REACHED TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 PERFORM 1010-SELECT-ENTRY
                 IF ENTRY-SELECTED
                    PERFORM 1020-LIST-ENTRY
                 END-IF
           END-READ.

       1010-SELECT-ENTRY.
           SET ENTRY-SELECTED TO TRUE
           IF WS-KEY-LEN > ZERO
              AND CJ-KEY(1:WS-KEY-LEN) NOT = WS-SEL-KEY(1:WS-KEY-LEN)
              MOVE "N" TO WS-SELECT-SW
           END-IF
           IF WS-SEL-OPERATOR NOT = SPACES
              AND CJ-OPERATOR NOT = WS-SEL-OPERATOR
              MOVE "N" TO WS-SELECT-SW
           END-IF
           IF WS-SEL-FROM-DATE NOT = SPACES
              AND CJ-TIMESTAMP(1:8) < WS-SEL-FROM-DATE
              MOVE "N" TO WS-SELECT-SW
           END-IF
           IF WS-SEL-TO-DATE NOT = SPACES
              AND CJ-TIMESTAMP(1:8) > WS-SEL-TO-DATE
              MOVE "N" TO WS-SELECT-SW
           END-IF
           IF WS-SEL-ENTITY NOT = SPACE
              AND CJ-ENTITY NOT = WS-SEL-ENTITY
              MOVE "N" TO WS-SELECT-SW
           END-IF.

       1020-LIST-ENTRY.
           ADD 1 TO WS-CNT-SELECTED
           IF CJ-SOURCE = "O"
              ADD 1 TO WS-CNT-ONLINE
           ELSE
              ADD 1 TO WS-CNT-BATCH
           END-IF
           IF CJ-OLD-VALUE = SPACES
              ADD 1 TO WS-CNT-ADDED
           END-IF
           IF CJ-NEW-VALUE = SPACES
              ADD 1 TO WS-CNT-REMOVED
           END-IF
           MOVE CJ-TIMESTAMP(1:8)  TO WS-DL-DATE
           MOVE CJ-TIMESTAMP(9:6)  TO WS-DL-TIME
           MOVE CJ-SOURCE          TO WS-DL-SOURCE
           MOVE CJ-PROGRAM         TO WS-DL-PROGRAM
           MOVE CJ-OPERATOR        TO WS-DL-OPERATOR
           MOVE CJ-TERMINAL        TO WS-DL-TERMINAL
           MOVE CJ-ENTITY          TO WS-DL-ENTITY
           MOVE CJ-KEY             TO WS-DL-KEY
           MOVE CJ-FIELD           TO WS-DL-FIELD
           MOVE CJ-OLD-VALUE       TO WS-DL-OLD
           MOVE CJ-NEW-VALUE       TO WS-DL-NEW
           DISPLAY WS-DETAIL-LINE.

       9000-JOURNAL-SUMMARY.
           DISPLAY "==============================================".
           DISPLAY "LNJRNL01 CHANGE JOURNAL CONTROL TOTALS".
           DISPLAY "----------------------------------------------".
           DISPLAY "JOURNAL ENTRIES READ ...........: "
              WS-RECORDS-READ.
           DISPLAY "ENTRIES SELECTED ...............: "
              WS-CNT-SELECTED.
           DISPLAY "  ONLINE ........................: "
              WS-CNT-ONLINE.
           DISPLAY "  BATCH .........................: "
              WS-CNT-BATCH.
           DISPLAY "  VALUES ADDED (BLANK OLD) ......: "
              WS-CNT-ADDED.
           DISPLAY "  VALUES REMOVED (BLANK NEW) ....: "
              WS-CNT-REMOVED.
           DISPLAY "==============================================".
