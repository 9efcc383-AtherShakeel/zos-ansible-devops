       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNLGL01.
      *================================================================*
      * SUBPROGRAM: THE SHARED LEGAL-HOLD LOOKUP. WHILE A LOAN OR ANY
      * BORROWER PARTY TO IT IS IN BANKRUPTCY, IN LITIGATION WITH US,
      * DISPUTING THE DEBT OR DECEASED, THE AUTOMATED COLLECTION
      * MACHINERY (NOTICES, LATE FEES, COLLECTOR ASSIGNMENT, BILLING
      * DEMANDS) MUST STAND DOWN - DUNNING A DEBTOR UNDER THE
      * AUTOMATIC STAY IS A VIOLATION, NOT A COURTESY LAPSE. EVERY
      * STEP THAT CONTACTS OR CHARGES THE BORROWER ASKS HERE, SO
      * "IS THIS LOAN ON HOLD" HAS ONE ANSWER.
      * CALLED WITH THE copy/lglctl.cpy BLOCK - SEE THE FUNCTION
      * LIST THERE. A HOLD COUNTS WHILE IT IS ACTIVE (LG-STATUS "A"):
      * ON THE LOAN ITSELF, ON ITS PRIMARY BORROWER, OR ON ANY PARTY
      * CROSS-REFERENCED TO THE LOAN IN BXRFVSAM (copy/bxrfrec.cpy).
      * THE LEGAL-STATUS CLUSTER (LEGLVSAM, copy/lglrec.cpy) AND THE
      * CROSS-REFERENCE ARE OPENED ON THE FIRST CALL AND KEPT OPEN
      * FOR THE REST OF THE RUN UNIT; THE CALLER CLOSES THEM WITH
      * FUNCTION "C". A MISSING LEGAL-STATUS CLUSTER IS NOT FATAL -
      * NO HOLDS ARE KNOWN, WITH A WARNING ON SYSOUT AND RETURN CODE
      * 04. A MISSING CROSS-REFERENCE LEAVES ONLY THE LOAN AND ITS
      * PRIMARY BORROWER CHECKED, ALSO WITH A WARNING.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-FILE ASSIGN TO LEGLVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS LG-KEY
                  FILE STATUS  IS WS-LEGAL-STATUS.
           SELECT XREF-FILE ASSIGN TO BXRFVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS BX-KEY
                  FILE STATUS  IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-FILE.
       COPY LGLREC.

       FD  XREF-FILE.
       COPY BXRFREC.

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-STATUS        PIC X(02) VALUE "00".
       01  WS-XREF-STATUS         PIC X(02) VALUE "00".
       01  WS-OPENED-SW           PIC X(01) VALUE "N".
           88  OPEN-ATTEMPTED     VALUE "Y".
       01  WS-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  FILE-AVAILABLE     VALUE "Y".
       01  WS-XREF-AVAILABLE-SW   PIC X(01) VALUE "N".
           88  XREF-AVAILABLE     VALUE "Y".
       01  WS-ENTITY-DONE-SW      PIC X(01) VALUE "N".
           88  ENTITY-DONE        VALUE "Y".
       01  WS-XREF-DONE-SW        PIC X(01) VALUE "N".
           88  XREF-DONE          VALUE "Y".

      * The scope and ID whose holds are being browsed - the loan,
      * then each borrower party to it in turn.
       01  WS-CHECK-SCOPE         PIC X(01) VALUE SPACE.
       01  WS-CHECK-ID            PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       COPY LGLCTL REPLACING
                   ==WS-LEGAL-CONTROL== BY ==LS-LEGAL-CONTROL==
                   LEADING ==LH-== BY ==LS-==.

       PROCEDURE DIVISION USING LS-LEGAL-CONTROL.
       0000-MAIN.
           MOVE ZERO TO LS-RETURN-CODE
           EVALUATE LS-FUNCTION
              WHEN "L"
                 IF NOT OPEN-ATTEMPTED
                    PERFORM 0100-OPEN-FILES
                 END-IF
                 PERFORM 1000-LOOK-UP-LOAN
              WHEN "C"
                 IF FILE-AVAILABLE
                    CLOSE LEGAL-FILE
                    MOVE "N" TO WS-AVAILABLE-SW
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
      * the clusters are opened once however many loans ask.
       0100-OPEN-FILES.
           SET OPEN-ATTEMPTED TO TRUE
           OPEN INPUT LEGAL-FILE
           IF WS-LEGAL-STATUS = "00"
              SET FILE-AVAILABLE TO TRUE
           ELSE
              DISPLAY "LNLGL01: LEGAL-STATUS FILE UNAVAILABLE - "
                 "STATUS " WS-LEGAL-STATUS " - NO LEGAL HOLDS ARE "
                 "KNOWN"
           END-IF
           IF FILE-AVAILABLE
              OPEN INPUT XREF-FILE
              IF WS-XREF-STATUS = "00"
                 SET XREF-AVAILABLE TO TRUE
              ELSE
                 DISPLAY "LNLGL01: CROSS-REFERENCE FILE UNAVAILABLE - "
                    "STATUS " WS-XREF-STATUS " - ONLY THE PRIMARY "
                    "BORROWER'S HOLDS ARE CHECKED"
              END-IF
           END-IF.

       1000-LOOK-UP-LOAN.
           MOVE "N"    TO LS-HOLD-SW
           MOVE "N"    TO LS-BANKRUPT-SW
           MOVE "N"    TO LS-LITIGATION-SW
           MOVE "N"    TO LS-DISPUTE-SW
           MOVE "N"    TO LS-DECEASED-SW
           MOVE SPACES TO LS-CHAPTER
           MOVE SPACES TO LS-FILED-DATE
           MOVE SPACES TO LS-OPENED-DATE
           IF NOT FILE-AVAILABLE
              MOVE 4 TO LS-RETURN-CODE
           ELSE
              MOVE "L"          TO WS-CHECK-SCOPE
              MOVE LS-LOAN-ID   TO WS-CHECK-ID
              PERFORM 1100-CHECK-ENTITY
              IF LS-BORROWER-ID NOT = SPACES
                 MOVE "B"            TO WS-CHECK-SCOPE
                 MOVE LS-BORROWER-ID TO WS-CHECK-ID
                 PERFORM 1100-CHECK-ENTITY
              END-IF
              IF XREF-AVAILABLE
                 PERFORM 1200-CHECK-XREF-PARTIES
              END-IF
           END-IF.

      * Every hold type on file for one loan or one borrower sits
      * under the same scope + ID prefix, so one short browse finds
      * them all.
       1100-CHECK-ENTITY.
           MOVE "N" TO WS-ENTITY-DONE-SW
           MOVE WS-CHECK-SCOPE TO LG-SCOPE
           MOVE WS-CHECK-ID    TO LG-ENTITY-ID
           MOVE LOW-VALUES     TO LG-TYPE
           START LEGAL-FILE KEY NOT < LG-KEY
              INVALID KEY
                 SET ENTITY-DONE TO TRUE
           END-START
           PERFORM 1110-CHECK-NEXT-HOLD UNTIL ENTITY-DONE.

       1110-CHECK-NEXT-HOLD.
           READ LEGAL-FILE NEXT RECORD
              AT END
                 SET ENTITY-DONE TO TRUE
              NOT AT END
                 IF LG-SCOPE NOT = WS-CHECK-SCOPE
                    OR LG-ENTITY-ID NOT = WS-CHECK-ID
                    SET ENTITY-DONE TO TRUE
                 ELSE
                    IF LG-STATUS = "A"
                       PERFORM 1120-NOTE-HOLD
                    END-IF
                 END-IF
           END-READ.

      * The first bankruptcy found supplies the chapter and petition
      * date; the opened date is the earliest of the active holds,
      * which is how long the loan itself has been standing down.
       1120-NOTE-HOLD.
           SET LS-ON-HOLD TO TRUE
           EVALUATE LG-TYPE
              WHEN "B"
                 IF NOT LS-BANKRUPT
                    SET LS-BANKRUPT TO TRUE
                    MOVE LG-CHAPTER    TO LS-CHAPTER
                    MOVE LG-FILED-DATE TO LS-FILED-DATE
                 END-IF
              WHEN "L"
                 SET LS-LITIGATION TO TRUE
              WHEN "D"
                 SET LS-DISPUTE TO TRUE
              WHEN "X"
                 SET LS-DECEASED TO TRUE
           END-EVALUATE
           IF LS-OPENED-DATE = SPACES
              OR LG-OPENED-DATE < LS-OPENED-DATE
              MOVE LG-OPENED-DATE TO LS-OPENED-DATE
           END-IF.

      * Co-borrowers and guarantors: a guarantor's bankruptcy stays
      * collection against them on this loan as surely as the
      * primary's. The primary is skipped if somebody also
      * cross-referenced them; their holds were already read.
       1200-CHECK-XREF-PARTIES.
           MOVE "N" TO WS-XREF-DONE-SW
           MOVE LS-LOAN-ID TO BX-LOAN-ID
           MOVE LOW-VALUES TO BX-BORROWER-ID
           START XREF-FILE KEY NOT < BX-KEY
              INVALID KEY
                 SET XREF-DONE TO TRUE
           END-START
           PERFORM 1210-CHECK-NEXT-PARTY UNTIL XREF-DONE.

       1210-CHECK-NEXT-PARTY.
           READ XREF-FILE NEXT RECORD
              AT END
                 SET XREF-DONE TO TRUE
              NOT AT END
                 IF BX-LOAN-ID NOT = LS-LOAN-ID
                    SET XREF-DONE TO TRUE
                 ELSE
                    IF BX-BORROWER-ID NOT = SPACES
                       AND BX-BORROWER-ID NOT = LS-BORROWER-ID
                       MOVE "B"            TO WS-CHECK-SCOPE
                       MOVE BX-BORROWER-ID TO WS-CHECK-ID
                       PERFORM 1100-CHECK-ENTITY
                    END-IF
                 END-IF
           END-READ.
