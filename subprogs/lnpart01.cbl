       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNPART01.
      *================================================================*
      * SUBPROGRAM: THE SHARED PARTICIPATION LOOKUP. A LOAN PARTLY
      * SOLD TO PARTICIPANT BANKS STAYS ON THE MASTER AT ITS FULL
      * BALANCE (WE SERVICE ALL OF IT), BUT ONLY THE RETAINED
      * PORTION IS OURS TO REPORT AND TO RESERVE AGAINST. EVERY
      * PROGRAM THAT NEEDS THAT FIGURE ASKS HERE, SO "HOW MUCH OF
      * THIS LOAN HAVE WE SOLD" HAS ONE ANSWER.
      * CALLED WITH THE copy/partctl.cpy BLOCK - SEE THE FUNCTION
      * LIST THERE. A PARTICIPATION COUNTS WHILE IT IS ACTIVE
      * (PT-STATUS "A") AND ITS SOLD DATE HAS COME; THE SHARES ARE
      * SUMMED ACROSS INVESTORS AND CAPPED AT 100 PERCENT.
      * THE PARTICIPATION CLUSTER (PARTVSAM, copy/partrec.cpy) IS
      * OPENED ON THE FIRST CALL AND KEPT OPEN FOR THE REST OF THE
      * RUN UNIT; THE CALLER CLOSES IT WITH FUNCTION "C". A MISSING
      * CLUSTER IS NOT FATAL - EVERY LOAN READS AS WHOLLY RETAINED
      * (THE CONSERVATIVE ANSWER FOR A RESERVE) WITH A WARNING ON
      * SYSOUT AND RETURN CODE 04.
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTICIPATION-FILE ASSIGN TO PARTVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS PT-KEY
                  FILE STATUS  IS WS-PART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTICIPATION-FILE.
       COPY PARTREC.

       WORKING-STORAGE SECTION.
       01  WS-PART-STATUS         PIC X(02) VALUE "00".
       01  WS-OPENED-SW           PIC X(01) VALUE "N".
           88  OPEN-ATTEMPTED     VALUE "Y".
       01  WS-AVAILABLE-SW        PIC X(01) VALUE "N".
           88  FILE-AVAILABLE     VALUE "Y".
       01  WS-LOAN-DONE-SW        PIC X(01) VALUE "N".
           88  LOAN-DONE          VALUE "Y".
       01  WS-RUN-DATE            PIC X(08) VALUE SPACES.
       01  WS-SOLD-WORK           PIC 9(05)V9(04) VALUE ZERO.

       LINKAGE SECTION.
       COPY PARTCTL REPLACING ==WS-PART-CONTROL== BY ==LS-PART-CONTROL==
                              LEADING ==PC-== BY ==LS-==.

       PROCEDURE DIVISION USING LS-PART-CONTROL.
       0000-MAIN.
           MOVE ZERO TO LS-RETURN-CODE
           EVALUATE LS-FUNCTION
              WHEN "L"
                 IF NOT OPEN-ATTEMPTED
                    PERFORM 0100-OPEN-FILE
                 END-IF
                 PERFORM 1000-LOOK-UP-LOAN
              WHEN "C"
                 IF FILE-AVAILABLE
                    CLOSE PARTICIPATION-FILE
                    MOVE "N" TO WS-AVAILABLE-SW
                 END-IF
              WHEN OTHER
                 MOVE 12 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * WORKING-STORAGE survives between CALLs in the run unit, so
      * the cluster is opened once however many loans ask.
       0100-OPEN-FILE.
           SET OPEN-ATTEMPTED TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PARTICIPATION-FILE
           IF WS-PART-STATUS = "00"
              SET FILE-AVAILABLE TO TRUE
           ELSE
              DISPLAY "LNPART01: PARTICIPATION FILE UNAVAILABLE - "
                 "STATUS " WS-PART-STATUS " - EVERY LOAN IS "
                 "TREATED AS WHOLLY RETAINED"
           END-IF.

       1000-LOOK-UP-LOAN.
           MOVE ZERO TO WS-SOLD-WORK
           MOVE ZERO TO LS-INVESTORS
           IF NOT FILE-AVAILABLE
              MOVE 4 TO LS-RETURN-CODE
           ELSE
              MOVE "N" TO WS-LOAN-DONE-SW
              MOVE LS-LOAN-ID TO PT-LOAN-ID
              MOVE LOW-VALUES TO PT-INVESTOR-ID
              START PARTICIPATION-FILE KEY NOT < PT-KEY
                 INVALID KEY
                    SET LOAN-DONE TO TRUE
              END-START
              PERFORM 1010-ADD-NEXT-SHARE UNTIL LOAN-DONE
           END-IF
           IF WS-SOLD-WORK > 100
              MOVE 100 TO WS-SOLD-WORK
           END-IF
           MOVE WS-SOLD-WORK TO LS-SOLD-PCT
           COMPUTE LS-RETAINED-PCT = 100 - WS-SOLD-WORK.

       1010-ADD-NEXT-SHARE.
           READ PARTICIPATION-FILE NEXT RECORD
              AT END
                 SET LOAN-DONE TO TRUE
              NOT AT END
                 IF PT-LOAN-ID NOT = LS-LOAN-ID
                    SET LOAN-DONE TO TRUE
                 ELSE
                    IF PT-STATUS = "A"
                       AND PT-SOLD-DATE NOT > WS-RUN-DATE
                       AND PT-SHARE-PCT NUMERIC
                       ADD PT-SHARE-PCT TO WS-SOLD-WORK
                       ADD 1 TO LS-INVESTORS
                    END-IF
                 END-IF
           END-READ.
