      * SANCTIONS SERVICE BLOCK, PASSED TO LNSANC01.
      *   SC-FUNCTION "S": SCREEN SC-NAME / SC-ADDRESS AGAINST THE
      *                    WATCH LIST. SC-THRESHOLD ZERO TAKES THE
      *                    COMPILED-IN DEFAULT. RETURNS THE BEST-
      *                    SCORING ENTRY (SC-ENTRY-ID, SC-LIST-CODE,
      *                    SC-LIST-NAME), ITS SCORE AND THE NAME AND
      *                    ADDRESS SCORES BEHIND IT, AND SC-HIT WHEN
      *                    THE SCORE REACHES THE THRESHOLD.
      *               "F": FREEZE LOOKUP FOR SC-LOAN-ID, WHOSE
      *                    PRIMARY BORROWER IS SC-BORROWER-ID (THE
      *                    CALLER'S L-BORROWER-ID). SC-FROZEN IS SET
      *                    WHEN THE PRIMARY OR ANY BXRFVSAM PARTY TO
      *                    THE LOAN IS A CONFIRMED MATCH
      *                    (B-SANCTION-STATUS "C"), NAMING THAT PARTY
      *                    IN SC-FROZEN-PARTY.
      *               "C": CLOSE (END OF RUN).
      * SC-RETURN-CODE 00 = DONE; 04 = "F" WITHOUT THE BORROWER
      * MASTER - NOTHING IS KNOWN FROZEN; 08 = "S" WITH NO WATCH
      * LIST LOADED - EVERY NAME IS RETURNED AS A HIT AGAINST ENTRY
      * "NO LIST"; 12 = UNKNOWN FUNCTION.
       01  WS-SANCTION-CONTROL.
           05  SC-FUNCTION         PIC X(01).
           05  SC-THRESHOLD        PIC 9(03).
           05  SC-NAME             PIC X(30).
           05  SC-ADDRESS          PIC X(25).
           05  SC-LOAN-ID          PIC X(10).
           05  SC-BORROWER-ID      PIC X(10).
           05  SC-HIT-SW           PIC X(01).
               88  SC-HIT          VALUE "Y".
           05  SC-SCORE            PIC 9(03).
           05  SC-NAME-SCORE       PIC 9(03).
           05  SC-ADDR-SCORE       PIC 9(03).
           05  SC-ENTRY-ID         PIC X(10).
           05  SC-LIST-CODE        PIC X(04).
           05  SC-LIST-NAME        PIC X(40).
           05  SC-LIST-COUNT       PIC 9(05).
           05  SC-FROZEN-SW        PIC X(01).
               88  SC-FROZEN       VALUE "Y".
           05  SC-FROZEN-PARTY     PIC X(10).
           05  SC-RETURN-CODE      PIC 9(02).
