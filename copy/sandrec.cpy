      * SANCTIONS DECISION LOG RECORD (100 BYTES), APPENDED BY
      * LNSANA01 FOR EVERY COMPLIANCE DECISION - A QUEUED HIT
      * CLEARED OR CONFIRMED, AND A CONFIRMED MATCH LIFTED - ONTO
      * PROD.LOAN.SANCTION.LOG. NEVER REWRITTEN: IT IS THE RECORD OF
      * WHO DECIDED WHAT, AGAINST WHICH LIST ENTRY, AND WHEN.
       01  SANCTION-DECISION-REC.
           05  SD-DECISION-DATE    PIC X(08).
           05  SD-DECISION-TIME    PIC X(06).
      * "C" = CLEARED (FALSE MATCH - A HELD TRANSACTION IS RELEASED
      * INTO THE RUN), "M" = CONFIRMED MATCH (HELD TRANSACTION
      * DROPPED, BORROWER FLAGGED AND THEIR LOANS FROZEN), "U" =
      * CONFIRMED MATCH LIFTED (DELISTED OR CONFIRMED IN ERROR).
           05  SD-ACTION           PIC X(01).
      * SQ-SOURCE OF THE ITEM DECIDED; SPACE FOR A "U".
           05  SD-SOURCE           PIC X(01).
           05  SD-BORROWER-ID      PIC X(10).
      * LOAN ID AND MAINT CODE OF THE HELD TRANSACTION, IF ANY.
           05  SD-LOAN-ID          PIC X(10).
           05  SD-MAINT-CODE       PIC X(01).
           05  SD-ENTRY-ID         PIC X(10).
           05  SD-LIST-CODE        PIC X(04).
           05  SD-SCORE            PIC 9(03).
           05  SD-OFFICER          PIC X(03).
           05  SD-ORIGINATOR       PIC X(03).
           05  SD-HELD-DATE        PIC X(08).
           05  SD-SCREENED-NAME    PIC X(30).
           05  FILLER              PIC X(02).
