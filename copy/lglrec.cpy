      * LEGAL-STATUS RECORD (80 BYTES), KEYED BY SCOPE + ID + HOLD
      * TYPE - ONE PER LEGAL CONDITION ON A LOAN OR ON A BORROWER.
      * MAINTAINED THROUGH THE LNVAL01 FEED (MAINT CODE "H" - SEE
      * TRANS-LEGAL-REC IN copy/transrec.cpy); READ THROUGH LNLGL01
      * BY EVERY STEP THAT MUST STAND DOWN WHILE A HOLD IS ACTIVE.
      * LG-SCOPE: "L" = THE LOAN IN LG-ENTITY-ID ONLY; "B" = THE
      *   BORROWER IN LG-ENTITY-ID, AND SO EVERY LOAN THEY ARE PARTY
      *   TO (L-BORROWER-ID OR A BXRFVSAM CROSS-REFERENCE).
      * LG-TYPE: "B" = BANKRUPTCY (LG-CHAPTER "07"/"11"/"12"/"13",
      *   LG-FILED-DATE THE PETITION DATE), "L" = LITIGATION, "D" =
      *   CONSUMER DISPUTE, "X" = DECEASED.
      * LG-STATUS: "A" = ACTIVE, "R" = RELEASED ON LG-RELEASED-DATE
      *   (DISCHARGE, DISMISSAL, RESOLUTION). A RELEASED RECORD STAYS
      *   ON FILE AS HISTORY; PLACING THE SAME HOLD AGAIN REOPENS IT.
      * LG-OPENED-DATE IS THE RUN DATE THE HOLD WAS PLACED - WHAT
      * THE MONTHLY LNLGLR01 REPORT AGES THE HOLD FROM.
       01  LEGAL-STATUS-REC.
           05  LG-KEY.
               10  LG-SCOPE        PIC X(01).
               10  LG-ENTITY-ID    PIC X(10).
               10  LG-TYPE         PIC X(01).
           05  LG-STATUS           PIC X(01).
           05  LG-CHAPTER          PIC X(02).
           05  LG-FILED-DATE       PIC X(08).
           05  LG-CASE-REF         PIC X(15).
           05  LG-OPENED-DATE      PIC X(08).
           05  LG-RELEASED-DATE    PIC X(08).
           05  LG-LOAN-ID          PIC X(10).
           05  LG-MAINT-BY         PIC X(03).
           05  FILLER              PIC X(13).
