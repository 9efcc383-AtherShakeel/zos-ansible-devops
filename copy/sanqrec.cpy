      * SANCTIONS COMPLIANCE QUEUE RECORD (220 BYTES) - THE
      * WAREHOUSE OF WATCH-LIST HITS AWAITING A COMPLIANCE OFFICER,
      * PROD.LOAN.SANCTION.QUEUE. WRITTEN BY LNVAL01 (A BORROWER
      * ADD/CHANGE OR A NEW CO-BORROWER/GUARANTOR WHOSE NAME AND
      * ADDRESS SCORED AT OR ABOVE THE MATCH THRESHOLD - HELD HERE
      * VERBATIM INSTEAD OF APPLIED) AND BY THE LNSANR01 FULL
      * RESCREEN (AN EXISTING BORROWER WHO MATCHES A NEW LIST);
      * WORKED OFF BY LNSANA01 AGAINST THE OFFICER'S DECISION FEED.
      * AN ITEM NEVER EXPIRES - A HIT WAITS UNTIL SOMEBODY DECIDES
      * IT.
       01  SANCTION-QUEUE-REC.
      * THE HELD 120-BYTE TRANSACTION, VERBATIM (SQ-SOURCE "T"), OR
      * SPACES FOR A RESCREEN HIT (SQ-SOURCE "R"), WHICH HAS NO
      * TRANSACTION BEHIND IT.
           05  SQ-TRANS-DATA       PIC X(120).
           05  SQ-SOURCE           PIC X(01).
               88  SQ-FROM-TRANSACTION VALUE "T".
               88  SQ-FROM-RESCREEN    VALUE "R".
      * THE PARTY SCREENED AND THE NAME/ADDRESS THAT WAS SCORED.
           05  SQ-BORROWER-ID      PIC X(10).
           05  SQ-SCREENED-NAME    PIC X(30).
           05  SQ-SCREENED-ADDRESS PIC X(25).
      * THE BEST-SCORING WATCH-LIST ENTRY AND ITS SCORE (0-100).
      * ENTRY "NO LIST" = THE WATCH LIST WAS UNAVAILABLE, SO THE
      * PARTY COULD NOT BE SCREENED AT ALL AND WAS HELD UNSEEN.
           05  SQ-ENTRY-ID         PIC X(10).
           05  SQ-LIST-CODE        PIC X(04).
           05  SQ-SCORE            PIC 9(03).
      * RUN DATE THE ITEM WAS QUEUED.
           05  SQ-HELD-DATE        PIC X(08).
           05  FILLER              PIC X(09).
