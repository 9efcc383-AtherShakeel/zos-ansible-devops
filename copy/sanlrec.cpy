      * SANCTIONS WATCH-LIST ENTRY (120 BYTES), ONE RECORD PER LISTED
      * PARTY ON PROD.LOAN.SANCLIST - THE CONSOLIDATED LIST
      * COMPLIANCE LOADS FROM THE PUBLISHED SOURCES (OFAC SDN, UN,
      * EU AND SO ON). READ WHOLE INTO A TABLE BY LNSANC01, WHICH
      * SCORES EVERY BORROWER AND GUARANTOR NAME AND ADDRESS AGAINST
      * IT. A NEW LIST REPLACES THE DATASET OUTRIGHT AND IS FOLLOWED
      * BY THE LNSANR01 FULL RESCREEN OF THE BORROWER MASTER.
       01  SANCTION-LIST-REC.
           05  SL-ENTRY-ID         PIC X(10).
      * PUBLISHING LIST ("SDN ", "UN  ", "EU  ", ...).
           05  SL-LIST-CODE        PIC X(04).
      * "I" = INDIVIDUAL, "E" = ENTITY/VESSEL - INFORMATION ONLY.
           05  SL-ENTRY-TYPE       PIC X(01).
           05  SL-NAME             PIC X(40).
      * LAST KNOWN ADDRESS; BLANK WHEN THE LIST GIVES NONE, IN
      * WHICH CASE THE NAME ALONE DECIDES THE MATCH.
           05  SL-ADDRESS          PIC X(40).
           05  SL-COUNTRY          PIC X(03).
           05  SL-LISTED-DATE      PIC X(08).
           05  FILLER              PIC X(14).
