      * LOAN RECORDS POINT AT THIS FILE THROUGH L-BORROWER-ID, WHICH
      * IS WHAT LETS LNEXPO01 TOTAL A BORROWER'S EXPOSURE ACROSS ALL
      * THEIR LOANS INSTEAD OF TREATING EVERY LOAN AS A STRANGER.
      * B-SANCTION-STATUS "C" = A COMPLIANCE OFFICER CONFIRMED THIS
      * BORROWER AS A SANCTIONS WATCH-LIST MATCH (SET AND LIFTED
      * ONLY BY LNSANA01, DATED IN B-SANCTION-DATE). EVERY LOAN THE
      * BORROWER IS PARTY TO - PRIMARY OR CROSS-REFERENCED - IS
      * FROZEN FROM DISBURSEMENTS AND PAYOFFS WHILE IT STANDS.
      * SPACE = NO CONFIRMED MATCH.
       01  BORROWER-RECORD.
           05  B-BORROWER-ID       PIC X(10).
           05  B-BORROWER-NAME     PIC X(30).
           05  B-ADDRESS           PIC X(25).
           05  B-CONTACT           PIC X(12).
           05  B-LAST-MAINTAINED-TS PIC X(14).
           05  B-SANCTION-STATUS   PIC X(01).
               88  B-SANCTION-CONFIRMED VALUE "C".
           05  B-SANCTION-DATE     PIC X(08).
