      * T-FILLER-IN "R" MARKS A RECORD RE-ENTERING THE RUN THAT IS
      * NOT PART OF TODAY'S SOURCE FEED - A RESUBMITTED SUSPENSE
      * CORRECTION (STAMPED BY LNSUSP01 OR THE LNCICS02 REPAIR
      * SCREEN), A RELEASED PENDING TRANSACTION (STAMPED BY
      * LNRELS01), AN AUTOPAY PAYMENT OR RETURN REVERSAL (STAMPED
      * BY LNACH01/LNACHR01), OR A LOCKBOX PAYMENT (STAMPED BY
      * LNLBX01/LNUNAP01) - SO FEED BALANCING CAN EXCLUDE IT FROM
      * THE SOURCE TRAILER'S COUNT AND HASH TOTALS. "A" MARKS A
      * HIGH-VALUE MAINTENANCE TRANSACTION RELEASED FROM THE
      * DUAL-CONTROL HELD WAREHOUSE (STAMPED BY LNAPPR01):
      * EXCLUDED FROM FEED BALANCING THE SAME WAY, AND LNVAL01'S
      * HOLD CHECK LETS IT THROUGH - IT HAS ALREADY HAD ITS SECOND
      * PAIR OF EYES.
      * "O" MARKS A RECORD OF A FUNDED APPLICATION'S ORIGINATION
      * PACKAGE (STAMPED BY LNAPPL01): EXCLUDED FROM FEED BALANCING
      * THE SAME WAY, AND A RUN OF CONSECUTIVE "O" RECORDS UNDER ONE
      * LOAN ID (BORROWER ADDS, LOAN ADD, COLLATERAL, CROSS-
      * REFERENCES) IS APPLIED AS ONE PACKAGE INSTEAD OF REJECTED AS
      * SAME-DAY DUPLICATES. THE APPLICATION'S UNDERWRITING APPROVAL
      * WAS ITS SECOND PAIR OF EYES, SO THE LOAN ADD IS NOT HELD.
      * "S" MARKS A BORROWER OR CROSS-REFERENCE TRANSACTION HELD ON A
      * SANCTIONS WATCH-LIST HIT AND CLEARED BY A COMPLIANCE OFFICER
      * (STAMPED BY LNSANA01): EXCLUDED FROM FEED BALANCING THE SAME
      * WAY, AND LNVAL01 DOES NOT SCREEN IT AGAIN.
       01  TRANS-REC.
           05 T-LOAN-ID-IN         PIC X(10).
           05 T-BORROWER-IN        PIC X(30).
           05 T-AMOUNT-IN          PIC 9(07)V99.
           05 T-STATUS-IN          PIC X(01).
      * T-MAINT-CODE-IN: A=ADD C=CHANGE D=DELETE P=PAYMENT (SEE
      * TRANS-PAYMENT-REC BELOW) E=ESCROW MAINTENANCE V=PAYMENT
      * REVERSAL (SEE TRANS-REVERSAL-REC BELOW) M=MODIFICATION PLAN (SEE
      * TRANS-PLAN-REC BELOW) L=COLLATERAL MAINTENANCE (SEE
      * TRANS-COLL-REC BELOW) X=BORROWER CROSS-REFERENCE (SEE
      * TRANS-XREF-REC BELOW) K=PRINCIPAL CURTAILMENT,
      * H=LEGAL HOLD (SEE TRANS-LEGAL-REC BELOW),
      * SPACE=legacy upsert.
      * AN "E" TRANSACTION REUSES THE LOAN-VIEW FIELDS: T-STATUS-IN
      * CARRIES THE ESCROW ACTION ("S" = SET THE LOAN'S PER-CYCLE
      * ESCROW PAYMENT TO T-AMOUNT-IN, "T"/"I" = TAX/INSURANCE
      * DISBURSEMENT OF T-AMOUNT-IN OUT OF THE ESCROW BALANCE) -
      * SEE LNVAL01'S 1033-MAINTAIN-ESCROW.
      * A "K" TRANSACTION DOES THE SAME: T-AMOUNT-IN COMES STRAIGHT
      * OFF THE PRINCIPAL BALANCE AND T-STATUS-IN CARRIES THE RECAST
      * OPTION (SPACE = NONE, "P" = RE-CUT THE SCHEDULE AT A LOWER
      * PAYMENT OVER THE REMAINING TERM, "T" = KEEP THE PAYMENT AND
      * SHORTEN THE TERM) - SEE LNVAL01'S 1061-POST-CURTAILMENT.
           05 T-MAINT-CODE-IN      PIC X(01).
           05 T-INTEREST-RATE-IN   PIC 9(02)V999.
           05 T-ORIGINATION-DATE-IN PIC X(08).
      * WAREHOUSE INSTEAD OF THE MASTER, AND THE LNRELS01 RELEASE
      * STEP FEEDS IT BACK INTO THE RUN THE MORNING IT COMES DUE.
           05 T-EFFECTIVE-DATE-IN  PIC X(08).
      * BALLOON LOANS: AMORTIZATION PERIOD IN YEARS FOR AN ADD/
      * CHANGE CARRYING A TERM. LONGER THAN T-TERM-MONTHS-IN, THE
      * LNAMRT01 PAYMENT IS PRICED OVER IT AND THE BALANCE LEFT AT
      * MATURITY FALLS DUE AS A BALLOON; FIXED-RATE LOANS ONLY.
      * BLANK/ZERO = FULLY AMORTIZING OVER THE TERM (LEGACY FEEDS).
           05 T-AMORT-YEARS-IN     PIC X(02).
      * RATE TERMS FOR ADD/CHANGE LOAN TRANSACTIONS. T-RATE-TYPE-IN
      * "F"/"V" SETS THE LOAN'S RATE TYPE ("V" REQUIRES AN INDEX
      * CODE AND NUMERIC MARGIN/RESET DATE); BLANK KEEPS WHATEVER
      * RESUBMISSION/RELEASE - SO THE BORROWER VIEW KEEPS THEM (AND
      * THE SHARED EFFECTIVE-DATE BYTES 91-98) AS FILLER AND PLACES
      * ITS OWN DATA AROUND THEM.
      * TB-PKG-BORROWER-ID IS SET ONLY ON AN ORIGINATION PACKAGE'S
      * BORROWER ADD: THE PACKAGE'S LOAN ID THEN RIDES IN THE SORT-
      * KEY COLUMNS (SO THE ADD SORTS WITH, AND AHEAD OF, ITS LOAN)
      * AND THE BORROWER ID BEING MAINTAINED RIDES HERE. BLANK ON
      * EVERY ORDINARY BORROWER TRANSACTION.
       01  TRANS-BORROWER-REC.
           05 TB-BORROWER-ID       PIC X(10).
           05 TB-NAME              PIC X(30).
           05 TB-ADDRESS           PIC X(25).
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(02).
           05 TB-PKG-BORROWER-ID   PIC X(10).
           05 TB-EFFECTIVE-DATE    PIC X(08).
           05 TB-CONTACT           PIC X(12).
           05 FILLER               PIC X(10).

      * AUTOPAY PAYMENT VIEW OF THE SAME 120-BYTE RECORD, SELECTED
      * BY TA-MAINT-CODE "P" WITH TA-USER "ACH" - THE PAYMENT LNACH01
      * WRITES FOR EACH DEBIT IT ORIGINATES. A PAYMENT HAS NO USE
      * FOR THE RATE-TERM COLUMNS, SO THE DEBIT'S TRACE NUMBER RIDES
      * THERE AND LNVAL01 STAMPS IT ON THE PAYHIST RECORD THE
      * PAYMENT POSTS (PAY-ACH-TRACE-NO); LNACHR01 MATCHES A RETURN
      * ON IT. EVERY OTHER PAYMENT LEAVES THE COLUMNS AS THE LOAN
      * VIEW DESCRIBES THEM AND NOTHING IS STAMPED.
       01  TRANS-PAYMENT-REC.
           05 TA-LOAN-ID           PIC X(10).
           05 FILLER               PIC X(30).
           05 TA-AMOUNT            PIC 9(07)V99.
           05 FILLER               PIC X(01).
           05 TA-MAINT-CODE        PIC X(01).
           05 FILLER               PIC X(27).
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(10).
           05 TA-EFFECTIVE-DATE    PIC X(08).
           05 TA-ACH-TRACE-NO      PIC X(15).
           05 FILLER               PIC X(04).
           05 TA-USER              PIC X(03).

      * PAYMENT REVERSAL VIEW OF THE SAME 120-BYTE RECORD, SELECTED
      * BY TV-MAINT-CODE "V" (NSF / MISAPPLIED PAYMENT). NAMES THE
      * ORIGINAL PAYHIST RECORD BY ITS FULL KEY - LOAN ID (SORT-KEY
           05 FILLER               PIC X(10).
           05 TX-EFFECTIVE-DATE    PIC X(08).
           05 FILLER               PIC X(22).

      * LEGAL HOLD VIEW OF THE SAME 120-BYTE RECORD, SELECTED BY
      * TG-MAINT-CODE "H". TG-ACTION "A" = PLACE (OR REOPEN) THE
      * HOLD, "R" = RELEASE IT. TG-SCOPE "L" HOLDS THE LOAN ONLY;
      * "B" HOLDS THE BORROWER IN TG-BORROWER-ID AND SO EVERY LOAN
      * THEY ARE PARTY TO - THE BORROWER MUST BE PARTY TO THE LOAN
      * ON THE RECORD (PRIMARY OR CROSS-REFERENCED). TG-HOLD-TYPE
      * "B" = BANKRUPTCY (TG-CHAPTER AND TG-FILED-DATE REQUIRED),
      * "L" = LITIGATION, "D" = CONSUMER DISPUTE, "X" = DECEASED.
      * THE LOAN ID KEEPS THE SORT-KEY COLUMNS SO ORDERING,
      * DUPLICATES, AND CHECKPOINTS WORK UNCHANGED.
       01  TRANS-LEGAL-REC.
           05 TG-LOAN-ID           PIC X(10).
           05 TG-BORROWER-ID       PIC X(10).
           05 TG-SCOPE             PIC X(01).
           05 TG-HOLD-TYPE         PIC X(01).
           05 TG-CHAPTER           PIC X(02).
           05 TG-FILED-DATE        PIC X(08).
           05 FILLER               PIC X(17).
           05 TG-ACTION            PIC X(01).
           05 TG-MAINT-CODE        PIC X(01).
           05 TG-CASE-REF          PIC X(15).
           05 FILLER               PIC X(12).
           05 FILLER               PIC X(02).
           05 FILLER               PIC X(10).
           05 TG-EFFECTIVE-DATE    PIC X(08).
           05 FILLER               PIC X(22).
