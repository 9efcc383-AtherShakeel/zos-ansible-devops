      * LNVAL01 RUN CONTROL TOTALS / BALANCING COUNTERS. SHARED WITH
      * THE PARTITIONED RUN: EACH LNVAL01 STREAM CARRIES ITS COPY OF
      * THE GROUP, BYTE FOR BYTE, ON ITS STREAM RESULT RECORD
      * (copy/strmres.cpy) AND LNVMRG01 ADDS THE STREAMS' GROUPS
      * TOGETHER BY CORRESPONDING NAME - EVERY FIELD HERE IS AN
      * UNSIGNED DISPLAY COUNT OR AMOUNT THAT SUMS ACROSS STREAMS.
      * A NEW COUNTER ADDED HERE MUST STAY THAT WAY.
       01  WS-CONTROL-TOTALS.
           05  WS-RECORDS-READ     PIC 9(09) VALUE ZERO.
           05  WS-CNT-CALC         PIC 9(09) VALUE ZERO.
           05  WS-CNT-ALERT        PIC 9(09) VALUE ZERO.
           05  WS-CNT-BOTH         PIC 9(09) VALUE ZERO.
           05  WS-CNT-INVALID      PIC 9(09) VALUE ZERO.
           05  WS-CNT-WRITE        PIC 9(09) VALUE ZERO.
           05  WS-CNT-REWRITE      PIC 9(09) VALUE ZERO.
           05  WS-CNT-DELETE       PIC 9(09) VALUE ZERO.
           05  WS-CNT-DUPLICATE    PIC 9(09) VALUE ZERO.
           05  WS-CNT-REJECTED     PIC 9(09) VALUE ZERO.
           05  WS-CNT-AGE          PIC 9(09) VALUE ZERO.
           05  WS-CNT-AMORT        PIC 9(09) VALUE ZERO.
           05  WS-CNT-FLAGGED      PIC 9(09) VALUE ZERO.
           05  WS-CNT-BAD-AMOUNT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-CALC-ALERT-OK PIC 9(09) VALUE ZERO.
           05  WS-CNT-DATA-QUALITY PIC 9(09) VALUE ZERO.
           05  WS-CNT-PAYMENT      PIC 9(09) VALUE ZERO.
      * Principal curtailments (maint "K") and the recasts they
      * carried; reversals that put a recast back. Curtailment money
      * is also in WS-PAYMENT-AMOUNT - it is cash received.
           05  WS-CNT-CURTAIL      PIC 9(09) VALUE ZERO.
           05  WS-CURTAIL-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-RECAST-PMT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-RECAST-TERM  PIC 9(09) VALUE ZERO.
           05  WS-CNT-RECAST-UNDONE PIC 9(09) VALUE ZERO.
           05  WS-CNT-BORR-MAINT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-PENDING      PIC 9(09) VALUE ZERO.
           05  WS-CNT-BORR-DELETE  PIC 9(09) VALUE ZERO.
           05  WS-CNT-ESCROW-SET   PIC 9(09) VALUE ZERO.
           05  WS-CNT-ESCROW-DISB  PIC 9(09) VALUE ZERO.
           05  WS-CNT-REVERSAL     PIC 9(09) VALUE ZERO.
      * Of which: reversals of recovery payments on charged-off
      * loans - backed out of the ledger, not the master.
           05  WS-CNT-RECOV-REVERSED PIC 9(09) VALUE ZERO.
           05  WS-CNT-RECOVERY     PIC 9(09) VALUE ZERO.
           05  WS-RECOVERY-AMOUNT  PIC 9(11)V99 VALUE ZERO.
      * Late fees satisfied out of payments this run (USD-equiv) -
      * the "fee take" line finance reconciles the F cells against.
           05  WS-CNT-FEE-TAKE     PIC 9(09) VALUE ZERO.
           05  WS-FEE-TAKE-AMOUNT  PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-PLAN-ADD     PIC 9(09) VALUE ZERO.
           05  WS-CNT-PLAN-CANCEL  PIC 9(09) VALUE ZERO.
           05  WS-CNT-COLL-MAINT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-COLL-REMOVE  PIC 9(09) VALUE ZERO.
           05  WS-CNT-XREF-MAINT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-XREF-REMOVE  PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGAL-PLACE  PIC 9(09) VALUE ZERO.
           05  WS-CNT-LEGAL-RELEASE PIC 9(09) VALUE ZERO.
           05  WS-CNT-PERIOD-LOCK  PIC 9(09) VALUE ZERO.
      * High-value maintenance held for approval this run, with the
      * USD-equivalent they carry - held money is neither applied
      * nor rejected, so the gross-vs-applied reconciliation needs
      * its own line for it.
           05  WS-CNT-HELD         PIC 9(09) VALUE ZERO.
           05  WS-HELD-AMOUNT      PIC 9(11)V99 VALUE ZERO.
      * Parties screened against the watch list, hits held for
      * compliance, and disbursements/payoffs refused on a loan
      * frozen by a confirmed match.
           05  WS-CNT-SANC-SCREENED PIC 9(09) VALUE ZERO.
           05  WS-CNT-SANC-HELD    PIC 9(09) VALUE ZERO.
           05  WS-CNT-SANC-FROZEN  PIC 9(09) VALUE ZERO.
           05  WS-CNT-QUOTE-SETTLED PIC 9(09) VALUE ZERO.
      * Loans taken to zero this run (closing pending in LNCLOS01)
      * and paid-in-full loans reopened by a bounced payoff.
           05  WS-CNT-PAID-IN-FULL PIC 9(09) VALUE ZERO.
           05  WS-CNT-REOPENED     PIC 9(09) VALUE ZERO.
           05  WS-QUOTE-WAIVED-AMT PIC 9(11)V99 VALUE ZERO.
           05  WS-CNT-BILL-MATCHED PIC 9(09) VALUE ZERO.
           05  WS-CNT-BILL-SHORT   PIC 9(09) VALUE ZERO.
           05  WS-CNT-BILL-OVER    PIC 9(09) VALUE ZERO.
      * USD-equivalent of payments backed out this run - the other
      * side of WS-PAYMENT-AMOUNT, kept separate so both remain
      * reconcilable against the bank's NSF advice.
           05  WS-REVERSED-PAY-AMOUNT PIC 9(11)V99 VALUE ZERO.
      * USD-equivalent escrow movement this run: deposits are the
      * escrow portions taken off posted payments, disbursements are
      * the "E" tax/insurance payouts - kept apart from the payment
      * and booked totals the same way WS-PAYMENT-AMOUNT is.
           05  WS-ESCROW-DEP-AMOUNT PIC 9(11)V99 VALUE ZERO.
           05  WS-ESCROW-DISB-AMOUNT PIC 9(11)V99 VALUE ZERO.
      * Payments posted this run, in USD-equivalent - kept apart from
      * WS-TOTAL-AMOUNT (amounts booked onto the master) since a
      * payment reduces the book rather than adding to it, and folding
      * the two together would make neither total reconcilable.
           05  WS-PAYMENT-AMOUNT   PIC 9(11)V99 VALUE ZERO.
      * Accumulated in USD-equivalent (see 0210-ACCUMULATE-USD-TOTAL)
      * rather than raw T-AMOUNT-IN, since a single run can mix USD,
      * EUR, GBP, and JPY transactions now that loans carry a currency
      * code - summing native amounts across currencies would not be
      * a meaningful balancing total.
           05  WS-TOTAL-AMOUNT     PIC 9(11)V99 VALUE ZERO.
      * Dollar total of every rejected/suspended transaction (see
      * 1030-WRITE-SUSPENSE), also in USD-equivalent, so the report can
      * be reconciled against the source system's control card even on
      * a run with rejects - WS-TOTAL-AMOUNT alone only shows what was
      * applied and would otherwise look short with nothing to explain
      * the gap. Excludes any T-AMOUNT-IN that failed its numeric test,
      * since there is no valid dollar figure to add for those.
           05  WS-REJECTED-AMOUNT  PIC 9(11)V99 VALUE ZERO.
      * WS-TOTAL-AMOUNT + WS-REJECTED-AMOUNT, computed for display only
      * in 9000-CONTROL-TOTALS-REPORT.
           05  WS-GROSS-AMOUNT     PIC 9(11)V99 VALUE ZERO.
