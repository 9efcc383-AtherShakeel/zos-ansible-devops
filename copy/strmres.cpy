      * PARTITIONED LNVAL01 RUN - STREAM RESULT FILE (900 BYTES),
      * PROD.LOAN.VALSTRM.Snn.RESULT, ONE PER STREAM. WRITTEN BY AN
      * LNVAL01 STREAM ONCE ITS UPDATE PASS HAS COMPLETED CLEAN,
      * READ BY LNVMRG01, CLEARED BY THE MERGE JOB. A "J" RECORD
      * PER REJECT ON THE STREAM'S REJECT TABLE, A "Q" RECORD PER
      * PAYOFF QUOTE THE STREAM CONSUMED, THEN THE "E" RECORD LAST -
      * A FILE WITHOUT ITS "E" IS A STREAM THAT DID NOT FINISH.
      * EVERY RECORD CARRIES THE STREAM NUMBER AND THE FEED IT RAN.
       01  STREAM-RESULT-REC.
      * SRS-REC-TYPE: "J" REJECT, "Q" CONSUMED QUOTE, "E" END.
           05  SRS-REC-TYPE        PIC X(01).
           05  SRS-STREAM-NO       PIC 9(02).
           05  SRS-FEED-DATE       PIC X(08).
           05  SRS-SOURCE-ID       PIC X(08).
           05  FILLER              PIC X(881).
       01  STREAM-RESULT-REJECT.
           05  FILLER              PIC X(19).
           05  SRJ-LOAN-ID         PIC X(10).
           05  SRJ-REASON          PIC X(30).
           05  FILLER              PIC X(841).
       01  STREAM-RESULT-QUOTE.
           05  FILLER              PIC X(19).
           05  SRQ-LOAN-ID         PIC X(10).
           05  SRQ-TIMESTAMP       PIC X(14).
           05  FILLER              PIC X(857).
       01  STREAM-RESULT-END.
           05  FILLER              PIC X(19).
           05  SRE-END-TIMESTAMP   PIC X(14).
           05  SRE-RETURN-CODE     PIC 9(04).
           05  SRE-LOW-ID          PIC X(10).
           05  SRE-HIGH-ID         PIC X(10).
      * THE STREAM'S SLICE OF THE FEED: EVERY NON-CONTROL RECORD IN
      * ITS RANGE, THEN THE SOURCE DETAIL RECORDS AMONG THEM AND
      * THEIR AMOUNT HASH BY CURRENCY - SUMMED OVER THE STREAMS,
      * THE LAST TWO MUST EQUAL THE FEED TRAILER.
           05  SRE-SLICE-RECORDS   PIC 9(09).
           05  SRE-SLICE-DETAIL    PIC 9(09).
           05  SRE-SLICE-HASH-COUNT PIC 9(02).
           05  SRE-SLICE-HASH OCCURS 10 TIMES.
               10  SRE-HASH-CODE   PIC X(03).
               10  SRE-HASH-AMT    PIC 9(11)V99.
           05  SRE-CNT-CONTROL     PIC 9(09).
           05  SRE-CNT-JOURNALED   PIC 9(07).
      * RECORDS THE STREAM'S GL EXTRACT WILL CARRY (TWO PER SUMMARY
      * CELL) AND HOW MANY "J"/"Q" RECORDS PRECEDE THIS ONE.
           05  SRE-GL-RECORDS      PIC 9(09).
           05  SRE-REJECTS-LISTED  PIC 9(04).
           05  SRE-QUOTES-LISTED   PIC 9(04).
      * THE STREAM'S copy/valtots.cpy GROUP, BYTE FOR BYTE.
           05  SRE-TOTALS-IMAGE    PIC X(597).
           05  FILLER              PIC X(33).
