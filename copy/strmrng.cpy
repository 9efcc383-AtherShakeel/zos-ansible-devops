      * PARTITIONED LNVAL01 RUN - STREAM RANGE FILE (150 BYTES),
      * PROD.LOAN.VALSTRM.RANGES. WRITTEN BY LNVSPL01 WHEN IT CUTS
      * THE NIGHT'S SORTED FEED INTO LOAN-ID RANGES; READ BY EVERY
      * LNVAL01 STREAM (TO FIND ITS OWN RANGE) AND BY LNVMRG01 (TO
      * PROVE EVERY STREAM FINISHED AND TO BALANCE THE FEED).
      * ONE "H" HEADER, ONE "T" RECORD CARRYING THE FEED TRAILER
      * IMAGE, THEN ONE "R" RECORD PER STREAM IN STREAM ORDER.
      * RANGES ARE INCLUSIVE AT BOTH ENDS AND NEVER SPLIT A LOAN ID,
      * SO SAME-ID DUPLICATES AND ORIGINATION PACKAGES ALWAYS LAND
      * IN ONE STREAM. STREAM 1 STARTS AT LOW-VALUES AND THE LAST
      * STREAM GIVEN ANY RECORDS ENDS AT HIGH-VALUES; A STREAM LEFT
      * WITH NOTHING (MORE STREAMS THAN LOAN IDS) CARRIES LOW =
      * HIGH-VALUES, HIGH = LOW-VALUES AND SELECTS NO RECORD.
       01  STREAM-RANGE-REC.
      * SRG-REC-TYPE: "H" HEADER, "T" TRAILER IMAGE, "R" RANGE.
           05  SRG-REC-TYPE        PIC X(01).
           05  SRG-STREAM-NO       PIC 9(02).
           05  FILLER              PIC X(147).
       01  STREAM-RANGE-HDR.
           05  FILLER              PIC X(03).
           05  SRH-STREAM-COUNT    PIC 9(02).
           05  SRH-FEED-DATE       PIC X(08).
           05  SRH-SOURCE-ID       PIC X(08).
           05  SRH-SPLIT-TIMESTAMP PIC X(14).
      * SRH-STATUS: "S" = CUT, STREAMS MAY RUN; "M" = MERGED BY
      * LNVMRG01 - THE RANGES ARE SPENT AND NO STREAM MAY RUN
      * AGAINST THEM AGAIN.
           05  SRH-STATUS          PIC X(01).
      * EVERY NON-CONTROL RECORD ON THE SORTED FEED (SOURCE DETAIL
      * PLUS RESUBMISSIONS, RELEASES AND PACKAGES).
           05  SRH-RECORD-COUNT    PIC 9(09).
           05  FILLER              PIC X(105).
       01  STREAM-RANGE-TRL.
           05  FILLER              PIC X(03).
           05  SRT-TRAILER-IMAGE   PIC X(120).
           05  FILLER              PIC X(27).
       01  STREAM-RANGE-ENTRY.
           05  FILLER              PIC X(03).
           05  SRR-LOW-ID          PIC X(10).
           05  SRR-HIGH-ID         PIC X(10).
      * NON-CONTROL RECORDS IN THE RANGE WHEN IT WAS CUT.
           05  SRR-RECORDS         PIC 9(09).
           05  FILLER              PIC X(118).
