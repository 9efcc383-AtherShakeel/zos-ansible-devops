      * NACHA 94-BYTE RECORD LAYOUTS - ALTERNATE VIEWS OF ONE
      * RECORD AREA (IMPLICIT REDEFINITION UNDER THE SAME FD), THE
      * RECORD TYPE IN BYTE 1 PICKS THE VIEW:
      *   "1" FILE HEADER     "5" BATCH HEADER    "6" ENTRY DETAIL
      *   "7" ADDENDA (TYPE "99" = RETURN)        "8" BATCH CONTROL
      *   "9" FILE CONTROL (AND ALL-9 BLOCK PADDING)
      * WRITTEN BY LNACH01 (PPD DEBITS, SERVICE CLASS 225) AND READ
      * BACK BY LNACHR01 FROM THE BANK'S RETURN FILE. AMOUNTS ARE
      * UNSIGNED CENTS - THE IMPLIED DECIMAL BELOW PUTS THEM IN
      * DOLLARS AND CENTS WITHOUT CHANGING A BYTE.
       01  NACHA-FILE-HEADER.
           05  NA-FH-REC-TYPE      PIC X(01).
           05  NA-FH-PRIORITY      PIC X(02).
           05  NA-FH-DESTINATION   PIC X(10).
           05  NA-FH-ORIGIN        PIC X(10).
           05  NA-FH-CREATE-DATE   PIC X(06).
           05  NA-FH-CREATE-TIME   PIC X(04).
           05  NA-FH-FILE-ID-MOD   PIC X(01).
           05  NA-FH-RECORD-SIZE   PIC X(03).
           05  NA-FH-BLOCKING      PIC X(02).
           05  NA-FH-FORMAT-CODE   PIC X(01).
           05  NA-FH-DEST-NAME     PIC X(23).
           05  NA-FH-ORIGIN-NAME   PIC X(23).
           05  NA-FH-REFERENCE     PIC X(08).

       01  NACHA-BATCH-HEADER.
           05  NA-BH-REC-TYPE      PIC X(01).
           05  NA-BH-SERVICE-CLASS PIC X(03).
           05  NA-BH-COMPANY-NAME  PIC X(16).
           05  NA-BH-DISCRETIONARY PIC X(20).
           05  NA-BH-COMPANY-ID    PIC X(10).
           05  NA-BH-SEC-CODE      PIC X(03).
           05  NA-BH-ENTRY-DESC    PIC X(10).
           05  NA-BH-DESC-DATE     PIC X(06).
           05  NA-BH-EFFECTIVE-DATE PIC X(06).
           05  NA-BH-SETTLE-DATE   PIC X(03).
           05  NA-BH-ORIG-STATUS   PIC X(01).
           05  NA-BH-ODFI-ID       PIC X(08).
           05  NA-BH-BATCH-NO      PIC 9(07).

       01  NACHA-ENTRY-DETAIL.
           05  NA-ED-REC-TYPE      PIC X(01).
           05  NA-ED-TRANS-CODE    PIC X(02).
           05  NA-ED-RDFI-ID       PIC X(08).
           05  NA-ED-RDFI-ID-N REDEFINES NA-ED-RDFI-ID
                                   PIC 9(08).
           05  NA-ED-CHECK-DIGIT   PIC X(01).
           05  NA-ED-ACCOUNT       PIC X(17).
           05  NA-ED-AMOUNT        PIC 9(08)V99.
           05  NA-ED-INDIVIDUAL-ID PIC X(15).
           05  NA-ED-INDIVIDUAL-NAME PIC X(22).
           05  NA-ED-DISCRETIONARY PIC X(02).
           05  NA-ED-ADDENDA-IND   PIC X(01).
           05  NA-ED-TRACE-NO      PIC X(15).

       01  NACHA-RETURN-ADDENDA.
           05  NA-RA-REC-TYPE      PIC X(01).
           05  NA-RA-ADDENDA-TYPE  PIC X(02).
           05  NA-RA-RETURN-CODE   PIC X(03).
           05  NA-RA-ORIG-TRACE-NO PIC X(15).
           05  NA-RA-DEATH-DATE    PIC X(06).
           05  NA-RA-ORIG-RDFI-ID  PIC X(08).
           05  NA-RA-INFORMATION   PIC X(44).
           05  NA-RA-TRACE-NO      PIC X(15).

       01  NACHA-BATCH-CONTROL.
           05  NA-BC-REC-TYPE      PIC X(01).
           05  NA-BC-SERVICE-CLASS PIC X(03).
           05  NA-BC-ENTRY-COUNT   PIC 9(06).
           05  NA-BC-ENTRY-HASH    PIC 9(10).
           05  NA-BC-TOTAL-DEBIT   PIC 9(10)V99.
           05  NA-BC-TOTAL-CREDIT  PIC 9(10)V99.
           05  NA-BC-COMPANY-ID    PIC X(10).
           05  NA-BC-AUTH-CODE     PIC X(19).
           05  NA-BC-RESERVED      PIC X(06).
           05  NA-BC-ODFI-ID       PIC X(08).
           05  NA-BC-BATCH-NO      PIC 9(07).

       01  NACHA-FILE-CONTROL.
           05  NA-FC-REC-TYPE      PIC X(01).
           05  NA-FC-BATCH-COUNT   PIC 9(06).
           05  NA-FC-BLOCK-COUNT   PIC 9(06).
           05  NA-FC-ENTRY-COUNT   PIC 9(08).
           05  NA-FC-ENTRY-HASH    PIC 9(10).
           05  NA-FC-TOTAL-DEBIT   PIC 9(10)V99.
           05  NA-FC-TOTAL-CREDIT  PIC 9(10)V99.
           05  NA-FC-RESERVED      PIC X(39).
