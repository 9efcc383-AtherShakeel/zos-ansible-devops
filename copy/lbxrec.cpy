      * BANK LOCKBOX REMITTANCE RECORD LAYOUTS (80 BYTES) - ALTERNATE
      * VIEWS OF ONE RECORD AREA (IMPLICIT REDEFINITION UNDER THE
      * SAME FD), THE RECORD TYPE IN BYTE 1 PICKS THE VIEW:
      *   "1" FILE HEADER    "5" BATCH HEADER    "6" REMITTANCE ITEM
      *   "8" BATCH TRAILER  "9" FILE TRAILER
      * ONE FILE PER LOCKBOX DEPOSIT, READ BY LNLBX01. THE BANK'S
      * DEPOSIT TOTAL IN THE HEADER IS WHAT ACTUALLY REACHED THE
      * ACCOUNT - EVERY BATCH TRAILER AND THE FILE TRAILER MUST
      * PROVE TO IT BEFORE ANY ITEM IS RELEASED. AMOUNTS ARE
      * UNSIGNED, IMPLIED TWO DECIMALS.
       01  LBX-FILE-HEADER.
           05  LBX-FH-REC-TYPE     PIC X(01).
           05  LBX-FH-LOCKBOX-NO   PIC X(07).
           05  LBX-FH-DEPOSIT-DATE PIC X(08).
           05  LBX-FH-DEPOSIT-TOTAL PIC 9(11)V99.
           05  LBX-FH-ITEM-COUNT   PIC 9(07).
           05  LBX-FH-BANK-NAME    PIC X(30).
           05  FILLER              PIC X(14).

       01  LBX-BATCH-HEADER.
           05  LBX-BH-REC-TYPE     PIC X(01).
           05  LBX-BH-BATCH-NO     PIC X(03).
           05  FILLER              PIC X(76).

       01  LBX-ITEM.
           05  LBX-IT-REC-TYPE     PIC X(01).
           05  LBX-IT-BATCH-NO     PIC X(03).
           05  LBX-IT-ITEM-SEQ     PIC 9(04).
           05  LBX-IT-AMOUNT       PIC 9(09)V99.
           05  LBX-IT-CHECK-NO     PIC X(10).
           05  LBX-IT-REMITTER     PIC X(30).
      * LOAN ID AS KEYED FROM THE COUPON STUB - BLANK WHEN THE CHECK
      * CAME IN WITHOUT ONE, AND NOT ALWAYS RIGHT WHEN IT DID.
           05  LBX-IT-STUB-LOAN-ID PIC X(10).
           05  FILLER              PIC X(11).

       01  LBX-BATCH-TRAILER.
           05  LBX-BT-REC-TYPE     PIC X(01).
           05  LBX-BT-BATCH-NO     PIC X(03).
           05  LBX-BT-ITEM-COUNT   PIC 9(05).
           05  LBX-BT-TOTAL        PIC 9(11)V99.
           05  FILLER              PIC X(58).

       01  LBX-FILE-TRAILER.
           05  LBX-FT-REC-TYPE     PIC X(01).
           05  LBX-FT-BATCH-COUNT  PIC 9(05).
           05  LBX-FT-ITEM-COUNT   PIC 9(07).
           05  LBX-FT-TOTAL        PIC 9(11)V99.
           05  FILLER              PIC X(54).
