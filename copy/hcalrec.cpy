      * HOLIDAY CALENDAR RECORD (80 BYTES) - ONE RECORD PER BANK
      * HOLIDAY ON THE SHARED CALENDAR DATASET (HOLCAL,
      * PROD.LOAN.HOLIDAYS), KEPT IN DATE ORDER. MAINTAINED ONLY BY
      * LNPARM01 ("H" CARDS), THE SAME WAY AS THE OTHER PARAMETER
      * SETS - VALIDATED, AUDITED, PRINTED BY THE "P" CARD. READ BY
      * THE LNBDAY01 BUSINESS-DAY SERVICE. SATURDAYS AND SUNDAYS ARE
      * NEVER BUSINESS DAYS AND ARE NOT CARRIED HERE.
       01  HOLIDAY-REC.
           05  HOL-DATE            PIC X(08).
           05  HOL-DESCRIPTION     PIC X(30).
      * WHO ADDED THE DATE, AND WHEN.
           05  HOL-ADDED-TS        PIC X(14).
           05  HOL-OPERATOR        PIC X(08).
           05  FILLER              PIC X(20).
