      * LNPARM01'S "X" CARD.
           05  PARM-NONACC-BUCKET  PIC X(01).    *> OFFSET 33.LENGTH 1
      * LATE-FEE POLICY, CONSUMED BY LNFEE01 AND MAINTAINED BY
      * LNPARM01'S "X" CARD. GRACE-DAYS: BUSINESS DAYS PAST DUE
      * BEFORE A FEE IS ASSESSED (LNBDAY01 CALENDAR). FEE-TYPE "F" =
      * FLAT (PARM-LATE-FEE-FLAT), "P" = PERCENT OF THE SCHEDULED
      * PAYMENT (PARM-LATE-FEE-PCT, E.G. 0500 = 5.00 PERCENT).
      * ZEROS/SPACE (OR A DATASET PREDATING THE FIELDS) MEANS "NOT
      * SUPPLIED" - LNFEE01 KEEPS ITS COMPILED-IN DEFAULTS.
           05  PARM-GRACE-DAYS     PIC 9(03).    *> OFFSET 34.LENGTH 3
           05  PARM-LATE-FEE-TYPE  PIC X(01).    *> OFFSET 37.LENGTH 1
           05  PARM-LATE-FEE-FLAT  PIC 9(05)V99. *> OFFSET 38.LENGTH 7
