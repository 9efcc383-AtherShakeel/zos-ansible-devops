      * STRESS-TEST SCENARIO CARD (80 BYTES), READ BY LNSTRS01 FROM
      * PROD.LOAN.STRESS.SCENARIOS. ONE "S" CARD NAMES EACH
      * SCENARIO; ITS SHOCKS FOLLOW ON "I" AND "F" CARDS CARRYING
      * THE SAME SS-SCEN-ID. SCENARIOS ARE RUN, AND REPORTED, IN THE
      * ORDER THEIR "S" CARDS APPEAR.
      *   "S" - SS-SCEN-NAME: FREE-TEXT DESCRIPTION FOR THE REPORT.
      *   "I" - INDEX SHIFT: SS-SHOCK-CODE IS AN L-RATE-INDEX-CODE
      *         (AS ON THE RATIDX DATASET), SS-SHOCK-BP THE SHIFT IN
      *         BASIS POINTS (+00200 = RATES UP 2.00 PERCENT).
      *   "F" - FX MOVE: SS-SHOCK-CODE IS A CURRENCY ON THE RATEFL
      *         TABLE, SS-SHOCK-BP THE MOVE OF ITS USD RATE IN BASIS
      *         POINTS (-01500 = THE CURRENCY LOSES 15.00 PERCENT
      *         AGAINST THE DOLLAR).
      * SS-SHOCK-BP IS SIGNED, SIGN IN THE FIRST BYTE ("+"/"-").
      * A CARD WITH "*" IN COLUMN 1 IS A COMMENT.
       01  STRESS-SCEN-REC.
           05  SS-CARD-TYPE        PIC X(01).
               88  SS-SCENARIO-CARD    VALUE "S".
               88  SS-INDEX-CARD       VALUE "I".
               88  SS-FX-CARD          VALUE "F".
               88  SS-COMMENT-CARD     VALUE "*".
           05  FILLER              PIC X(01).
           05  SS-SCEN-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  SS-CARD-DETAIL      PIC X(69).
           05  SS-SCENARIO-DETAIL REDEFINES SS-CARD-DETAIL.
               10  SS-SCEN-NAME    PIC X(40).
               10  FILLER          PIC X(29).
           05  SS-SHOCK-DETAIL REDEFINES SS-CARD-DETAIL.
               10  SS-SHOCK-CODE   PIC X(03).
               10  FILLER          PIC X(01).
               10  SS-SHOCK-BP     PIC S9(05)
                                   SIGN IS LEADING SEPARATE.
               10  FILLER          PIC X(59).
