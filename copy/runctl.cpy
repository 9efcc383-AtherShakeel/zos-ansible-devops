      *   ATTEMPT ABENDED - A RERUN IS ALLOWED AND NOTED.
      *   RC-PHASE "E" AT CLEAN END OF RUN: RECORDS THE END AND THE
      *   CALLER'S RETURN CODE.
      *   RC-PHASE "C" FROM A MIDDLE PIECE OF A STEP RUN AS SEVERAL
      *   JOBS: VERIFIES THE STEP IS STARTED AND NOT YET ENDED
      *   CLEAN TONIGHT, RECORDS NOTHING.
      * THE STEP SEQUENCE ITSELF IS COMPILED INTO LNRUN01 - SEE ITS
      * PREREQUISITE TABLE.
       01  WS-RUN-CONTROL.
