      * CLOSED-LOAN HISTORY RECORD (240 BYTES), KEYED BY
      * CLH-LOAN-ID. WRITTEN BY LNCLOS01 WHEN A LOAN PAID IN FULL
      * AND CLOSED (L-CLOSE-STATUS "C") HAS SAT OUT THE HOLDING
      * PERIOD ON THE MASTER: THE WHOLE MASTER RECORD IS CARRIED
      * HERE AS IT STOOD AT THE MOVE, AND THE MASTER RECORD IS THEN
      * DELETED - THE ACTIVE BOOK STOPS CARRYING PAID-OFF LOANS BUT
      * NOTHING IS LOST. THE IMAGE IS WIDER THAN TODAY'S LOAN RECORD
      * SO THE MASTER CAN GROW WITHOUT RE-DEFINING THIS CLUSTER.
       01  CLOSED-HIST-REC.
           05  CLH-LOAN-ID         PIC X(10).
      * DATE THE LOAN WAS PAID IN FULL (THE MASTER'S L-CLOSE-DATE)
      * AND THE DATE LNCLOS01 MOVED IT OFF THE MASTER.
           05  CLH-PAID-DATE       PIC X(08).
           05  CLH-MOVED-DATE      PIC X(08).
           05  CLH-LOAN-IMAGE      PIC X(200).
           05  FILLER              PIC X(14).
