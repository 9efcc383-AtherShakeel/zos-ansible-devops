      * INVESTOR MASTER RECORD (120 BYTES), KEYED BY IV-INVESTOR-ID -
      * ONE PER PARTICIPANT BANK THAT HAS BOUGHT A SHARE OF ONE OR
      * MORE LOANS (SEE copy/partrec.cpy). MAINTAINED BY LNINVM01;
      * READ BY THE MONTHLY LNINVR01 REMITTANCE RUN, WHICH PAYS EACH
      * INVESTOR TO THE REMITTANCE ACCOUNT HELD HERE.
      * IV-STATUS: "A" = ACTIVE, "I" = INACTIVE (NO NEW
      * PARTICIPATIONS MAY BE BOOKED TO IT; EXISTING ONES STILL
      * REMIT UNTIL THEY ARE ENDED).
       01  INVESTOR-REC.
           05  IV-INVESTOR-ID      PIC X(10).
           05  IV-NAME             PIC X(30).
           05  IV-ADDRESS          PIC X(25).
           05  IV-CONTACT          PIC X(12).
           05  IV-REMIT-ROUTING    PIC X(09).
           05  IV-REMIT-ACCOUNT    PIC X(17).
           05  IV-STATUS           PIC X(01).
           05  IV-STATUS-DATE      PIC X(08).
           05  FILLER              PIC X(08).
