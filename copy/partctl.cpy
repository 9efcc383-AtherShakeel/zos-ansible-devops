      * PARTICIPATION SERVICE BLOCK, PASSED TO LNPART01 BY EVERY
      * PROGRAM THAT REPORTS OR RESERVES ON OUR RETAINED PORTION OF
      * THE BOOK RATHER THAN THE WHOLE LOAN (LNPORT01, LNALLW01).
      *   PC-FUNCTION "L": TOTAL SHARE OF PC-LOAN-ID SOLD TO
      *                    INVESTORS UNDER ACTIVE PARTICIPATIONS
      *                    INTO PC-SOLD-PCT (0 - 100.0000), THE
      *                    NUMBER OF THEM INTO PC-INVESTORS, AND OUR
      *                    RETAINED PERCENTAGE INTO PC-RETAINED-PCT.
      *               "C": CLOSE THE PARTICIPATION FILE (END OF RUN).
      * PC-RETURN-CODE 00 = DONE; 04 = NO PARTICIPATION FILE - THE
      * WHOLE LOAN IS TREATED AS RETAINED; 12 = UNKNOWN FUNCTION.
       01  WS-PART-CONTROL.
           05  PC-FUNCTION         PIC X(01).
           05  PC-LOAN-ID          PIC X(10).
           05  PC-SOLD-PCT         PIC 9(03)V9(04).
           05  PC-RETAINED-PCT     PIC 9(03)V9(04).
           05  PC-INVESTORS        PIC 9(03).
           05  PC-RETURN-CODE      PIC 9(02).
