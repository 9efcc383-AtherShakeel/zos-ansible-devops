      * tallies off this extract; only pass 2's flagging still
      * touches the MASTVSAM cluster.
       FD  WORK-FILE.
       01  WORK-REC                PIC X(200).

       WORKING-STORAGE SECTION.
      * Pass-1 image of the loan layout (WL- names). The tally
