      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL142IDX                                         *
      *    OUT-OF-POCKET CLAIM LOOKUP RECORD.  BUILT BY DL142 FROM    *
      *    BHS2MCH AND BHS3MDE AT THE START OF EACH RUN, ONE RECORD   *
      *    PER CLAIM, KEYED BY THE CLAIM'S OWN INVOICE NUMBER (THE    *
      *    DL159IDX KEY), SO AN ADJUSTED CLAIM'S ORIGINAL CAN BE READ *
      *    AND ITS COST SHARE BACKED OUT OF THE ACCUMULATOR.  EMP-ID  *
      *    AND DEP-NBR ARE THE PERSON THE ORIGINAL CHARGED (THE       *
      *    DL142ACC SHAPE); EACH LINE SLOT CARRIES ITS BENEFIT YEAR   *
      *    AND THE COST SHARE IT ADDED, ZERO WHERE IT ADDED NONE.     *
      *    FIN-DT ZERO MEANS THE ORIGINAL WAS NEVER FINALIZED AND WAS *
      *    NEVER COUNTED.  AMOUNTS ARE IN CENTS.                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL142-IDX-RECORD.
           05  DL142-IDX-INV-NBR         PIC 9(13).
           05  DL142-IDX-EMP-ID          PIC X(13).
           05  DL142-IDX-DEP-NBR         PIC 9(4).
           05  DL142-IDX-FIN-DT          PIC 9(8).
           05  DL142-IDX-LINE OCCURS 4 TIMES.
               10  DL142-IDX-YEAR        PIC 9(4).
               10  DL142-IDX-COST-SHARE  PIC S9(9).
