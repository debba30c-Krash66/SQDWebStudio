      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL162PRM                                         *
      *    GROUP-EXPERIENCE LARGE-CLAIMANT POOLING PARAMETER CARD.    *
      *    A MEMBER WHOSE PAID CLAIMS IN THE 12-MONTH WINDOW EXCEED   *
      *    THE POOLING POINT IS LISTED SEPARATELY AND THE EXCESS IS   *
      *    POOLED OUT OF THE GROUP'S EXPERIENCE.  THE POINT IS IN     *
      *    CENTS, THE SAME UNIT AS CLH-CLM-PAID-AMT (THE DL098PRM     *
      *    PATTERN).                                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL162-PRM-RECORD.
           05  DL162-P-POOL-AMT          PIC 9(10).
