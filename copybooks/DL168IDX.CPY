      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL168IDX                                         *
      *    ACCESS-FEE CLAIM LOOKUP RECORD.  BUILT FROM BHS2MCH AND    *
      *    BHS3MDE, ONE RECORD PER CLAIM THAT CARRIES A               *
      *    RENTED-NETWORK ACCESS FEE, KEYED BY THE CLAIM'S OWN        *
      *    INVOICE NUMBER (THE DL018IDX KEY), SO DL168 CAN READ AN    *
      *    ADJUSTED CLAIM'S ORIGINAL AND CREDIT THE NETWORK EXACTLY   *
      *    THE FEE IT WAS CHARGED.  AMOUNTS ARE IN CENTS.             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL168-IDX-RECORD.
           05  DL168-IDX-INV-NBR         PIC 9(13).
           05  DL168-IDX-NTWK-NO         PIC X(3).
           05  DL168-IDX-CONT-PRV        PIC X(10).
           05  DL168-IDX-FIN-DT          PIC 9(8).
           05  DL168-IDX-PAID-AMT        PIC S9(11).
           05  DL168-IDX-FEE-PCT         PIC 9(2)V9(2).
           05  DL168-IDX-FEE-AMT         PIC S9(11).
