      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL187TRN                                         *
      *    COMMISSION TARIFF MAINTENANCE TRANSACTION.  ONE RECORD PER *
      *    ADD/CHANGE/EXPIRE AGAINST DL187TRF, SORTED ASCENDING BY    *
      *    THE TARIFF KEY AND EFFECTIVE DATE FOR THE DL187            *
      *    MATCH-MERGE.  AN ADD CARRIES THE FULL ROW; A CHANGE        *
      *    REPLACES THE TERMS AND END DATE OF THE ROW WITH THAT KEY;  *
      *    AN EXPIRE SETS ONLY THE END DATE (ZERO = THE RUN DATE),    *
      *    LEAVING THE ROW ON THE MASTER FOR POSTINGS DATED BEFORE    *
      *    IT.                                                        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL187-TRN-RECORD.
           05  DL187-T-KEY.
               10  DL187-T-COMM-TYPE     PIC X(4).
               10  DL187-T-COMM-CODE     PIC X(1).
               10  DL187-T-ENTRY-TYPE    PIC X(3).
               10  DL187-T-PRICE-CURR    PIC X(4).
               10  DL187-T-EFF-DT        PIC 9(8).
           05  DL187-T-ACTION-CD         PIC X(1).
               88  DL187-T-ADD                         VALUE "A".
               88  DL187-T-CHANGE                      VALUE "C".
               88  DL187-T-EXPIRE                      VALUE "E".
           05  DL187-T-END-DT            PIC 9(8).
           05  DL187-T-BASIS             PIC X(1).
           05  DL187-T-RATE-PCT          PIC 9(3)V9(6).
           05  DL187-T-FLAT-AMT          PIC 9(11)V9(2).
           05  DL187-T-MIN-CHRG          PIC 9(11)V9(2).
           05  DL187-T-MAX-CHRG          PIC 9(11)V9(2).
