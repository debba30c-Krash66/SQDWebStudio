      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL187TRF                                         *
      *    COMMISSION TARIFF MASTER RECORD.  ONE ROW PER COMMISSION   *
      *    TYPE, COMMISSION CODE, ENTRY TYPE AND PRICING CURRENCY     *
      *    (THE SRECOMMS COMM_TYPE, COMM_CODE, ENTRY_TYPE AND         *
      *    PRICE_CURR_CODE) AND EFFECTIVE DATE, SORTED ASCENDING BY   *
      *    THAT KEY.  A 0902 SREMUCOM POSTING CARRIES NO COMMISSION   *
      *    TYPE AND IS PRICED UNDER ITS ONE-BYTE COMM-CODE            *
      *    SPACE-FILLED TO THE TYPE'S WIDTH (THE DL083 MAPPING RULE). *
      *    BASIS "R" CHARGES THE RATE, A PERCENTAGE, OF CHRG_AMT;     *
      *    BASIS "F" CHARGES THE FLAT AMOUNT.  THE RESULT IS RAISED   *
      *    TO THE MINIMUM AND CAPPED AT THE MAXIMUM (ZERO = NO CAP).  *
      *    A ROW IS IN FORCE FROM ITS EFFECTIVE DATE UNTIL ITS END    *
      *    DATE (ZERO = OPEN); WHERE ROWS OVERLAP THE LATEST          *
      *    EFFECTIVE DATE WINS.  MAINTAINED BY DL187, READ BY THE     *
      *    DL188 RECOMPUTATION AUDIT.                                 *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL187-TRF-RECORD.
           05  DL187-F-KEY.
               10  DL187-F-COMM-TYPE     PIC X(4).
               10  DL187-F-COMM-CODE     PIC X(1).
               10  DL187-F-ENTRY-TYPE    PIC X(3).
               10  DL187-F-PRICE-CURR    PIC X(4).
               10  DL187-F-EFF-DT        PIC 9(8).
           05  DL187-F-END-DT            PIC 9(8).
           05  DL187-F-BASIS             PIC X(1).
               88  DL187-F-BY-RATE                     VALUE "R".
               88  DL187-F-FLAT                        VALUE "F".
           05  DL187-F-RATE-PCT          PIC 9(3)V9(6).
           05  DL187-F-FLAT-AMT          PIC 9(11)V9(2).
           05  DL187-F-MIN-CHRG          PIC 9(11)V9(2).
           05  DL187-F-MAX-CHRG          PIC 9(11)V9(2).
           05  DL187-F-LOAD-DT           PIC 9(8).
           05  FILLER                    PIC X(5).
