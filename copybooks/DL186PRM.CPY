      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL186PRM                                         *
      *    NOSTRO RECONCILIATION PARAMETER CARD FOR DL186: THE AMOUNT *
      *    TOLERANCE (IN THE SETTLEMENT CURRENCY) AND THE             *
      *    CALENDAR-DAY VALUE-DATE TOLERANCE WITHIN WHICH A STATEMENT *
      *    ENTRY MATCHES AN EXPECTED DL138 SETTLEMENT (THE DL154PRM   *
      *    PATTERN).                                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL186-PRM-RECORD.
           05  DL186-P-AMT-TOL           PIC 9(7)V9(2).
           05  DL186-P-DAYS-TOL          PIC 9(3).
           05  FILLER                    PIC X(68).
