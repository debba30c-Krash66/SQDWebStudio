      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL190TRN                                         *
      *    CURRENCY REFERENCE MASTER MAINTENANCE TRANSACTION.  ONE    *
      *    RECORD PER CHANGE, SORTED ASCENDING BY CURRENCY CODE TO    *
      *    MATCH-MERGE AGAINST DL190CCY.  ACTION "A" ADDS A NEW CODE, *
      *    "C" REPLACES THE NUMERIC CODE, MINOR UNITS AND LEGACY EMU  *
      *    FLAG OF AN EXISTING ONE, "W" WITHDRAWS IT AS AT THE GIVEN  *
      *    DATE (THE RUN DATE WHEN NONE IS GIVEN).                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL190-TRN-RECORD.
           05  DL190-T-CURR-CODE         PIC X(4).
           05  DL190-T-ACTION-CD         PIC X(1).
               88  DL190-T-ADD                         VALUE "A".
               88  DL190-T-CHANGE                      VALUE "C".
               88  DL190-T-WITHDRAW                    VALUE "W".
           05  DL190-T-NUM-CODE          PIC 9(3).
           05  DL190-T-MINOR-UNITS       PIC 9(1).
           05  DL190-T-WITHDRAWN-DT      PIC 9(8).
           05  DL190-T-LEGACY-EMU        PIC X(1).
           05  FILLER                    PIC X(62).
