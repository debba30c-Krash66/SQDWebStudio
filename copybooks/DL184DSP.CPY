      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL184DSP                                         *
      *    SANCTIONS HIT DISPOSITION RECORD.  ONE RECORD PER HIT AN   *
      *    ANALYST HAS WORKED, FLOWED BACK FROM THE COMPLIANCE UNIT   *
      *    AND SORTED ASCENDING ON THE SAME KEY AS DL184CTL.  ACTION  *
      *    "C" CLEARS THE HIT AS A FALSE POSITIVE; "F" CONFIRMS IT    *
      *    AND BLOCKS PAYMENT TO THE PARTY.  A LATER DISPOSITION MAY  *
      *    REVERSE AN EARLIER ONE.                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL184-DSP-RECORD.
           05  DL184-D-KEY.
               10  DL184-D-PARTY-TYPE    PIC X(1).
               10  DL184-D-PARTY-KEY     PIC X(11).
               10  DL184-D-ENTRY-ID      PIC X(10).
           05  DL184-D-ACTION            PIC X(1).
               88  DL184-D-CLEAR                      VALUE "C".
               88  DL184-D-CONFIRM                    VALUE "F".
           05  DL184-D-ANALYST-ID        PIC X(9).
           05  DL184-D-DISP-DATE         PIC 9(8).
