      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL148TFL                                         *
      *    TIMELY-FILING LIMIT SATELLITE RECORD.  ONE RECORD PER      *
      *    PACKAGE (GB-PKG-NO), CARRYING THE GROUP CONTRACT'S FILING  *
      *    LIMIT IN DAYS FROM FIRST SERVICE DATE TO RECEIPT (USUALLY  *
      *    90, 180 OR 365) AND THE NUMBER OF DAYS BEFORE THE LIMIT AT *
      *    WHICH A STILL-PENDED CLAIM IS WARNED.  SMALL ENOUGH TO     *
      *    HOLD ENTIRELY IN A WORKING-STORAGE TABLE, LOADED ONCE AT   *
      *    STARTUP THE SAME WAY DL111 LOADS DL111THR.  MAINTAINED BY  *
      *    CONTRACT ADMINISTRATION.                                   *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL148-TFL-RECORD.
           05  DL148-T-PKG-NO            PIC 9(3).
           05  DL148-T-LIMIT-DAYS        PIC 9(3).
           05  DL148-T-WARN-DAYS         PIC 9(3).
