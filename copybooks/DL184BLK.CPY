      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL184BLK                                         *
      *    SANCTIONS PAYMENT BLOCK RECORD.  ONE RECORD PER CONFIRMED  *
      *    SANCTIONS HIT, WRITTEN BY DL184 EVERY RUN BETWEEN DLCTLLBL *
      *    HEADER AND TRAILER LABELS (HASH ON THE CONFIRMATION DATE)  *
      *    AND PADDED TO THE 43-BYTE LABEL LENGTH.  DL183 SENDS A     *
      *    PAYMENT TO A BLOCKED CORRESPONDENT TO REPAIR; DL154 AND    *
      *    DL129 HOLD A CHECK PAYABLE TO A BLOCKED PROVIDER.  A PARTY *
      *    CAN APPEAR ONCE PER CONFIRMED ENTRY.                       *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL184-BLK-RECORD.
           05  DL184-B-KEY.
               10  DL184-B-PARTY-TYPE    PIC X(1).
                   88  DL184-B-CORRESPONDENT          VALUE "C".
                   88  DL184-B-PAYEE                  VALUE "P".
               10  DL184-B-PARTY-KEY     PIC X(11).
               10  DL184-B-ENTRY-ID      PIC X(10).
           05  DL184-B-MATCH-TYPE        PIC X(1).
           05  DL184-B-CONF-DATE         PIC 9(8).
           05  DL184-B-ANALYST-ID        PIC X(9).
           05  FILLER                    PIC X(3).
