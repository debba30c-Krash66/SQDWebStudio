      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL186BRK                                         *
      *    OPEN NOSTRO BREAK.  ONE RECORD PER EXPECTED DL138          *
      *    SETTLEMENT (SIDE E) OR STATEMENT ENTRY (SIDE S) NOT YET    *
      *    MATCHED, CARRIED FORWARD RUN OVER RUN BY DL186 ITSELF (THE *
      *    DL139OPN PATTERN) AND AGED FROM THE DATE IT FIRST APPEARED *
      *    UNTIL A MATCH CLEARS IT.  THE CORRESPONDENT IS THE OWNER   *
      *    OF THE STATEMENT ACCOUNT, OR FOR AN EXPECTED ITEM THE      *
      *    NOSTRO IN FORCE FOR ITS CURRENCY ON ITS VALUE DATE.        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL186-BRK-RECORD.
           05  DL186-B-SIDE              PIC X(1).
               88  DL186-B-EXPECTED                   VALUE "E".
               88  DL186-B-STATEMENT                  VALUE "S".
           05  DL186-B-CORR-KEY          PIC X(11).
           05  DL186-B-ACCOUNT           PIC X(12).
           05  DL186-B-CURR-CODE         PIC X(4).
           05  DL186-B-VALUE-DT          PIC 9(8).
           05  DL186-B-DR-CR             PIC X(1).
           05  DL186-B-AMOUNT            PIC 9(13)V9(2).
           05  DL186-B-REFERENCE         PIC X(16).
           05  DL186-B-FIRST-SEEN-DT     PIC 9(8).
           05  FILLER                    PIC X(4).
