      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL181PRM                                         *
      *    GROUP PACKAGE RENEWAL CARD.  MODE "L" (THE DEFAULT, ALSO   *
      *    TAKEN WHEN THE CARD IS ABSENT) LISTS THE PACKAGES ENDING   *
      *    WITHIN THE WINDOW WITH THEIR PREMIUM PROJECTION AND WRITES *
      *    NOTHING; MODE "R" RELEASES THE RENEWALS ONTO A NEW         *
      *    VSGPPAC.  THE WINDOW DEFAULTS TO 90 DAYS AND THE RENEWAL   *
      *    TERM TO 12 MONTHS WHEN LEFT BLANK.                         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL181-PRM-RECORD.
           05  DL181-P-MODE              PIC X(1).
               88  DL181-P-LIST                       VALUE "L".
               88  DL181-P-RELEASE                    VALUE "R".
           05  DL181-P-WINDOW-DAYS-X     PIC X(3).
           05  DL181-P-WINDOW-DAYS REDEFINES DL181-P-WINDOW-DAYS-X
                                         PIC 9(3).
           05  DL181-P-TERM-MONTHS-X     PIC X(2).
           05  DL181-P-TERM-MONTHS REDEFINES DL181-P-TERM-MONTHS-X
                                         PIC 9(2).
           05  FILLER                    PIC X(74).
