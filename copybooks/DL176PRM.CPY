      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL176PRM                                         *
      *    CORRESPONDENCE INQUIRY CARD FOR DL176, ONE PER MEMBER      *
      *    ASKED ABOUT.  LETTER TYPE SPACES SELECTS EVERY TYPE; A     *
      *    ZERO FROM DATE OR TO DATE LEAVES THAT END OF THE           *
      *    BUSINESS-DATE RANGE OPEN.  REPRINT "Y" RE-RENDERS EACH     *
      *    LETTER FOUND FROM ITS LOGGED PRINT IMAGE; "N" OR SPACE     *
      *    LISTS THE LETTERS ONLY.                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL176-PRM-RECORD.
           05  DL176-P-EMP-ID            PIC X(13).
           05  DL176-P-LETTER-TYPE       PIC X(2).
           05  DL176-P-FROM-DT           PIC 9(8).
           05  DL176-P-TO-DT             PIC 9(8).
           05  DL176-P-REPRINT-SW        PIC X(1).
               88  DL176-P-REPRINT                    VALUE "Y".
               88  DL176-P-LIST-ONLY                  VALUE "N" " ".
           05  FILLER                    PIC X(48).
