      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL180PRM                                         *
      *    NIGHTLY REFERENTIAL-INTEGRITY SWEEP CARD.  ONE CARD.  A    *
      *    TOLERANCE PER EXCEPTION CLASS - THE NUMBER OF EXCEPTIONS   *
      *    OF THAT CLASS THE NIGHT CAN ABSORB - AND THE HARD-STOP     *
      *    INDICATOR.  WITH HARD STOP "Y" A CLASS OVER ITS TOLERANCE  *
      *    FAILS THE STEP SO THE REPORTS THAT DEPEND ON THE JOINS DO  *
      *    NOT RUN; WITH "N" THE EXCEPTIONS ARE REPORTED AND THE      *
      *    NIGHT GOES ON.                                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL180-PRM-RECORD.
           05  DL180-P-HARD-STOP         PIC X(1).
               88  DL180-P-STOP                       VALUE "Y".
               88  DL180-P-STOP-VALID                 VALUE "Y" "N".
           05  DL180-P-TOL-DEP-NO-MBR    PIC 9(7).
           05  DL180-P-TOL-CLM-NO-MBR    PIC 9(7).
           05  DL180-P-TOL-CLM-NO-DEP    PIC 9(7).
           05  DL180-P-TOL-CLM-NO-PKG    PIC 9(7).
           05  DL180-P-TOL-MBR-NO-PKG    PIC 9(7).
           05  FILLER                    PIC X(44).
