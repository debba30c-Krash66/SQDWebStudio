      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL182ACT                                         *
      *    PACKAGE ACTIVATION TRANSACTION RECORD.  ONE RECORD PER     *
      *    PACKAGE OCCURRENCE THAT PASSED THE DL182 SETUP             *
      *    COMPLETENESS CHECKLIST, ASKING THE PACKAGE MAINTENANCE RUN *
      *    TO MOVE GB-PKG-STAS-CD FROM ITS SETUP OR PENDING VALUE TO  *
      *    ACTIVE (01).  THE OLD STATUS IS CARRIED SO THE APPLY CAN   *
      *    REFUSE A PACKAGE WHOSE STATUS HAS MOVED SINCE THE CHECK    *
      *    RAN.  DATES ARE CCYYMMDD.                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL182-ACT-RECORD.
           05  DL182-A-PKG-NO            PIC 9(3).
           05  DL182-A-SEQ-NO            PIC 9(2).
           05  DL182-A-OLD-STAS-CD       PIC 9(4).
           05  DL182-A-NEW-STAS-CD       PIC 9(4).
           05  DL182-A-PKG-STRT-DT       PIC 9(8).
           05  DL182-A-CHECK-DT          PIC 9(8).
           05  DL182-A-DAYS-IN-SETUP     PIC 9(5).
           05  FILLER                    PIC X(46).
