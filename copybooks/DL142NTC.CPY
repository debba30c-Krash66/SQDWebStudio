      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL142NTC                                         *
      *    OUT-OF-POCKET-MET NOTICE RECORD.  ONE RECORD PER PERSON    *
      *    OR FAMILY WHOSE BENEFIT-YEAR COST SHARE FIRST REACHED THE  *
      *    PACKAGE MAXIMUM THIS RUN, WRITTEN BY DL142 FOR THE LETTER  *
      *    PRINT (THE DL050LTR SHAPE).  LEVEL "I" NAMES THE PATIENT,  *
      *    LEVEL "F" THE SUBSCRIBER.  MEMBERS FLAGGED UNDELIVERABLE   *
      *    ON DL097ADR ARE SUPPRESSED AND COUNTED, NOT WRITTEN.       *
      *    AMOUNTS ARE IN CENTS.                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL142-NTC-RECORD.
           05  DL142-N-EMP-ID            PIC X(13).
           05  DL142-N-DEP-NBR           PIC 9(4).
           05  DL142-N-LEVEL             PIC X(1).
           05  DL142-N-PKG-NO            PIC 9(3).
           05  DL142-N-YEAR              PIC 9(4).
           05  DL142-N-FNAME             PIC X(10).
           05  DL142-N-LNAME             PIC X(20).
           05  DL142-N-ADDR              PIC X(25).
           05  DL142-N-ADDR4             PIC X(25).
           05  DL142-N-CITY              PIC X(16).
           05  DL142-N-ST                PIC X(2).
           05  DL142-N-ZIP               PIC 9(8).
           05  DL142-N-OOP-AMT           PIC 9(11).
           05  DL142-N-MAX-AMT           PIC 9(9).
           05  DL142-N-ISSUE-DT          PIC 9(8).
