      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL146TRN                                         *
      *    PRIOR-AUTHORIZATION TRANSACTION RECORD FROM THE UM         *
      *    VENDOR'S DAILY FILE.  ONE RECORD PER ADD/CHANGE/CANCEL     *
      *    AGAINST DL146AUT, SORTED ASCENDING BY MEMBER AND           *
      *    AUTHORIZATION NUMBER FOR THE DL146 MATCH-MERGE.  THE       *
      *    VENDOR SENDS APPROVALS ONLY - UNITS USED ARE OURS.         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL146-TRAN-RECORD.
           05  DL146-T-EMP-ID            PIC X(13).
           05  DL146-T-AUTH-NBR          PIC X(12).
           05  DL146-T-ACTION-CD         PIC X(1).
               88  DL146-T-ADD                        VALUE "A".
               88  DL146-T-CHANGE                     VALUE "C".
               88  DL146-T-CANCEL                     VALUE "X".
           05  DL146-T-DEP-NBR           PIC 9(4).
           05  DL146-T-PRV-ID            PIC X(10).
           05  DL146-T-AUTH-TYPE         PIC X(1).
           05  DL146-T-PROC-CD           PIC X(5).
           05  DL146-T-SVC-CLASS         PIC X(2).
           05  DL146-T-UNIT-BASIS        PIC X(1).
           05  DL146-T-APPR-UNITS        PIC 9(5).
           05  DL146-T-FROM-DT           PIC 9(8).
           05  DL146-T-TO-DT             PIC 9(8).
