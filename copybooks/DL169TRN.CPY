      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL169TRN                                         *
      *    EXCLUSION-RIDER MAINTENANCE TRANSACTION, SORTED ASCENDING  *
      *    BY MEMBER, DEPENDENT NUMBER AND RIDER SEQUENCE FOR THE     *
      *    DL169 MATCH-MERGE.  "A" ADDS A RIDER, "C" CHANGES IT (ONLY *
      *    NON-BLANK, NONZERO FIELDS ARE APPLIED), "E" ENDS IT.  A    *
      *    ZERO END DATE ON AN ADD IS OPEN-ENDED; ON AN END IT TAKES  *
      *    THE BUSINESS DATE.  A HIGH CODE LEFT BLANK TAKES THE LOW   *
      *    CODE.                                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL169-TRAN-RECORD.
           05  DL169-T-KEY.
               10  DL169-T-EMP-ID        PIC X(13).
               10  DL169-T-DEP-NBR       PIC 9(4).
               10  DL169-T-RIDER-SEQ     PIC 9(2).
           05  DL169-T-ACTION-CD         PIC X(1).
               88  DL169-T-ADD                        VALUE "A".
               88  DL169-T-CHANGE                     VALUE "C".
               88  DL169-T-END                        VALUE "E".
           05  DL169-T-BODY-SYSTEM       PIC X(20).
           05  DL169-T-DIAG-LOW          PIC X(5).
           05  DL169-T-DIAG-HIGH         PIC X(5).
           05  DL169-T-PROC-LOW          PIC X(5).
           05  DL169-T-PROC-HIGH         PIC X(5).
           05  DL169-T-EFF-DT            PIC 9(8).
           05  DL169-T-END-DT            PIC 9(8).
           05  DL169-T-UNDERWRITER       PIC X(8).
