      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL169RDR                                         *
      *    MEMBER EXCLUSION-RIDER MASTER RECORD, ONE PER RIDER, IN    *
      *    ASCENDING ORDER OF MEMBER (EMP-EMP-ID), DEPENDENT NUMBER   *
      *    (ZERO FOR THE SUBSCRIBER, THE CLH-PATIENT-NBR SUFFIX       *
      *    OTHERWISE) AND RIDER SEQUENCE.  A RIDER EXCLUDES AN ICD    *
      *    DIAGNOSIS RANGE, A PROCEDURE CODE RANGE, OR BOTH (A BLANK  *
      *    RANGE EXCLUDES NOTHING) FROM ITS EFFECTIVE DATE THROUGH    *
      *    ITS END DATE; AN OPEN-ENDED RIDER CARRIES 99991231.        *
      *    MAINTAINED BY DL169 AND BACKS THE BED1EMP EMP-EXCL-IND     *
      *    FLAG.                                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL169-RDR-RECORD.
           05  DL169-R-KEY.
               10  DL169-R-EMP-ID        PIC X(13).
               10  DL169-R-DEP-NBR       PIC 9(4).
               10  DL169-R-RIDER-SEQ     PIC 9(2).
           05  DL169-R-BODY-SYSTEM       PIC X(20).
           05  DL169-R-DIAG-LOW          PIC X(5).
           05  DL169-R-DIAG-HIGH         PIC X(5).
           05  DL169-R-PROC-LOW          PIC X(5).
           05  DL169-R-PROC-HIGH         PIC X(5).
           05  DL169-R-EFF-DT            PIC 9(8).
           05  DL169-R-END-DT            PIC 9(8).
           05  DL169-R-UNDERWRITER       PIC X(8).
           05  DL169-R-ADD-DT            PIC 9(8).
           05  DL169-R-LOAD-DT           PIC 9(8).
           05  FILLER                    PIC X(21).
