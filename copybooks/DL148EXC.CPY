      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL148EXC                                         *
      *    TIMELY-FILING EXCEPTION RECORD, WRITTEN NIGHTLY BY DL148   *
      *    AND SUMMARIZED MONTHLY BY DL149.  "LP" = CLAIM PAID        *
      *    ALTHOUGH RECEIVED PAST ITS PACKAGE'S FILING LIMIT; "AP" =  *
      *    PENDED CLAIM WHOSE FIRST SERVICE DATE IS WITHIN THE WARN   *
      *    DAYS OF THE LIMIT.  LAG IS DAYS FROM THE EARLIEST LINE     *
      *    SERVICE DATE TO RECEIPT ("LP") OR TO THE RUN DATE ("AP").  *
      *    AMOUNTS ARE IN CENTS.                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL148-EXC-RECORD.
           05  DL148-X-EXC-TYPE          PIC X(2).
               88  DL148-X-LATE-PAID                   VALUE "LP".
               88  DL148-X-APPROACHING                 VALUE "AP".
           05  DL148-X-PATIENT-NBR       PIC X(17).
           05  DL148-X-INV-NBR           PIC 9(13).
           05  DL148-X-PKG-NO            PIC 9(3).
           05  DL148-X-PRV-ID            PIC X(10).
           05  DL148-X-FST-DT            PIC 9(8).
           05  DL148-X-REC-DT            PIC 9(8).
           05  DL148-X-PAID-DT           PIC 9(8).
           05  DL148-X-PEND-DT           PIC 9(8).
           05  DL148-X-LAG-DAYS          PIC 9(5).
           05  DL148-X-LIMIT-DAYS        PIC 9(3).
           05  DL148-X-PAID-AMT          PIC S9(8).
           05  DL148-X-CHG-AMT           PIC S9(8).
