      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL147EXC                                         *
      *    CLAIM-TO-AUTHORIZATION EXCEPTION RECORD, WRITTEN BY DL147. *
      *    "NA" = PAID LINE NEEDING AUTHORIZATION WITH NONE ON FILE;  *
      *    "OW" = AN AUTHORIZATION FITS BUT THE SERVICE DATE IS       *
      *    OUTSIDE ITS WINDOW; "OU" = UNITS OR DAYS USED NOW EXCEED   *
      *    THE APPROVAL; "EX" = AUTHORIZATION EXPIRED WITH NO CLAIM   *
      *    (NO CLAIM FIELDS, NET PAY ZERO).  AMOUNT IS THE LINE'S NET *
      *    PAY IN CENTS.                                              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL147-EXC-RECORD.
           05  DL147-X-EXC-TYPE          PIC X(2).
               88  DL147-X-NO-AUTH                     VALUE "NA".
               88  DL147-X-OUT-OF-WINDOW               VALUE "OW".
               88  DL147-X-OVER-UNITS                  VALUE "OU".
               88  DL147-X-EXPIRED-UNUSED              VALUE "EX".
           05  DL147-X-EMP-ID            PIC X(13).
           05  DL147-X-DEP-NBR           PIC 9(4).
           05  DL147-X-AUTH-NBR          PIC X(12).
           05  DL147-X-INV-NBR           PIC 9(13).
           05  DL147-X-LINE-NBR          PIC 9(1).
           05  DL147-X-PRV-ID            PIC X(10).
           05  DL147-X-FST-DT            PIC 9(8).
           05  DL147-X-PROC-CD           PIC X(5).
           05  DL147-X-SVC-CLASS         PIC X(2).
           05  DL147-X-FROM-DT           PIC 9(8).
           05  DL147-X-TO-DT             PIC 9(8).
           05  DL147-X-APPR-UNITS        PIC 9(5).
           05  DL147-X-USED-UNITS        PIC 9(5).
           05  DL147-X-NET-PAY-AMT       PIC S9(8).
