      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL153BNK                                         *
      *    PROVIDER EFT BANKING SATELLITE, KEYED AND SORTED BY        *
      *    PROVIDER ID LIKE THE DL135PYM PAYEE MASTER IT SITS NEXT    *
      *    TO.  MAINTAINED BY DL153; THE PRENOTE STATUS IS ADVANCED   *
      *    BY THE DL154 ACH RUN - "P" PRENOTE STILL TO GO, "S"        *
      *    PRENOTE SENT (PAPER UNTIL THE WAIT HAS PASSED), "L" LIVE.  *
      *    ACCOUNT TYPE "C" CHECKING, "S" SAVINGS.  THE ACCOUNT NAME  *
      *    IS THE RECEIVER NAME FROM THE ENROLLMENT FORM.             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL153-BNK-RECORD.
           05  DL153-B-PRV-ID            PIC X(10).
           05  DL153-B-ROUTING-NBR       PIC 9(9).
           05  DL153-B-ROUTING-R REDEFINES DL153-B-ROUTING-NBR.
               10  DL153-B-RDFI-ID       PIC 9(8).
               10  DL153-B-CHECK-DIGIT   PIC 9(1).
           05  DL153-B-ACCOUNT-NBR       PIC X(17).
           05  DL153-B-ACCT-TYPE         PIC X(1).
               88  DL153-B-CHECKING                   VALUE "C".
               88  DL153-B-SAVINGS                    VALUE "S".
           05  DL153-B-ACCT-NAME         PIC X(22).
           05  DL153-B-PRENOTE-STATUS    PIC X(1).
               88  DL153-B-PRENOTE-DUE                VALUE "P".
               88  DL153-B-PRENOTE-SENT               VALUE "S".
               88  DL153-B-LIVE                       VALUE "L".
           05  DL153-B-PRENOTE-DT        PIC 9(8).
           05  DL153-B-ENROLL-DT         PIC 9(8).
           05  DL153-B-LOAD-DT           PIC 9(8).
           05  FILLER                    PIC X(6).
