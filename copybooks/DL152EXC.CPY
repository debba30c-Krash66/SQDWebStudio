      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL152EXC                                         *
      *    NETWORK-CONTRACT EXCEPTION RECORD, WRITTEN BY DL152 FOR A  *
      *    CLAIM LINE PRICED IN-NETWORK WITHOUT AN IN-FORCE CONTRACT. *
      *    "NC" = NO CONTRACT EVER ON DL151CTR FOR THE PROVIDER IN    *
      *    THAT NETWORK; "NF" = CONTRACTS ON FILE BUT NONE IN FORCE   *
      *    ON THE SERVICE DATE.  AMOUNT IS THE LINE'S NET PAY IN      *
      *    CENTS.                                                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL152-EXC-RECORD.
           05  DL152-X-EXC-TYPE          PIC X(2).
               88  DL152-X-NO-CONTRACT                 VALUE "NC".
               88  DL152-X-NOT-IN-FORCE                VALUE "NF".
           05  DL152-X-PRV-ID            PIC X(10).
           05  DL152-X-NTWK-NO           PIC X(3).
           05  DL152-X-REG-NO            PIC X(3).
           05  DL152-X-PRV-GRP-NO        PIC X(4).
           05  DL152-X-PATIENT-NBR       PIC X(17).
           05  DL152-X-INV-NBR           PIC 9(13).
           05  DL152-X-LINE-NBR          PIC 9(1).
           05  DL152-X-FST-DT            PIC 9(8).
           05  DL152-X-CONTRACT-TYPE     PIC X(2).
           05  DL152-X-NET-PAY-AMT       PIC S9(8).
