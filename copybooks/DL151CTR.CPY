      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL151CTR                                         *
      *    PROVIDER CONTRACT / NETWORK-AFFILIATION MASTER, MAINTAINED *
      *    BY DL151.  ONE RECORD PER CONTRACT PERIOD, SORTED BY       *
      *    PROVIDER, NETWORK AND EFFECTIVE DATE.  THE PROVIDER,       *
      *    NETWORK, REGION AND GROUP ARE THE VALUES THE PRICER STAMPS *
      *    ON CLD-LINE-CONT-PRVID-NO, CLD-LINE-CONT-NTWK-NO,          *
      *    CLD-LINE-CONT-REG-NO AND CLD-LINE-PRV-GRP-NO.  CONTRACT    *
      *    TYPE CARRIES THE CLH-PRV-CONTRACT-TYPE CODES.  A ZERO TERM *
      *    DATE IS AN OPEN-ENDED CONTRACT.                            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL151-CTR-RECORD.
           05  DL151-C-PRV-ID            PIC X(10).
           05  DL151-C-NTWK-NO           PIC X(3).
           05  DL151-C-EFF-DT            PIC 9(8).
           05  DL151-C-REG-NO            PIC X(3).
           05  DL151-C-PRV-GRP-NO        PIC X(4).
           05  DL151-C-CONTRACT-TYPE     PIC X(2).
           05  DL151-C-TERM-DT           PIC 9(8).
           05  DL151-C-LOAD-DT           PIC 9(8).
           05  FILLER                    PIC X(4).
