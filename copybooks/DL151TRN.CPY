      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL151TRN                                         *
      *    PROVIDER CONTRACT TRANSACTION RECORD FROM PROVIDER         *
      *    CONTRACTING.  ONE RECORD PER ADD/CHANGE/TERM AGAINST       *
      *    DL151CTR, SORTED ASCENDING BY PROVIDER, NETWORK AND        *
      *    EFFECTIVE DATE FOR THE DL151 MATCH-MERGE.  A TERM CARRIES  *
      *    ONLY THE KEY AND THE TERM DATE.                            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL151-TRAN-RECORD.
           05  DL151-T-PRV-ID            PIC X(10).
           05  DL151-T-NTWK-NO           PIC X(3).
           05  DL151-T-EFF-DT            PIC 9(8).
           05  DL151-T-ACTION-CD         PIC X(1).
               88  DL151-T-ADD                        VALUE "A".
               88  DL151-T-CHANGE                     VALUE "C".
               88  DL151-T-TERM                       VALUE "T".
           05  DL151-T-REG-NO            PIC X(3).
           05  DL151-T-PRV-GRP-NO        PIC X(4).
           05  DL151-T-CONTRACT-TYPE     PIC X(2).
           05  DL151-T-TERM-DT           PIC 9(8).
           05  FILLER                    PIC X(1).
