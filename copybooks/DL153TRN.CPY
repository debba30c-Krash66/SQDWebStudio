      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL153TRN                                         *
      *    PROVIDER EFT ENROLLMENT TRANSACTION, SORTED ASCENDING BY   *
      *    PROVIDER ID FOR THE DL153 MATCH-MERGE.  "A" ENROLLS, "C"   *
      *    REPLACES THE BANKING DETAILS, "X" WITHDRAWS THE PROVIDER   *
      *    BACK TO PAPER CHECKS.                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL153-TRAN-RECORD.
           05  DL153-T-PRV-ID            PIC X(10).
           05  DL153-T-ACTION-CD         PIC X(1).
               88  DL153-T-ADD                        VALUE "A".
               88  DL153-T-CHANGE                     VALUE "C".
               88  DL153-T-CANCEL                     VALUE "X".
           05  DL153-T-ROUTING-NBR       PIC 9(9).
           05  DL153-T-ACCOUNT-NBR       PIC X(17).
           05  DL153-T-ACCT-TYPE         PIC X(1).
           05  DL153-T-ACCT-NAME         PIC X(22).
