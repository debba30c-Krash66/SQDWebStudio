      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL174REM                                         *
      *    BANK REMITTANCE FILE FOR GROUP PREMIUM, ONE "D" RECORD PER *
      *    GROUP PAYMENT IN DEPOSIT ORDER FOLLOWED BY ONE "T" TRAILER *
      *    CARRYING THE BANK'S ITEM COUNT AND DEPOSIT TOTAL.  THE     *
      *    GROUP IS THE VSGPPAC PACKAGE NUMBER THE DL074 INVOICE WAS  *
      *    BILLED UNDER.  AMOUNTS ARE DOLLARS AND CENTS, THE SAME     *
      *    UNIT AS DL074INV.                                          *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL174-REM-RECORD.
           05  DL174-R-REC-TYPE          PIC X(1).
               88  DL174-R-DETAIL                     VALUE "D".
               88  DL174-R-TRAILER                    VALUE "T".
           05  DL174-R-DETAIL-DATA.
               10  DL174-R-PKG-NO        PIC 9(3).
               10  DL174-R-PAY-AMT       PIC 9(9)V9(2).
               10  DL174-R-REF-NBR       PIC X(15).
               10  DL174-R-DEPOSIT-DT    PIC 9(8).
               10  FILLER                PIC X(42).
           05  DL174-R-TRAILER-DATA REDEFINES DL174-R-DETAIL-DATA.
               10  DL174-R-ITEM-COUNT    PIC 9(7).
               10  DL174-R-DEPOSIT-AMT   PIC 9(11)V9(2).
               10  FILLER                PIC X(59).
