      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL168PAY                                         *
      *    NETWORK ACCESS-FEE PAYABLE RECORD.  ONE RECORD PER RENTED  *
      *    NETWORK (CLD-LINE-CONT-NTWK-NO) PER SETTLEMENT MONTH,      *
      *    WRITTEN BY DL168 FOR THE DISBURSEMENT FEED.  THE NET       *
      *    AMOUNT IS THE MONTH'S FEES CHARGED LESS THE FEES CREDITED  *
      *    BACK ON ADJUSTED OR REVERSED CLAIMS; A NEGATIVE NET IS A   *
      *    CREDIT DUE FROM THE VENDOR.  AMOUNTS ARE IN CENTS.         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL168-PAY-RECORD.
           05  DL168-P-NTWK-NO           PIC X(3).
           05  DL168-P-SETTLE-MONTH      PIC 9(6).
           05  DL168-P-CHARGE-COUNT      PIC 9(7).
           05  DL168-P-CREDIT-COUNT      PIC 9(7).
           05  DL168-P-CHARGE-AMT        PIC S9(13) COMP-3.
           05  DL168-P-CREDIT-AMT        PIC S9(13) COMP-3.
           05  DL168-P-NET-AMT           PIC S9(13) COMP-3.
