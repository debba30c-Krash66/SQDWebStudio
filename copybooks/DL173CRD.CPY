      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL173CRD                                         *
      *    DIRECT-BILL PREMIUM CREDIT MASTER, ONE RECORD PER MEMBER   *
      *    CARRYING A PARTIAL PAYMENT NOT YET WORTH A WHOLE MONTH, IN *
      *    EMP-EMP-ID ORDER.  READ AND REWRITTEN BY DL173 EACH        *
      *    POSTING RUN; THE CREDIT IS ADDED TO THE MEMBER'S NEXT      *
      *    PAYMENT BEFORE IT IS PRICED.  AMOUNT IN DOLLARS AND CENTS. *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL173-CRD-RECORD.
           05  DL173-CR-EMP-ID           PIC X(13).
           05  DL173-CR-CREDIT-AMT       PIC S9(7)V9(2).
           05  DL173-CR-UPD-DT           PIC 9(8).
           05  FILLER                    PIC X(20).
