      *    SINGLE SETTLEMENT, WITH THE COMPONENT COUNT AND GROSS      *
      *    TOTAL THE NETTING REGISTER TIES BACK TO.  THE CONVERTED    *
      *    AMOUNT IS THE NET RESTATED AT THE IN-FORCE DL086FXR RATE   *
      *    FOR THE POSTINGS' CHARGE-CURRENCY RELATIONSHIP.  THE VALUE *
      *    DATE IS THE NETTING RUN'S BUSINESS DATE, WHICH DL186       *
      *    MATCHES AGAINST THE NOSTRO STATEMENTS.                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL138-NET-RECORD.
           05  DL138-N-DR-ACCT-NO        PIC X(10).
           05  DL138-N-NET-AMT           PIC S9(13)V9(2) COMP-3.
           05  DL138-N-CONV-AMT          PIC S9(13)V9(2) COMP-3.
           05  DL138-N-RATE-FOUND        PIC X(1).
           05  DL138-N-VALUE-DT          PIC 9(8).
