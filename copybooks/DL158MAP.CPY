      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL158MAP                                         *
      *    CLAIMS-EXPENSE LEDGER ACCOUNT MAPPING RECORD.  ONE RECORD  *
      *    PER COMPANY (CLH-COMPANY-CD), LINE OF BUSINESS             *
      *    (CLH-NATURE-OF-BUSINESS), PRODUCT (CLH-PRODUCT-CD) AND     *
      *    AMOUNT TYPE, NAMING THE DEBIT AND CREDIT ACCOUNTS A        *
      *    POSITIVE AMOUNT JOURNALS TO; A NEGATIVE AMOUNT POSTS THE   *
      *    SAME PAIR REVERSED.  THE CASH SIDE OF A PAID-AMOUNT ENTRY  *
      *    IS THE BANK CLEARING ACCOUNT.  A RECORD WITH A BLANK       *
      *    PRODUCT COVERS EVERY PRODUCT OF ITS COMPANY AND LINE OF    *
      *    BUSINESS NOT MAPPED ON ITS OWN.  LOADED ONCE AT STARTUP    *
      *    THE WAY DL083 LOADS DL083MAP.  MAINTAINED BY FINANCE.      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL158-MAP-RECORD.
           05  DL158-M-COMPANY-CD        PIC X(1).
           05  DL158-M-LOB               PIC X(1).
           05  DL158-M-PRODUCT-CD        PIC X(3).
           05  DL158-M-AMT-TYPE          PIC X(2).
               88  DL158-M-PAID                       VALUE "PD".
               88  DL158-M-WITHHOLD                   VALUE "WH".
               88  DL158-M-REFUND                     VALUE "RF".
               88  DL158-M-ACCESS-FEE                 VALUE "AF".
               88  DL158-M-ADMIN-FEE                  VALUE "AD".
               88  DL158-M-ADJUSTMENT                 VALUE "AJ".
           05  DL158-M-DR-ACCT           PIC X(10).
           05  DL158-M-CR-ACCT           PIC X(10).
