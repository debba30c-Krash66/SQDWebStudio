      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL159CUS                                         *
      *    HSA/HRA CUSTODIAN SUBSTANTIATION RECORD.  "O" SENDS A      *
      *    FINALIZED CLAIM FOR A MEMBER WITH A SPENDING ACCOUNT.  AN  *
      *    ADJUSTED CLAIM GOES OUT AS AN "R" REVERSAL OF WHAT WAS     *
      *    SENT FOR THE ORIGINAL INVOICE (AMOUNTS NEGATED) FOLLOWED   *
      *    BY A "P" REPLACEMENT CARRYING THE NEW FIGURES.  THE FINAL  *
      *    "T" TRAILER CARRIES THE DETAIL COUNT IN DL159-C-TRL-COUNT  *
      *    AND THE NET AMOUNT TOTALS IN THE AMOUNT FIELDS.  MEMBER    *
      *    RESPONSIBILITY IS DEDUCTIBLE PLUS COPAY PLUS COINSURANCE.  *
      *    AMOUNTS ARE IN CENTS.                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL159-CUS-RECORD.
           05  DL159-C-REC-TYPE          PIC X(1).
               88  DL159-C-ORIGINAL                   VALUE "O".
               88  DL159-C-REVERSAL                   VALUE "R".
               88  DL159-C-REPLACEMENT                VALUE "P".
               88  DL159-C-TRAILER                    VALUE "T".
           05  DL159-C-HSA-NBR           PIC X(2).
           05  DL159-C-BSA-IND           PIC X(1).
           05  DL159-C-FLEX-IND          PIC X(1).
           05  DL159-C-PATIENT-NBR       PIC X(17).
           05  DL159-C-INV-NBR           PIC 9(13).
           05  DL159-C-ORIG-INV-NBR      PIC 9(13).
           05  DL159-C-FIN-DT            PIC 9(8).
           05  DL159-C-SVC-FROM-DT       PIC 9(8).
           05  DL159-C-SVC-TO-DT         PIC 9(8).
           05  DL159-C-PROVIDER          PIC X(10).
           05  DL159-C-ALLOWED-AMT       PIC S9(13).
           05  DL159-C-DED-AMT           PIC S9(13).
           05  DL159-C-COPAY-AMT         PIC S9(13).
           05  DL159-C-COINS-AMT         PIC S9(13).
           05  DL159-C-MBR-RESP-AMT      PIC S9(13).
           05  DL159-C-TRL-COUNT         PIC 9(8).
