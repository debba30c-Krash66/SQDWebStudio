      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL159IDX                                         *
      *    SPENDING-ACCOUNT CLAIM LOOKUP RECORD.  BUILT FROM BHS2MCH  *
      *    AND BHS3MDE, ONE RECORD PER CLAIM, KEYED BY THE CLAIM'S    *
      *    OWN INVOICE NUMBER (THE DL018IDX KEY), SO DL159 CAN READ   *
      *    AN ADJUSTED CLAIM'S ORIGINAL AND REVERSE EXACTLY WHAT THE  *
      *    CUSTODIAN WAS SENT FOR IT.  AMOUNTS ARE IN CENTS.          *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL159-IDX-RECORD.
           05  DL159-IDX-INV-NBR         PIC 9(13).
           05  DL159-IDX-HSA-NBR         PIC X(2).
           05  DL159-IDX-BSA-IND         PIC X(1).
           05  DL159-IDX-FLEX-IND        PIC X(1).
           05  DL159-IDX-PATIENT-NBR     PIC X(17).
           05  DL159-IDX-FIN-DT          PIC 9(8).
           05  DL159-IDX-SVC-FROM-DT     PIC 9(8).
           05  DL159-IDX-SVC-TO-DT       PIC 9(8).
           05  DL159-IDX-PROVIDER        PIC X(10).
           05  DL159-IDX-ALLOWED-AMT     PIC S9(11).
           05  DL159-IDX-DED-AMT         PIC S9(11).
           05  DL159-IDX-COPAY-AMT       PIC S9(11).
           05  DL159-IDX-COINS-AMT       PIC S9(11).
