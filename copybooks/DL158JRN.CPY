      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL158JRN                                         *
      *    CLAIMS-EXPENSE GENERAL-LEDGER JOURNAL RECORD.  "D" AND "C" *
      *    RECORDS ARE THE BALANCED DEBIT/CREDIT PAIR FOR ONE AMOUNT  *
      *    OF ONE CLAIM PAID ON THE BUSINESS DATE; THE SINGLE "H"     *
      *    BATCH-HEADER CONTROL RECORD IS WRITTEN LAST WITH THE PAIR  *
      *    COUNT, THE DEBIT TOTAL AND THE CASH (PAID-AMOUNT) TOTAL    *
      *    THAT TIED TO THE DAY'S POSITIVE-PAY ISSUES PLUS EFT        *
      *    PAYMENTS.  AS WITH DL083JRN, THE LEDGER LOADER REJECTS A   *
      *    FILE WITHOUT ITS "H" RECORD.  AMOUNTS ARE IN CENTS.        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL158-JRN-RECORD.
           05  DL158-J-REC-TYPE          PIC X(1).
               88  DL158-J-DEBIT                      VALUE "D".
               88  DL158-J-CREDIT                     VALUE "C".
               88  DL158-J-HEADER                     VALUE "H".
           05  DL158-J-ACCT-NO           PIC X(10).
           05  DL158-J-AMOUNT            PIC S9(13).
           05  DL158-J-COMPANY-CD        PIC X(1).
           05  DL158-J-LOB               PIC X(1).
           05  DL158-J-PRODUCT-CD        PIC X(3).
           05  DL158-J-AMT-TYPE          PIC X(2).
           05  DL158-J-INV-NBR           PIC 9(13).
           05  DL158-J-POST-DT           PIC 9(8).
           05  DL158-J-CASH-TOTAL        PIC S9(13).
           05  DL158-J-POSTING-COUNT     PIC 9(8).
