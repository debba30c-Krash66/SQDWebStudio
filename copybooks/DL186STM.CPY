      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL186STM                                         *
      *    NOSTRO STATEMENT ENTRY.  ONE RECORD PER BOOKED ENTRY ON A  *
      *    CORRESPONDENT'S MT940 (FIELD 61) OR CAMT.053 (NTRY)        *
      *    STATEMENT OF OUR ACCOUNT, REDUCED TO ONE FIXED LAYOUT BY   *
      *    THE RECEIVING INTERFACE.  THE ACCOUNT IS AS THE            *
      *    CORRESPONDENT QUOTES IT - ES-REF-ACCT, OR ES-STD-ACCT      *
      *    LEFT-JUSTIFIED - AND THE AMOUNT IS UNSIGNED WITH A         *
      *    SEPARATE DEBIT/CREDIT MARK.                                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL186-STM-RECORD.
           05  DL186-S-FORMAT            PIC X(1).
               88  DL186-S-MT940                      VALUE "M".
               88  DL186-S-CAMT053                    VALUE "C".
           05  DL186-S-ACCOUNT           PIC X(12).
           05  DL186-S-ACCOUNT-STD REDEFINES DL186-S-ACCOUNT.
               10  DL186-S-STD-ACCT      PIC 9(8).
               10  DL186-S-STD-FILL      PIC X(4).
           05  DL186-S-STMT-NO           PIC X(10).
           05  DL186-S-CURR-CODE         PIC X(4).
           05  DL186-S-VALUE-DT          PIC 9(8).
           05  DL186-S-DR-CR             PIC X(1).
               88  DL186-S-DEBIT                      VALUE "D".
               88  DL186-S-CREDIT                     VALUE "C".
           05  DL186-S-AMOUNT            PIC 9(13)V9(2).
           05  DL186-S-BANK-REF          PIC X(16).
           05  DL186-S-OUR-REF           PIC X(16).
           05  FILLER                    PIC X(7).
