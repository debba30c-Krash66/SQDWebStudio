      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL155TRN                                         *
      *    CHECK VOID / STOP-PAYMENT / REISSUE TRANSACTION, KEYED BY  *
      *    THE CHECK NUMBER AS PRINTED.  ACTION "V" VOID, "S" STOP    *
      *    PAYMENT, "R" VOID AND REISSUE UNDER NEW-CHK-NBR (TO        *
      *    NEW-PAYEE WHEN IT IS FILLED, OTHERWISE TO THE SAME PAYEE). *
      *    OPERATOR AND REASON ARE REQUIRED FOR THE REGISTER.         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL155-TRN-RECORD.
           05  DL155-T-CHK-NBR           PIC X(10).
           05  DL155-T-ACTION            PIC X(1).
               88  DL155-T-VOID                       VALUE "V".
               88  DL155-T-STOP                       VALUE "S".
               88  DL155-T-REISSUE                    VALUE "R".
           05  DL155-T-NEW-CHK-NBR       PIC X(10).
           05  DL155-T-NEW-PAYEE         PIC X(10).
           05  DL155-T-OPERATOR          PIC X(8).
           05  DL155-T-REASON-CD         PIC X(2).
           05  DL155-T-REASON-TEXT       PIC X(30).
           05  FILLER                    PIC X(9).
