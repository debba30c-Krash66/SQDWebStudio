      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL183PRM                                         *
      *    OUTBOUND PAYMENT MESSAGE BUILDER PARAMETER CARD.  THE BIC  *
      *    THIS INSTALLATION SENDS UNDER (8 OR 11 CHARACTERS,         *
      *    LEFT-JUSTIFIED) AND THE ORDERING NAME AND ACCOUNT THE      *
      *    DEBTOR FIELDS OF EVERY DL183 MESSAGE CARRY.  ALL THREE ARE *
      *    REQUIRED.                                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL183-PRM-RECORD.
           05  DL183-P-SENDER-BIC        PIC X(11).
           05  DL183-P-DEBTOR-NAME       PIC X(35).
           05  DL183-P-DEBTOR-ACCT       PIC X(34).
