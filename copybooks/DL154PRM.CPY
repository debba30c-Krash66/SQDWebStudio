      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL154PRM                                         *
      *    ACH ORIGINATION PARAMETER CARD FOR THE DL154 PAYMENT RUN:  *
      *    THE DISBURSEMENT BANK'S ROUTING AND NAME, OUR ORIGINATOR   *
      *    AND COMPANY IDENTIFICATION AS THE BANK ASSIGNED THEM, AND  *
      *    THE CALENDAR DAYS A PRENOTE MUST AGE BEFORE THE FIRST      *
      *    LIVE PAYMENT (THE DL059PRM PATTERN).                       *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL154-PRM-RECORD.
           05  DL154-P-DEST-ROUTING      PIC 9(9).
           05  DL154-P-DEST-NAME         PIC X(23).
           05  DL154-P-ORIGIN-ID         PIC X(10).
           05  DL154-P-ORIGIN-NAME       PIC X(23).
           05  DL154-P-COMPANY-NAME      PIC X(16).
           05  DL154-P-COMPANY-ID        PIC X(10).
           05  DL154-P-ODFI-ID           PIC 9(8).
           05  DL154-P-PRENOTE-DAYS      PIC 9(3).
