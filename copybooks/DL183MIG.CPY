      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL183MIG                                         *
      *    ISO 20022 MIGRATION EXTRACT FOR EQ-SNAMADDR.  EQ-SNAMADDR  *
      *    HAS NOWHERE TO RECORD WHETHER A CORRESPONDENT ACCEPTS      *
      *    PACS.008, SO - AS DL077BIC CARRIES THE BIC - THE           *
      *    CORRESPONDENTS THAT HAVE MIGRATED ARE CARRIED HERE KEYED   *
      *    BY BR-NO/CUST-NO/LOCN-ID WITH THE FIRST VALUE DATE THEY    *
      *    ACCEPT ISO 20022 MESSAGES.  A CORRESPONDENT NOT ON THIS    *
      *    EXTRACT IS SENT AN MT103.                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL183-MIG-RECORD.
           05  DL183-G-KEY.
               10  DL183-G-BR-NO         PIC X(4).
               10  DL183-G-CUST-NO       PIC 9(5).
               10  DL183-G-LOCN-ID       PIC 9(2).
           05  DL183-G-MIGR-DATE         PIC 9(8).
