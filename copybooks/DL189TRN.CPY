      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL189TRN                                         *
      *    COMPLETED KYC REVIEW TRANSACTION.  ONE RECORD PER REVIEW   *
      *    SIGNED OFF, SORTED ASCENDING BY BR-NO/CUST-NO/LOCN-ID AND  *
      *    REVIEW DATE FOR THE DL189 MATCH-MERGE.  THE OUTCOME CODES  *
      *    ARE THOSE OF DL189REV.                                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL189-TRN-RECORD.
           05  DL189-T-KEY.
               10  DL189-T-BR-NO         PIC X(4).
               10  DL189-T-CUST-NO       PIC 9(5).
               10  DL189-T-LOCN-ID       PIC 9(2).
           05  DL189-T-REVIEW-DT         PIC 9(8).
           05  DL189-T-REVIEWER          PIC X(8).
           05  DL189-T-OUTCOME           PIC X(1).
           05  FILLER                    PIC X(52).
