      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL165TRN                                         *
      *    APPEALS MAINTENANCE TRANSACTION, SORTED ASCENDING BY       *
      *    APPEAL NUMBER FOR THE DL165 MATCH-MERGE.  "A" OPENS AN     *
      *    APPEAL, "U" UPDATES IT (ONLY NON-BLANK, NONZERO FIELDS ARE *
      *    APPLIED), "C" CLOSES IT WITH A DECISION.  A ZERO DECISION  *
      *    DATE ON A CLOSE TAKES THE BUSINESS DATE.                   *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL165-TRAN-RECORD.
           05  DL165-T-APPEAL-NBR        PIC X(10).
           05  DL165-T-ACTION-CD         PIC X(1).
               88  DL165-T-ADD                        VALUE "A".
               88  DL165-T-UPDATE                     VALUE "U".
               88  DL165-T-CLOSE                      VALUE "C".
           05  DL165-T-EMP-ID            PIC X(13).
           05  DL165-T-INV-NBR           PIC 9(13).
           05  DL165-T-TYPE              PIC X(1).
           05  DL165-T-RCVD-DT           PIC 9(8).
           05  DL165-T-LEVEL             PIC 9(1).
           05  DL165-T-REVIEWER          PIC X(8).
           05  DL165-T-DENIAL-RSN        PIC X(4).
           05  DL165-T-DECISION          PIC X(1).
           05  DL165-T-DECISION-DT       PIC 9(8).
