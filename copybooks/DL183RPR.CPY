      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL183RPR                                         *
      *    PAYMENT MESSAGE REPAIR QUEUE RECORD.  ONE RECORD PER       *
      *    APPROVED PAYMENT DL183 COULD NOT BUILD A COMPLETE MESSAGE  *
      *    FOR, NAMING THE FIRST MISSING PIECE, FOR THE PAYMENTS DESK *
      *    TO REPAIR AND RESUBMIT.  THE CORRESPONDENT KEY IS          *
      *    ZERO/SPACES WHEN NO ROUTING CANDIDATE WAS FOUND.           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL183-RPR-RECORD.
           05  DL183-R-REQ-SEQ           PIC 9(6).
           05  DL183-R-CURR-CODE         PIC X(4).
           05  DL183-R-AMOUNT            PIC 9(13).
           05  DL183-R-VALUE-DATE        PIC 9(8).
           05  DL183-R-BR-NO             PIC X(4).
           05  DL183-R-CUST-NO           PIC 9(5).
           05  DL183-R-LOCN-ID           PIC 9(2).
           05  DL183-R-REASON            PIC X(2).
               88  DL183-R-NO-REQUEST                 VALUE "RQ".
               88  DL183-R-NO-ROUTE                   VALUE "RT".
               88  DL183-R-NO-CORR                    VALUE "CR".
               88  DL183-R-NO-NAME-ADDR               VALUE "NA".
               88  DL183-R-NO-INSTRUCTION             VALUE "IN".
               88  DL183-R-NO-BIC                     VALUE "BC".
               88  DL183-R-NO-ACCOUNT                 VALUE "AC".
               88  DL183-R-NO-BENEFICIARY             VALUE "BN".
               88  DL183-R-NO-TEST-KEY                VALUE "TK".
               88  DL183-R-SANCTIONS-BLOCK            VALUE "SB".
           05  DL183-R-REASON-TEXT       PIC X(30).
           05  DL183-R-APPROVER-ID       PIC X(8).
