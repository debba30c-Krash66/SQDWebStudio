      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL202RSP                                         *
      *    BATCH CLAIM-STATUS RESPONSE RECORD.  ONE PER INQUIRY, IN   *
      *    INQUIRY-FILE ORDER.  RESULT "00" ANSWERS WITH THE ONE      *
      *    CLAIM FOUND, LIVE OR ON THE DL070 ARCHIVE (ARCHIVE-IND     *
      *    "Y"); "NF" NO CLAIM MATCHES; "MM" MORE THAN ONE CLAIM      *
      *    MATCHES (MATCH-COUNT SAYS HOW MANY - ASK AGAIN WITH THE    *
      *    INVOICE NUMBER OR A NARROWER RANGE); "TM" THE MEMBER HAS   *
      *    MORE CLAIMS THAN ONE PASS CAN SEARCH; "IV" THE INQUIRY     *
      *    ITSELF IS INCOMPLETE OR ITS DATES ARE NOT VALID.  CLAIM    *
      *    STATUS IS "RC" RECEIVED, "PN" PENDED (PEND-CD GIVES WHY),  *
      *    "FN" FINALIZED WITH PAYMENT NOT YET ISSUED, "DN" DENIED OR *
      *    "PD" PAID.  ON A PAID CLAIM PAY-METHOD "C" IS A CHECK AND  *
      *    "E" AN EFT, WITH ITS DL154EFT TRACE NUMBER.  AMOUNTS ARE   *
      *    IN CENTS.  THE CLAIM'S OWN REMARK CODE COMES FIRST, THEN   *
      *    THOSE ON ITS LINES.                                        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL202-RSP-RECORD.
           05  DL202-A-INQUIRY-ID        PIC X(10).
           05  DL202-A-PATIENT-NBR       PIC X(17).
           05  DL202-A-PRV-ID            PIC X(10).
           05  DL202-A-RESULT-CD         PIC X(2).
               88  DL202-A-ANSWERED                    VALUE "00".
               88  DL202-A-NOT-FOUND                   VALUE "NF".
               88  DL202-A-MULTIPLE                    VALUE "MM".
               88  DL202-A-TOO-MANY                    VALUE "TM".
               88  DL202-A-INVALID                     VALUE "IV".
           05  DL202-A-MATCH-COUNT       PIC 9(3).
           05  DL202-A-INV-NBR           PIC 9(13).
           05  DL202-A-ARCHIVE-IND       PIC X(1).
           05  DL202-A-CLM-STATUS        PIC X(2).
               88  DL202-A-RECEIVED                    VALUE "RC".
               88  DL202-A-PENDED                      VALUE "PN".
               88  DL202-A-FINALIZED                   VALUE "FN".
               88  DL202-A-DENIED                      VALUE "DN".
               88  DL202-A-PAID                        VALUE "PD".
           05  DL202-A-RECEIVED-DT       PIC 9(8).
           05  DL202-A-SVC-FROM-DT       PIC 9(8).
           05  DL202-A-SVC-TO-DT         PIC 9(8).
           05  DL202-A-CHARGE-AMT        PIC 9(11).
           05  DL202-A-PAID-AMT          PIC 9(11).
           05  DL202-A-PAID-DT           PIC 9(8).
           05  DL202-A-PAY-METHOD        PIC X(1).
           05  DL202-A-CHK-NBR           PIC X(10).
           05  DL202-A-TRACE-NBR         PIC 9(15).
           05  DL202-A-PEND-CD           PIC X(4).
           05  DL202-A-RMK-CD            PIC X(4) OCCURS 6 TIMES.
           05  FILLER                    PIC X(10).
