      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL173SUS                                         *
      *    LOCKBOX PAYMENT SUSPENSE RECORD, WRITTEN BY DL173 FOR A    *
      *    PAYMENT IT COULD NOT POST.  "NM" = THE MEMBER ID MATCHES   *
      *    NO BED1EMP MEMBER; "NR" = THE MEMBER HAS NO ACTIVE PACKAGE *
      *    OR NO IN-FORCE VSGPBLR RATE FOR ITS CONTRACT TYPE.  WORKED *
      *    BY PREMIUM ACCOUNTING.                                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL173-SUS-RECORD.
           05  DL173-S-REASON-CD         PIC X(2).
               88  DL173-S-NO-MEMBER                  VALUE "NM".
               88  DL173-S-NO-RATE                    VALUE "NR".
           05  DL173-S-EMP-ID            PIC X(13).
           05  DL173-S-PAY-AMT           PIC 9(7)V9(2).
           05  DL173-S-REF-TYPE          PIC X(1).
           05  DL173-S-REF-NBR           PIC X(15).
           05  DL173-S-DEPOSIT-DT        PIC 9(8).
           05  DL173-S-RUN-DT            PIC 9(8).
