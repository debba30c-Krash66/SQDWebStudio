      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL157COB                                         *
      *    COB ORDER DETERMINATION RECORD.  ONE RECORD PER DEPENDENT  *
      *    CHILD (BHS1DEP, CLS-REL NOT "SP") OF A SUBSCRIBER WHOSE    *
      *    IN-FORCE OTHER INSURANCE NAMES ANOTHER OF OUR OWN          *
      *    SUBSCRIBERS THROUGH EMP-DUAL-ID.  RULE "B" = BIRTHDAY RULE *
      *    (EARLIER MONTH AND DAY OF BIRTH IS PRIMARY), "L" = SAME    *
      *    BIRTHDAY, LONGER-COVERED PARENT IS PRIMARY, "U" = NOT      *
      *    DETERMINABLE (SAME BIRTHDAY AND SAME COVERAGE DATE) - THE  *
      *    PRIMARY ID IS LEFT BLANK FOR THE COB UNIT TO SETTLE.       *
      *    WRITTEN BY DL157 UNDER EACH PARENT THAT CARRIES THE CHILD. *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL157-COB-RECORD.
           05  DL157-C-EMP-ID            PIC X(13).
           05  DL157-C-DEP-NBR           PIC 9(4).
           05  DL157-C-DEP-FNAME         PIC X(10).
           05  DL157-C-OTHER-EMP-ID      PIC X(13).
           05  DL157-C-PRIMARY-EMP-ID    PIC X(13).
           05  DL157-C-RULE              PIC X(1).
               88  DL157-C-BIRTHDAY-RULE               VALUE "B".
               88  DL157-C-LONGER-COVERED              VALUE "L".
               88  DL157-C-UNDETERMINED                VALUE "U".
           05  DL157-C-OWN-BDAY          PIC 9(4).
           05  DL157-C-OTHER-BDAY        PIC 9(4).
           05  DL157-C-OWN-COV-SINCE     PIC 9(8).
           05  DL157-C-OTHER-COV-SINCE   PIC 9(8).
           05  DL157-C-DETERMINED-DT     PIC 9(8).
