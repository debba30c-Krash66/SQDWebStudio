      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL183APR                                         *
      *    APPROVED PAYMENT RECORD FROM THE PAYMENTS DESK.  ONE       *
      *    RECORD PER DL136REQ PAYMENT REQUEST THE DESK HAS RULED ON, *
      *    SORTED ASCENDING BY REQUEST SEQUENCE, CARRYING THE         *
      *    APPROVAL AND THE BENEFICIARY DETAILS THE ROUTING REQUEST   *
      *    DOES NOT.  ONLY STATUS "A" IS RELEASED TO DL183.  THE      *
      *    END-TO-END REFERENCE MAY BE LEFT BLANK, IN WHICH CASE      *
      *    DL183 ASSIGNS ONE.                                         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL183-APR-RECORD.
           05  DL183-A-REQ-SEQ           PIC 9(6).
           05  DL183-A-APPR-STATUS       PIC X(1).
               88  DL183-A-APPROVED                   VALUE "A".
               88  DL183-A-DECLINED                   VALUE "D".
           05  DL183-A-APPROVER-ID       PIC X(8).
           05  DL183-A-APPR-DATE         PIC 9(8).
           05  DL183-A-E2E-REF           PIC X(16).
           05  DL183-A-BENE-NAME         PIC X(35).
           05  DL183-A-BENE-ACCT         PIC X(34).
           05  DL183-A-REMIT-INFO        PIC X(35).
