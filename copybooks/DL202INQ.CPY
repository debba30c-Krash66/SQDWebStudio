      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL202INQ                                         *
      *    BATCH CLAIM-STATUS INQUIRY RECORD.  ONE RECORD PER         *
      *    QUESTION FROM A PROVIDER OFFICE OR CLEARINGHOUSE, SORTED   *
      *    ASCENDING BY PATIENT NUMBER (THE DL056INQ PATTERN).  THE   *
      *    PATIENT NUMBER IS THE CLH-PATIENT-NBR LAYOUT: THE 13-BYTE  *
      *    MEMBER ID AND THE 4-DIGIT DEPENDENT NUMBER; A BLANK        *
      *    DEPENDENT ASKS ABOUT EVERY PATIENT UNDER THE MEMBER ID.    *
      *    THE PROVIDER IS THE CONTRACTED PROVIDER BILLED             *
      *    (CLH-CONT-PRV).  A CLAIM MATCHES WHEN ITS SERVICE SPAN     *
      *    OVERLAPS THE SERVICE-DATE RANGE (CCYYMMDD; A BLANK END IS  *
      *    THE START DATE) AND, WHEN ONE IS GIVEN, ITS INVOICE NUMBER *
      *    IS THE ONE ASKED FOR.  THE INQUIRY ID IS THE SUBMITTER'S   *
      *    OWN REFERENCE AND IS ECHOED BACK UNTOUCHED ON THE          *
      *    RESPONSE.                                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL202-INQ-RECORD.
           05  DL202-Q-PATIENT-NBR.
               10  DL202-Q-MEMBER-ID     PIC X(13).
               10  DL202-Q-DEP-NBR       PIC X(4).
           05  DL202-Q-PRV-ID            PIC X(10).
           05  DL202-Q-SVC-FROM-X        PIC X(8).
           05  DL202-Q-SVC-FROM-DT REDEFINES DL202-Q-SVC-FROM-X
                                         PIC 9(8).
           05  DL202-Q-SVC-TO-X          PIC X(8).
           05  DL202-Q-SVC-TO-DT REDEFINES DL202-Q-SVC-TO-X
                                         PIC 9(8).
           05  DL202-Q-INV-NBR-X         PIC X(13).
           05  DL202-Q-INV-NBR REDEFINES DL202-Q-INV-NBR-X
                                         PIC 9(13).
           05  DL202-Q-INQUIRY-ID        PIC X(10).
           05  FILLER                    PIC X(14).
