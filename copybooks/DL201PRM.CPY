      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL201PRM                                         *
      *    MASS RE-PRICING PROJECT CARDS FOR DL201.  ONE "P" CARD     *
      *    NAMES THE PROJECT: ITS THREE-CHARACTER ID (CARRIED ONTO    *
      *    EVERY ADJUSTMENT AS CLH-RSN-ADJ), THE MODE - "T" TRIAL,    *
      *    THE DEFAULT, PRINTS THE IMPACT REPORT AND WRITES NOTHING;  *
      *    "R" RELEASE ALSO WRITES THE DL201ADJ TRANSACTIONS - AND    *
      *    THE SERVICE-DATE AND FINALIZED-DATE WINDOWS (CCYYMMDD, A   *
      *    BLANK END IS OPEN).  EACH "S" CARD SELECTS LINES BY GROUP, *
      *    BENEFIT CODE, CONTRACTED PROVIDER, NETWORK AND PROCEDURE   *
      *    RANGE (A BLANK FIELD MATCHES ANY; A BLANK HIGH PROCEDURE   *
      *    IS THE LOW ONE) AND GIVES THEIR NEW PRICE: BASIS "A" A     *
      *    FLAT NEW ALLOWANCE IN CENTS, THE SAME UNIT AS CLD-UCR-AMT, *
      *    OR BASIS "P" A PERCENTAGE OF THE ALLOWANCE ALREADY GIVEN   *
      *    (103.50 RAISES IT 3.5 PERCENT).  A LINE TAKES THE FIRST    *
      *    "S" CARD IT MATCHES.                                       *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL201-PRM-RECORD.
           05  DL201-P-CARD-TYPE         PIC X(1).
               88  DL201-P-PROJECT-CARD                VALUE "P".
               88  DL201-P-SELECT-CARD                 VALUE "S".
           05  DL201-P-PROJECT-DATA.
               10  DL201-P-PROJECT-ID    PIC X(3).
               10  DL201-P-MODE          PIC X(1).
                   88  DL201-P-TRIAL                   VALUE "T".
                   88  DL201-P-RELEASE                 VALUE "R".
               10  DL201-P-SVC-FROM-X    PIC X(8).
               10  DL201-P-SVC-FROM-DT REDEFINES DL201-P-SVC-FROM-X
                                         PIC 9(8).
               10  DL201-P-SVC-TO-X      PIC X(8).
               10  DL201-P-SVC-TO-DT REDEFINES DL201-P-SVC-TO-X
                                         PIC 9(8).
               10  DL201-P-FIN-FROM-X    PIC X(8).
               10  DL201-P-FIN-FROM-DT REDEFINES DL201-P-FIN-FROM-X
                                         PIC 9(8).
               10  DL201-P-FIN-TO-X      PIC X(8).
               10  DL201-P-FIN-TO-DT REDEFINES DL201-P-FIN-TO-X
                                         PIC 9(8).
               10  DL201-P-PROJECT-DESC  PIC X(30).
               10  FILLER                PIC X(13).
           05  DL201-P-SELECT-DATA REDEFINES DL201-P-PROJECT-DATA.
               10  DL201-S-GROUP         PIC X(9).
               10  DL201-S-BEN-CD        PIC X(9).
               10  DL201-S-PRV-ID        PIC X(10).
               10  DL201-S-NTWK-NO       PIC X(3).
               10  DL201-S-PROC-LO       PIC X(5).
               10  DL201-S-PROC-HI       PIC X(5).
               10  DL201-S-BASIS         PIC X(1).
                   88  DL201-S-BY-ALLOWANCE            VALUE "A".
                   88  DL201-S-BY-PERCENT              VALUE "P".
               10  DL201-S-NEW-ALLOW-X   PIC X(8).
               10  DL201-S-NEW-ALLOW REDEFINES DL201-S-NEW-ALLOW-X
                                         PIC 9(8).
               10  DL201-S-PERCENT-X     PIC X(5).
               10  DL201-S-PERCENT REDEFINES DL201-S-PERCENT-X
                                         PIC 9(3)V9(2).
               10  FILLER                PIC X(24).
