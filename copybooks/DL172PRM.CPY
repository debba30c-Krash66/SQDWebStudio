      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL172PRM                                         *
      *    EMPLOYER FULL-FILE RECONCILIATION PARAMETER CARD.  THE     *
      *    GROUP NAMES THE EMP-COV-GROUP-EE1 BEING RECONCILED.  MODE  *
      *    "R" REVIEWS ONLY - THE DIFFERENCE REPORT IS PRINTED AND NO *
      *    TRANSACTIONS ARE RELEASED; MODE "L" ALSO RELEASES THE      *
      *    GENERATED MAINTENANCE TRANSACTIONS.  THE TERMINATION CAP   *
      *    IS THE MOST MEMBER, DEPENDENT AND                          *
      *    SPOUSE/DEPENDENT-COVERAGE TERMINATIONS ONE FILE MAY        *
      *    GENERATE; A FILE OVER THE CAP RELEASES NOTHING.  THE       *
      *    TERMINATION DATE IS THE CANCEL DATE GIVEN TO MEMBERS AND   *
      *    DEPENDENTS MISSING FROM THE FILE (ZERO TAKES THE BUSINESS  *
      *    DATE).                                                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL172-PRM-RECORD.
           05  DL172-P-GROUP             PIC X(9).
           05  DL172-P-MODE              PIC X(1).
               88  DL172-P-REVIEW                     VALUE "R".
               88  DL172-P-RELEASE                    VALUE "L".
           05  DL172-P-TERM-CAP          PIC 9(5).
           05  DL172-P-TERM-DT           PIC 9(8).
           05  FILLER                    PIC X(57).
