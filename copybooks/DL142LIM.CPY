      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL142LIM                                         *
      *    OUT-OF-POCKET MAXIMUM PARAMETER RECORD.  ONE RECORD PER    *
      *    PACKAGE (GB-PKG-NO), CARRYING THE PER-PERSON AND PER-      *
      *    FAMILY OUT-OF-POCKET MAXIMUMS FOR A BENEFIT YEAR IN CENTS. *
      *    A ZERO MAXIMUM MEANS THE PACKAGE HAS NO LIMIT AT THAT      *
      *    LEVEL.  SMALL ENOUGH TO HOLD IN A WORKING-STORAGE TABLE,   *
      *    LOADED ONCE AT STARTUP THE SAME WAY DL111 LOADS DL111THR.  *
      *    MAINTAINED BY BENEFITS CONFIGURATION.                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL142-LIM-RECORD.
           05  DL142-L-PKG-NO            PIC 9(3).
           05  DL142-L-IND-MAX-AMT       PIC 9(9).
           05  DL142-L-FAM-MAX-AMT       PIC 9(9).
