      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL179STD                                         *
      *    STANDARDIZED ADDRESS SATELLITE RECORD.  ONE RECORD PER     *
      *    ACTIVE MEMBER FOR THE MASTER ADDRESS (PURPOSE SPACE) AND   *
      *    ONE PER DL125ADR PURPOSE ADDRESS, SORTED ASCENDING BY      *
      *    MEMBER ID AND PURPOSE, REBUILT IN FULL BY EVERY DL179 RUN. *
      *    CARRIES THE ADDRESS AS STANDARDIZED AGAINST THE POSTAL     *
      *    REFERENCE, THE ZIP+4 ADD-ON AND THE COUNTY, WHICH BED1EMP  *
      *    HAS NO ROOM FOR, AND FOR THE MASTER ADDRESS WHETHER THE    *
      *    COUNTY LIES IN THE SERVICE AREA OF THE MEMBER'S PACKAGE.   *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL179-STD-RECORD.
           05  DL179-S-EMP-ID            PIC X(13).
           05  DL179-S-PURPOSE           PIC X(1).
               88  DL179-S-MASTER-ADDR                VALUE SPACE.
           05  DL179-S-ADDR              PIC X(25).
           05  DL179-S-ADDR4             PIC X(25).
           05  DL179-S-CITY              PIC X(16).
           05  DL179-S-ST                PIC X(2).
           05  DL179-S-ZIP5              PIC 9(5).
           05  DL179-S-ZIP4              PIC 9(4).
           05  DL179-S-COUNTY            PIC X(5).
           05  DL179-S-MATCH-CD          PIC X(1).
               88  DL179-S-ZIP4-MATCHED               VALUE "4".
               88  DL179-S-ZIP-MATCHED                VALUE "Z".
               88  DL179-S-NOT-MATCHED                VALUE "N".
           05  DL179-S-AREA-CD           PIC X(1).
               88  DL179-S-IN-AREA                    VALUE "I".
               88  DL179-S-OUT-OF-AREA                VALUE "O".
               88  DL179-S-AREA-UNKNOWN               VALUE SPACE.
           05  DL179-S-PKG-NO            PIC 9(3).
           05  DL179-S-AREA-NO           PIC X(2).
           05  DL179-S-STD-DATE          PIC 9(8).
           05  FILLER                    PIC X(19).
