      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL909PRM                                         *
      *    PARAMETER AREA FOR THE SHARED DL909 CLAIM-VIEW READER.     *
      *    THE CALLER PASSES THIS AREA WITH ITS OWN BHS2MCH AND       *
      *    BHS3MDE RECORD AREAS.  FUNCTION "R" RETURNS THE NEXT CLAIM *
      *    FROM THE DL197CVW EXTRACT REBUILT INTO THOSE AREAS, JUST   *
      *    AS THE OLD LOCKSTEP READ OF BHS2MCH/BHS3MDE LEFT THEM (THE *
      *    HEADER FIELDS THE CLAIM PROGRAMS USE, AND ALL FOUR DETAIL  *
      *    OCCURRENCES), WITH THE MEMBER, DEPENDENT AND PACKAGE       *
      *    ALREADY RESOLVED.  DL909-P-END COMES BACK WHEN THE CLAIMS  *
      *    ARE EXHAUSTED; DL909-P-DET-MISSING WHEN THE CLAIM HAD NO   *
      *    DETAIL RECORD (THE OLD DETAIL END-OF-FILE).  FUNCTION "C"  *
      *    CLOSES THE EXTRACT AT END OF JOB.  THE EXTRACT'S LABELS    *
      *    AND CONTROL TOTALS ARE CHECKED BY DL909 ITSELF; A MISMATCH *
      *    FAILS THE STEP.                                            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL909-PARMS.
           05  DL909-P-FUNCTION          PIC X(1).
               88  DL909-P-READ                        VALUE "R".
               88  DL909-P-CLOSE                       VALUE "C".
           05  DL909-P-PROGRAM-ID        PIC X(8).
           05  DL909-P-STATUS            PIC X(1).
               88  DL909-P-OK                          VALUE "0".
               88  DL909-P-END                         VALUE "E".
           05  DL909-P-DET-SW            PIC X(1).
               88  DL909-P-DET-PRESENT                 VALUE "Y".
               88  DL909-P-DET-MISSING                 VALUE "N".
           05  DL909-P-EMP-ID            PIC X(13).
           05  DL909-P-DEP-NBR           PIC 9(4).
           05  DL909-P-MEMBER-SW         PIC X(1).
               88  DL909-P-MEMBER-FOUND                VALUE "Y".
           05  DL909-P-PKG-NO            PIC 9(3).
