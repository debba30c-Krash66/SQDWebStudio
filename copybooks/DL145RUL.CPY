      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL145RUL                                         *
      *    CLINICAL-CONSISTENCY RULE RECORD.  ONE RECORD PER          *
      *    PROCEDURE OR DIAGNOSIS RANGE THE MEDICAL POLICY UNIT HAS   *
      *    RESTRICTED BY PATIENT SEX AND/OR AGE.  A PAID CODE INSIDE  *
      *    THE RANGE IS A VIOLATION WHEN THE PATIENT'S SEX IS NOT THE *
      *    RULE'S SEX (SPACES = EITHER) OR THE PATIENT'S AGE ON THE   *
      *    SERVICE DATE FALLS OUTSIDE THE MINIMUM/MAXIMUM (ZERO AND   *
      *    999 = NO LIMIT).  SMALL ENOUGH TO HOLD ENTIRELY IN A       *
      *    WORKING-STORAGE TABLE, LOADED ONCE AT STARTUP THE SAME     *
      *    WAY DL114 LOADS DL114RUL.                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL145-RUL-RECORD.
           05  DL145-R-CODE-TYPE         PIC X(1).
               88  DL145-R-PROCEDURE                   VALUE "P".
               88  DL145-R-DIAGNOSIS                   VALUE "D".
           05  DL145-R-CODE-LO           PIC X(5).
           05  DL145-R-CODE-HI           PIC X(5).
           05  DL145-R-SEX               PIC X(1).
           05  DL145-R-AGE-MIN           PIC 9(3).
           05  DL145-R-AGE-MAX           PIC 9(3).
           05  DL145-R-RULE-DESC         PIC X(20).
