      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL147REQ                                         *
      *    AUTHORIZATION-REQUIRED SERVICE RECORD.  ONE RECORD PER     *
      *    PROCEDURE RANGE ("P", CLD-PROC-CD FROM CODE-LO TO CODE-HI) *
      *    OR SERVICE CLASS ("S", CLD-SERVICE-CLS IN THE FIRST TWO    *
      *    BYTES OF CODE-LO) THE UTILIZATION-MANAGEMENT PROGRAM       *
      *    REQUIRES PRIOR AUTHORIZATION FOR - INPATIENT, HIGH-COST    *
      *    IMAGING AND THE LIKE.  A PAID LINE IN ONE OF THESE, OR ON  *
      *    A CLAIM CARRYING CLH-PRO-APP-IND "Y", NEEDS A DL146AUT     *
      *    APPROVAL.  LOADED ONCE AT STARTUP BY DL147.                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL147-REQ-RECORD.
           05  DL147-R-REQ-TYPE          PIC X(1).
               88  DL147-R-BY-PROC                     VALUE "P".
               88  DL147-R-BY-CLASS                    VALUE "S".
           05  DL147-R-CODE-LO           PIC X(5).
           05  DL147-R-CODE-HI           PIC X(5).
           05  DL147-R-REQ-DESC          PIC X(20).
