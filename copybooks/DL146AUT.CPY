      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL146AUT                                         *
      *    PRIOR-AUTHORIZATION MASTER RECORD.  ONE RECORD PER         *
      *    UTILIZATION-MANAGEMENT APPROVAL, SORTED ASCENDING BY       *
      *    MEMBER (EMP-EMP-ID) AND AUTHORIZATION NUMBER.  THE DEP-NBR *
      *    IS ZERO FOR THE SUBSCRIBER, OTHERWISE THE CLS-DEP-NBR THE  *
      *    CLAIM'S CLH-PATIENT-NBR(14:4) CARRIES.  AN AUTHORIZATION   *
      *    COVERS ONE PROCEDURE ("P") OR ONE SERVICE CLASS ("S"), FOR *
      *    ONE PROVIDER OR (PROVIDER SPACES) ANY PROVIDER, IN UNITS   *
      *    ("U", ONE PER PAID LINE) OR DAYS ("D", CLH-COV-DAYS ONCE   *
      *    PER CLAIM).  APPROVALS ARE MAINTAINED BY DL146 FROM THE UM *
      *    VENDOR'S DAILY FILE; USED UNITS AND THE EXPIRED-UNUSED     *
      *    FLAG ARE CARRIED FORWARD BY THE DL147 CLAIM MATCH.         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL146-AUT-RECORD.
           05  DL146-A-EMP-ID            PIC X(13).
           05  DL146-A-AUTH-NBR          PIC X(12).
           05  DL146-A-DEP-NBR           PIC 9(4).
           05  DL146-A-PRV-ID            PIC X(10).
           05  DL146-A-AUTH-TYPE         PIC X(1).
               88  DL146-A-BY-PROC                     VALUE "P".
               88  DL146-A-BY-CLASS                    VALUE "S".
           05  DL146-A-PROC-CD           PIC X(5).
           05  DL146-A-SVC-CLASS         PIC X(2).
           05  DL146-A-UNIT-BASIS        PIC X(1).
               88  DL146-A-UNITS                       VALUE "U".
               88  DL146-A-DAYS                        VALUE "D".
           05  DL146-A-APPR-UNITS        PIC 9(5).
           05  DL146-A-USED-UNITS        PIC 9(5).
           05  DL146-A-FROM-DT           PIC 9(8).
           05  DL146-A-TO-DT             PIC 9(8).
           05  DL146-A-LAST-CLM-DT       PIC 9(8).
           05  DL146-A-EXPIRED-SW        PIC X(1).
               88  DL146-A-EXPIRED-RPTD                VALUE "Y".
           05  DL146-A-LOAD-DT           PIC 9(8).
