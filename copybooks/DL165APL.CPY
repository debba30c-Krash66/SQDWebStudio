      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL165APL                                         *
      *    MEMBER APPEALS AND GRIEVANCE MASTER, KEYED AND SORTED BY   *
      *    APPEAL NUMBER.  MAINTAINED BY DL165.  TYPE "P"             *
      *    PRE-SERVICE, "C" POST-SERVICE (CLAIM), "E" EXPEDITED.  THE *
      *    DUE DATE IS THE RECEIVED DATE ADVANCED BY THE TYPE'S       *
      *    ALLOWANCE IN BUSINESS DAYS (DL901).  DECISION "U" UPHELD,  *
      *    "O" OVERTURNED, "P" PARTIALLY OVERTURNED, "W" WITHDRAWN;   *
      *    IT IS SET WHEN THE APPEAL IS CLOSED.  THE DENIAL REASON IS *
      *    THE CLAIM'S CLH-RMK-CD.  THE RETRIEVAL DATE IS WHEN THE    *
      *    CLAIM WAS FOUND ON THE DL070 ARCHIVE AND REQUESTED FROM    *
      *    DL071.                                                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL165-APL-RECORD.
           05  DL165-A-APPEAL-NBR        PIC X(10).
           05  DL165-A-EMP-ID            PIC X(13).
           05  DL165-A-INV-NBR           PIC 9(13).
           05  DL165-A-TYPE              PIC X(1).
               88  DL165-A-PRE-SERVICE                VALUE "P".
               88  DL165-A-POST-SERVICE               VALUE "C".
               88  DL165-A-EXPEDITED                  VALUE "E".
           05  DL165-A-RCVD-DT           PIC 9(8).
           05  DL165-A-LEVEL             PIC 9(1).
           05  DL165-A-REVIEWER          PIC X(8).
           05  DL165-A-DENIAL-RSN        PIC X(4).
           05  DL165-A-STATUS            PIC X(1).
               88  DL165-A-OPEN                       VALUE "O".
               88  DL165-A-CLOSED                     VALUE "C".
           05  DL165-A-DUE-DT            PIC 9(8).
           05  DL165-A-DECISION          PIC X(1).
               88  DL165-A-UPHELD                     VALUE "U".
               88  DL165-A-OVERTURNED                 VALUE "O".
               88  DL165-A-PARTIAL                    VALUE "P".
               88  DL165-A-WITHDRAWN                  VALUE "W".
           05  DL165-A-DECISION-DT       PIC 9(8).
           05  DL165-A-RETRIEVE-DT       PIC 9(8).
           05  DL165-A-ADD-DT            PIC 9(8).
           05  DL165-A-LOAD-DT           PIC 9(8).
           05  FILLER                    PIC X(20).
