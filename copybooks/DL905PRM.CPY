      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL905PRM                                         *
      *    PARAMETER AREA FOR THE SHARED DL905 CORRESPONDENCE-LOG     *
      *    SERVICE.  FUNCTION "L" LOGS ONE LETTER (MEMBER, DEPENDENT, *
      *    LETTER TYPE, PRINT FILE, HELD-AS-RETURNED-MAIL SWITCH AND  *
      *    THE ADDRESS USED) AND RETURNS ITS LETTER NUMBER; FUNCTION  *
      *    "I" LOGS ONE LINE OF THAT LETTER'S PRINT IMAGE.  THE       *
      *    CALLER SETS DL905-P-PROGRAM-ID ONCE AT START-UP.           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL905-PARMS.
           05  DL905-P-FUNCTION          PIC X(1).
               88  DL905-P-LOG-LETTER                 VALUE "L".
               88  DL905-P-LOG-IMAGE                  VALUE "I".
           05  DL905-P-PROGRAM-ID        PIC X(8).
           05  DL905-P-EMP-ID            PIC X(13).
           05  DL905-P-DEP-NBR           PIC 9(4).
           05  DL905-P-LETTER-TYPE       PIC X(2).
               88  DL905-P-ARREARS                    VALUE "AR".
               88  DL905-P-COB-QUEST                  VALUE "CQ".
               88  DL905-P-DISAB-CERT                 VALUE "DC".
               88  DL905-P-STUDENT-CERT               VALUE "SC".
               88  DL905-P-AGE-OUT                    VALUE "AO".
               88  DL905-P-EOB                        VALUE "EB".
           05  DL905-P-PRINT-DD          PIC X(8).
           05  DL905-P-SUPPRESS-SW       PIC X(1).
               88  DL905-P-SUPPRESSED                 VALUE "Y".
               88  DL905-P-NOT-SUPPRESSED             VALUE "N".
           05  DL905-P-MAIL-NAME         PIC X(25).
           05  DL905-P-ADDR              PIC X(25).
           05  DL905-P-ADDR4             PIC X(25).
           05  DL905-P-CITY              PIC X(16).
           05  DL905-P-ST                PIC X(2).
           05  DL905-P-ZIP               PIC 9(8).
           05  DL905-P-IMAGE-LINE        PIC X(200).
           05  DL905-P-LETTER-SEQ        PIC 9(7).
