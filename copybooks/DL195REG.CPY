      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL195REG                                         *
      *    BUSINESS-RULE PARAMETER AUDIT REGISTER RECORD.  ONE RECORD *
      *    PER PARAMETER CHANGE DL195 APPLIES, APPENDED RUN OVER RUN  *
      *    (THE DL903 OPEN-EXTEND DISCIPLINE) AND NEVER REWRITTEN,    *
      *    CARRYING THE BUSINESS AND EXECUTION DATES, THE ACTION, WHO *
      *    KEYED IT, AND THE ROW'S VALUE AND DESCRIPTION BEFORE AND   *
      *    AFTER (BEFORE IS SPACES/ZERO ON AN ADD, AFTER ON A         *
      *    WITHDRAWAL).                                               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL195-REG-RECORD.
           05  DL195-G-BUS-DT            PIC 9(8).
           05  DL195-G-EXEC-DT           PIC 9(8).
           05  DL195-G-KEY.
               10  DL195-G-PROGRAM-ID    PIC X(8).
               10  DL195-G-RULE-NAME     PIC X(16).
               10  DL195-G-EFF-DT        PIC 9(8).
           05  DL195-G-ACTION-CD         PIC X(1).
           05  DL195-G-CHANGED-BY        PIC X(9).
           05  DL195-G-BEFORE.
               10  DL195-G-B-VALUE       PIC 9(11)V99.
               10  DL195-G-B-DESC        PIC X(30).
           05  DL195-G-AFTER.
               10  DL195-G-A-VALUE       PIC 9(11)V99.
               10  DL195-G-A-DESC        PIC X(30).
           05  FILLER                    PIC X(6).
