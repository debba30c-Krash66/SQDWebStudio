      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL907PAR                                         *
      *    BUSINESS-RULE PARAMETER MASTER.  ONE ROW PER PROGRAM, RULE *
      *    NAME AND EFFECTIVE DATE, SORTED ASCENDING ON THAT KEY AND  *
      *    MAINTAINED ONLY BY DL195.  THE ROW IN FORCE FOR A RUN IS   *
      *    THE ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER THE       *
      *    BUSINESS DATE; A LATER ROW SUPERSEDES AN EARLIER ONE AND   *
      *    NOTHING IS EVER DELETED ONCE IN FORCE, SO ANY PAST RUN'S   *
      *    VALUE CAN BE SHOWN.  THE VALUE IS IN THE CALLING PROGRAM'S *
      *    OWN UNIT (DAYS, CENTS, DOLLARS) AS THE DESCRIPTION SAYS.   *
      *    CHANGED-BY AND CHANGED-DT NAME WHO KEYED THE ROW AND WHEN. *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL907-PAR-RECORD.
           05  DL907-R-KEY.
               10  DL907-R-PROGRAM-ID    PIC X(8).
               10  DL907-R-RULE-NAME     PIC X(16).
               10  DL907-R-EFF-DT        PIC 9(8).
           05  DL907-R-VALUE             PIC 9(11)V99.
           05  DL907-R-CHANGED-BY        PIC X(9).
           05  DL907-R-CHANGED-DT        PIC 9(8).
           05  DL907-R-DESC              PIC X(30).
           05  FILLER                    PIC X(8).
