      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL196RTE                                         *
      *    WORK-QUEUE ROUTING RECORD.  ONE ROW PER SOURCE PROGRAM AND *
      *    REASON CODE NAMING THE DEPARTMENT QUEUE ITS ITEMS GO TO.   *
      *    A ROW WITH REASON CODE SPACES ROUTES EVERY OTHER REASON    *
      *    FROM THAT PROGRAM.  SMALL ENOUGH TO HOLD IN A              *
      *    WORKING-STORAGE TABLE, LOADED ONCE AT STARTUP THE WAY      *
      *    DL114 LOADS DL114RUL.                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL196-RTE-RECORD.
           05  DL196-R-PROGRAM-ID        PIC X(8).
           05  DL196-R-REASON-CD         PIC X(4).
           05  DL196-R-QUEUE-ID          PIC X(6).
           05  FILLER                    PIC X(22).
