      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL196QDF                                         *
      *    DEPARTMENT QUEUE DEFINITION RECORD.  ONE ROW PER QUEUE     *
      *    GIVING ITS NAME AND SERVICE LEVEL - THE NUMBER OF CALENDAR *
      *    DAYS AN ITEM MAY STAY OPEN BEFORE IT IS OVERDUE.           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL196-QDF-RECORD.
           05  DL196-Q-QUEUE-ID          PIC X(6).
           05  DL196-Q-QUEUE-NAME        PIC X(30).
           05  DL196-Q-SL-DAYS           PIC 9(3).
           05  FILLER                    PIC X(21).
