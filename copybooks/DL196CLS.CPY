      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL196CLS                                         *
      *    WORK-QUEUE CLOSURE HISTORY RECORD, APPENDED BY DL196 FOR   *
      *    EVERY ITEM CLOSED - BY ITS SOURCE NO LONGER REPORTING IT   *
      *    (HOW "S", CLOSED BY "SOURCE") OR BY AN ANALYST DISPOSITION *
      *    (HOW "D").                                                 *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL196-CLS-RECORD.
           05  DL196-C-BUS-DT            PIC 9(8).
           05  DL196-C-KEY               PIC X(42).
           05  DL196-C-PARTY-TYPE        PIC X(1).
           05  DL196-C-PARTY-ID          PIC X(20).
           05  DL196-C-QUEUE-ID          PIC X(6).
           05  DL196-C-AMOUNT            PIC S9(11)V99.
           05  DL196-C-OPENED-DT         PIC 9(8).
           05  DL196-C-DAYS-OPEN         PIC 9(5).
           05  DL196-C-CLOSED-BY         PIC X(8).
           05  DL196-C-HOW               PIC X(1).
               88  DL196-C-BY-SOURCE                   VALUE "S".
               88  DL196-C-BY-DISPOSITION              VALUE "D".
           05  DL196-C-DISP-CD           PIC X(2).
           05  DL196-C-NOTE              PIC X(28).
           05  FILLER                    PIC X(8).
