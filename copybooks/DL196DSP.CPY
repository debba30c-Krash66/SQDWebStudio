      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL196DSP                                         *
      *    WORK-QUEUE DISPOSITION TRANSACTION, KEYED BY THE ANALYSTS  *
      *    AGAINST AN OPEN ITEM AND PRESORTED BY ITEM KEY.  IT CLOSES *
      *    THE ITEM AND IS CREDITED TO THE ANALYST ON THE             *
      *    QUEUE-STATUS REPORT.                                       *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL196-DSP-RECORD.
           05  DL196-D-KEY.
               10  DL196-D-PROGRAM-ID    PIC X(8).
               10  DL196-D-REASON-CD     PIC X(4).
               10  DL196-D-ITEM-KEY      PIC X(30).
           05  DL196-D-ANALYST-ID        PIC X(8).
           05  DL196-D-DISP-CD           PIC X(2).
           05  DL196-D-NOTE              PIC X(28).
