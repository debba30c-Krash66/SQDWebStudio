      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL908WQI                                         *
      *    WORK-QUEUE FEED RECORD, APPENDED BY THE SHARED DL908       *
      *    SERVICE FOR EVERY WORKLIST PROGRAM AND STAMPED WITH THE    *
      *    BUSINESS DATE.  AN "S" RECORD (REASON AND ITEM KEY SPACES) *
      *    SAYS THE PROGRAM RAN THAT DAY; AN "I" RECORD IS ONE ITEM   *
      *    ON ITS LIST.  DL196 TAKES THE DAY'S RECORDS INTO THE       *
      *    UNIFIED WORK-QUEUE MASTER.                                 *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL908-WQI-RECORD.
           05  DL908-W-BUS-DT            PIC 9(8).
           05  DL908-W-REC-TYPE          PIC X(1).
               88  DL908-W-START                       VALUE "S".
               88  DL908-W-ITEM                        VALUE "I".
           05  DL908-W-KEY.
               10  DL908-W-PROGRAM-ID    PIC X(8).
               10  DL908-W-REASON-CD     PIC X(4).
               10  DL908-W-ITEM-KEY      PIC X(30).
           05  DL908-W-PARTY-TYPE        PIC X(1).
           05  DL908-W-PARTY-ID          PIC X(20).
           05  DL908-W-REASON            PIC X(30).
           05  DL908-W-AMOUNT            PIC S9(11)V99.
           05  DL908-W-OPENED-DT         PIC 9(8).
           05  DL908-W-CLOSE-RULE        PIC X(1).
           05  DL908-W-RUN-TIME          PIC 9(8).
           05  FILLER                    PIC X(18).
