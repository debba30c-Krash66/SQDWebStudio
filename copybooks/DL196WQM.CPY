      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL196WQM                                         *
      *    UNIFIED WORK-QUEUE MASTER RECORD, ONE PER ITEM ANY         *
      *    WORKLIST PROGRAM HAS REPORTED, IN KEY ORDER, CARRIED       *
      *    FORWARD BY DL196.  AN OPEN ITEM (STATUS O) SITS IN THE     *
      *    DEPARTMENT QUEUE THE DL196RTE ROUTING TABLE NAMES.  AN     *
      *    ITEM CLOSED BY A DISPOSITION STAYS ON FILE AS STATUS C     *
      *    WHILE ITS SOURCE KEEPS REPORTING IT, SO IT IS NOT REOPENED *
      *    THE NEXT NIGHT; IT DROPS WHEN THE SOURCE STOPS.  AMOUNT IS *
      *    DOLLARS AT RISK; OPENED IS THE DAY THE ITEM FIRST REACHED  *
      *    THE QUEUE UNLESS THE SOURCE SUPPLIED ITS OWN.              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL196-WQM-RECORD.
           05  DL196-M-KEY.
               10  DL196-M-PROGRAM-ID    PIC X(8).
               10  DL196-M-REASON-CD     PIC X(4).
               10  DL196-M-ITEM-KEY      PIC X(30).
           05  DL196-M-PARTY-TYPE        PIC X(1).
           05  DL196-M-PARTY-ID          PIC X(20).
           05  DL196-M-REASON            PIC X(30).
           05  DL196-M-AMOUNT            PIC S9(11)V99.
           05  DL196-M-OPENED-DT         PIC 9(8).
           05  DL196-M-LAST-SEEN-DT      PIC 9(8).
           05  DL196-M-CLOSE-RULE        PIC X(1).
           05  DL196-M-STATUS            PIC X(1).
               88  DL196-M-OPEN                        VALUE "O".
               88  DL196-M-CLOSED                      VALUE "C".
           05  DL196-M-QUEUE-ID          PIC X(6).
           05  DL196-M-CLOSED-DT         PIC 9(8).
           05  DL196-M-CLOSED-BY         PIC X(8).
           05  DL196-M-DISP-CD           PIC X(2).
           05  FILLER                    PIC X(52).
