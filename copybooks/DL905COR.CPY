      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL905COR                                         *
      *    MEMBER CORRESPONDENCE LOG RECORD.  EVERY LETTER-PRODUCING  *
      *    PROGRAM LOGS EACH LETTER THROUGH THE SHARED DL905 SERVICE: *
      *    ONE "L" ENTRY PER LETTER (MEMBER, LETTER TYPE, BUSINESS    *
      *    DATE, THE ADDRESS USED, WHETHER IT WAS HELD AS RETURNED    *
      *    MAIL, AND THE PRINT FILE AND LETTER NUMBER THAT POINT TO   *
      *    ITS PRINT IMAGE), FOLLOWED BY ONE "I" RECORD PER LINE OF   *
      *    THAT PRINT IMAGE SO DL176 CAN RE-RENDER IT.  A HELD LETTER *
      *    HAS NO IMAGE.  THE KEY GROUPS A LETTER WITH ITS IMAGE      *
      *    LINES; LINE SEQUENCE ZERO IS THE "L" ENTRY.                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL905-COR-RECORD.
           05  DL905-C-KEY.
               10  DL905-C-EMP-ID        PIC X(13).
               10  DL905-C-BUS-DATE      PIC 9(8).
               10  DL905-C-PROGRAM-ID    PIC X(8).
               10  DL905-C-RUN-TIME      PIC 9(8).
               10  DL905-C-LETTER-SEQ    PIC 9(7).
               10  DL905-C-LINE-SEQ      PIC 9(4).
           05  DL905-C-REC-TYPE          PIC X(1).
               88  DL905-C-LETTER                     VALUE "L".
               88  DL905-C-IMAGE                      VALUE "I".
           05  DL905-C-LETTER-TYPE       PIC X(2).
               88  DL905-C-ARREARS                    VALUE "AR".
               88  DL905-C-COB-QUEST                  VALUE "CQ".
               88  DL905-C-DISAB-CERT                 VALUE "DC".
               88  DL905-C-STUDENT-CERT               VALUE "SC".
               88  DL905-C-AGE-OUT                    VALUE "AO".
               88  DL905-C-EOB                        VALUE "EB".
           05  DL905-C-DATA              PIC X(200).
           05  DL905-C-LETTER-DATA REDEFINES DL905-C-DATA.
               10  DL905-C-DEP-NBR       PIC 9(4).
               10  DL905-C-PRINT-DD      PIC X(8).
               10  DL905-C-SUPPRESS-SW   PIC X(1).
                   88  DL905-C-SUPPRESSED             VALUE "Y".
               10  DL905-C-MAIL-NAME     PIC X(25).
               10  DL905-C-ADDR          PIC X(25).
               10  DL905-C-ADDR4         PIC X(25).
               10  DL905-C-CITY          PIC X(16).
               10  DL905-C-ST            PIC X(2).
               10  DL905-C-ZIP           PIC 9(8).
               10  FILLER                PIC X(86).
           05  DL905-C-IMAGE-DATA REDEFINES DL905-C-DATA.
               10  DL905-C-IMAGE-LINE    PIC X(200).
