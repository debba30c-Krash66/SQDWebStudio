      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL906JRN                                         *
      *    MEMBER-MASTER CHANGE JOURNAL RECORD WRITTEN BY THE SHARED  *
      *    DL906 SERVICE.  EVERY PROGRAM THAT REWRITES BED1EMP LOGS   *
      *    ONE RECORD PER CHANGED FIELD (ACTION C) WITH THE FIELD'S   *
      *    BEFORE AND AFTER BYTES; A MEMBER PURGED FROM THE MASTER    *
      *    LOGS EVERY CATALOGUED FIELD WITH ITS LAST VALUE (ACTION    *
      *    D).  THE KEY - MEMBER, EXECUTION DATE, RUN START TIME AND  *
      *    A SEQUENCE WITHIN THE RUN - ORDERS THE CHANGES AS THEY     *
      *    WERE MADE, SO DL177 CAN ROLL A MEMBER BACK FROM THE        *
      *    CURRENT MASTER TO ANY BUSINESS DATE.  VALUES ARE KEPT IN   *
      *    THE MASTER'S OWN STORAGE FORMAT; THE TYPE CODE (SEE        *
      *    DL906FLD) SAYS HOW TO SHOW THEM.                           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL906-JRN-RECORD.
           05  DL906-J-KEY.
               10  DL906-J-EMP-ID        PIC X(13).
               10  DL906-J-EXEC-DATE     PIC 9(8).
               10  DL906-J-RUN-TIME      PIC 9(8).
               10  DL906-J-SEQ           PIC 9(7).
           05  DL906-J-BUS-DATE          PIC 9(8).
           05  DL906-J-PROGRAM-ID        PIC X(8).
           05  DL906-J-ACTION            PIC X(1).
               88  DL906-J-CHANGE                     VALUE "C".
               88  DL906-J-PURGE                      VALUE "D".
           05  DL906-J-FIELD-NAME        PIC X(25).
           05  DL906-J-OFFSET            PIC 9(4).
           05  DL906-J-LENGTH            PIC 9(2).
           05  DL906-J-FIELD-TYPE        PIC X(1).
           05  DL906-J-OLD-VALUE         PIC X(79).
           05  DL906-J-NEW-VALUE         PIC X(79).
           05  FILLER                    PIC X(7).
