      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL154ACH                                         *
      *    NACHA ACH FILE RECORD (94 BYTES, BLOCKED 10) WRITTEN BY    *
      *    DL154.  ONE 01 LAYOUT PER RECORD TYPE OVER THE SAME AREA:  *
      *    "1" FILE HEADER, "5" BATCH HEADER, "6" ENTRY DETAIL, "8"   *
      *    BATCH CONTROL, "9" FILE CONTROL (AND ALL-NINES BLOCK       *
      *    FILL).  AMOUNTS ARE IN CENTS.                              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL154-ACH-RECORD              PIC X(94).
       01  DL154-FH-RECORD.
           05  DL154-FH-REC-TYPE         PIC X(1).
           05  DL154-FH-PRIORITY         PIC X(2).
           05  DL154-FH-IMMED-DEST       PIC X(10).
           05  DL154-FH-IMMED-ORIGIN     PIC X(10).
           05  DL154-FH-CREATE-DT        PIC 9(6).
           05  DL154-FH-CREATE-TM        PIC 9(4).
           05  DL154-FH-FILE-ID-MOD      PIC X(1).
           05  DL154-FH-RECORD-SIZE      PIC X(3).
           05  DL154-FH-BLOCKING         PIC X(2).
           05  DL154-FH-FORMAT-CD        PIC X(1).
           05  DL154-FH-DEST-NAME        PIC X(23).
           05  DL154-FH-ORIGIN-NAME      PIC X(23).
           05  DL154-FH-REFERENCE        PIC X(8).
       01  DL154-BH-RECORD.
           05  DL154-BH-REC-TYPE         PIC X(1).
           05  DL154-BH-SVC-CLASS        PIC 9(3).
           05  DL154-BH-COMPANY-NAME     PIC X(16).
           05  DL154-BH-DISCRETIONARY    PIC X(20).
           05  DL154-BH-COMPANY-ID       PIC X(10).
           05  DL154-BH-SEC-CD           PIC X(3).
           05  DL154-BH-ENTRY-DESC       PIC X(10).
           05  DL154-BH-DESC-DT          PIC X(6).
           05  DL154-BH-EFFECTIVE-DT     PIC 9(6).
           05  DL154-BH-SETTLE-DT        PIC X(3).
           05  DL154-BH-ORIG-STATUS      PIC X(1).
           05  DL154-BH-ODFI-ID          PIC 9(8).
           05  DL154-BH-BATCH-NBR        PIC 9(7).
       01  DL154-ED-RECORD.
           05  DL154-ED-REC-TYPE         PIC X(1).
           05  DL154-ED-TRAN-CD          PIC 9(2).
           05  DL154-ED-RDFI-ID          PIC 9(8).
           05  DL154-ED-CHECK-DIGIT      PIC 9(1).
           05  DL154-ED-ACCOUNT-NBR      PIC X(17).
           05  DL154-ED-AMOUNT           PIC 9(10).
           05  DL154-ED-INDIV-ID         PIC X(15).
           05  DL154-ED-INDIV-NAME       PIC X(22).
           05  DL154-ED-DISCRETIONARY    PIC X(2).
           05  DL154-ED-ADDENDA-IND      PIC 9(1).
           05  DL154-ED-TRACE-NBR        PIC 9(15).
       01  DL154-BC-RECORD.
           05  DL154-BC-REC-TYPE         PIC X(1).
           05  DL154-BC-SVC-CLASS        PIC 9(3).
           05  DL154-BC-ENTRY-COUNT      PIC 9(6).
           05  DL154-BC-ENTRY-HASH       PIC 9(10).
           05  DL154-BC-TOTAL-DEBIT      PIC 9(12).
           05  DL154-BC-TOTAL-CREDIT     PIC 9(12).
           05  DL154-BC-COMPANY-ID       PIC X(10).
           05  DL154-BC-MAC              PIC X(19).
           05  DL154-BC-RESERVED         PIC X(6).
           05  DL154-BC-ODFI-ID          PIC 9(8).
           05  DL154-BC-BATCH-NBR        PIC 9(7).
       01  DL154-FC-RECORD.
           05  DL154-FC-REC-TYPE         PIC X(1).
           05  DL154-FC-BATCH-COUNT      PIC 9(6).
           05  DL154-FC-BLOCK-COUNT      PIC 9(6).
           05  DL154-FC-ENTRY-COUNT      PIC 9(8).
           05  DL154-FC-ENTRY-HASH       PIC 9(10).
           05  DL154-FC-TOTAL-DEBIT      PIC 9(12).
           05  DL154-FC-TOTAL-CREDIT     PIC 9(12).
           05  DL154-FC-RESERVED         PIC X(39).
