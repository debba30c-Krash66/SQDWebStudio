      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL192REG                                         *
      *    OPERATOR ENTITLEMENT AUDIT REGISTER RECORD.  ONE RECORD    *
      *    PER ENTITLEMENT CHANGE DL192 APPLIES, APPENDED RUN OVER    *
      *    RUN (THE DL903 OPEN-EXTEND DISCIPLINE) AND NEVER           *
      *    REWRITTEN, CARRYING THE BUSINESS AND EXECUTION DATES, THE  *
      *    ACTION, WHO REQUESTED IT, AND THE ROW'S TERMS BEFORE AND   *
      *    AFTER (BEFORE IS SPACES/ZERO ON A GRANT).                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL192-REG-RECORD.
           05  DL192-G-BUS-DT            PIC 9(8).
           05  DL192-G-EXEC-DT           PIC 9(8).
           05  DL192-G-KEY.
               10  DL192-G-OPID          PIC X(9).
               10  DL192-G-FUNC-CODE     PIC X(2).
               10  DL192-G-EFF-DT        PIC 9(8).
           05  DL192-G-ACTION-CD         PIC X(1).
           05  DL192-G-REQUESTED-BY      PIC X(9).
           05  DL192-G-BEFORE.
               10  DL192-G-B-EXP-DT      PIC 9(8).
               10  DL192-G-B-CAN-ENTER   PIC X(1).
               10  DL192-G-B-CAN-RELEASE PIC X(1).
               10  DL192-G-B-MANAGER     PIC X(9).
           05  DL192-G-AFTER.
               10  DL192-G-A-EXP-DT      PIC 9(8).
               10  DL192-G-A-CAN-ENTER   PIC X(1).
               10  DL192-G-A-CAN-RELEASE PIC X(1).
               10  DL192-G-A-MANAGER     PIC X(9).
           05  FILLER                    PIC X(17).
