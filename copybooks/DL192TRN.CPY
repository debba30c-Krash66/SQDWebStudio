      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL192TRN                                         *
      *    OPERATOR ENTITLEMENT MAINTENANCE TRANSACTION.  ONE RECORD  *
      *    PER CHANGE, SORTED ASCENDING BY OPERATOR, FUNCTION CODE    *
      *    AND EFFECTIVE DATE TO MATCH-MERGE AGAINST DL192ENT.        *
      *    ACTION "A" GRANTS A NEW ROW, "C" REPLACES THE              *
      *    ENTER/RELEASE FLAGS, EXPIRY DATE AND APPROVING MANAGER OF  *
      *    AN EXISTING ONE, "E" EXPIRES IT AS AT THE GIVEN DATE (THE  *
      *    RUN DATE WHEN NONE IS GIVEN) - THE WAY A MANAGER'S         *
      *    RECERTIFICATION REMOVAL IS KEYED.  REQUESTED-BY NAMES      *
      *    WHOEVER RAISED THE CHANGE FOR THE AUDIT REGISTER.          *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL192-TRN-RECORD.
           05  DL192-T-KEY.
               10  DL192-T-OPID          PIC X(9).
               10  DL192-T-FUNC-CODE     PIC X(2).
               10  DL192-T-EFF-DT        PIC 9(8).
           05  DL192-T-ACTION-CD         PIC X(1).
               88  DL192-T-ADD                         VALUE "A".
               88  DL192-T-CHANGE                      VALUE "C".
               88  DL192-T-EXPIRE                      VALUE "E".
           05  DL192-T-EXP-DT            PIC 9(8).
           05  DL192-T-CAN-ENTER         PIC X(1).
           05  DL192-T-CAN-RELEASE       PIC X(1).
           05  DL192-T-MANAGER           PIC X(9).
           05  DL192-T-REQUESTED-BY      PIC X(9).
           05  FILLER                    PIC X(32).
