      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL192ENT                                         *
      *    OPERATOR ENTITLEMENT MASTER RECORD.  ONE ROW PER SREAUDIT  *
      *    FUNC_OPID / FUNC_CODE / EFFECTIVE DATE SAYING WHETHER THE  *
      *    OPERATOR MAY ENTER AND/OR RELEASE THAT FUNCTION FROM THE   *
      *    EFFECTIVE DATE THROUGH THE EXPIRY DATE (ZERO WHEN          *
      *    OPEN-ENDED), AND THE MANAGER WHO APPROVED IT.  MAINTAINED  *
      *    BY DL192, SORTED ASCENDING BY KEY; AN EXPIRED ROW STAYS ON *
      *    FILE SO DL193 CAN STILL JUDGE AUDIT RECORDS DATED INSIDE   *
      *    ITS WINDOW.                                                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL192-ENT-RECORD.
           05  DL192-E-KEY.
               10  DL192-E-OPID          PIC X(9).
               10  DL192-E-FUNC-CODE     PIC X(2).
               10  DL192-E-EFF-DT        PIC 9(8).
           05  DL192-E-EXP-DT            PIC 9(8).
           05  DL192-E-CAN-ENTER         PIC X(1).
               88  DL192-E-ENTER-OK                    VALUE "Y".
           05  DL192-E-CAN-RELEASE       PIC X(1).
               88  DL192-E-RELEASE-OK                  VALUE "Y".
           05  DL192-E-MANAGER           PIC X(9).
           05  DL192-E-LOAD-DT           PIC 9(8).
           05  FILLER                    PIC X(14).
