      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL179ARA                                         *
      *    PLAN SERVICE-AREA COUNTY TABLE.  ONE RECORD PER COUNTY     *
      *    (STATE AND COUNTY FIPS CODE) IN EACH SERVICE AREA A        *
      *    PACKAGE CAN NAME IN GB-AREA-NO-CD.  SMALL ENOUGH TO HOLD   *
      *    ENTIRELY IN A WORKING-STORAGE TABLE, LOADED ONCE AT        *
      *    STARTUP THE SAME WAY DL043 LOADS ITS FX CROSS-REFERENCE.   *
      *    MAINTAINED BY NETWORK MANAGEMENT.                          *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL179-ARA-RECORD.
           05  DL179-A-AREA-NO           PIC X(2).
           05  DL179-A-COUNTY            PIC X(5).
           05  DL179-A-COUNTY-NAME       PIC X(25).
           05  FILLER                    PIC X(48).
