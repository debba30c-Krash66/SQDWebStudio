      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL178DIV                                         *
      *    EMPLOYER DIVISION CODE TABLE.  ONE RECORD PER              *
      *    PACKAGE/ORGANIZATION-CODE COMBINATION, NAMING THE DIVISION *
      *    OR LOCATION THAT EMP-CO-ORG-CD STANDS FOR IN THAT EMPLOYER *
      *    AND THE EMPLOYER'S OWN COST CENTER FOR IT.  SMALL ENOUGH   *
      *    TO HOLD ENTIRELY IN A WORKING-STORAGE TABLE, LOADED ONCE   *
      *    AT STARTUP THE SAME WAY DL043 LOADS ITS FX                 *
      *    CROSS-REFERENCE.  MAINTAINED BY GROUP ACCOUNT SERVICES     *
      *    FROM THE EMPLOYERS' BENEFITS MANAGERS.                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL178-DIV-RECORD.
           05  DL178-D-PKG-NO            PIC 9(3).
           05  DL178-D-ORG-CD            PIC X(5).
           05  DL178-D-DIV-NAME          PIC X(30).
           05  DL178-D-COST-CTR          PIC X(10).
           05  FILLER                    PIC X(32).
