      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL144PRS                                         *
      *    PROCEDURE-PAIR BUNDLING RULE RECORD.  ONE RECORD PER       *
      *    COMPREHENSIVE/COMPONENT PAIR THE CODING-POLICY UNIT HAS    *
      *    RULED BUNDLED: WHEN THE SAME PROVIDER BILLS BOTH CODES     *
      *    FOR THE SAME PATIENT ON THE SAME SERVICE DATE, THE         *
      *    COMPONENT IS INCLUDED IN THE COMPREHENSIVE ALLOWANCE AND   *
      *    MUST NOT BE PAID SEPARATELY - UNLESS THE COMPONENT LINE    *
      *    CARRIES THE BYPASS MODIFIER (SPACES MEANS NO MODIFIER      *
      *    EVER BYPASSES THE PAIR).  SMALL ENOUGH TO HOLD ENTIRELY    *
      *    IN A WORKING-STORAGE TABLE, LOADED ONCE AT STARTUP THE     *
      *    SAME WAY DL114 LOADS DL114RUL.                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL144-PRS-RECORD.
           05  DL144-R-COMPREHENSIVE     PIC X(5).
           05  DL144-R-COMPONENT         PIC X(5).
           05  DL144-R-BYPASS-MOD        PIC X(2).
