      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL156DNC                                         *
      *    NO-COVERAGE DENIAL REMARK RECORD.  ONE RECORD PER REMARK   *
      *    CODE (CLH-RMK-CD, CLD-RMK-CD-1 THROUGH -5) THAT ADJUDI-    *
      *    CATION STAMPS ON A CLAIM DENIED BECAUSE THE PATIENT HAD NO *
      *    COVERAGE ON THE SERVICE DATE.  LOADED ONCE AT STARTUP BY   *
      *    DL156.  MAINTAINED BY CLAIMS OPERATIONS.                   *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL156-DNC-RECORD.
           05  DL156-N-RMK-CD            PIC X(4).
           05  DL156-N-RMK-DESC          PIC X(30).
