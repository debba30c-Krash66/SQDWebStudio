      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL190CCY                                         *
      *    ISO 4217 CURRENCY REFERENCE MASTER RECORD.  ONE RECORD PER *
      *    CURRENCY CODE AS CARRIED LEFT-JUSTIFIED IN THE FOUR-BYTE   *
      *    CURRENCY FIELDS (ES-CURR-CODE-SQD, PRICE_CURR_CODE, THE    *
      *    DL086FXR AND DL043FX PRICING SIDE), WITH ITS ISO NUMERIC   *
      *    CODE, THE NUMBER OF MINOR-UNIT DECIMALS AN AMOUNT IN IT    *
      *    MAY CARRY, THE DATE IT WAS WITHDRAWN (ZERO WHILE ACTIVE)   *
      *    AND WHETHER IT IS A LEGACY EMU CURRENCY REPLACED BY THE    *
      *    EURO.  MAINTAINED BY DL190, SORTED ASCENDING BY CODE; A    *
      *    WITHDRAWN CODE STAYS ON FILE SO OLD POSTINGS STILL         *
      *    RESOLVE.                                                   *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL190-CCY-RECORD.
           05  DL190-C-CURR-CODE         PIC X(4).
           05  DL190-C-NUM-CODE          PIC 9(3).
           05  DL190-C-MINOR-UNITS       PIC 9(1).
           05  DL190-C-WITHDRAWN-DT      PIC 9(8).
           05  DL190-C-LEGACY-EMU        PIC X(1).
               88  DL190-C-EMU-LEGACY                  VALUE "Y".
           05  DL190-C-LOAD-DT           PIC 9(8).
           05  FILLER                    PIC X(15).
