      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL177PRM                                         *
      *    DL177 AS-OF RECONSTRUCTION CARD.  ONE CARD PER MEMBER AND  *
      *    DATE WANTED: THE MEMBER, THE BUSINESS DATE TO REBUILD THE  *
      *    MEMBER RECORD AS OF (THE RECORD AS IT STOOD AT THE END OF  *
      *    THAT DAY'S PROCESSING), AND A LIST SWITCH - Y ALSO LISTS   *
      *    EVERY JOURNALED CHANGE ROLLED BACK TO GET THERE.  UP TO 50 *
      *    CARDS PER RUN.                                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL177-PRM-RECORD.
           05  DL177-P-EMP-ID            PIC X(13).
           05  DL177-P-AS-OF-DT          PIC 9(8).
           05  DL177-P-LIST-SW           PIC X(1).
               88  DL177-P-LIST                       VALUE "Y".
               88  DL177-P-NO-LIST                    VALUE "N" " ".
           05  FILLER                    PIC X(58).
