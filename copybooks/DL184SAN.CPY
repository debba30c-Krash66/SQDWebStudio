      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL184SAN                                         *
      *    SANCTIONS LIST RECORD.  ONE RECORD PER PUBLISHED SANCTIONS *
      *    ENTRY OR ALIAS, AS LOADED FROM THE GOVERNMENT LIST AND     *
      *    SORTED ASCENDING BY ENTRY ID (ALIASES SHARE THEIR ENTRY'S  *
      *    ID).  TYPE "N" IS A LISTED NAME; TYPE "C" IS A COUNTRY     *
      *    UNDER A FULL EMBARGO, WITH THE ISO COUNTRY CODE AND THE    *
      *    PROGRAM NAME IN THE NAME FIELD.                            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL184-SAN-RECORD.
           05  DL184-S-ENTRY-ID          PIC X(10).
           05  DL184-S-ENTRY-TYPE        PIC X(1).
               88  DL184-S-NAME-ENTRY                 VALUE "N".
               88  DL184-S-EMBARGO-ENTRY              VALUE "C".
           05  DL184-S-NAME              PIC X(35).
           05  DL184-S-CNTRY-CODE        PIC X(2).
           05  DL184-S-PROGRAM           PIC X(10).
           05  FILLER                    PIC X(22).
