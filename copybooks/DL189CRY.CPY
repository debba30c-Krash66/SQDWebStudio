      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL189CRY                                         *
      *    COUNTRY-RISK MASTER RECORD.  ONE RECORD PER ISO COUNTRY    *
      *    (THE SNAMADDR EQ-ISO-CNTRY-CODE-DOM DOMAIN) CARRYING THE   *
      *    COUNTRY'S RISK RATING - "H" HIGH, "M" MEDIUM, "L" LOW -    *
      *    AND HOW MANY MONTHS MAY PASS BETWEEN PERIODIC KYC REVIEWS  *
      *    OF A CORRESPONDENT DOMICILED THERE.  LOADED WHOLE BY THE   *
      *    DL189 REVIEW CYCLE.                                        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL189-CRY-RECORD.
           05  DL189-C-ISO-CNTRY         PIC X(2).
           05  DL189-C-RISK-RATING       PIC X(1).
               88  DL189-C-HIGH                        VALUE "H".
               88  DL189-C-MEDIUM                      VALUE "M".
               88  DL189-C-LOW                         VALUE "L".
           05  DL189-C-REVIEW-MONTHS     PIC 9(3).
           05  FILLER                    PIC X(74).
