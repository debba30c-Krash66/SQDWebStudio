      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL175PRM                                         *
      *    YEAR-END COVERAGE STATEMENT (FORM 1095-B) PARAMETER CARD.  *
      *    THE TAX YEAR REPORTED, THE RUN TYPE - "O" THE ORIGINAL     *
      *    FILING FOR THE YEAR, "C" A CORRECTION RUN AGAINST THE      *
      *    FILED IMAGE - AND THE ISSUER IDENTIFICATION PRINTED ON     *
      *    EVERY STATEMENT AND CARRIED ON THE TRANSMITTAL HEADER.  A  *
      *    MISSING OR INVALID CARD FAILS THE STEP (THE DL098PRM       *
      *    PATTERN).                                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL175-PRM-RECORD.
           05  DL175-P-TAX-YEAR          PIC 9(4).
           05  DL175-P-RUN-TYPE          PIC X(1).
               88  DL175-P-ORIGINAL                   VALUE "O".
               88  DL175-P-CORRECTED                  VALUE "C".
           05  DL175-P-ISSUER-EIN        PIC X(9).
           05  DL175-P-ISSUER-NAME       PIC X(40).
           05  DL175-P-ISSUER-PHONE      PIC X(10).
           05  FILLER                    PIC X(16).
