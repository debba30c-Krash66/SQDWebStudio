      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL179ZIP                                         *
      *    POSTAL REFERENCE RECORD, LOADED FROM THE POSTAL SERVICE'S  *
      *    CITY-STATE AND ZIP+4 PRODUCTS AND SORTED ASCENDING BY      *
      *    FIVE-DIGIT ZIP.  EACH ZIP HAS ONE "Z" RECORD NAMING ITS    *
      *    PREFERRED CITY, STATE AND COUNTY (STATE AND COUNTY FIPS    *
      *    CODE) AND ANY NUMBER OF "4" RECORDS, ONE PER STREET RANGE, *
      *    GIVING THE STANDARDIZED STREET (PRE-DIRECTIONAL, NAME,     *
      *    SUFFIX, POST-DIRECTIONAL - OR PO BOX), THE LOW AND HIGH    *
      *    HOUSE OR BOX NUMBER, WHICH SIDE OF THE STREET AND THE      *
      *    ZIP+4 ADD-ON.  THE RECORD TYPES MAY COME IN EITHER ORDER   *
      *    WITHIN A ZIP.                                              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL179-ZIP-RECORD.
           05  DL179-Z-ZIP5              PIC 9(5).
           05  DL179-Z-REC-TYPE          PIC X(1).
               88  DL179-Z-CITY-STATE                 VALUE "Z".
               88  DL179-Z-STREET-RANGE               VALUE "4".
           05  DL179-Z-CITY-DATA.
               10  DL179-Z-CITY          PIC X(16).
               10  DL179-Z-ST            PIC X(2).
               10  DL179-Z-COUNTY        PIC X(5).
               10  FILLER                PIC X(51).
           05  DL179-Z-RANGE-DATA REDEFINES DL179-Z-CITY-DATA.
               10  DL179-Z-STREET        PIC X(25).
               10  DL179-Z-LOW-NBR       PIC 9(6).
               10  DL179-Z-HIGH-NBR      PIC 9(6).
               10  DL179-Z-PARITY        PIC X(1).
                   88  DL179-Z-ODD                    VALUE "O".
                   88  DL179-Z-EVEN                   VALUE "E".
                   88  DL179-Z-BOTH                   VALUE "B".
               10  DL179-Z-PLUS4         PIC 9(4).
               10  FILLER                PIC X(32).
