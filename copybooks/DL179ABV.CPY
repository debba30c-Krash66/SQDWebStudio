      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL179ABV                                         *
      *    POSTAL ADDRESS ABBREVIATION TABLE.  EACH ENTRY PAIRS A     *
      *    WORD AS IT MAY BE KEYED - SPELLED OUT, A COMMON VARIANT OR *
      *    ALREADY STANDARD - WITH THE POSTAL SERVICE'S STANDARD      *
      *    ABBREVIATION AND THE KIND OF WORD IT IS: A STREET SUFFIX   *
      *    (S), A DIRECTIONAL (D) OR A SECONDARY-UNIT DESIGNATOR (U). *
      *    DL179 APPLIES A SUFFIX ONLY AT THE END OF THE STREET AND A *
      *    DIRECTIONAL ONLY BEFORE OR AFTER THE STREET NAME, SO COURT *
      *    STREET KEEPS ITS NAME.  NEW ENTRIES GO ANYWHERE IN THE     *
      *    TABLE WITH THE COUNT RAISED TO MATCH.                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL179-ABV-VALUES.
           05  FILLER                    PIC X(17)
               VALUE "AVENUE      AVE S".
           05  FILLER                    PIC X(17)
               VALUE "AV          AVE S".
           05  FILLER                    PIC X(17)
               VALUE "AVE         AVE S".
           05  FILLER                    PIC X(17)
               VALUE "AVEN        AVE S".
           05  FILLER                    PIC X(17)
               VALUE "AVNUE       AVE S".
           05  FILLER                    PIC X(17)
               VALUE "BOULEVARD   BLVDS".
           05  FILLER                    PIC X(17)
               VALUE "BLVD        BLVDS".
           05  FILLER                    PIC X(17)
               VALUE "BOUL        BLVDS".
           05  FILLER                    PIC X(17)
               VALUE "BOULV       BLVDS".
           05  FILLER                    PIC X(17)
               VALUE "CIRCLE      CIR S".
           05  FILLER                    PIC X(17)
               VALUE "CIR         CIR S".
           05  FILLER                    PIC X(17)
               VALUE "CIRC        CIR S".
           05  FILLER                    PIC X(17)
               VALUE "CIRCL       CIR S".
           05  FILLER                    PIC X(17)
               VALUE "COURT       CT  S".
           05  FILLER                    PIC X(17)
               VALUE "CT          CT  S".
           05  FILLER                    PIC X(17)
               VALUE "CRT         CT  S".
           05  FILLER                    PIC X(17)
               VALUE "DRIVE       DR  S".
           05  FILLER                    PIC X(17)
               VALUE "DR          DR  S".
           05  FILLER                    PIC X(17)
               VALUE "DRV         DR  S".
           05  FILLER                    PIC X(17)
               VALUE "EXPRESSWAY  EXPYS".
           05  FILLER                    PIC X(17)
               VALUE "EXPY        EXPYS".
           05  FILLER                    PIC X(17)
               VALUE "EXPR        EXPYS".
           05  FILLER                    PIC X(17)
               VALUE "FREEWAY     FWY S".
           05  FILLER                    PIC X(17)
               VALUE "FWY         FWY S".
           05  FILLER                    PIC X(17)
               VALUE "FRWY        FWY S".
           05  FILLER                    PIC X(17)
               VALUE "HIGHWAY     HWY S".
           05  FILLER                    PIC X(17)
               VALUE "HWY         HWY S".
           05  FILLER                    PIC X(17)
               VALUE "HIWAY       HWY S".
           05  FILLER                    PIC X(17)
               VALUE "HIGHWY      HWY S".
           05  FILLER                    PIC X(17)
               VALUE "LANE        LN  S".
           05  FILLER                    PIC X(17)
               VALUE "LN          LN  S".
           05  FILLER                    PIC X(17)
               VALUE "PARKWAY     PKWYS".
           05  FILLER                    PIC X(17)
               VALUE "PKWY        PKWYS".
           05  FILLER                    PIC X(17)
               VALUE "PKY         PKWYS".
           05  FILLER                    PIC X(17)
               VALUE "PARKWY      PKWYS".
           05  FILLER                    PIC X(17)
               VALUE "PLACE       PL  S".
           05  FILLER                    PIC X(17)
               VALUE "PL          PL  S".
           05  FILLER                    PIC X(17)
               VALUE "PLAZA       PLZ S".
           05  FILLER                    PIC X(17)
               VALUE "PLZ         PLZ S".
           05  FILLER                    PIC X(17)
               VALUE "ROAD        RD  S".
           05  FILLER                    PIC X(17)
               VALUE "RD          RD  S".
           05  FILLER                    PIC X(17)
               VALUE "SQUARE      SQ  S".
           05  FILLER                    PIC X(17)
               VALUE "SQ          SQ  S".
           05  FILLER                    PIC X(17)
               VALUE "SQR         SQ  S".
           05  FILLER                    PIC X(17)
               VALUE "STREET      ST  S".
           05  FILLER                    PIC X(17)
               VALUE "ST          ST  S".
           05  FILLER                    PIC X(17)
               VALUE "STR         ST  S".
           05  FILLER                    PIC X(17)
               VALUE "STRT        ST  S".
           05  FILLER                    PIC X(17)
               VALUE "TERRACE     TER S".
           05  FILLER                    PIC X(17)
               VALUE "TER         TER S".
           05  FILLER                    PIC X(17)
               VALUE "TERR        TER S".
           05  FILLER                    PIC X(17)
               VALUE "TRAIL       TRL S".
           05  FILLER                    PIC X(17)
               VALUE "TRL         TRL S".
           05  FILLER                    PIC X(17)
               VALUE "TRAILS      TRL S".
           05  FILLER                    PIC X(17)
               VALUE "WAY         WAY S".
           05  FILLER                    PIC X(17)
               VALUE "WY          WAY S".
           05  FILLER                    PIC X(17)
               VALUE "ALLEY       ALY S".
           05  FILLER                    PIC X(17)
               VALUE "ALY         ALY S".
           05  FILLER                    PIC X(17)
               VALUE "ALLY        ALY S".
           05  FILLER                    PIC X(17)
               VALUE "CENTER      CTR S".
           05  FILLER                    PIC X(17)
               VALUE "CTR         CTR S".
           05  FILLER                    PIC X(17)
               VALUE "CENTR       CTR S".
           05  FILLER                    PIC X(17)
               VALUE "CROSSING    XINGS".
           05  FILLER                    PIC X(17)
               VALUE "XING        XINGS".
           05  FILLER                    PIC X(17)
               VALUE "CRSSNG      XINGS".
           05  FILLER                    PIC X(17)
               VALUE "HEIGHTS     HTS S".
           05  FILLER                    PIC X(17)
               VALUE "HTS         HTS S".
           05  FILLER                    PIC X(17)
               VALUE "HT          HTS S".
           05  FILLER                    PIC X(17)
               VALUE "LOOP        LOOPS".
           05  FILLER                    PIC X(17)
               VALUE "PIKE        PIKES".
           05  FILLER                    PIC X(17)
               VALUE "PIKES       PIKES".
           05  FILLER                    PIC X(17)
               VALUE "POINT       PT  S".
           05  FILLER                    PIC X(17)
               VALUE "PT          PT  S".
           05  FILLER                    PIC X(17)
               VALUE "RIDGE       RDG S".
           05  FILLER                    PIC X(17)
               VALUE "RDG         RDG S".
           05  FILLER                    PIC X(17)
               VALUE "ROUTE       RTE S".
           05  FILLER                    PIC X(17)
               VALUE "RTE         RTE S".
           05  FILLER                    PIC X(17)
               VALUE "RUN         RUN S".
           05  FILLER                    PIC X(17)
               VALUE "TURNPIKE    TPKES".
           05  FILLER                    PIC X(17)
               VALUE "TPKE        TPKES".
           05  FILLER                    PIC X(17)
               VALUE "TRNPK       TPKES".
           05  FILLER                    PIC X(17)
               VALUE "COVE        CV  S".
           05  FILLER                    PIC X(17)
               VALUE "CV          CV  S".
           05  FILLER                    PIC X(17)
               VALUE "CREEK       CRK S".
           05  FILLER                    PIC X(17)
               VALUE "CRK         CRK S".
           05  FILLER                    PIC X(17)
               VALUE "PATH        PATHS".
           05  FILLER                    PIC X(17)
               VALUE "PATHS       PATHS".
           05  FILLER                    PIC X(17)
               VALUE "ROW         ROW S".
           05  FILLER                    PIC X(17)
               VALUE "WALK        WALKS".
           05  FILLER                    PIC X(17)
               VALUE "NORTH       N   D".
           05  FILLER                    PIC X(17)
               VALUE "N           N   D".
           05  FILLER                    PIC X(17)
               VALUE "SOUTH       S   D".
           05  FILLER                    PIC X(17)
               VALUE "S           S   D".
           05  FILLER                    PIC X(17)
               VALUE "EAST        E   D".
           05  FILLER                    PIC X(17)
               VALUE "E           E   D".
           05  FILLER                    PIC X(17)
               VALUE "WEST        W   D".
           05  FILLER                    PIC X(17)
               VALUE "W           W   D".
           05  FILLER                    PIC X(17)
               VALUE "NORTHEAST   NE  D".
           05  FILLER                    PIC X(17)
               VALUE "NE          NE  D".
           05  FILLER                    PIC X(17)
               VALUE "NORTHWEST   NW  D".
           05  FILLER                    PIC X(17)
               VALUE "NW          NW  D".
           05  FILLER                    PIC X(17)
               VALUE "SOUTHEAST   SE  D".
           05  FILLER                    PIC X(17)
               VALUE "SE          SE  D".
           05  FILLER                    PIC X(17)
               VALUE "SOUTHWEST   SW  D".
           05  FILLER                    PIC X(17)
               VALUE "SW          SW  D".
           05  FILLER                    PIC X(17)
               VALUE "APARTMENT   APT U".
           05  FILLER                    PIC X(17)
               VALUE "APT         APT U".
           05  FILLER                    PIC X(17)
               VALUE "SUITE       STE U".
           05  FILLER                    PIC X(17)
               VALUE "STE         STE U".
           05  FILLER                    PIC X(17)
               VALUE "BUILDING    BLDGU".
           05  FILLER                    PIC X(17)
               VALUE "BLDG        BLDGU".
           05  FILLER                    PIC X(17)
               VALUE "BLD         BLDGU".
           05  FILLER                    PIC X(17)
               VALUE "FLOOR       FL  U".
           05  FILLER                    PIC X(17)
               VALUE "FL          FL  U".
           05  FILLER                    PIC X(17)
               VALUE "FLR         FL  U".
           05  FILLER                    PIC X(17)
               VALUE "ROOM        RM  U".
           05  FILLER                    PIC X(17)
               VALUE "RM          RM  U".
           05  FILLER                    PIC X(17)
               VALUE "UNIT        UNITU".
           05  FILLER                    PIC X(17)
               VALUE "DEPARTMENT  DEPTU".
           05  FILLER                    PIC X(17)
               VALUE "DEPT        DEPTU".
           05  FILLER                    PIC X(17)
               VALUE "LOT         LOT U".
           05  FILLER                    PIC X(17)
               VALUE "TRAILER     TRLRU".
           05  FILLER                    PIC X(17)
               VALUE "TRLR        TRLRU".
           05  FILLER                    PIC X(17)
               VALUE "SPACE       SPC U".
           05  FILLER                    PIC X(17)
               VALUE "SPC         SPC U".
       01  DL179-ABV-TABLE REDEFINES DL179-ABV-VALUES.
           05  DL179-ABV-ENTRY OCCURS 125 TIMES.
               10  DL179-ABV-WORD        PIC X(12).
               10  DL179-ABV-STD         PIC X(4).
               10  DL179-ABV-TYPE        PIC X(1).
                   88  DL179-ABV-SUFFIX               VALUE "S".
                   88  DL179-ABV-DIRECTIONAL          VALUE "D".
                   88  DL179-ABV-UNIT                 VALUE "U".
       01  DL179-ABV-COUNT               PIC S9(4) COMP VALUE 125.
