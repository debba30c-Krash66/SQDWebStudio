      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL195TRN                                         *
      *    BUSINESS-RULE PARAMETER MAINTENANCE TRANSACTION.  ONE      *
      *    RECORD PER CHANGE, SORTED ASCENDING BY PROGRAM, RULE NAME  *
      *    AND EFFECTIVE DATE TO MATCH-MERGE AGAINST DL907PAR.        *
      *    ACTION "A" ADDS A ROW TAKING EFFECT ON THE GIVEN DATE (NOT *
      *    BEFORE THE BUSINESS DATE), "C" CORRECTS THE VALUE AND      *
      *    DESCRIPTION OF A ROW NOT YET IN FORCE, "D" WITHDRAWS A ROW *
      *    NOT YET IN FORCE.  A ROW ALREADY IN FORCE IS CHANGED ONLY  *
      *    BY ADDING A LATER ONE.  CHANGED-BY NAMES WHOEVER KEYED THE *
      *    CHANGE.                                                    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL195-TRN-RECORD.
           05  DL195-T-KEY.
               10  DL195-T-PROGRAM-ID    PIC X(8).
               10  DL195-T-RULE-NAME     PIC X(16).
               10  DL195-T-EFF-DT        PIC 9(8).
           05  DL195-T-ACTION-CD         PIC X(1).
               88  DL195-T-ADD                         VALUE "A".
               88  DL195-T-CHANGE                      VALUE "C".
               88  DL195-T-DELETE                      VALUE "D".
           05  DL195-T-VALUE             PIC 9(11)V99.
           05  DL195-T-CHANGED-BY        PIC X(9).
           05  DL195-T-DESC              PIC X(30).
           05  FILLER                    PIC X(15).
