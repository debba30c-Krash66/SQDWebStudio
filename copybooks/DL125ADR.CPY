      *    COPYBOOK: DL125ADR                                         *
      *    PURPOSE-SPECIFIC MAILING ADDRESS RECORD.  ONE RECORD PER   *
      *    MEMBER AND PURPOSE CODE - "D" DEPENDENT CORRESPONDENCE,    *
      *    "M" MEDICAL EOBS, "T" DENTAL EOBS, "F" YEAR-END TAX FORM   *
      *    STATEMENTS - SORTED ASCENDING BY MEMBER ID AND PURPOSE.    *
      *    BED1EMP ONLY RESERVES POINTER WORDS FOR THESE              *
      *    (EMP-DEP-ADDR/EMP-MED-ADDR/EMP-DNT-ADDR), SO THE ADDRESSES *
      *    THEMSELVES LIVE ON THIS SATELLITE, MAINTAINED BY DL125.  A *
      *    LETTER RUN FALLS BACK TO THE MASTER EMP-ADDR BLOCK WHEN NO *
      *    ALTERNATE EXISTS.                                          *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL125-ADR-RECORD.
           05  DL125-A-EMP-ID            PIC X(13).
               88  DL125-A-DEPENDENT                  VALUE "D".
               88  DL125-A-MEDICAL                    VALUE "M".
               88  DL125-A-DENTAL                     VALUE "T".
               88  DL125-A-TAX-FORMS                  VALUE "F".
           05  DL125-A-NAME              PIC X(25).
           05  DL125-A-ADDR              PIC X(25).
           05  DL125-A-ADDR4             PIC X(25).
