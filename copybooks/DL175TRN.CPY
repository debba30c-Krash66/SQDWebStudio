      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL175TRN                                         *
      *    FORM 1095-B ELECTRONIC TRANSMITTAL RECORD.  ONE "H" HEADER *
      *    CARRYING THE ISSUER, ONE "B" RECORD PER COVERED INDIVIDUAL *
      *    ON EACH STATEMENT FILED - PERSON 0000 IS THE SUBSCRIBER    *
      *    (THE RESPONSIBLE INDIVIDUAL, WITH THE MAILING ADDRESS),    *
      *    ANY OTHER NUMBER IS THE BHS1DEP DEPENDENT - AND ONE "T"    *
      *    TRAILER CARRYING THE STATEMENT, INDIVIDUAL AND             *
      *    COVERED-MONTH CONTROL TOTALS.  A MONTH INDICATOR IS "X"    *
      *    WHEN THE INDIVIDUAL HAD COVERAGE ON AT LEAST ONE DAY OF    *
      *    THE MONTH.  THE RUN TYPE IS "O" FOR AN ORIGINAL STATEMENT  *
      *    AND "C" FOR A CORRECTED ONE.  THE "B" RECORDS OF EVERY     *
      *    REPORTABLE SUBSCRIBER ARE ALSO WRITTEN TO THE DL175HST     *
      *    FILED IMAGE, WHICH THE NEXT CORRECTION RUN COMPARES        *
      *    AGAINST; ONLY THE FILED DATA, NOT THE MAILING ADDRESS,     *
      *    DECIDES WHETHER A STATEMENT HAS CHANGED.                   *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL175-TRN-RECORD.
           05  DL175-X-REC-TYPE          PIC X(1).
               88  DL175-X-HEADER                     VALUE "H".
               88  DL175-X-DETAIL                     VALUE "B".
               88  DL175-X-TRAILER                    VALUE "T".
           05  DL175-X-TAX-YEAR          PIC 9(4).
           05  DL175-X-RUN-TYPE          PIC X(1).
               88  DL175-X-ORIGINAL                   VALUE "O".
               88  DL175-X-CORRECTED                  VALUE "C".
           05  DL175-X-DETAIL-DATA.
               10  DL175-X-FILED-DATA.
                   15  DL175-X-EMP-ID    PIC X(13).
                   15  DL175-X-PERSON-NBR
                                         PIC 9(4).
                   15  DL175-X-REL       PIC X(2).
                   15  DL175-X-FNAME     PIC X(10).
                   15  DL175-X-LNAME     PIC X(20).
                   15  DL175-X-SSN       PIC X(9).
                   15  DL175-X-DOB       PIC 9(8).
                   15  DL175-X-ALL-YEAR  PIC X(1).
                   15  DL175-X-MONTHS.
                       20  DL175-X-MONTH-IND
                                         PIC X(1) OCCURS 12 TIMES.
                   15  DL175-X-ORIGIN-CD PIC X(1).
               10  DL175-X-MAIL-DATA.
                   15  DL175-X-MAIL-NAME PIC X(25).
                   15  DL175-X-ADDR      PIC X(25).
                   15  DL175-X-ADDR4     PIC X(25).
                   15  DL175-X-CITY      PIC X(16).
                   15  DL175-X-ST        PIC X(2).
                   15  DL175-X-ZIP       PIC 9(8).
               10  FILLER                PIC X(3).
           05  DL175-X-HEADER-DATA REDEFINES DL175-X-DETAIL-DATA.
               10  DL175-X-ISSUER-EIN    PIC X(9).
               10  DL175-X-ISSUER-NAME   PIC X(40).
               10  DL175-X-ISSUER-PHONE  PIC X(10).
               10  DL175-X-CREATE-DT     PIC 9(8).
               10  FILLER                PIC X(117).
           05  DL175-X-TRAILER-DATA REDEFINES DL175-X-DETAIL-DATA.
               10  DL175-X-STMT-COUNT    PIC 9(9).
               10  DL175-X-IND-COUNT     PIC 9(9).
               10  DL175-X-MONTH-COUNT   PIC 9(9).
               10  FILLER                PIC X(157).
