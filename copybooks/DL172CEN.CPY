      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL172CEN                                         *
      *    EMPLOYER FULL-FILE CENSUS RECORD.  ONE RECORD PER COVERED  *
      *    PERSON, SORTED ASCENDING BY DL172-C-EMP-ID AND             *
      *    DL172-C-DEP-NBR.  DEPENDENT NUMBER ZERO IS THE EMPLOYEE,   *
      *    WHOSE RECORD CARRIES THE ADDRESS AND THE EMPLOYEE COVERAGE *
      *    TERMS (A NONZERO CANCEL DATE TERMINATES).  A DEPENDENT     *
      *    RECORD CARRIES OUR CLS-DEP-NBR WHEN THE EMPLOYER HAS IT; A *
      *    NUMBER NOT ON BHS1DEP FOR THE MEMBER IS A NEW DEPENDENT.   *
      *    ITS BENEFIT CODE AND EFFECTIVE DATE ARE THE SPOUSE         *
      *    (RELATIONSHIP "SP") OR DEPENDENT COVERAGE.  A FIELD LEFT   *
      *    AT SPACES (ZERO FOR A DATE OR THE ZIP) IS NOT COMPARED.    *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL172-CEN-RECORD.
           05  DL172-C-KEY.
               10  DL172-C-EMP-ID        PIC X(13).
               10  DL172-C-DEP-NBR       PIC 9(4).
           05  DL172-C-FNAME             PIC X(10).
           05  DL172-C-LNAME             PIC X(20).
           05  DL172-C-REL               PIC X(2).
           05  DL172-C-DOB               PIC 9(8).
           05  DL172-C-SEX               PIC X(1).
           05  DL172-C-ADDR              PIC X(25).
           05  DL172-C-ADDR4             PIC X(25).
           05  DL172-C-CITY              PIC X(16).
           05  DL172-C-ST                PIC X(2).
           05  DL172-C-ZIP               PIC 9(8).
           05  DL172-C-BEN-CD            PIC X(9).
           05  DL172-C-COVERAGE          PIC X(2).
           05  DL172-C-EFF-DT            PIC 9(8).
           05  DL172-C-CANC-DT           PIC 9(8).
           05  FILLER                    PIC X(19).
