      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL142ACC                                         *
      *    OUT-OF-POCKET ACCUMULATOR RECORD.  CARRIED FORWARD RUN     *
      *    OVER RUN BY DL142 (THE DL111ACC SHAPE).  ONE "I" ROW PER   *
      *    COVERED PERSON PER BENEFIT YEAR - THE SUBSCRIBER IS        *
      *    DEPENDENT NUMBER ZERO, A DEPENDENT CARRIES ITS CLS-DEP-NBR *
      *    - AND ONE "F" ROW PER FAMILY (SUBSCRIBER ID, DEPENDENT     *
      *    NUMBER ZERO) PER BENEFIT YEAR.  THE AMOUNT IS THE MEMBER   *
      *    COST SHARE CHARGED ON FINALIZED CLAIM LINES (DEDUCTIBLE,   *
      *    COPAY AND COINSURANCE) IN CENTS.  THE MET FLAG AND DATE    *
      *    ARE SET THE FIRST TIME THE ROW REACHES ITS PACKAGE         *
      *    MAXIMUM, SO THE OOP-MET NOTICE IS CUT ONCE.                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL142-ACC-RECORD.
           05  DL142-A-EMP-ID            PIC X(13).
           05  DL142-A-LEVEL             PIC X(1).
               88  DL142-A-INDIVIDUAL                 VALUE "I".
               88  DL142-A-FAMILY                     VALUE "F".
           05  DL142-A-DEP-NBR           PIC 9(4).
           05  DL142-A-YEAR              PIC 9(4).
           05  DL142-A-OOP-AMT           PIC S9(11) COMP-3.
           05  DL142-A-MET-FLAG          PIC X(1).
               88  DL142-A-MET                        VALUE "Y".
           05  DL142-A-MET-DT            PIC 9(8).
