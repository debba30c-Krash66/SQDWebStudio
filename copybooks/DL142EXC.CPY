      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL142EXC                                         *
      *    OUT-OF-POCKET EXCEPTION RECORD.  ONE RECORD PER FINALIZED  *
      *    CLAIM LINE THAT CHARGED MEMBER COST SHARE BEYOND THE       *
      *    PERSON OR FAMILY MAXIMUM ALREADY REACHED, WRITTEN BY DL142 *
      *    FOR CUSTOMER SERVICE TO REFUND.  THE EXCESS IS THE PART OF *
      *    THE LINE'S COST SHARE OVER THE BINDING MAXIMUM; THE LEVEL  *
      *    SAYS WHICH MAXIMUM BOUND ("I" PERSON, "F" FAMILY).         *
      *    AMOUNTS ARE IN CENTS.                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL142-EXC-RECORD.
           05  DL142-X-EMP-ID            PIC X(13).
           05  DL142-X-PATIENT-NBR       PIC X(17).
           05  DL142-X-INV-NBR           PIC 9(13).
           05  DL142-X-LINE-NBR          PIC 9(1).
           05  DL142-X-FST-DT            PIC 9(8).
           05  DL142-X-PROC-CD           PIC X(5).
           05  DL142-X-PRV-ID            PIC X(10).
           05  DL142-X-LEVEL             PIC X(1).
           05  DL142-X-YEAR              PIC 9(4).
           05  DL142-X-COST-SHARE        PIC S9(8).
           05  DL142-X-EXCESS-AMT        PIC S9(8).
