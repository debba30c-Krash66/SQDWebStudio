      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL145QUE                                         *
      *    CLINICAL-CONSISTENCY REVIEW QUEUE RECORD.  ONE RECORD PER  *
      *    PAID CODE THAT VIOLATES A DL145RUL SEX OR AGE RESTRICTION  *
      *    FOR THE PATIENT THE CLAIM BELONGS TO, WRITTEN BY DL145 FOR *
      *    THE MEDICAL REVIEW UNIT'S QUEUE LOADER.  A HEADER          *
      *    DIAGNOSIS (CLH-DIAGNOSIS-CD-1 TO 5) IS REPORTED ONCE PER   *
      *    CLAIM WITH LINE NUMBER ZERO AND THE CLAIM'S PAID AMOUNT.   *
      *    REASON "SX" = SEX, "AG" = AGE.                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL145-QUE-RECORD.
           05  DL145-Q-EMP-ID            PIC X(13).
           05  DL145-Q-DEP-NBR           PIC 9(4).
           05  DL145-Q-INV-NBR           PIC 9(13).
           05  DL145-Q-LINE-NBR          PIC 9(1).
           05  DL145-Q-FST-DT            PIC 9(8).
           05  DL145-Q-PAT-SEX           PIC X(1).
           05  DL145-Q-PAT-AGE           PIC 9(3).
           05  DL145-Q-CODE-TYPE         PIC X(1).
           05  DL145-Q-CODE              PIC X(5).
           05  DL145-Q-REASON            PIC X(2).
               88  DL145-Q-SEX-CONFLICT                VALUE "SX".
               88  DL145-Q-AGE-CONFLICT                VALUE "AG".
           05  DL145-Q-RULE-DESC         PIC X(20).
           05  DL145-Q-PAID-AMT          PIC S9(8).
