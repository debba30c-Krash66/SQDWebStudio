      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL144EXC                                         *
      *    PROCEDURE-PAIR UNBUNDLING EXCEPTION RECORD.  ONE RECORD    *
      *    PER PAID COMPONENT LINE BILLED BY THE SAME PROVIDER ON     *
      *    THE SAME SERVICE DATE AS ITS COMPREHENSIVE CODE WITHOUT A  *
      *    HONORED BYPASS MODIFIER, WRITTEN BY DL144 FOR THE          *
      *    RECOVERY UNIT.  THE NET PAY ON THE COMPONENT LINE IS THE   *
      *    DOLLARS AT STAKE, IN CENTS.                                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL144-EXC-RECORD.
           05  DL144-X-PATIENT-NBR       PIC X(17).
           05  DL144-X-INV-NBR           PIC 9(13).
           05  DL144-X-LINE-NBR          PIC 9(1).
           05  DL144-X-PRV-ID            PIC X(10).
           05  DL144-X-FST-DT            PIC 9(8).
           05  DL144-X-COMPONENT         PIC X(5).
           05  DL144-X-MOD               PIC X(4).
           05  DL144-X-COMPREHENSIVE     PIC X(5).
           05  DL144-X-COMP-INV-NBR      PIC 9(13).
           05  DL144-X-COMP-LINE-NBR     PIC 9(1).
           05  DL144-X-NET-PAY-AMT       PIC S9(8).
