      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL143EXC                                         *
      *    CLAIM FOOT-BALANCE EXCEPTION RECORD.  ONE RECORD PER       *
      *    FAILED CHECK PER CLAIM, WRITTEN BY DL143 WHEN THE BHS3MDE  *
      *    LINES DO NOT FOOT TO THEIR BHS2MCH HEADER.  THE CHECK      *
      *    CODE SAYS WHICH PAIR DISAGREED:                            *
      *        NP  CLD-NET-PAY-AMT SUM VS CLH-CLM-PAID-AMT            *
      *        OC  CLD-OI-CON-AMT SUM VS CLH-OI-CON-TOT               *
      *        OP  CLD-OI-PAID-AMT SUM VS CLH-OI-PAID-TOT             *
      *        CH  CLD-CHG SUM VS CLH-BAL-TOTL                        *
      *        LC  POPULATED DETAIL SLOTS VS CLH-LINE-COUNT           *
      *        ND  HEADER WITH NO DETAIL RECORD (DETAIL FILE SHORT)   *
      *        OV  OVERFLOW PAIR WITH ONE HALF MISSING; THE FIELDS    *
      *            CARRY THE LINE COUNT AND THE SLOTS FOUND           *
      *    AMOUNTS ARE IN CENTS; FOR LC THE FIELDS CARRY COUNTS.      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL143-EXC-RECORD.
           05  DL143-X-EMP-ID            PIC X(13).
           05  DL143-X-PATIENT-NBR       PIC X(17).
           05  DL143-X-INV-NBR           PIC 9(13).
           05  DL143-X-FIN-PROC-DT       PIC 9(8).
           05  DL143-X-CHECK-CD          PIC X(2).
           05  DL143-X-HEADER-AMT        PIC S9(11).
           05  DL143-X-DETAIL-AMT        PIC S9(11).
           05  DL143-X-DIFF-AMT          PIC S9(11).
