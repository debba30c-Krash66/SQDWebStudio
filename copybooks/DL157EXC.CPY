      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL157EXC                                         *
      *    WRONG-PARENT COB EXCEPTION RECORD.  ONE RECORD PER PAID    *
      *    CLAIM FOR A DUALLY-COVERED DEPENDENT WHOSE PAYMENT DOES    *
      *    NOT AGREE WITH THE DL157COB DETERMINATION.  REASON "SP" =  *
      *    PAID IN FULL UNDER THE SECONDARY PARENT WITH NO OTHER-     *
      *    INSURANCE PAYMENT TAKEN (CLH-OI-PAID-TOT ZERO); "PS" =     *
      *    PAID UNDER THE PRIMARY PARENT AS IF SECONDARY (AN OTHER-   *
      *    INSURANCE PAYMENT WAS TAKEN).  FOR THE COB RECOVERY UNIT.  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL157-EXC-RECORD.
           05  DL157-X-EMP-ID            PIC X(13).
           05  DL157-X-DEP-NBR           PIC 9(4).
           05  DL157-X-INV-NBR           PIC 9(13).
           05  DL157-X-PRIMARY-EMP-ID    PIC X(13).
           05  DL157-X-REASON            PIC X(2).
               88  DL157-X-PAID-BY-SECONDARY           VALUE "SP".
               88  DL157-X-PRIMARY-AS-SECOND           VALUE "PS".
           05  DL157-X-PAID-DT           PIC 9(8).
           05  DL157-X-PAID-AMT          PIC S9(8).
           05  DL157-X-OI-PAID-AMT       PIC S9(8).
