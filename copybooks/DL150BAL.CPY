      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL150BAL                                         *
      *    BALANCE-BILLING EXPOSURE RECORD.  ONE RECORD PER PAID      *
      *    CLAIM LINE WHOSE CHARGE EXCEEDS OUR ALLOWANCE, WRITTEN BY  *
      *    DL150.  BALANCE IS CLD-CHG LESS CLD-UCR-AMT (THE AMOUNT    *
      *    ABOVE OUR ALLOWANCE); COST SHARE IS CLD-UCR-AMT LESS WHAT  *
      *    WE PAID; TOGETHER THEY ARE THE MEMBER'S LIABILITY.  CLASS  *
      *    "P" = PARTICIPATING OR HOLD-HARMLESS PROVIDER, WHERE THE   *
      *    BALANCE IS A CONTRACT VIOLATION TO PURSUE; "N" = NON-PAR,  *
      *    WHERE IT IS DISCLOSABLE BALANCE BILLING.  CENTS.           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL150-BAL-RECORD.
           05  DL150-B-CLASS             PIC X(1).
               88  DL150-B-PAR-HOLD-HARMLESS           VALUE "P".
               88  DL150-B-NON-PAR                     VALUE "N".
           05  DL150-B-PATIENT-NBR       PIC X(17).
           05  DL150-B-INV-NBR           PIC 9(13).
           05  DL150-B-LINE-NBR          PIC 9(1).
           05  DL150-B-GROUP             PIC X(9).
           05  DL150-B-PRV-ID            PIC X(10).
           05  DL150-B-FST-DT            PIC 9(8).
           05  DL150-B-PROC-CD           PIC X(5).
           05  DL150-B-CHG-AMT           PIC S9(8).
           05  DL150-B-ALLOWED-AMT       PIC S9(8).
           05  DL150-B-PAID-AMT          PIC S9(8).
           05  DL150-B-BALANCE-AMT       PIC S9(8).
           05  DL150-B-COST-SHARE-AMT    PIC S9(8).
