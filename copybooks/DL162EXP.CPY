      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL162EXP                                         *
      *    GROUP EXPERIENCE EXTRACT FOR UNDERWRITING.  EVERY RECORD   *
      *    CARRIES THE GROUP (PACKAGE NUMBER, THE LEADING THREE BYTES *
      *    OF THE GROUP CODE) AND THE 12-MONTH WINDOW AS YYYYMM.      *
      *    "G" IS ONE GROUP'S BILLED PREMIUM, MEMBER MONTHS, PAID     *
      *    CLAIMS, POOLED LARGE-CLAIMANT EXCESS, NET CLAIMS, NET      *
      *    COST PER MEMBER PER MONTH AND LOSS RATIO; "L" IS ONE LARGE *
      *    CLAIMANT WITH THE PAID CLAIMS AND THE EXCESS POOLED.       *
      *    AMOUNTS ARE IN CENTS.                                      *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL162-EXP-RECORD.
           05  DL162-E-REC-TYPE          PIC X(1).
               88  DL162-E-GROUP                      VALUE "G".
               88  DL162-E-LARGE                      VALUE "L".
           05  DL162-E-PKG-NO            PIC 9(3).
           05  DL162-E-FROM-MO           PIC 9(6).
           05  DL162-E-TO-MO             PIC 9(6).
           05  DL162-E-DATA              PIC X(80).
           05  DL162-E-GROUP-DATA REDEFINES DL162-E-DATA.
               10  DL162-E-G-PREMIUM-AMT PIC S9(13).
               10  DL162-E-G-MBR-MONTHS  PIC 9(8).
               10  DL162-E-G-PAID-AMT    PIC S9(13).
               10  DL162-E-G-POOLED-AMT  PIC S9(13).
               10  DL162-E-G-NET-AMT     PIC S9(13).
               10  DL162-E-G-PMPM-AMT    PIC S9(9).
               10  DL162-E-G-LOSS-RATIO  PIC 9(4)V9(2).
               10  DL162-E-G-LARGE-CNT   PIC 9(5).
           05  DL162-E-LARGE-DATA REDEFINES DL162-E-DATA.
               10  DL162-E-L-PATIENT-NBR PIC X(17).
               10  DL162-E-L-PAID-AMT    PIC S9(13).
               10  DL162-E-L-POOL-AMT    PIC 9(10).
               10  DL162-E-L-EXCESS-AMT  PIC S9(13).
               10  FILLER                PIC X(27).
