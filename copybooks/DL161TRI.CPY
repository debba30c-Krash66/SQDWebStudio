      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL161TRI                                         *
      *    IBNR LAG-TRIANGLE EXTRACT FOR ACTUARIAL.  EVERY RECORD     *
      *    NAMES ITS SEGMENT (LINE OF BUSINESS AND INPATIENT OR       *
      *    OUTPATIENT SETTING) AND THE VALUATION MONTH.  "C" IS ONE   *
      *    TRIANGLE CELL (INCURRED MONTH BY PAYMENT LAG IN MONTHS)    *
      *    WITH INCREMENTAL AND CUMULATIVE PAID DOLLARS AND CLAIM     *
      *    COUNTS; "F" IS THE DEVELOPMENT FACTOR FROM ONE LAG TO THE  *
      *    NEXT WITH ITS CUMULATIVE FACTOR TO ULTIMATE; "R" IS ONE    *
      *    INCURRED MONTH'S COMPLETION AND ESTIMATED UNPAID AMOUNT.   *
      *    MONTHS ARE YYYYMM.  AMOUNTS ARE IN CENTS.                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL161-TRI-RECORD.
           05  DL161-T-REC-TYPE          PIC X(1).
               88  DL161-T-CELL-REC                   VALUE "C".
               88  DL161-T-FACTOR-REC                 VALUE "F".
               88  DL161-T-RESERVE-REC                VALUE "R".
           05  DL161-T-LOB               PIC X(1).
           05  DL161-T-SETTING           PIC X(1).
               88  DL161-T-INPATIENT                  VALUE "I".
               88  DL161-T-OUTPATIENT                 VALUE "O".
           05  DL161-T-VALUATION-MO      PIC 9(6).
           05  DL161-T-DATA              PIC X(80).
           05  DL161-T-CELL REDEFINES DL161-T-DATA.
               10  DL161-T-C-INCURRED-MO PIC 9(6).
               10  DL161-T-C-LAG         PIC 9(3).
               10  DL161-T-C-PAID-AMT    PIC S9(13).
               10  DL161-T-C-CUM-PAID-AMT
                                         PIC S9(15).
               10  DL161-T-C-CLAIM-CNT   PIC 9(8).
               10  DL161-T-C-CUM-CLAIM-CNT
                                         PIC 9(8).
               10  FILLER                PIC X(27).
           05  DL161-T-FACTOR REDEFINES DL161-T-DATA.
               10  DL161-T-F-LAG         PIC 9(3).
               10  DL161-T-F-AGE-TO-AGE  PIC 9(3)V9(6).
               10  DL161-T-F-CUM-TO-ULT  PIC 9(3)V9(6).
               10  FILLER                PIC X(59).
           05  DL161-T-RESERVE REDEFINES DL161-T-DATA.
               10  DL161-T-R-INCURRED-MO PIC 9(6).
               10  DL161-T-R-LATEST-LAG  PIC 9(3).
               10  DL161-T-R-CUM-PAID-AMT
                                         PIC S9(15).
               10  DL161-T-R-CLAIM-CNT   PIC 9(8).
               10  DL161-T-R-CUM-TO-ULT  PIC 9(3)V9(6).
               10  DL161-T-R-COMPLETE-PCT
                                         PIC 9(3)V9(2).
               10  DL161-T-R-UNPAID-AMT  PIC S9(15).
               10  DL161-T-R-ULTIMATE-AMT
                                         PIC S9(15).
               10  FILLER                PIC X(4).
