      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL174DLQ                                         *
      *    GROUP PREMIUM DELINQUENCY FLAG, ONE RECORD PER PACKAGE     *
      *    WHOSE OLDEST OPEN INVOICE IS 60 OR MORE DAYS PAST DUE ON   *
      *    THE RUN DATE (PREMIUM IS DUE ON THE INVOICE DATE).         *
      *    WRITTEN BY DL174 FOR THE DL076 TERMINATION CASCADE AND FOR *
      *    ACCOUNT MANAGEMENT.  THE PAST-DUE AMOUNT IS THE OPEN       *
      *    BALANCE OF INVOICES 60 OR MORE DAYS OLD; THE BALANCE IS    *
      *    THE GROUP'S NET RECEIVABLE AFTER UNAPPLIED CREDITS.        *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL174-DLQ-RECORD.
           05  DL174-D-PKG-NO            PIC 9(3).
           05  DL174-D-OLDEST-DT         PIC 9(8).
           05  DL174-D-DAYS-PAST-DUE     PIC 9(5).
           05  DL174-D-PAST-DUE-AMT      PIC 9(11)V9(2).
           05  DL174-D-BALANCE-AMT       PIC S9(11)V9(2).
           05  DL174-D-RUN-DT            PIC 9(8).
           05  FILLER                    PIC X(10).
