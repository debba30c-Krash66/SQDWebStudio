      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL171EXC                                         *
      *    EXCLUSION-RIDER CLAIM EXCEPTION RECORD, WRITTEN BY DL171   *
      *    FOR A PAID CLAIM LINE WHOSE SERVICE DATE FALLS IN A        *
      *    DL169RDR RIDER FOR THE PATIENT.  "DX" = THE LINE'S         *
      *    DIAGNOSIS IS IN THE RIDER'S DIAGNOSIS RANGE; "PX" = ITS    *
      *    PROCEDURE CODE IS IN THE PROCEDURE RANGE.  AMOUNT IS THE   *
      *    LINE'S NET PAY IN CENTS.  FOR THE UNDERWRITING AND         *
      *    RECOVERY UNITS.                                            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL171-EXC-RECORD.
           05  DL171-X-EXC-TYPE          PIC X(2).
               88  DL171-X-DIAG-EXCLUSION              VALUE "DX".
               88  DL171-X-PROC-EXCLUSION              VALUE "PX".
           05  DL171-X-EMP-ID            PIC X(13).
           05  DL171-X-DEP-NBR           PIC 9(4).
           05  DL171-X-RIDER-SEQ         PIC 9(2).
           05  DL171-X-BODY-SYSTEM       PIC X(20).
           05  DL171-X-INV-NBR           PIC 9(13).
           05  DL171-X-LINE-NBR          PIC 9(1).
           05  DL171-X-FST-DT            PIC 9(8).
           05  DL171-X-DIAGNOSIS         PIC X(5).
           05  DL171-X-PROC-CD           PIC X(5).
           05  DL171-X-NET-PAY-AMT       PIC S9(8).
           05  DL171-X-UNDERWRITER       PIC X(8).
