      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL154EFT                                         *
      *    EFT PAYMENT REGISTER.  ONE RECORD PER CHECK NUMBER THE     *
      *    DL154 ACH RUN PAID ELECTRONICALLY, SORTED ASCENDING BY     *
      *    CHECK NUMBER (THE DL058 SEQUENCE) AND CARRIED FORWARD RUN  *
      *    TO RUN.  DL128 PRINTS THE TRACE NUMBER IN PLACE OF THE     *
      *    CHECK NUMBER; DL129 AND DL058 LEAVE THESE PAYMENTS OFF     *
      *    THE PAPER-CHECK FILES.  AMOUNT IS IN CENTS.                *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL154-EFT-RECORD.
           05  DL154-E-CHK-NBR           PIC X(10).
           05  DL154-E-TRACE-NBR         PIC 9(15).
           05  DL154-E-PAYEE-PRV         PIC X(10).
           05  DL154-E-AMOUNT            PIC 9(13).
           05  DL154-E-PAY-DT            PIC 9(8).
           05  FILLER                    PIC X(4).
