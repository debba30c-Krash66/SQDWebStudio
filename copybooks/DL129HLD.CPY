      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL129HLD                                         *
      *    SANCTIONS-HELD CHECK RECORD.  ONE RECORD PER CHECK CUT ON  *
      *    THE RUN DATE THAT DL129 HELD BECAUSE ITS PAYEE IS UNDER A  *
      *    CONFIRMED SANCTIONS HIT ON DL184BLK - NEITHER ISSUED TO    *
      *    POSITIVE PAY NOR PAID ON THE DL154EFT REGISTER (A CHECK    *
      *    DL154 HOLDS REACHES DL129 UNPAID AND IS HELD THERE).       *
      *    DL158 TIES THE DAY'S JOURNALED CASH TO ISSUES PLUS EFT     *
      *    PLUS THESE.  AMOUNT IS IN CENTS, AS DL129ISS.              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL129-HLD-RECORD.
           05  DL129-H-CHK-NBR           PIC X(10).
           05  DL129-H-HELD-DT           PIC 9(8).
           05  DL129-H-AMOUNT            PIC 9(13).
           05  DL129-H-PAYEE             PIC X(10).
           05  FILLER                    PIC X(9).
