      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL173LBX                                         *
      *    BANK LOCKBOX DEPOSIT FILE FOR DIRECT-BILL MEMBER PREMIUM,  *
      *    ONE "D" RECORD PER PAYMENT IN DEPOSIT ORDER FOLLOWED BY    *
      *    ONE "T" TRAILER CARRYING THE BANK'S ITEM COUNT AND DEPOSIT *
      *    TOTAL.  AMOUNTS ARE DOLLARS AND CENTS, THE SAME UNIT AS    *
      *    THE VSGPBLR RATES.  THE REFERENCE IS THE CHECK NUMBER      *
      *    (TYPE "C") OR THE ACH TRACE NUMBER (TYPE "A").             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL173-LBX-RECORD.
           05  DL173-L-REC-TYPE          PIC X(1).
               88  DL173-L-DETAIL                     VALUE "D".
               88  DL173-L-TRAILER                    VALUE "T".
           05  DL173-L-DETAIL-DATA.
               10  DL173-L-EMP-ID        PIC X(13).
               10  DL173-L-PAY-AMT       PIC 9(7)V9(2).
               10  DL173-L-REF-TYPE      PIC X(1).
                   88  DL173-L-CHECK                  VALUE "C".
                   88  DL173-L-ACH                    VALUE "A".
               10  DL173-L-REF-NBR       PIC X(15).
               10  DL173-L-DEPOSIT-DT    PIC 9(8).
               10  FILLER                PIC X(33).
           05  DL173-L-TRAILER-DATA REDEFINES DL173-L-DETAIL-DATA.
               10  DL173-L-ITEM-COUNT    PIC 9(7).
               10  DL173-L-DEPOSIT-AMT   PIC 9(9)V9(2).
               10  FILLER                PIC X(61).
