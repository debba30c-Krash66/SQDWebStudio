      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL174AR                                          *
      *    GROUP PREMIUM RECEIVABLES LEDGER, ONE OPEN ITEM PER RECORD *
      *    IN PACKAGE AND ITEM-DATE ORDER, CARRIED FORWARD RUN OVER   *
      *    RUN BY DL174 (OLD LEDGER IN, NEW LEDGER OUT).  AN "I" ITEM *
      *    IS ONE DL074 INVOICE - THE SUM OF THE PACKAGE'S DL074INV   *
      *    LINES FOR THE INVOICE DATE - WITH ITS UNPAID BALANCE.  A   *
      *    "C" ITEM IS UNAPPLIED CASH (AN OVERPAYMENT OR A REMITTANCE *
      *    WITH NOTHING OPEN TO APPLY IT TO), HELD AS A CREDIT        *
      *    AGAINST THE NEXT INVOICE.  ITEMS THAT REACH A ZERO BALANCE *
      *    ARE DROPPED, EXCEPT THE GROUP'S LATEST INVOICE, WHICH      *
      *    STAYS AT ZERO TO MARK THE LAST DATE THE GROUP WAS          *
      *    INVOICED.                                                  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL174-AR-RECORD.
           05  DL174-A-PKG-NO            PIC 9(3).
           05  DL174-A-ITEM-TYPE         PIC X(1).
               88  DL174-A-INVOICE                    VALUE "I".
               88  DL174-A-CREDIT                     VALUE "C".
           05  DL174-A-ITEM-DT           PIC 9(8).
           05  DL174-A-ORIG-AMT          PIC 9(11)V9(2).
           05  DL174-A-OPEN-AMT          PIC 9(11)V9(2).
           05  DL174-A-LAST-PAY-DT       PIC 9(8).
           05  FILLER                    PIC X(14).
