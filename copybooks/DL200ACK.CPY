      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL200ACK                                         *
      *    SUBMITTER ACKNOWLEDGMENT AND STATUS FEED, WRITTEN DAILY BY *
      *    DL200 FOR THE CLEARINGHOUSES.  ONE "D" RECORD PER          *
      *    CLEARINGHOUSE CLAIM RECEIVED OR CHANGED ON THE BUSINESS    *
      *    DATE, IN SUBMITTER (CLD-SUBMITTER-CODE) AND SUBMITTER      *
      *    CONTROL NUMBER ORDER, CARRYING THE DAY'S MOST ADVANCED     *
      *    STATUS: RC RECEIVED, PN PENDED (WITH THE PEND CODE), DN    *
      *    DENIED (WITH THE REMARK CODE) OR PD PAID (WITH THE AMOUNT  *
      *    IN CENTS AND THE CHECK NUMBER, OR THE ACH TRACE NUMBER WHEN*
      *    DL154 PAID IT BY EFT).  THE DUPLICATE SWITCH IS SET WHEN   *
      *    ANOTHER INVOICE CARRIES THE SAME CONTROL NUMBER.  EACH     *
      *    SUBMITTER'S RECORDS ARE CLOSED BY A "T" RECORD WITH ITS    *
      *    CONTROL TOTALS; THE FILE IS SPLIT FOR TRANSMISSION ON THE  *
      *    SUBMITTER CODE.                                            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL200-ACK-RECORD.
           05  DL200-A-REC-TYPE          PIC X(1).
               88  DL200-A-DETAIL                      VALUE "D".
           05  DL200-A-SUBMITTER         PIC X(1).
           05  DL200-A-CTL-NBR           PIC 9(10).
           05  DL200-A-INV-NBR           PIC 9(13).
           05  DL200-A-STATUS            PIC X(2).
               88  DL200-A-RECEIVED                    VALUE "RC".
               88  DL200-A-PENDED                      VALUE "PN".
               88  DL200-A-DENIED                      VALUE "DN".
               88  DL200-A-PAID                        VALUE "PD".
           05  DL200-A-STATUS-DT         PIC 9(8).
           05  DL200-A-PEND-CD           PIC X(4).
           05  DL200-A-RMK-CD            PIC X(4).
           05  DL200-A-PAID-AMT          PIC 9(11).
           05  DL200-A-PAY-METHOD        PIC X(1).
               88  DL200-A-BY-CHECK                    VALUE "C".
               88  DL200-A-BY-EFT                      VALUE "E".
           05  DL200-A-CHK-NBR           PIC X(10).
           05  DL200-A-TRACE-NBR         PIC 9(15).
           05  DL200-A-DUP-SW            PIC X(1).
               88  DL200-A-DUP-CTL-NBR                 VALUE "Y".
           05  FILLER                    PIC X(19).
       01  DL200-ACK-TOTAL.
           05  DL200-T-REC-TYPE          PIC X(1).
               88  DL200-T-TOTAL                       VALUE "T".
           05  DL200-T-SUBMITTER         PIC X(1).
           05  DL200-T-BUS-DATE          PIC 9(8).
           05  DL200-T-CLAIM-COUNT       PIC 9(8).
           05  DL200-T-RECEIVED          PIC 9(8).
           05  DL200-T-PENDED            PIC 9(8).
           05  DL200-T-DENIED            PIC 9(8).
           05  DL200-T-PAID              PIC 9(8).
           05  DL200-T-PAID-TOTAL        PIC 9(13).
           05  DL200-T-CTL-HASH          PIC 9(15).
           05  FILLER                    PIC X(22).
