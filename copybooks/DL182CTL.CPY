      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL182CTL                                         *
      *    SETUP-AGING CARRY-FORWARD CONTROL RECORD.  ONE RECORD PER  *
      *    PACKAGE OCCURRENCE (GB-PKG-NO AND GB-PKG-SEQ-NO) FOUND IN  *
      *    SETUP OR PENDING STATUS, IN VSGPPAC ORDER, HOLDING THE RUN *
      *    DATE IT WAS FIRST SEEN IN THAT STATE SO DL182 CAN AGE IT.  *
      *    PADDED TO THE 43-BYTE DLCTLLBL LABEL LENGTH.               *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL182-CTL-RECORD.
           05  DL182-C-PKG-NO            PIC 9(3).
           05  DL182-C-SEQ-NO            PIC 9(2).
           05  DL182-C-FIRST-SEEN-DT     PIC 9(8).
           05  FILLER                    PIC X(30).
