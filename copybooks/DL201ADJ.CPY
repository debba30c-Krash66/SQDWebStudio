      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL201ADJ                                         *
      *    MASS RE-PRICING ADJUSTMENT TRANSACTION.  ONE RECORD PER    *
      *    FINALIZED CLAIM, LIVE OR ARCHIVED BY DL070, WHOSE SELECTED *
      *    LINES A RELEASED DL201 PROJECT REPRICES, FOR THE CLAIMS    *
      *    SYSTEM TO POST AS AN ADJUSTMENT AGAINST THE ORIGINAL       *
      *    INVOICE.  THE PROJECT ID GOES INTO CLH-RSN-ADJ AND SOURCE  *
      *    "M" INTO CLH-SOURCE-ADJ SO DL103 CAN REPORT THE PROJECT.   *
      *    AMOUNTS ARE SIGNED CENTS; THE CLAIM AMOUNT IS THE SUM OF   *
      *    THE LINE AMOUNTS.  A LINE NOT REPRICED CARRIES PAY-LN-NBR  *
      *    ZERO.  THE MEMBER IS BLANK ON AN ARCHIVED CLAIM.  ACTION   *
      *    "A" = ADJUST.                                              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL201-ADJ-RECORD.
           05  DL201-J-ACTION            PIC X(1).
               88  DL201-J-ADJUST                      VALUE "A".
           05  DL201-J-INV-NBR           PIC 9(13).
           05  DL201-J-RSN-ADJ           PIC X(3).
           05  DL201-J-SOURCE-ADJ        PIC X(1).
               88  DL201-J-MASS-ADJ                    VALUE "M".
           05  DL201-J-ARCHIVE-IND       PIC X(1).
               88  DL201-J-ARCHIVED                    VALUE "Y".
           05  DL201-J-EMP-ID            PIC X(13).
           05  DL201-J-DEP-NBR           PIC 9(4).
           05  DL201-J-CONT-PRV          PIC X(10).
           05  DL201-J-ADJ-AMT           PIC S9(8).
           05  DL201-J-RELEASE-DT        PIC 9(8).
           05  DL201-J-LINE OCCURS 4 TIMES.
               10  DL201-J-PAY-LN-NBR    PIC 9(4).
               10  DL201-J-OLD-ALLOW     PIC S9(8).
               10  DL201-J-NEW-ALLOW     PIC S9(8).
               10  DL201-J-LINE-ADJ      PIC S9(8).
           05  FILLER                    PIC X(6).
