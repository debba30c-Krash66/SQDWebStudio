      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL908PRM                                         *
      *    PARAMETER AREA FOR THE SHARED DL908 WORK-QUEUE FEED        *
      *    SERVICE.  EVERY WORKLIST PROGRAM CALLS FUNCTION "S" ONCE   *
      *    AT START-UP, SAYING IT RAN TODAY, AND FUNCTION "I" ONCE    *
      *    PER ITEM ON ITS LIST.  AN ITEM IS KEYED BY SOURCE PROGRAM, *
      *    REASON CODE AND THE PROGRAM'S OWN ITEM KEY, AND NAMES THE  *
      *    MEMBER (M), CLAIM (C) OR CORRESPONDENT (R) IT CONCERNS,    *
      *    THE DOLLARS AT RISK AND THE DATE IT OPENED (ZERO = FIRST   *
      *    REPORTED).  CLOSE RULE "S" MEANS THE ITEM CLEARS WHEN THE  *
      *    SOURCE STOPS REPORTING IT; "D" MEANS IT IS A ONE-TIME      *
      *    EVENT THAT STAYS OPEN UNTIL A DISPOSITION ARRIVES.         *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL908-PARMS.
           05  DL908-P-FUNCTION          PIC X(1).
               88  DL908-P-START                       VALUE "S".
               88  DL908-P-ITEM                        VALUE "I".
           05  DL908-P-KEY.
               10  DL908-P-PROGRAM-ID    PIC X(8).
               10  DL908-P-REASON-CD     PIC X(4).
               10  DL908-P-ITEM-KEY      PIC X(30).
           05  DL908-P-PARTY-TYPE        PIC X(1).
               88  DL908-P-MEMBER                      VALUE "M".
               88  DL908-P-CLAIM                       VALUE "C".
               88  DL908-P-CORRESPONDENT               VALUE "R".
           05  DL908-P-PARTY-ID          PIC X(20).
           05  DL908-P-REASON            PIC X(30).
           05  DL908-P-AMOUNT            PIC S9(11)V99.
           05  DL908-P-OPENED-DT         PIC 9(8).
           05  DL908-P-CLOSE-RULE        PIC X(1).
               88  DL908-P-SOURCE-CLEARS               VALUE "S".
               88  DL908-P-DISPOSITION-ONLY            VALUE "D".
