      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL184CTL                                         *
      *    SANCTIONS SCREENING HIT CONTROL RECORD.  ONE RECORD PER    *
      *    PARTY/SANCTIONS-ENTRY PAIR THAT MATCHED, CARRIED FORWARD   *
      *    RUN OVER RUN (THE DL080CTL PATTERN) IN PARTY TYPE ("C"     *
      *    CORRESPONDENT, "P" PROVIDER PAYEE), PARTY KEY AND ENTRY ID *
      *    ORDER.  STATUS "O" IS AWAITING AN ANALYST, "C" CLEARED AS  *
      *    A FALSE POSITIVE (REMEMBERED SO THE SAME MATCH IS NOT      *
      *    RAISED AGAIN WHILE THE NAMES ARE UNCHANGED) AND "F"        *
      *    CONFIRMED (PAYMENT BLOCKED).  THE PARTY AND LISTED NAMES   *
      *    ARE KEPT AS THEY STOOD WHEN THE HIT WAS RAISED SO A CHANGE *
      *    TO EITHER REOPENS IT.  THE PARTY KEY IS BR/CUST/LOCN FOR A *
      *    CORRESPONDENT AND THE PROVIDER ID FOR A PAYEE.             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL184-CTL-RECORD.
           05  DL184-C-KEY.
               10  DL184-C-PARTY-TYPE    PIC X(1).
               10  DL184-C-PARTY-KEY     PIC X(11).
               10  DL184-C-ENTRY-ID      PIC X(10).
           05  DL184-C-MATCH-TYPE        PIC X(1).
               88  DL184-C-EXACT-NAME                 VALUE "X".
               88  DL184-C-FUZZY-NAME                 VALUE "F".
               88  DL184-C-ADDRESS                    VALUE "A".
               88  DL184-C-EMBARGO                    VALUE "E".
           05  DL184-C-PARTY-NAME        PIC X(35).
           05  DL184-C-LISTED-NAME       PIC X(35).
           05  DL184-C-STATUS            PIC X(1).
               88  DL184-C-OPEN                       VALUE "O".
               88  DL184-C-CLEARED                    VALUE "C".
               88  DL184-C-CONFIRMED                  VALUE "F".
           05  DL184-C-FIRST-SEEN-DT     PIC 9(8).
           05  DL184-C-DISP-DATE         PIC 9(8).
           05  DL184-C-ANALYST-ID        PIC X(9).
           05  FILLER                    PIC X(1).
