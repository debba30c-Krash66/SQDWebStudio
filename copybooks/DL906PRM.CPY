      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL906PRM                                         *
      *    PARAMETER AREA FOR THE SHARED DL906 MEMBER-CHANGE JOURNAL  *
      *    SERVICE.  THE CALLER SETS DL906-P-PROGRAM-ID ONCE AT       *
      *    START-UP AND COPIES EACH BED1EMP RECORD INTO               *
      *    DL906-P-BEFORE-IMAGE AS IT IS READ.  JUST BEFORE THE NEW   *
      *    MASTER RECORD IS WRITTEN IT SETS DL906-P-CHANGE AND CALLS  *
      *    DL906 USING THIS AREA AND CS2MBR1C-STRUCTURE-DATA-ITEM; AN *
      *    UNCHANGED MEMBER COSTS ONE COMPARE.  A MEMBER DROPPED FROM *
      *    THE MASTER IS LOGGED WITH DL906-P-PURGE.                   *
      *    DL906-P-FIELDS-LOGGED RETURNS THE NUMBER OF JOURNAL        *
      *    RECORDS WRITTEN.                                           *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL906-PARMS.
           05  DL906-P-FUNCTION          PIC X(1).
               88  DL906-P-CHANGE                     VALUE "C".
               88  DL906-P-PURGE                      VALUE "D".
           05  DL906-P-PROGRAM-ID        PIC X(8).
           05  DL906-P-FIELDS-LOGGED     PIC 9(4).
           05  DL906-P-BEFORE-IMAGE      PIC X(2720).
