      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL157IDX                                         *
      *    BIRTHDAY-RULE LOOKUP RECORD.  BUILT FROM BED1EMP, ONE      *
      *    RECORD PER MEMBER, KEYED BY THE MEMBER'S OWN EMP-EMP-ID    *
      *    SO DL157 CAN RANDOMLY READ THE OTHER PARENT NAMED BY AN    *
      *    EMP-DUAL-ID, THE SAME WAY DL051 WALKS ITS TRANSFER CHAIN   *
      *    OVER DL051IDX.  COV-SINCE IS THE EARLIEST EFFECTIVE DATE   *
      *    OF THE EE-COVERAGE OCCURRENCES IN FORCE ON THE RUN DATE;   *
      *    ZERO WHEN THE MEMBER HAS NONE.                             *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL157-IDX-RECORD.
           05  DL157-IDX-EMP-ID          PIC X(13).
           05  DL157-IDX-DOB             PIC 9(8).
           05  DL157-IDX-COV-SINCE       PIC 9(8).
