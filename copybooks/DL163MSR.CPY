      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL163MSR                                         *
      *    PREVENTIVE-CARE MEASURE TABLE, ONE CARD PER MEASURE,       *
      *    MAINTAINED BY CARE MANAGEMENT.  A MEMBER IS ELIGIBLE WHEN  *
      *    THE SEX MATCHES (BLANK MEANS EITHER) AND THE AGE IN WHOLE  *
      *    YEARS ON THE BUSINESS DATE IS WITHIN THE MINIMUM AND       *
      *    MAXIMUM, AND IS COMPLIANT WHEN A CLAIM LINE WITH A         *
      *    CLD-PROC-CD OR CLD-CPT-CD IN ANY OF THE FIVE RANGES WAS    *
      *    SERVED WITHIN THE LOOK-BACK MONTHS.  UNUSED RANGES ARE     *
      *    BLANK.                                                     *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL163-MSR-RECORD.
           05  DL163-M-MEASURE-ID        PIC X(4).
           05  DL163-M-DESC              PIC X(30).
           05  DL163-M-SEX               PIC X(1).
               88  DL163-M-ANY-SEX                    VALUE SPACE.
               88  DL163-M-MALE                       VALUE "M".
               88  DL163-M-FEMALE                     VALUE "F".
           05  DL163-M-AGE-MIN           PIC 9(3).
           05  DL163-M-AGE-MAX           PIC 9(3).
           05  DL163-M-LOOKBACK-MOS      PIC 9(2).
           05  DL163-M-RANGE OCCURS 5 TIMES.
               10  DL163-M-PROC-LOW      PIC X(5).
               10  DL163-M-PROC-HIGH     PIC X(5).
