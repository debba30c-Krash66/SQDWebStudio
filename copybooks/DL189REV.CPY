      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL189REV                                         *
      *    CORRESPONDENT KYC REVIEW SATELLITE EXTRACT.  SNAMADDR HAS  *
      *    NOWHERE TO HOLD WHEN A RELATIONSHIP WAS LAST REVIEWED, SO  *
      *    - THE DL034CTL CARRY-FORWARD PATTERN - THE LAST REVIEW     *
      *    DATE, REVIEWER AND OUTCOME ("P" SATISFACTORY, "C"          *
      *    SATISFACTORY WITH CONDITIONS, "F" FAILED) ARE CARRIED HERE *
      *    KEYED BY THE SAME BR-NO/CUST-NO/LOCN-ID AS EQ-KFLDEQ, WITH *
      *    THE DATE AN OVERDUE HIGH-RISK RELATIONSHIP WAS FIRST       *
      *    ESCALATED (ZERO WHEN NOT).  A ZERO REVIEW DATE MEANS NEVER *
      *    REVIEWED.  WRITTEN BETWEEN DLCTLLBL HEADER AND TRAILER     *
      *    LABELS; DELETED CORRESPONDENTS ARE NOT CARRIED.            *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL189-REV-RECORD.
           05  DL189-R-KEY.
               10  DL189-R-BR-NO         PIC X(4).
               10  DL189-R-CUST-NO       PIC 9(5).
               10  DL189-R-LOCN-ID       PIC 9(2).
           05  DL189-R-LAST-REVIEW-DT    PIC 9(8).
           05  DL189-R-REVIEWER          PIC X(8).
           05  DL189-R-OUTCOME           PIC X(1).
               88  DL189-R-SATISFACTORY                VALUE "P".
               88  DL189-R-CONDITIONS                  VALUE "C".
               88  DL189-R-FAILED                      VALUE "F".
           05  DL189-R-ESCALATED-DT      PIC 9(8).
           05  FILLER                    PIC X(7).
