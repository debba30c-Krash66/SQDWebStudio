      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL164PRF                                         *
      *    QUARTERLY PROVIDER PRACTICE-PATTERN PROFILE.  ONE RECORD   *
      *    PER RENDERING PROVIDER WITHIN SPECIALTY FOR THE QUARTER    *
      *    OF SERVICE DATES SHOWN.  PAID AMOUNTS ARE IN CENTS, PER-   *
      *    PATIENT PAID IN DOLLARS AND CENTS, SHARES IN PERCENT.  THE *
      *    FIVE PROFILED MEASURES, IN ORDER, ARE UNIQUE PATIENTS,     *
      *    SERVICES PER PATIENT, PAID PER PATIENT, HIGH-LEVEL CODE    *
      *    SHARE AND NON-OFFICE PLACE-OF-SERVICE SHARE; EACH CARRIES  *
      *    THE SPECIALTY PEER AVERAGE AND A FLAG SET WHEN THE         *
      *    PROVIDER IS MORE THAN TWO STANDARD DEVIATIONS ABOVE IT.    *
      *    THE PLACE-OF-SERVICE SHARES ARE OFFICE (11), INPATIENT     *
      *    (21), OUTPATIENT (22), EMERGENCY ROOM (23) AND ALL OTHER.  *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL164-PRF-RECORD.
           05  DL164-P-FROM-DT           PIC 9(8).
           05  DL164-P-TO-DT             PIC 9(8).
           05  DL164-P-SPEC              PIC X(2).
           05  DL164-P-PRV-ID            PIC X(10).
           05  DL164-P-PATIENTS          PIC 9(7).
           05  DL164-P-SERVICES          PIC 9(9).
           05  DL164-P-PAID              PIC S9(13).
           05  DL164-P-HIGH-LVL          PIC 9(9).
           05  DL164-P-POS-SHARE OCCURS 5 TIMES
                                         PIC 9(3)V9(2).
           05  DL164-P-PEER-COUNT        PIC 9(5).
           05  DL164-P-MEASURE OCCURS 5 TIMES.
               10  DL164-P-VALUE         PIC S9(9)V9(2).
               10  DL164-P-PEER-AVG      PIC S9(9)V9(2).
               10  DL164-P-FLAG          PIC X(1).
                   88  DL164-P-OUTLIER             VALUE "Y".
           05  DL164-P-ANY-FLAG          PIC X(1).
               88  DL164-P-ANY-OUTLIER             VALUE "Y".
