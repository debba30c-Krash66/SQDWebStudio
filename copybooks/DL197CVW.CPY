      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL197CVW                                         *
      *    UNIFIED CLAIM-VIEW EXTRACT, BUILT EARLY IN THE NIGHT BY    *
      *    DL197 FROM ONE LOCKSTEP PASS OF BHS2MCH/BHS3MDE AGAINST    *
      *    BED1EMP, AND READ BY THE CLAIM-SIDE PROGRAMS THROUGH THE   *
      *    SHARED DL909 READER.  ONE RECORD PER CLAIM LINE (LINES 1   *
      *    THROUGH 4, IN CLAIM FILE ORDER) CARRYING THE INVOICE KEY,  *
      *    THE HEADER FIELDS THE DOWNSTREAM PROGRAMS USE, THE WHOLE   *
      *    DETAIL OCCURRENCE, AND THE MEMBER JOIN RESOLVED ONCE - THE *
      *    13-BYTE PATIENT PREFIX, THE DEPENDENT NUMBER (THE DL142    *
      *    RULE) AND THE PACKAGE (THE DL010 RULE).  A CLAIM WITH NO   *
      *    DETAIL RECORD IS CARRIED AS A SINGLE LINE 0.  THE FILE     *
      *    CARRIES DLCTLLBL LABELS: "HDR" FIRST AND A "TRL" LAST      *
      *    WHOSE LABEL COUNTS AND HASHES THE DATA RECORDS (INVOICE    *
      *    DIGITS 4-13) AND WHICH ALSO CARRIES THE CLAIM COUNT AND    *
      *    THE PAID AND NET-PAY CONTROL TOTALS IN CENTS.              *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL197-CVW-RECORD.
           05  DL197-V-REC-TYPE          PIC X(3).
               88  DL197-V-CLAIM-LINE                  VALUE "CLM".
           05  DL197-V-KEY.
               10  DL197-V-INV-NBR       PIC 9(13).
               10  DL197-V-LINE-NBR      PIC 9(1).
           05  DL197-V-CLAIM-SEQ         PIC 9(8).
           05  DL197-V-DET-STATUS        PIC X(1).
               88  DL197-V-DET-PRESENT                 VALUE "Y".
               88  DL197-V-DET-MISSING                 VALUE "N".
           05  DL197-V-MEMBER.
               10  DL197-V-EMP-ID        PIC X(13).
               10  DL197-V-DEP-NBR       PIC 9(4).
               10  DL197-V-MEMBER-SW     PIC X(1).
                   88  DL197-V-MEMBER-FOUND            VALUE "Y".
               10  DL197-V-PKG-NO        PIC 9(3).
           05  DL197-V-HEADER.
               10  DL197-V-INV-NBR-COMP  PIC 9(13) COMP-3.
               10  DL197-V-H-INV-NBR     PIC 9(13) COMP-3.
               10  DL197-V-PATIENT-NBR   PIC X(17).
               10  DL197-V-ACT-PD-DT     PIC S9(8) COMP.
               10  DL197-V-FIN-PROC-DT   PIC S9(8) COMP.
               10  DL197-V-CLM-PAID-AMT  PIC S9(8) COMP.
               10  DL197-V-OI-CON-TOT    PIC S9(8) COMP.
               10  DL197-V-OI-PAID-TOT   PIC S9(8) COMP.
               10  DL197-V-EE-ZIP        PIC S9(8) COMP.
               10  DL197-V-RMK-CD        PIC X(4).
               10  DL197-V-GROUP         PIC X(9).
               10  DL197-V-BEN-CD        PIC X(9).
               10  DL197-V-OPL-TYPE      PIC X(2).
               10  DL197-V-CONT-PRV      PIC X(10).
               10  DL197-V-SPEC-PAY      PIC X(10).
               10  DL197-V-ACT-CHK-NBR   PIC X(10).
               10  DL197-V-SMTSUS-IND    PIC X(1).
               10  DL197-V-REPOS-CTL-NBR PIC 9(10) COMP-3.
               10  DL197-V-DT-REC        PIC S9(8) COMP.
               10  DL197-V-SV-PEND-CD    PIC X(4).
               10  DL197-V-SV-PEND-DT    PIC S9(8) COMP.
               10  DL197-V-ADJ-AMT       PIC S9(8) COMP.
               10  DL197-V-RSN-ADJ       PIC X(3).
               10  DL197-V-SOURCE-ADJ    PIC X(1).
               10  DL197-V-LINE-COUNT    PIC S9(4) COMP.
               10  DL197-V-ALT-INV-NBR   PIC 9(13) COMP-3.
           05  DL197-V-LINE-IMAGE        PIC X(660).
           05  FILLER                    PIC X(8).
       01  DL197-CVW-TRAILER.
           05  DL197-T-LABEL             PIC X(43).
           05  DL197-T-CLAIM-COUNT       PIC 9(8).
           05  DL197-T-PAID-TOTAL        PIC S9(15).
           05  DL197-T-NET-TOTAL         PIC S9(15).
           05  FILLER                    PIC X(779).
