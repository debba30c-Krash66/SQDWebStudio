000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   ARCHIVE AGE NOW FROM THE DL907 PARAMETER
000147*                   SERVICE (COMPILED 730 DAYS AS DEFAULT).
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
008800     05  DL70-CLM-READ             PIC S9(8) COMP VALUE ZERO.
008900     05  DL70-CLM-KEPT             PIC S9(8) COMP VALUE ZERO.
009000     05  DL70-CLM-ARCHIVED         PIC S9(8) COMP VALUE ZERO.
009001 01  DL70-ARCHIVE-DAYS             PIC S9(8) COMP VALUE 730.
009100 01  DL70-HEADING-1.
009200     05  FILLER                    PIC X(40)
009300         VALUE "FINALIZED-CLAIMS ARCHIVE REGISTER".
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
011000 PROCEDURE DIVISION.
011100*================================================================
011200*    0000-MAINLINE
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL070-RPT-LINE FROM DL902-EXEC-LINE
013600     WRITE DL070-RPT-LINE FROM DL70-HEADING-2
013601     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
013700     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT.
013800 1000-EXIT.
013900     EXIT.
013901*================================================================
013902*    1500-GET-PARAMETERS  -  ARCHIVE AGE IN FORCE FOR            *
013903*                            THIS RUN                            *
013904*================================================================
013905 1500-GET-PARAMETERS.
013906     MOVE "DL070"                  TO DL907-P-PROGRAM-ID
013907     MOVE "ARCHIVE-AGE-DAYS"       TO DL907-P-RULE-NAME
013908     MOVE DL70-ARCHIVE-DAYS        TO DL907-P-DEFAULT
013909     CALL "DL907" USING DL907-PARMS
013910     MOVE DL907-P-VALUE            TO DL70-ARCHIVE-DAYS
013911     WRITE DL070-RPT-LINE FROM DL907-P-HDG-LINE.
013912 1500-EXIT.
013913     EXIT.
014000*================================================================
014100*    2000-PROCESS-CLAIM  -  ROUTE THE HEADER/DETAIL PAIR TO THE  *
014200*                           KEPT OR ARCHIVE SIDE                 *
014900     END-IF
015000     MOVE CLH-FIN-PROC-DT          TO DL70-CALL-DATE
015100     CALL "DL900" USING DL70-CALL-DATE DL70-FIN-JULIAN
015101     IF DL70-RUN-JULIAN - DL70-FIN-JULIAN > DL70-ARCHIVE-DAYS
015300         PERFORM 2200-ARCHIVE-CLAIM THRU 2200-EXIT
015400     ELSE
015500         PERFORM 2100-KEEP-CLAIM    THRU 2100-EXIT
