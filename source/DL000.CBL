000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   STALENESS LIMIT NOW FROM THE DL907 PARAMETER
000147*                   SERVICE (COMPILED 90 DAYS AS DEFAULT), PRINTED
000148*                   UNDER THE HEADING.
000149*  2026-10-15  RH   STALE OI VERIFICATIONS ALSO FED TO THE UNIFIED
000150*                   WORK QUEUE THROUGH DL908 (REASON OISV)
001500*================================================================
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
004800     05  DL0-RUN-JULIAN            PIC S9(8) COMP.
004900     05  DL0-VERIF-JULIAN          PIC S9(8) COMP.
005000     05  DL0-DAYS-SINCE-VERIF      PIC S9(8) COMP.
005001     05  DL0-STALE-DAYS            PIC S9(8) COMP VALUE 90.
005100 01  DL0-HEADING-1.
005200     05  FILLER                    PIC X(34)
005300         VALUE "OTHER INSURANCE - UNVERIFIED ALERT".
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
000136*----------------------------------------------------------------
000137*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
000138*----------------------------------------------------------------
000139     COPY DL908PRM.
000140 01  DL0-WQ-KEY.
000141     05  DL0-WQ-EMP-ID             PIC X(13).
000142     05  DL0-WQ-OCC                PIC 9(1).
008000 PROCEDURE DIVISION.
008100*================================================================
008200*    0000-MAINLINE
009100*    1000-INITIALIZE
009200*================================================================
009300 1000-INITIALIZE.
009301     MOVE "DL000"                  TO DL908-P-PROGRAM-ID
009302     SET DL908-P-START             TO TRUE
009303     CALL "DL908" USING DL908-PARMS
000132     CALL "DL902" USING DL0-RUN-DATE DL902-EXEC-DATE
009500     CALL "DL900" USING DL0-RUN-DATE DL0-RUN-JULIAN
009600     OPEN INPUT BED1EMP-FILE
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL000-RPT-LINE FROM DL902-EXEC-LINE
010000     WRITE DL000-RPT-LINE FROM DL0-HEADING-2
010001     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
010100     WRITE DL000-RPT-LINE FROM SPACES
010200     WRITE DL000-RPT-LINE FROM DL0-COLUMN-HEADING
010300     PERFORM 8000-READ-BED1EMP     THRU 8000-EXIT.
010400 1000-EXIT.
010500     EXIT.
010501*================================================================
010502*    1500-GET-PARAMETERS  -  STALENESS LIMIT IN FORCE            *
010503*                            FOR THIS RUN                        *
010504*================================================================
010505 1500-GET-PARAMETERS.
010506     MOVE "DL000"                  TO DL907-P-PROGRAM-ID
010507     MOVE "OI-STALE-DAYS"          TO DL907-P-RULE-NAME
010508     MOVE DL0-STALE-DAYS           TO DL907-P-DEFAULT
010509     CALL "DL907" USING DL907-PARMS
010510     MOVE DL907-P-VALUE            TO DL0-STALE-DAYS
010511     WRITE DL000-RPT-LINE FROM DL907-P-HDG-LINE.
010512 1500-EXIT.
010513     EXIT.
010600*================================================================
010700*    2000-PROCESS-EMPLOYEE  -  CHECK EACH OF THE SIX OI
010800*                              OCCURRENCES FOR THIS MEMBER
013500                        DL0-VERIF-JULIAN
013600     COMPUTE DL0-DAYS-SINCE-VERIF =
013700         DL0-RUN-JULIAN - DL0-VERIF-JULIAN
013701     IF DL0-DAYS-SINCE-VERIF > DL0-STALE-DAYS
013900         MOVE EMP-OI-VERIF-DT-T(DL0-OI-SUB) TO DL0-D-VERIF-DT
014000         MOVE DL0-DAYS-SINCE-VERIF TO DL0-D-DAYS-STALE
014100         PERFORM 2200-WRITE-ALERT  THRU 2200-EXIT
015400     MOVE DL0-OI-SUB               TO DL0-D-OCC
015500     MOVE EMP-OI-EFF-DT-T(DL0-OI-SUB) TO DL0-D-EFF-DT
015600     WRITE DL000-RPT-LINE FROM DL0-DETAIL-LINE
015700     ADD 1 TO DL0-ALERTS-WRITTEN
015701     PERFORM 2250-QUEUE-ALERT       THRU 2250-EXIT.
015800 2200-EXIT.
015900     EXIT.
015901*================================================================
015902*    2250-QUEUE-ALERT  -  ONE OVERDUE OI VERIFICATION TO         *
015903*                         THE SHARED WORK QUEUE                  *
015904*================================================================
015905 2250-QUEUE-ALERT.
015906     MOVE "DL000"                  TO DL908-P-PROGRAM-ID
015907     MOVE "OISV"                   TO DL908-P-REASON-CD
015908     MOVE EMP-EMP-ID               TO DL0-WQ-EMP-ID
015909     MOVE DL0-OI-SUB               TO DL0-WQ-OCC
015910     MOVE DL0-WQ-KEY               TO DL908-P-ITEM-KEY
015911     SET DL908-P-MEMBER            TO TRUE
015912     MOVE EMP-EMP-ID               TO DL908-P-PARTY-ID
015913     MOVE "OI VERIFICATION STALE"  TO DL908-P-REASON
015914     MOVE ZERO                     TO DL908-P-AMOUNT
015915     MOVE ZERO                     TO DL908-P-OPENED-DT
015916     SET DL908-P-SOURCE-CLEARS     TO TRUE
015917     SET DL908-P-ITEM              TO TRUE
015918     CALL "DL908" USING DL908-PARMS.
015919 2250-EXIT.
015920     EXIT.
016000*================================================================
016100*    3000-TERMINATE
016200*================================================================
