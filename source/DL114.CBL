002120*                   TABLE OVERFLOW (THE DL060 RULE) INSTEAD OF
002130*                   SILENTLY DISABLING THE EDIT FOR DROPPED
002140*                   COMBINATIONS ON A CLEAN RC=0 RUN.
002141*  2026-10-15  RH   EXCEPTION LINES ALSO FED TO THE UNIFIED WORK
002142*                   QUEUE THROUGH DL908 (REASON POSC)
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
015400     05  FILLER                    PIC X(11)
015500         VALUE "  EXECUTED ".
015600     05  DL902-EL-EXEC             PIC 9(8).
015601*----------------------------------------------------------------
015602*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
015603*----------------------------------------------------------------
015604     COPY DL908PRM.
015605 01  DLB4-WQ-KEY.
015606     05  DLB4-WQ-INV-NBR           PIC 9(13).
015607     05  DLB4-WQ-LINE              PIC 9(1).
015700 PROCEDURE DIVISION.
015800*================================================================
015900*    0000-MAINLINE
017300*    1000-INITIALIZE
017400*================================================================
017500 1000-INITIALIZE.
017501     MOVE "DL114"                  TO DL908-P-PROGRAM-ID
017502     SET DL908-P-START             TO TRUE
017503     CALL "DL908" USING DL908-PARMS
017600     CALL "DL902" USING DLB4-RUN-DATE DL902-EXEC-DATE
017700     OPEN INPUT  BHS2MCH-FILE
017800     OPEN INPUT  BHS3MDE-FILE
029500     MOVE CLD-PROC-CD(DLB4-LN-SUB) TO DLB4-D-PROC
029600     MOVE DLB4-HIT-DESC            TO DLB4-D-RULE
029700     WRITE DL114-RPT-LINE FROM DLB4-DETAIL-LINE
029800     PERFORM 2400-TOTAL-PROVIDER    THRU 2400-EXIT
029801     PERFORM 2350-QUEUE-EXCEPTION   THRU 2350-EXIT.
029900 2300-EXIT.
030000     EXIT.
030001*================================================================
030002*    2350-QUEUE-EXCEPTION  -  ONE EXCEPTION LINE TO THE          *
030003*                             SHARED WORK QUEUE                  *
030004*================================================================
030005 2350-QUEUE-EXCEPTION.
030006     MOVE "DL114"                  TO DL908-P-PROGRAM-ID
030007     MOVE "POSC"                   TO DL908-P-REASON-CD
030008     MOVE CLH-INV-NBR              TO DLB4-WQ-INV-NBR
030009     MOVE DLB4-LN-SUB              TO DLB4-WQ-LINE
030010     MOVE DLB4-WQ-KEY              TO DL908-P-ITEM-KEY
030011     SET DL908-P-CLAIM             TO TRUE
030012     MOVE DLB4-WQ-INV-NBR          TO DL908-P-PARTY-ID
030013     MOVE DLB4-HIT-DESC            TO DL908-P-REASON
030014     COMPUTE DL908-P-AMOUNT = CLD-NET-PAY-AMT(DLB4-LN-SUB) / 100
030015     MOVE ZERO                     TO DL908-P-OPENED-DT
030016     SET DL908-P-SOURCE-CLEARS     TO TRUE
030017     SET DL908-P-ITEM              TO TRUE
030018     CALL "DL908" USING DL908-PARMS.
030019 2350-EXIT.
030020     EXIT.
030100*================================================================
030200*    2400-TOTAL-PROVIDER
030300*================================================================
