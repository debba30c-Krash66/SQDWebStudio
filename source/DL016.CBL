000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   AUDIT-FLAGGED CLAIMS ALSO FED TO THE UNIFIED
000147*                   WORK QUEUE THROUGH DL908 (REASON AUDT)
001900*================================================================
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
000134*----------------------------------------------------------------
000135     COPY DL908PRM.
000136 01  DL16-WQ-KEY.
000137     05  DL16-WQ-INV-NBR           PIC 9(13).
008400 PROCEDURE DIVISION.
008500*================================================================
008600*    0000-MAINLINE
009500*    1000-INITIALIZE
009600*================================================================
009700 1000-INITIALIZE.
009701     MOVE "DL016"                  TO DL908-P-PROGRAM-ID
009702     SET DL908-P-START             TO TRUE
009703     CALL "DL908" USING DL908-PARMS
000132     CALL "DL902" USING DL16-RUN-DATE DL902-EXEC-DATE
009900     OPEN INPUT  BHS2MCH-FILE
010000     OPEN INPUT  DL016-CTL-IN-FILE
000090     MOVE DL16-W-INV-NBR(4:10) TO DL16-LBL-KEY-WORK(1:10)
000091     PERFORM 9800-LBL-HASH-TERM THRU 9800-EXIT
000094     ADD DL16-LBL-TERM TO DL16-LBL-OUT-HASH
015300     ADD 1 TO DL16-LINES-WRITTEN
015301     PERFORM 2150-QUEUE-CLAIM       THRU 2150-EXIT.
015400 2100-EXIT.
015500     EXIT.
015501*================================================================
015502*    2150-QUEUE-CLAIM  -  ONE FLAGGED CLAIM TO THE SHARED        *
015503*                         WORK QUEUE                             *
015504*================================================================
015505 2150-QUEUE-CLAIM.
015506     MOVE "DL016"                  TO DL908-P-PROGRAM-ID
015507     MOVE "AUDT"                   TO DL908-P-REASON-CD
015508     MOVE CLH-INV-NBR-COMP         TO DL16-WQ-INV-NBR
015509     MOVE DL16-WQ-KEY              TO DL908-P-ITEM-KEY
015510     SET DL908-P-CLAIM             TO TRUE
015511     MOVE DL16-WQ-KEY              TO DL908-P-PARTY-ID
015512     MOVE "CLAIM AUDIT FLAG SET"   TO DL908-P-REASON
015513     COMPUTE DL908-P-AMOUNT = CLH-CLM-PAID-AMT / 100
015514     MOVE ZERO                     TO DL908-P-OPENED-DT
015515     SET DL908-P-SOURCE-CLEARS     TO TRUE
015516     SET DL908-P-ITEM              TO TRUE
015517     CALL "DL908" USING DL908-PARMS.
015518 2150-EXIT.
015519     EXIT.
015600*================================================================
015700*    3000-TERMINATE
015800*================================================================
