002100*                   CLAIMS BEFORE THEY PAY INSTEAD OF CHASING
002200*                   RECOVERIES AFTERWARD.  DAY ARITHMETIC IS
002300*                   THROUGH THE SHARED DL900 JULIAN ROUTINE.
002301*  2026-10-15  RH   QUEUED CLAIM LINES ALSO FED TO THE UNIFIED
002302*                   WORK QUEUE THROUGH DL908 (REASON PREX)
002303*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
002304*                   THROUGH THE SHARED DL909 READER INSTEAD OF
002305*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
002306*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
002307*                   BUILD WITH DL198.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003000 FILE-CONTROL.
003100     SELECT BED1EMP-FILE    ASSIGN TO BED1EMP
003200            ORGANIZATION IS SEQUENTIAL.
003700     SELECT DL091-QUE-FILE  ASSIGN TO DL091QUE
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL091-RPT-FILE  ASSIGN TO DL091RPT
004400     LABEL RECORDS ARE STANDARD.
004500     COPY BED1EMP.
004600     COPY BED1EMPT.
005300 FD  DL091-QUE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DL091QUE.
014100     05  FILLER                    PIC X(11)
014200         VALUE "  EXECUTED ".
014300     05  DL902-EL-EXEC             PIC 9(8).
014301*----------------------------------------------------------------
014302*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
014303*----------------------------------------------------------------
014304     COPY DL908PRM.
014305 01  DL91-WQ-KEY.
014306     05  DL91-WQ-INV-NBR           PIC 9(13).
014307     05  DL91-WQ-LINE              PIC 9(1).
014308*----------------------------------------------------------------
014309*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
014310*    VIEW BY THE SHARED DL909 READER
014311*----------------------------------------------------------------
014312     COPY BHS2MCH.
014313     COPY BHS3MDE.
014314     COPY DL909PRM.
014400 PROCEDURE DIVISION.
014500*================================================================
014600*    0000-MAINLINE
016000*    1000-INITIALIZE
016100*================================================================
016200 1000-INITIALIZE.
016201     MOVE "DL091"                  TO DL908-P-PROGRAM-ID
016202     SET DL908-P-START             TO TRUE
016203     CALL "DL908" USING DL908-PARMS
016300     CALL "DL902" USING DL91-RUN-DATE DL902-EXEC-DATE
016400     OPEN INPUT  BED1EMP-FILE
016700     OPEN OUTPUT DL091-QUE-FILE
016800     OPEN OUTPUT DL091-RPT-FILE
016900     WRITE DL091-RPT-LINE FROM DL91-HEADING-1
028700     MOVE DL91-DAYS-INTO-WDW       TO DL91-D-DAYS
028800     MOVE CLD-DIAGNOSIS(DL91-LN-SUB) TO DL91-D-DIAG
028900     WRITE DL091-RPT-LINE FROM DL91-DETAIL-LINE
029000     ADD 1 TO DL91-LINES-QUEUED
029001     PERFORM 2250-QUEUE-LINE        THRU 2250-EXIT.
029100 2200-EXIT.
029200     EXIT.
029201*================================================================
029202*    2250-QUEUE-LINE  -  ONE QUEUED CLAIM LINE TO THE            *
029203*                        SHARED WORK QUEUE                       *
029204*================================================================
029205 2250-QUEUE-LINE.
029206     MOVE "DL091"                  TO DL908-P-PROGRAM-ID
029207     MOVE "PREX"                   TO DL908-P-REASON-CD
029208     MOVE CLH-INV-NBR              TO DL91-WQ-INV-NBR
029209     MOVE DL91-LN-SUB              TO DL91-WQ-LINE
029210     MOVE DL91-WQ-KEY              TO DL908-P-ITEM-KEY
029211     SET DL908-P-CLAIM             TO TRUE
029212     MOVE DL91-WQ-INV-NBR          TO DL908-P-PARTY-ID
029213     MOVE "PRE-EXISTING CONDITION REVIEW" TO DL908-P-REASON
029214     COMPUTE DL908-P-AMOUNT = CLD-CHG(DL91-LN-SUB) / 100
029215     MOVE ZERO                     TO DL908-P-OPENED-DT
029216     SET DL908-P-SOURCE-CLEARS     TO TRUE
029217     SET DL908-P-ITEM              TO TRUE
029218     CALL "DL908" USING DL908-PARMS.
029219 2250-EXIT.
029220     EXIT.
029300*================================================================
029400*    3000-TERMINATE
029500*================================================================
030000     WRITE DL091-RPT-LINE FROM DL91-TOTAL-LINE-1
030100     WRITE DL091-RPT-LINE FROM DL91-TOTAL-LINE-2
030200     CLOSE BED1EMP-FILE
030201     SET DL909-P-CLOSE             TO TRUE
030202     CALL "DL909" USING DL909-PARMS
030203                        BHS2MCH-STRUCTURE-DATA-ITEM
030204                        BHS3MDE-STRUCTURE-DATA-ITEM
030500     CLOSE DL091-QUE-FILE
030600     CLOSE DL091-RPT-FILE.
030700 3000-EXIT.
031700 8000-EXIT.
031800     EXIT.
031900*================================================================
031901*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
031902*                             VIEW, THROUGH DL909                *
032200*================================================================
032300 8100-READ-CLAIM-PAIR.
032301     MOVE "DL091"                  TO DL909-P-PROGRAM-ID
032302     SET DL909-P-READ              TO TRUE
032303     CALL "DL909" USING DL909-PARMS
032304                        BHS2MCH-STRUCTURE-DATA-ITEM
032305                        BHS3MDE-STRUCTURE-DATA-ITEM
032306     IF DL909-P-END
032307         SET DL91-CLM-EOF          TO TRUE
032308         MOVE HIGH-VALUES      TO DL91-CLM-PAT-KEY
032309     ELSE
032310         MOVE CLH-PATIENT-NBR(1:13) TO DL91-CLM-PAT-KEY
032311         IF DL909-P-DET-MISSING
032312             SET DL91-DET-EOF      TO TRUE
032313         END-IF
032314     END-IF.
033600 8100-EXIT.
033700     EXIT.
