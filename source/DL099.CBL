002500*                   THE REGISTER.  VISITS ALREADY BUNDLED INTO
002600*                   THE SURGICAL ALLOWANCE WERE BEING PAID
002700*                   SEPARATELY - PURE LEAKAGE.
002701*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
002702*                   THROUGH THE SHARED DL909 READER INSTEAD OF
002703*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
002704*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
002705*                   BUILD WITH DL198.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003900     SELECT DL099-EXC-FILE  ASSIGN TO DL099EXC
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL099-RPT-FILE  ASSIGN TO DL099RPT
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
005100 FD  DL099-EXC-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL099EXC.
017600     05  FILLER                    PIC X(11)
017700         VALUE "  EXECUTED ".
017800     05  DL902-EL-EXEC             PIC 9(8).
017801*----------------------------------------------------------------
017802*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
017803*    VIEW BY THE SHARED DL909 READER
017804*----------------------------------------------------------------
017805     COPY BHS2MCH.
017806     COPY BHS3MDE.
017807     COPY DL909PRM.
017900 PROCEDURE DIVISION.
018000*================================================================
018100*    0000-MAINLINE
019600*================================================================
019700 1000-INITIALIZE.
019800     CALL "DL902" USING DL99-RUN-DATE DL902-EXEC-DATE
020100     OPEN OUTPUT DL099-EXC-FILE
020200     OPEN OUTPUT DL099-RPT-FILE
020300     WRITE DL099-RPT-LINE FROM DL99-HEADING-1
040000         WRITE DL099-RPT-LINE FROM DL99-TOTAL-LINE-2
040100         MOVE 8                    TO RETURN-CODE
040200     END-IF
040201     SET DL909-P-CLOSE             TO TRUE
040202     CALL "DL909" USING DL909-PARMS
040203                        BHS2MCH-STRUCTURE-DATA-ITEM
040204                        BHS3MDE-STRUCTURE-DATA-ITEM
040500     CLOSE DL099-EXC-FILE
040600     CLOSE DL099-RPT-FILE.
040700 3000-EXIT.
041700 3100-EXIT.
041800     EXIT.
041900*================================================================
041901*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
041902*                             VIEW, THROUGH DL909                *
042100*================================================================
042200 8100-READ-CLAIM-PAIR.
042201     MOVE "DL099"                  TO DL909-P-PROGRAM-ID
042202     SET DL909-P-READ              TO TRUE
042203     CALL "DL909" USING DL909-PARMS
042204                        BHS2MCH-STRUCTURE-DATA-ITEM
042205                        BHS3MDE-STRUCTURE-DATA-ITEM
042206     IF DL909-P-END
042207         SET DL99-CLM-EOF          TO TRUE
042208     ELSE
042209         IF DL909-P-DET-MISSING
042210             SET DL99-DET-EOF      TO TRUE
042211         END-IF
042212     END-IF.
043300 8100-EXIT.
043400     EXIT.
