001900*                   UCR AMOUNT ACTUALLY APPLIED.  THE EXTRACT
002000*                   IS SORTED BY PROCEDURE/AREA/CHARGE BETWEEN
002100*                   STEPS AND DL113 TAKES THE PERCENTILES.
002101*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
002102*                   THROUGH THE SHARED DL909 READER INSTEAD OF
002103*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
002104*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
002105*                   BUILD WITH DL198.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002600 OBJECT-COMPUTER.   IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
003300     SELECT DL112-OBS-FILE  ASSIGN TO DL112OBS
003400            ORGANIZATION IS SEQUENTIAL.
003500     SELECT DL112-RPT-FILE  ASSIGN TO DL112RPT
003600            ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
004500 FD  DL112-OBS-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DL112OBS.
010100     05  FILLER                    PIC X(11)
010200         VALUE "  EXECUTED ".
010300     05  DL902-EL-EXEC             PIC 9(8).
010301*----------------------------------------------------------------
010302*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
010303*    VIEW BY THE SHARED DL909 READER
010304*----------------------------------------------------------------
010305     COPY BHS2MCH.
010306     COPY BHS3MDE.
010307     COPY DL909PRM.
010400 PROCEDURE DIVISION.
010500*================================================================
010600*    0000-MAINLINE
012200 1000-INITIALIZE.
012300     CALL "DL902" USING DLB2-RUN-DATE DL902-EXEC-DATE
012400     CALL "DL900" USING DLB2-RUN-DATE DLB2-RUN-JULIAN
012700     OPEN OUTPUT DL112-OBS-FILE
012800     OPEN OUTPUT DL112-RPT-FILE
012900     WRITE DL112-RPT-LINE FROM DLB2-HEADING-1
018200     WRITE DL112-RPT-LINE FROM SPACES
018300     WRITE DL112-RPT-LINE FROM DLB2-TOTAL-LINE-1
018400     WRITE DL112-RPT-LINE FROM DLB2-TOTAL-LINE-2
018401     SET DL909-P-CLOSE             TO TRUE
018402     CALL "DL909" USING DL909-PARMS
018403                        BHS2MCH-STRUCTURE-DATA-ITEM
018404                        BHS3MDE-STRUCTURE-DATA-ITEM
018700     CLOSE DL112-OBS-FILE
018800     CLOSE DL112-RPT-FILE.
018900 3000-EXIT.
019000     EXIT.
019100*================================================================
019101*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
019102*                             VIEW, THROUGH DL909                *
019300*================================================================
019400 8100-READ-CLAIM-PAIR.
019401     MOVE "DL112"                  TO DL909-P-PROGRAM-ID
019402     SET DL909-P-READ              TO TRUE
019403     CALL "DL909" USING DL909-PARMS
019404                        BHS2MCH-STRUCTURE-DATA-ITEM
019405                        BHS3MDE-STRUCTURE-DATA-ITEM
019406     IF DL909-P-END
019407         SET DLB2-CLM-EOF          TO TRUE
019408     ELSE
019409         IF DL909-P-DET-MISSING
019410             SET DLB2-DET-EOF      TO TRUE
019411         END-IF
019412     END-IF.
020500 8100-EXIT.
020600     EXIT.
