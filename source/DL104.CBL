001900*                   CAN FINALLY SHOW WHAT THE COB INVESTIGATION
002000*                   MACHINERY (DL000/DL050) RETURNS IN AVOIDED
002100*                   CLAIM DOLLARS.
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
003300     SELECT DL104-RPT-FILE  ASSIGN TO DL104RPT
003400            ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
004300 FD  DL104-RPT-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DL104-RPT-LINE                PIC X(132).
013400     05  FILLER                    PIC X(11)
013500         VALUE "  EXECUTED ".
013600     05  DL902-EL-EXEC             PIC 9(8).
013601*----------------------------------------------------------------
013602*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
013603*    VIEW BY THE SHARED DL909 READER
013604*----------------------------------------------------------------
013605     COPY BHS2MCH.
013606     COPY BHS3MDE.
013607     COPY DL909PRM.
013700 PROCEDURE DIVISION.
013800*================================================================
013900*    0000-MAINLINE
015400*================================================================
015500 1000-INITIALIZE.
015600     CALL "DL902" USING DLA4-RUN-DATE DL902-EXEC-DATE
015900     OPEN OUTPUT DL104-RPT-FILE
016000     WRITE DL104-RPT-LINE FROM DLA4-HEADING-1
016100     MOVE DLA4-RUN-DATE TO DL902-EL-BUS
026100     IF DLA4-COMBOS-DROPPED NOT = ZERO
026200         MOVE 8                    TO RETURN-CODE
026300     END-IF
026301     SET DL909-P-CLOSE             TO TRUE
026302     CALL "DL909" USING DL909-PARMS
026303                        BHS2MCH-STRUCTURE-DATA-ITEM
026304                        BHS3MDE-STRUCTURE-DATA-ITEM
026600     CLOSE DL104-RPT-FILE.
026700 3000-EXIT.
026800     EXIT.
027900 3100-EXIT.
028000     EXIT.
028100*================================================================
028101*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
028102*                             VIEW, THROUGH DL909                *
028300*================================================================
028400 8100-READ-CLAIM-PAIR.
028401     MOVE "DL104"                  TO DL909-P-PROGRAM-ID
028402     SET DL909-P-READ              TO TRUE
028403     CALL "DL909" USING DL909-PARMS
028404                        BHS2MCH-STRUCTURE-DATA-ITEM
028405                        BHS3MDE-STRUCTURE-DATA-ITEM
028406     IF DL909-P-END
028407         SET DLA4-CLM-EOF          TO TRUE
028408     ELSE
028409         IF DL909-P-DET-MISSING
028410             SET DLA4-DET-EOF      TO TRUE
028411         END-IF
028412     END-IF.
029500 8100-EXIT.
029600     EXIT.
