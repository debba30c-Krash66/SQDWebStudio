002300*                   ACCIDENT CODE, CAUSE AND CLH-OPL-TYPE.
002400*                   RECOVERABLE THIRD-PARTY DOLLARS WERE
002500*                   WALKING OUT THE DOOR UNWORKED.
002501*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
002502*                   THROUGH THE SHARED DL909 READER INSTEAD OF
002503*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
002504*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
002505*                   BUILD WITH DL198.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003700     SELECT DL098-PRM-FILE  ASSIGN TO DL098PRM
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL098-CAS-FILE  ASSIGN TO DL098CAS
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
005100 FD  DL098-PRM-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL098PRM.
014900     05  FILLER                    PIC X(11)
015000         VALUE "  EXECUTED ".
015100     05  DL902-EL-EXEC             PIC 9(8).
015101*----------------------------------------------------------------
015102*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
015103*    VIEW BY THE SHARED DL909 READER
015104*----------------------------------------------------------------
015105     COPY BHS2MCH.
015106     COPY BHS3MDE.
015107     COPY DL909PRM.
015200 PROCEDURE DIVISION.
015300*================================================================
015400*    0000-MAINLINE
016900*================================================================
017000 1000-INITIALIZE.
017100     CALL "DL902" USING DL98-RUN-DATE DL902-EXEC-DATE
017400     OPEN INPUT  DL098-PRM-FILE
017500     OPEN OUTPUT DL098-CAS-FILE
017600     OPEN OUTPUT DL098-RPT-FILE
032200         WRITE DL098-RPT-LINE FROM DL98-TOTAL-LINE-3
032300         MOVE 8                    TO RETURN-CODE
032400     END-IF
032401     SET DL909-P-CLOSE             TO TRUE
032402     CALL "DL909" USING DL909-PARMS
032403                        BHS2MCH-STRUCTURE-DATA-ITEM
032404                        BHS3MDE-STRUCTURE-DATA-ITEM
032700     CLOSE DL098-PRM-FILE
032800     CLOSE DL098-CAS-FILE
032900     CLOSE DL098-RPT-FILE.
033000 3000-EXIT.
033100     EXIT.
033200*================================================================
033201*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
033202*                             VIEW, THROUGH DL909                *
033400*================================================================
033500 8100-READ-CLAIM-PAIR.
033501     MOVE "DL098"                  TO DL909-P-PROGRAM-ID
033502     SET DL909-P-READ              TO TRUE
033503     CALL "DL909" USING DL909-PARMS
033504                        BHS2MCH-STRUCTURE-DATA-ITEM
033505                        BHS3MDE-STRUCTURE-DATA-ITEM
033506     IF DL909-P-END
033507         SET DL98-CLM-EOF          TO TRUE
033508     ELSE
033509         IF DL909-P-DET-MISSING
033510             SET DL98-DET-EOF      TO TRUE
033511         END-IF
033512     END-IF.
034600 8100-EXIT.
034700     EXIT.
