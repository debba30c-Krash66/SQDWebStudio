000162*                   REPORTED WITH A NONZERO RETURN CODE
000163*                   INSTEAD OF SILENTLY NARROWING THE
000164*                   DUPLICATE SEARCH.
000165*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
000166*                   THROUGH THE SHARED DL909 READER INSTEAD OF
000167*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
000168*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
000169*                   BUILD WITH DL198.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003600     SELECT DL057-RPT-FILE  ASSIGN TO DL057RPT
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004600 FD  DL057-RPT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  DL057-RPT-LINE                PIC X(132).
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL057".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
000010*    VIEW BY THE SHARED DL909 READER
000011*----------------------------------------------------------------
000012     COPY BHS2MCH.
000013     COPY BHS3MDE.
000014     COPY DL909PRM.
010900 PROCEDURE DIVISION.
011000*================================================================
011100*    0000-MAINLINE
012000*    1000-INITIALIZE
012100*================================================================
012200 1000-INITIALIZE.
012500     OPEN OUTPUT DL057-RPT-FILE
012600     WRITE DL057-RPT-LINE FROM DL57-HEADING-1
012700     WRITE DL057-RPT-LINE FROM SPACES
023730         WRITE DL057-RPT-LINE FROM DL57-TOTAL-LINE-2
023740         MOVE 8                    TO RETURN-CODE
023750     END-IF
023751     SET DL909-P-CLOSE             TO TRUE
023752     CALL "DL909" USING DL909-PARMS
023753                        BHS2MCH-STRUCTURE-DATA-ITEM
023754                        BHS3MDE-STRUCTURE-DATA-ITEM
024000     CLOSE DL057-RPT-FILE.
024100 3000-EXIT.
024200     EXIT.
024400*    8000-READ-MASTER
024500*================================================================
024600 8000-READ-MASTER.
024601     MOVE "DL057"                  TO DL909-P-PROGRAM-ID
024602     SET DL909-P-READ              TO TRUE
024603     CALL "DL909" USING DL909-PARMS
024604                        BHS2MCH-STRUCTURE-DATA-ITEM
024605                        BHS3MDE-STRUCTURE-DATA-ITEM
024606     IF DL909-P-END
024607         SET DL57-MSTR-EOF         TO TRUE
024608     END-IF.
025100 8000-EXIT.
025200     EXIT.
025300*================================================================
025400*    8100-READ-DETAIL
025500*================================================================
025600 8100-READ-DETAIL.
025601*    THE DETAIL CAME BACK WITH ITS HEADER FROM DL909
025602     IF DL909-P-END OR DL909-P-DET-MISSING
025603         SET DL57-DET-EOF          TO TRUE
025604     END-IF.
026100 8100-EXIT.
026200     EXIT.
