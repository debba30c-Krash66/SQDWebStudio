002230*                   DROPPED RESTRICTED PACKAGE LET ITS
002240*                   MEMBERS' OUT-OF-ARRANGEMENT CLAIMS PASS
002250*                   UNREPORTED.
002251*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
002252*                   THROUGH THE SHARED DL909 READER INSTEAD OF
002253*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
002254*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
002255*                   BUILD WITH DL198.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT VSGPPAC-FILE    ASSIGN TO VSGPPAC
003300            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL119-RPT-FILE  ASSIGN TO DL119RPT
003900            ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004600 FD  VSGPPAC-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY VSGPPAC.
005500 FD  DL119-RPT-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  DL119-RPT-LINE                PIC X(132).
015700     05  FILLER                    PIC X(11)
015800         VALUE "  EXECUTED ".
015900     05  DL902-EL-EXEC             PIC 9(8).
015901*----------------------------------------------------------------
015902*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
015903*    VIEW BY THE SHARED DL909 READER
015904*----------------------------------------------------------------
015905     COPY BHS2MCH.
015906     COPY BHS3MDE.
015907     COPY DL909PRM.
016000 PROCEDURE DIVISION.
016100*================================================================
016200*    0000-MAINLINE
017900     CALL "DL902" USING DLB9-RUN-DATE DL902-EXEC-DATE
018000     OPEN INPUT  BED1EMP-FILE
018100     OPEN INPUT  VSGPPAC-FILE
018400     OPEN OUTPUT DL119-RPT-FILE
018500     WRITE DL119-RPT-LINE FROM DLB9-HEADING-1
018600     MOVE DLB9-RUN-DATE TO DL902-EL-BUS
037600     WRITE DL119-RPT-LINE FROM DLB9-TOTAL-LINE-1
037700     CLOSE BED1EMP-FILE
037800     CLOSE VSGPPAC-FILE
037801     SET DL909-P-CLOSE             TO TRUE
037802     CALL "DL909" USING DL909-PARMS
037803                        BHS2MCH-STRUCTURE-DATA-ITEM
037804                        BHS3MDE-STRUCTURE-DATA-ITEM
038100     CLOSE DL119-RPT-FILE.
038200 3000-EXIT.
038300     EXIT.
040300 8000-EXIT.
040400     EXIT.
040500*================================================================
040501*    8300-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
040502*                             VIEW, THROUGH DL909                *
040700*================================================================
040800 8300-READ-CLAIM-PAIR.
040801     MOVE "DL119"                  TO DL909-P-PROGRAM-ID
040802     SET DL909-P-READ              TO TRUE
040803     CALL "DL909" USING DL909-PARMS
040804                        BHS2MCH-STRUCTURE-DATA-ITEM
040805                        BHS3MDE-STRUCTURE-DATA-ITEM
040806     IF DL909-P-END
040807         SET DLB9-CLM-EOF          TO TRUE
040808         MOVE HIGH-VALUES      TO DLB9-CLM-KEY
040809     ELSE
040810         MOVE CLH-PATIENT-NBR(1:13) TO DLB9-CLM-KEY
040811         IF DL909-P-DET-MISSING
040812             SET DLB9-DET-EOF      TO TRUE
040813         END-IF
040814     END-IF.
042100 8300-EXIT.
042200     EXIT.
042300*================================================================
