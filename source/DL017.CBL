000014*                   THROUGH THE SHARED DL903 SERVICE SO THE
000015*                   DL088 GATEKEEPER CAN ENFORCE THE NIGHT'S
000016*                   PREREQUISITES.
000017*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
000018*                   THROUGH THE SHARED DL909 READER INSTEAD OF
000019*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
000020*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
000021*                   BUILD WITH DL198.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004600     SELECT DL017-SORT-FILE ASSIGN TO DL017SORT.
004700     SELECT DL017-RPT-FILE  ASSIGN TO DL017RPT
004800            ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005700 SD  DL017-SORT-FILE.
005800 01  DL17-SORT-RECORD.
005900     05  DL17-S-PROV-ID            PIC X(10).
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL017".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
000010*    VIEW BY THE SHARED DL909 READER
000011*----------------------------------------------------------------
000012     COPY BHS2MCH.
000013     COPY BHS3MDE.
000014     COPY DL909PRM.
010600 PROCEDURE DIVISION.
010700*================================================================
010800*    0000-MAINLINE
012100*    1000-INITIALIZE
012200*================================================================
012300 1000-INITIALIZE.
012600     OPEN OUTPUT DL017-RPT-FILE
012700     WRITE DL017-RPT-LINE FROM DL17-HEADING-1
012800     WRITE DL017-RPT-LINE FROM SPACES
014200 2000-EXIT.
014300     EXIT.
014400*================================================================
014401*    2100-READ-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM          *
014402*                       VIEW, THROUGH DL909                      *
014600*================================================================
014700 2100-READ-PAIR.
014701     MOVE "DL017"                  TO DL909-P-PROGRAM-ID
014702     SET DL909-P-READ              TO TRUE
014703     CALL "DL909" USING DL909-PARMS
014704                        BHS2MCH-STRUCTURE-DATA-ITEM
014705                        BHS3MDE-STRUCTURE-DATA-ITEM
014706     IF DL909-P-END
014707         SET DL17-MSTR-EOF         TO TRUE
014708     ELSE
014709         IF DL909-P-DET-MISSING
014710             SET DL17-DET-EOF      TO TRUE
014711         END-IF
014712     END-IF.
015800 2100-EXIT.
015900     EXIT.
016000*================================================================
024600     WRITE DL017-RPT-LINE FROM DL17-TOTAL-LINE
024700     MOVE DL17-OLD-TABLE-LIMIT     TO DL17-T-LIMIT
024800     WRITE DL017-RPT-LINE FROM DL17-LIMIT-LINE
024801     SET DL909-P-CLOSE             TO TRUE
024802     CALL "DL909" USING DL909-PARMS
024803                        BHS2MCH-STRUCTURE-DATA-ITEM
024804                        BHS3MDE-STRUCTURE-DATA-ITEM
025100     CLOSE DL017-RPT-FILE.
025200 4000-EXIT.
025300     EXIT.
