000021*                   MERGED AGAINST THE LEADING 13 BYTES OF
000022*                   CLH-PATIENT-NBR (THE CLAIM FILE READS IN
000023*                   PATIENT ORDER, THE DL057 SEQUENCE).
000024*  2026-10-15  RH   EVERY STATEMENT, ISSUED OR HELD AS RETURNED
000025*                   MAIL, IS NOW ALSO RECORDED ON THE SHARED
000026*                   MEMBER CORRESPONDENCE LOG THROUGH THE NEW
000027*                   DL905 SERVICE, WITH EACH DL066EOB LINE
000028*                   WRITTEN AS ITS PRINT IMAGE.
000029*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
000030*                   THROUGH THE SHARED DL909 READER INSTEAD OF
000031*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
000032*                   PASS; OUTPUT PARALLEL-RUN AGAINST THE OLD
000033*                   BUILD WITH DL198.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003500     SELECT DL066-RMK-FILE  ASSIGN TO DL066RMK
003600            ORGANIZATION IS SEQUENTIAL.
003610     SELECT DL097-ADR-FILE  ASSIGN TO DL097ADR
004000            ORGANIZATION IS LINE SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004900 FD  DL066-RMK-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DL066RMK.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL066".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL905-PARMS  -  SHARED MEMBER CORRESPONDENCE LOG
000010*----------------------------------------------------------------
000011     COPY DL905PRM.
000012*----------------------------------------------------------------
000013*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
000014*    VIEW BY THE SHARED DL909 READER
000015*----------------------------------------------------------------
000016     COPY BHS2MCH.
000017     COPY BHS3MDE.
000018     COPY DL909PRM.
013900 PROCEDURE DIVISION.
014000*================================================================
014100*    0000-MAINLINE
015000*    1000-INITIALIZE
015100*================================================================
015200 1000-INITIALIZE.
015201     MOVE "DL066"                  TO DL905-P-PROGRAM-ID
015202     MOVE "DL066EOB"               TO DL905-P-PRINT-DD
015203     SET DL905-P-EOB               TO TRUE
015500     OPEN INPUT  DL066-RMK-FILE
015600     OPEN OUTPUT DL066-EOB-FILE
015700     OPEN OUTPUT DL066-RPT-FILE
019310     PERFORM 2050-CHECK-ADDRESS     THRU 2050-EXIT
019320     IF DL66-ADDR-BAD
019330         ADD 1 TO DL66-STMTS-SUPPRESSED
019331         SET DL905-P-SUPPRESSED    TO TRUE
019332         PERFORM 2500-LOG-STATEMENT THRU 2500-EXIT
019340         GO TO 2000-READ-NEXT
019350     END-IF
019351     SET DL905-P-NOT-SUPPRESSED    TO TRUE
019352     PERFORM 2500-LOG-STATEMENT     THRU 2500-EXIT
019400     ADD 1 TO DL66-STMTS-WRITTEN
019500     MOVE ZERO                     TO DL66-LINE-SEQ
019600     MOVE ZERO                     TO DL66-SEEN-COUNT
031900     ADD 1                         TO DL66-LINE-SEQ
032000     MOVE DL66-LINE-SEQ            TO DL066-E-LINE-SEQ
032100     WRITE DL066-EOB-RECORD
032101     ADD 1 TO DL66-LINES-WRITTEN
032102     MOVE DL066-EOB-RECORD         TO DL905-P-IMAGE-LINE
032103     SET DL905-P-LOG-IMAGE         TO TRUE
032104     CALL "DL905" USING DL905-PARMS.
032300 2410-EXIT.
032400     EXIT.
032401*================================================================
032402*    2500-LOG-STATEMENT  -  RECORD THE STATEMENT, ISSUED OR      *
032403*                           HELD, ON THE SHARED CORRESPONDENCE   *
032404*                           LOG.  THE CLAIM CARRIES ONLY THE     *
032405*                           MEMBER ZIP; EACH EXTRACT LINE        *
032406*                           WRITTEN FOLLOWS AS ITS PRINT IMAGE   *
032407*================================================================
032408 2500-LOG-STATEMENT.
032409     MOVE CLH-PATIENT-NBR(1:13)    TO DL905-P-EMP-ID
032410     MOVE ZERO                     TO DL905-P-DEP-NBR
032411     MOVE SPACES                   TO DL905-P-MAIL-NAME
032412     MOVE SPACES                   TO DL905-P-ADDR
032413     MOVE SPACES                   TO DL905-P-ADDR4
032414     MOVE SPACES                   TO DL905-P-CITY
032415     MOVE SPACES                   TO DL905-P-ST
032416     MOVE CLH-EE-ZIP               TO DL905-P-ZIP
032417     SET DL905-P-LOG-LETTER        TO TRUE
032418     CALL "DL905" USING DL905-PARMS.
032419 2500-EXIT.
032420     EXIT.
032500*================================================================
032600*    3000-TERMINATE
032700*================================================================
033200     WRITE DL066-RPT-LINE FROM DL66-TOTAL-LINE-2
033210     WRITE DL066-RPT-LINE FROM DL66-TOTAL-LINE-3
033220     CLOSE DL097-ADR-FILE
033221     SET DL909-P-CLOSE             TO TRUE
033222     CALL "DL909" USING DL909-PARMS
033223                        BHS2MCH-STRUCTURE-DATA-ITEM
033224                        BHS3MDE-STRUCTURE-DATA-ITEM
033500     CLOSE DL066-RMK-FILE
033600     CLOSE DL066-EOB-FILE
033700     CLOSE DL066-RPT-FILE.
034100*    8000-READ-MASTER
034200*================================================================
034300 8000-READ-MASTER.
034301     MOVE "DL066"                  TO DL909-P-PROGRAM-ID
034302     SET DL909-P-READ              TO TRUE
034303     CALL "DL909" USING DL909-PARMS
034304                        BHS2MCH-STRUCTURE-DATA-ITEM
034305                        BHS3MDE-STRUCTURE-DATA-ITEM
034306     IF DL909-P-END
034307         SET DL66-MSTR-EOF         TO TRUE
034308     END-IF.
034800 8000-EXIT.
034900     EXIT.
035000*================================================================
035100*    8100-READ-DETAIL
035200*================================================================
035300 8100-READ-DETAIL.
035301*    THE DETAIL CAME BACK WITH ITS HEADER FROM DL909
035302     IF DL909-P-END OR DL909-P-DET-MISSING
035303         SET DL66-DET-EOF          TO TRUE
035304     END-IF.
035800 8100-EXIT.
035900     EXIT.
036000*================================================================
