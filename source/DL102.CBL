002000*                   DISPOSITION FORWARD; THE REVIEW NURSES FEED
002100*                   IT BACK.  A CLAIM FINALIZED WHILE STILL
002200*                   OPEN OR PENDED IS AN EXCEPTION.
002201*  2026-10-15  RH   QUEUED CLAIMS (OUTL) AND FINAL-WHILE-
002202*                   UNDISPOSED EXCEPTIONS (OUTF, HELD FOR
002203*                   DISPOSITION) ALSO FED TO THE UNIFIED WORK
002204*                   QUEUE THROUGH DL908
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
013100     05  FILLER                    PIC X(11)
013200         VALUE "  EXECUTED ".
013300     05  DL902-EL-EXEC             PIC 9(8).
013301*----------------------------------------------------------------
013302*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
013303*----------------------------------------------------------------
013304     COPY DL908PRM.
013305 01  DLA2-WQ-KEY.
013306     05  DLA2-WQ-INV-NBR           PIC 9(13).
013400 PROCEDURE DIVISION.
013500*================================================================
013600*    0000-MAINLINE
015000*    1000-INITIALIZE
015100*================================================================
015200 1000-INITIALIZE.
015201     MOVE "DL102"                  TO DL908-P-PROGRAM-ID
015202     SET DL908-P-START             TO TRUE
015203     CALL "DL908" USING DL908-PARMS
015300     CALL "DL902" USING DLA2-RUN-DATE DL902-EXEC-DATE
015400     OPEN INPUT  BHS2MCH-FILE
015500     OPEN INPUT  DL102-CTL-IN-FILE
022900     MOVE DLA2-WORK-DISP-CD        TO DLA2-W-DISP-CD
023000     MOVE DLA2-RUN-DATE            TO DLA2-W-DISP-DT
023100     WRITE DL102-CTL-OUT-RECORD FROM DLA2-CTL-WORK
023200     ADD 1 TO DLA2-QUEUE-WRITTEN
023201     PERFORM 2150-QUEUE-ITEM        THRU 2150-EXIT.
023300 2100-EXIT.
023400     EXIT.
023500*================================================================
024700     MOVE DLA2-WORK-DISP-CD        TO DLA2-D-DISP-CD
024800     MOVE "FINAL WHILE UNDISPOSED" TO DLA2-D-REMARK
024900     WRITE DL102-RPT-LINE FROM DLA2-DETAIL-LINE
025000     ADD 1 TO DLA2-EXCEPTS-WRITTEN
025001     PERFORM 2250-QUEUE-EXCEPTION   THRU 2250-EXIT.
025100 2200-EXIT.
025200     EXIT.
025201*================================================================
025202*    2150-QUEUE-ITEM  -  ONE QUEUED CLAIM TO THE SHARED          *
025203*                        WORK QUEUE                              *
025204*================================================================
025205 2150-QUEUE-ITEM.
025206     MOVE "DL102"                  TO DL908-P-PROGRAM-ID
025207     MOVE "OUTL"                   TO DL908-P-REASON-CD
025208     MOVE CLH-INV-NBR-COMP         TO DLA2-WQ-INV-NBR
025209     MOVE DLA2-WQ-KEY              TO DL908-P-ITEM-KEY
025210     SET DL908-P-CLAIM             TO TRUE
025211     MOVE DLA2-WQ-KEY              TO DL908-P-PARTY-ID
025212     MOVE "INPATIENT OUTLIER REVIEW" TO DL908-P-REASON
025213     COMPUTE DL908-P-AMOUNT = CLH-CLM-PAID-AMT / 100
025214     MOVE ZERO                     TO DL908-P-OPENED-DT
025215     SET DL908-P-SOURCE-CLEARS     TO TRUE
025216     SET DL908-P-ITEM              TO TRUE
025217     CALL "DL908" USING DL908-PARMS.
025218 2150-EXIT.
025219     EXIT.
025220*================================================================
025221*    2250-QUEUE-EXCEPTION  -  A ONE-TIME FINALIZATION EXCEPTION, *
025222*                             OPEN UNTIL DISPOSITIONED           *
025223*================================================================
025224 2250-QUEUE-EXCEPTION.
025225     MOVE "DL102"                  TO DL908-P-PROGRAM-ID
025226     MOVE "OUTF"                   TO DL908-P-REASON-CD
025227     MOVE CLH-INV-NBR-COMP         TO DLA2-WQ-INV-NBR
025228     MOVE DLA2-WQ-KEY              TO DL908-P-ITEM-KEY
025229     SET DL908-P-CLAIM             TO TRUE
025230     MOVE DLA2-WQ-KEY              TO DL908-P-PARTY-ID
025231     MOVE "FINAL WHILE UNDISPOSED" TO DL908-P-REASON
025232     COMPUTE DL908-P-AMOUNT = CLH-CLM-PAID-AMT / 100
025233     MOVE ZERO                     TO DL908-P-OPENED-DT
025234     SET DL908-P-DISPOSITION-ONLY  TO TRUE
025235     SET DL908-P-ITEM              TO TRUE
025236     CALL "DL908" USING DL908-PARMS.
025237 2250-EXIT.
025238     EXIT.
025300*================================================================
025400*    3000-TERMINATE
025500*================================================================
