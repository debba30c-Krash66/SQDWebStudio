000195*                   COMPLETE.  THE LABEL DISCIPLINE COVERS
000196*                   THE EXTRACTS THAT GATE A MASTER-FILE
000197*                   REWRITE OR CROSS PROGRAM BOUNDARIES.
000198*  2026-10-15  RH   UNVERIFIED CHANGES (DCTL) AND REJECTED SELF-
000199*                   VERIFICATIONS (DCSV, HELD FOR DISPOSITION)
000200*                   ALSO FED TO THE UNIFIED WORK QUEUE (DL908)
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
000134*----------------------------------------------------------------
000135     COPY DL908PRM.
013500 PROCEDURE DIVISION.
013600*================================================================
013700*    0000-MAINLINE
014600*    1000-INITIALIZE
014700*================================================================
014800 1000-INITIALIZE.
014801     MOVE "DL080"                  TO DL908-P-PROGRAM-ID
014802     SET DL908-P-START             TO TRUE
014803     CALL "DL908" USING DL908-PARMS
000132     CALL "DL902" USING DL80-RUN-DATE DL902-EXEC-DATE
015000     CALL "DL900" USING DL80-RUN-DATE DL80-RUN-JULIAN
015100     OPEN INPUT  ES-FILE
020500             MOVE "SELF-VERIFY REJECTED" TO DL80-D-REMARK
020600             PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
020700             ADD 1 TO DL80-SELF-VERIFIED
020701             PERFORM 2160-QUEUE-SELF-VERIFY THRU 2160-EXIT
020800         ELSE
020900             MOVE "V"              TO DL80-W-STATUS
021000             MOVE DL080-D-VERIFIER-ID TO DL80-W-VERIFIER-ID
021700     END-IF
021800     IF DL80-W-STATUS = "U"
021900         PERFORM 2100-AGE-UNVERIFIED THRU 2100-EXIT
021901         PERFORM 2150-QUEUE-UNVERIFIED THRU 2150-EXIT
022000     END-IF
022100     WRITE DL080-CTL-OUT-RECORD FROM DL80-CTL-WORK
022200     PERFORM 8000-READ-ES           THRU 8000-EXIT.
027000     END-IF.
027100 2110-EXIT.
027200     EXIT.
027201*================================================================
027202*    2150-QUEUE-UNVERIFIED  -  AN UNVERIFIED CHANGE TO THE       *
027203*                              SHARED WORK QUEUE, OPEN FROM THE  *
027204*                              DAY IT WAS FIRST SEEN             *
027205*================================================================
027206 2150-QUEUE-UNVERIFIED.
027207     MOVE "DL080"                  TO DL908-P-PROGRAM-ID
027208     MOVE "DCTL"                   TO DL908-P-REASON-CD
027209     MOVE DL80-ES-KEY              TO DL908-P-ITEM-KEY
027210     SET DL908-P-CORRESPONDENT     TO TRUE
027211     MOVE DL80-ES-KEY              TO DL908-P-PARTY-ID
027212     MOVE "SETTLEMENT CHANGE UNVERIFIED" TO DL908-P-REASON
027213     MOVE ZERO                     TO DL908-P-AMOUNT
027214     MOVE DL80-W-FIRST-SEEN-DT     TO DL908-P-OPENED-DT
027215     SET DL908-P-SOURCE-CLEARS     TO TRUE
027216     SET DL908-P-ITEM              TO TRUE
027217     CALL "DL908" USING DL908-PARMS.
027218 2150-EXIT.
027219     EXIT.
027220*================================================================
027221*    2160-QUEUE-SELF-VERIFY  -  A REJECTED SELF-VERIFICATION,    *
027222*                               OPEN UNTIL DISPOSITIONED         *
027223*================================================================
027224 2160-QUEUE-SELF-VERIFY.
027225     MOVE "DL080"                  TO DL908-P-PROGRAM-ID
027226     MOVE "DCSV"                   TO DL908-P-REASON-CD
027227     MOVE DL80-ES-KEY              TO DL908-P-ITEM-KEY
027228     SET DL908-P-CORRESPONDENT     TO TRUE
027229     MOVE DL80-ES-KEY              TO DL908-P-PARTY-ID
027230     MOVE "SELF-VERIFICATION ATTEMPTED" TO DL908-P-REASON
027231     MOVE ZERO                     TO DL908-P-AMOUNT
027232     MOVE ZERO                     TO DL908-P-OPENED-DT
027233     SET DL908-P-DISPOSITION-ONLY  TO TRUE
027234     SET DL908-P-ITEM              TO TRUE
027235     CALL "DL908" USING DL908-PARMS.
027236 2160-EXIT.
027237     EXIT.
027300*================================================================
027400*    2500-WRITE-DETAIL
027500*================================================================
