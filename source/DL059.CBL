000195*                   COMPLETE.  THE LABEL DISCIPLINE COVERS
000196*                   THE EXTRACTS THAT GATE A MASTER-FILE
000197*                   REWRITE OR CROSS PROGRAM BOUNDARIES.
000198*  2026-10-15  RH   HIGH-DOLLAR THRESHOLD NOW OVERRIDDEN BY THE
000199*                   DL907 PARAMETER MASTER; THRESHOLD HEADING
000200*                   REPLACED BY THE PARAMETER LINE.
000201*  2026-10-15  RH   QUEUED CLAIMS (HDOL) AND PAID-WHILE-UNDISPOSED
000202*                   EXCEPTIONS (HDPU, HELD FOR DISPOSITION) ALSO
000203*                   FED TO THE UNIFIED WORK QUEUE THROUGH DL908
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
007700 01  DL59-HEADING-1.
007800     05  FILLER                    PIC X(40)
007900         VALUE "HIGH-DOLLAR PRE-PAYMENT REVIEW QUEUE".
008400 01  DL59-COLUMN-HEADING.
008500     05  FILLER                  PIC X(15) VALUE "INVOICE NBR".
008600     05  FILLER                  PIC X(19) VALUE "PATIENT NBR".
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
000136*----------------------------------------------------------------
000137*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
000138*----------------------------------------------------------------
000139     COPY DL908PRM.
000140 01  DL59-WQ-KEY.
000141     05  DL59-WQ-INV-NBR           PIC 9(13).
010800 PROCEDURE DIVISION.
010900*================================================================
011000*    0000-MAINLINE
011900*    1000-INITIALIZE
012000*================================================================
012100 1000-INITIALIZE.
012101     MOVE "DL059"                  TO DL908-P-PROGRAM-ID
012102     SET DL908-P-START             TO TRUE
012103     CALL "DL908" USING DL908-PARMS
000132     CALL "DL902" USING DL59-RUN-DATE DL902-EXEC-DATE
012300     OPEN INPUT  BHS2MCH-FILE
012400     OPEN INPUT  DL059-PRM-FILE
013200     IF NOT DL59-PRM-EOF
013300         MOVE DL059-P-THRESHOLD-AMT TO DL59-THRESHOLD
013400     END-IF
013600     WRITE DL059-RPT-LINE FROM DL59-HEADING-1
000133     MOVE DL59-RUN-DATE TO DL902-EL-BUS
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL059-RPT-LINE FROM DL902-EXEC-LINE
013701     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
013800     WRITE DL059-RPT-LINE FROM SPACES
013900     WRITE DL059-RPT-LINE FROM DL59-COLUMN-HEADING
014000     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT
014100     PERFORM 8100-READ-CTL          THRU 8100-EXIT.
014200 1000-EXIT.
014300     EXIT.
014301*================================================================
014302*    1500-GET-PARAMETERS  -  A MASTER ROW OVERRIDES THE          *
014303*                            DL059PRM CARD                       *
014304*================================================================
014305 1500-GET-PARAMETERS.
014306     MOVE "DL059"                  TO DL907-P-PROGRAM-ID
014307     MOVE "HIGH-DOLLAR-AMT"        TO DL907-P-RULE-NAME
014308     MOVE DL59-THRESHOLD           TO DL907-P-DEFAULT
014309     CALL "DL907" USING DL907-PARMS
014310     MOVE DL907-P-VALUE            TO DL59-THRESHOLD
014311     WRITE DL059-RPT-LINE FROM DL907-P-HDG-LINE.
014312 1500-EXIT.
014313     EXIT.
014400*================================================================
014500*    2000-PROCESS-CLAIM  -  QUEUE AN UNPAID OVER-THRESHOLD       *
014600*                           CLAIM; FLAG A PAID CLAIM STILL       *
019900     MOVE DL59-WORK-DISP-CD        TO DL59-W-DISP-CD
020000     MOVE DL59-RUN-DATE            TO DL59-W-DISP-DT
020100     WRITE DL059-CTL-OUT-RECORD FROM DL59-CTL-WORK
020200     ADD 1 TO DL59-QUEUE-WRITTEN
020201     PERFORM 2150-QUEUE-ITEM        THRU 2150-EXIT.
020300 2100-EXIT.
020400     EXIT.
020500*================================================================
021200     MOVE DL59-WORK-DISP-CD        TO DL59-D-DISP-CD
021300     MOVE "PAID WHILE UNDISPOSED"  TO DL59-D-REMARK
021400     WRITE DL059-RPT-LINE FROM DL59-DETAIL-LINE
021500     ADD 1 TO DL59-EXCEPTS-WRITTEN
021501     PERFORM 2250-QUEUE-EXCEPTION   THRU 2250-EXIT.
021600 2200-EXIT.
021700     EXIT.
021701*================================================================
021702*    2150-QUEUE-ITEM  -  ONE QUEUED CLAIM TO THE SHARED          *
021703*                        WORK QUEUE                              *
021704*================================================================
021705 2150-QUEUE-ITEM.
021706     MOVE "DL059"                  TO DL908-P-PROGRAM-ID
021707     MOVE "HDOL"                   TO DL908-P-REASON-CD
021708     MOVE CLH-INV-NBR-COMP         TO DL59-WQ-INV-NBR
021709     MOVE DL59-WQ-KEY              TO DL908-P-ITEM-KEY
021710     SET DL908-P-CLAIM             TO TRUE
021711     MOVE DL59-WQ-KEY              TO DL908-P-PARTY-ID
021712     MOVE "HIGH-DOLLAR PRE-PAYMENT REVIEW" TO DL908-P-REASON
021713     COMPUTE DL908-P-AMOUNT = CLH-CLM-PAID-AMT / 100
021714     MOVE ZERO                     TO DL908-P-OPENED-DT
021715     SET DL908-P-SOURCE-CLEARS     TO TRUE
021716     SET DL908-P-ITEM              TO TRUE
021717     CALL "DL908" USING DL908-PARMS.
021718 2150-EXIT.
021719     EXIT.
021720*================================================================
021721*    2250-QUEUE-EXCEPTION  -  A ONE-TIME PAYMENT EXCEPTION,      *
021722*                             OPEN UNTIL DISPOSITIONED           *
021723*================================================================
021724 2250-QUEUE-EXCEPTION.
021725     MOVE "DL059"                  TO DL908-P-PROGRAM-ID
021726     MOVE "HDPU"                   TO DL908-P-REASON-CD
021727     MOVE CLH-INV-NBR-COMP         TO DL59-WQ-INV-NBR
021728     MOVE DL59-WQ-KEY              TO DL908-P-ITEM-KEY
021729     SET DL908-P-CLAIM             TO TRUE
021730     MOVE DL59-WQ-KEY              TO DL908-P-PARTY-ID
021731     MOVE "PAID WHILE UNDISPOSED"  TO DL908-P-REASON
021732     COMPUTE DL908-P-AMOUNT = CLH-CLM-PAID-AMT / 100
021733     MOVE ZERO                     TO DL908-P-OPENED-DT
021734     SET DL908-P-DISPOSITION-ONLY  TO TRUE
021735     SET DL908-P-ITEM              TO TRUE
021736     CALL "DL908" USING DL908-PARMS.
021737 2250-EXIT.
021738     EXIT.
021800*================================================================
021900*    3000-TERMINATE
022000*================================================================
