000014*                   THROUGH THE SHARED DL903 SERVICE SO THE
000015*                   DL088 GATEKEEPER CAN ENFORCE THE NIGHT'S
000016*                   PREREQUISITES.
000017*  2026-10-15  RH   OCL LEGAL SLOTS ALSO FED TO THE UNIFIED WORK
000018*                   QUEUE THROUGH DL908 (REASON OCLL)
001400*================================================================
001500 ENVIRONMENT DIVISION.
001600 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL008".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
000010*----------------------------------------------------------------
000011     COPY DL908PRM.
000012 01  DL8-WQ-KEY.
000013     05  DL8-WQ-EMP-ID             PIC X(13).
000014     05  DL8-WQ-SLOT               PIC 9(1).
006800 PROCEDURE DIVISION.
006900*================================================================
007000*    0000-MAINLINE
007900*    1000-INITIALIZE
008000*================================================================
008100 1000-INITIALIZE.
008101     MOVE "DL008"                  TO DL908-P-PROGRAM-ID
008102     SET DL908-P-START             TO TRUE
008103     CALL "DL908" USING DL908-PARMS
008200     OPEN INPUT  BED1EMP-FILE
008300     OPEN OUTPUT DL008-RPT-FILE
008400     WRITE DL008-RPT-LINE FROM DL8-HEADING-1
012900            EMP-LNAME DELIMITED BY SIZE
013000         INTO DL8-D-NAME
013100     WRITE DL008-RPT-LINE FROM DL8-DETAIL-LINE
013200     ADD 1 TO DL8-WORKLIST-WRITTEN
013201     PERFORM 2150-QUEUE-LINE        THRU 2150-EXIT.
013300 2100-EXIT.
013400     EXIT.
013401*================================================================
013402*    2150-QUEUE-LINE  -  ONE OCL SLOT TO THE SHARED WORK         *
013403*                        QUEUE                                   *
013404*================================================================
013405 2150-QUEUE-LINE.
013406     MOVE "DL008"                  TO DL908-P-PROGRAM-ID
013407     MOVE "OCLL"                   TO DL908-P-REASON-CD
013408     MOVE EMP-EMP-ID               TO DL8-WQ-EMP-ID
013409     MOVE DL8-D-SLOT               TO DL8-WQ-SLOT
013410     MOVE DL8-WQ-KEY               TO DL908-P-ITEM-KEY
013411     SET DL908-P-MEMBER            TO TRUE
013412     MOVE EMP-EMP-ID               TO DL908-P-PARTY-ID
013413     MOVE "OCL LEGAL POLICY ON FILE" TO DL908-P-REASON
013414     MOVE ZERO                     TO DL908-P-AMOUNT
013415     MOVE ZERO                     TO DL908-P-OPENED-DT
013416     SET DL908-P-SOURCE-CLEARS     TO TRUE
013417     SET DL908-P-ITEM              TO TRUE
013418     CALL "DL908" USING DL908-PARMS.
013419 2150-EXIT.
013420     EXIT.
013500*================================================================
013600*    3000-TERMINATE
013700*================================================================
