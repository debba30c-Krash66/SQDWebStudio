000194*                   STALE OR FOREIGN CHECKPOINT FILE.  END OF
000195*                   FILE WITHOUT A TRAILER - THE SHAPE AN
000196*                   ABEND LEAVES - IS ACCEPTED.
000197*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
000198*                   PASSED, WITH ITS RECORD AS READ, TO THE
000199*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
000200*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
000201*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
002310*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL002".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
000010*----------------------------------------------------------------
000011     COPY DL906PRM.
000120*----------------------------------------------------------------
000121*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
000122*----------------------------------------------------------------
007100*================================================================
007200 0000-MAINLINE.
007300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
007301     MOVE "DL002"                  TO DL906-P-PROGRAM-ID
000008     MOVE "S"                      TO DL903-REC-TYPE
000009     CALL "DL903" USING DL903-PARMS
007400     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
010300     PERFORM 2100-APPLY-TRAN        THRU 2100-EXIT
010400         UNTIL DL2-TRAN-EOF
010500         OR DL2-WT-EMP-ID NOT = EMP-EMP-ID
010501     SET DL906-P-CHANGE            TO TRUE
010502     CALL "DL906" USING DL906-PARMS
010503                        CS2MBR1C-STRUCTURE-DATA-ITEM
010600     WRITE DL002-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
010605     MOVE EMP-EMP-ID               TO DL2-CKP-HOLD-KEY
010610     ADD 1 TO DL2-CKP-SINCE-WRITE
029400     READ BED1EMP-FILE
029500         AT END
029600             SET DL2-MSTR-EOF TO TRUE
029601     END-READ
029602     IF NOT DL2-MSTR-EOF
029603         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
029604                                   TO DL906-P-BEFORE-IMAGE
029605     END-IF.
029800 8000-EXIT.
029900     EXIT.
030000*================================================================
