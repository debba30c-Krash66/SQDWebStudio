000194*                   STALE OR FOREIGN CHECKPOINT FILE.  END OF
000195*                   FILE WITHOUT A TRAILER - THE SHAPE AN
000196*                   ABEND LEAVES - IS ACCEPTED.
000197*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
000198*                   PASSED, WITH ITS RECORD AS READ, TO THE
000199*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
000200*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
000201*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL007".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
000010*----------------------------------------------------------------
000011     COPY DL906PRM.
000120*----------------------------------------------------------------
000121*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
000122*----------------------------------------------------------------
007400*================================================================
007500 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
007601     MOVE "DL007"                  TO DL906-P-PROGRAM-ID
000008     MOVE "S"                      TO DL903-REC-TYPE
000009     CALL "DL903" USING DL903-PARMS
007700     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
010500     PERFORM 2100-APPLY-TRAN        THRU 2100-EXIT
010600         UNTIL DL7-TRAN-EOF
010700         OR DL7-WT-EMP-ID NOT = EMP-EMP-ID
010701     SET DL906-P-CHANGE            TO TRUE
010702     CALL "DL906" USING DL906-PARMS
010703                        CS2MBR1C-STRUCTURE-DATA-ITEM
010800     WRITE DL007-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
010805     MOVE EMP-EMP-ID               TO DL7-CKP-HOLD-KEY
010810     ADD 1 TO DL7-CKP-SINCE-WRITE
025100     READ BED1EMP-FILE
025200         AT END
025300             SET DL7-MSTR-EOF TO TRUE
025301     END-READ
025302     IF NOT DL7-MSTR-EOF
025303         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
025304                                   TO DL906-P-BEFORE-IMAGE
025305     END-IF.
025500 8000-EXIT.
025600     EXIT.
025610*================================================================
