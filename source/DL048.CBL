000192*                   EXCEEDS THE 50-ENTRY TABLE (THE DL060
000193*                   RULE) INSTEAD OF OVERRUNNING IT MID-
000194*                   REWRITE.
000195*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
000196*                   PASSED, WITH ITS RECORD AS READ, TO THE
000197*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
000198*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
000199*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL048".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
000010*----------------------------------------------------------------
000011     COPY DL906PRM.
000120*----------------------------------------------------------------
000121*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
000122*----------------------------------------------------------------
015400*================================================================
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
015601     MOVE "DL048"                  TO DL906-P-PROGRAM-ID
000008     MOVE "S"                      TO DL903-REC-TYPE
000009     CALL "DL903" USING DL903-PARMS
015700     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
021200         MOVE DL48-RUN-DATE        TO EMP-UPD-DT
021300         MOVE DL48-RUN-TIME        TO EMP-UPD-TIME
021400     END-IF
021401     SET DL906-P-CHANGE            TO TRUE
021402     CALL "DL906" USING DL906-PARMS
021403                        CS2MBR1C-STRUCTURE-DATA-ITEM
021500     WRITE DL048-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
021600     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
021700 2000-EXIT.
044800     READ BED1EMP-FILE
044900         AT END
045000             SET DL48-MSTR-EOF TO TRUE
045001     END-READ
045002     IF NOT DL48-MSTR-EOF
045003         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
045004                                   TO DL906-P-BEFORE-IMAGE
045005     END-IF.
045200 8000-EXIT.
045300     EXIT.
045400*================================================================
