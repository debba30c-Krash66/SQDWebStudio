002200*                   TRANSACTION EXTRACT WITH THE WINDOW AS IT
002300*                   STOOD, SO THE ACTION IS AUDITABLE AND
002400*                   REVERSIBLE BY HAND.
002401*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
002402*                   PASSED, WITH ITS RECORD AS READ, TO THE
002403*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
002404*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
002405*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
013000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL093".
013100     05  DL903-REC-TYPE            PIC X(1).
013200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
013201*----------------------------------------------------------------
013202*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
013203*----------------------------------------------------------------
013204     COPY DL906PRM.
013300*----------------------------------------------------------------
013400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
013500*----------------------------------------------------------------
014800*================================================================
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
015001     MOVE "DL093"                  TO DL906-P-PROGRAM-ID
015100     MOVE "S"                      TO DL903-REC-TYPE
015200     CALL "DL903" USING DL903-PARMS
015300     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
019100         MOVE DL93-RUN-DATE        TO EMP-UPD-DT
019200         MOVE DL93-RUN-TIME        TO EMP-UPD-TIME
019300     END-IF
019301     SET DL906-P-CHANGE            TO TRUE
019302     CALL "DL906" USING DL906-PARMS
019303                        CS2MBR1C-STRUCTURE-DATA-ITEM
019400     WRITE DL093-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
019500     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
019600 2000-EXIT.
032000     READ BED1EMP-FILE
032100         AT END
032200             SET DL93-MSTR-EOF TO TRUE
032201     END-READ
032202     IF NOT DL93-MSTR-EOF
032203         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
032204                                   TO DL906-P-BEFORE-IMAGE
032205     END-IF.
032400 8000-EXIT.
032500     EXIT.
