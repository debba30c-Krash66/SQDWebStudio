000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
000147*                   PASSED, WITH ITS RECORD AS READ, TO THE
000148*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
000149*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
000150*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL047".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
000010*----------------------------------------------------------------
000011     COPY DL906PRM.
000120*----------------------------------------------------------------
000121*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
000122*----------------------------------------------------------------
010900*================================================================
011000 0000-MAINLINE.
011100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
011101     MOVE "DL047"                  TO DL906-P-PROGRAM-ID
000008     MOVE "S"                      TO DL903-REC-TYPE
000009     CALL "DL903" USING DL903-PARMS
011200     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
015200         MOVE DL47-RUN-TIME        TO EMP-UPD-TIME
015300         ADD 1 TO DL47-MSTRS-UPDATED
015400     END-IF
015401     SET DL906-P-CHANGE            TO TRUE
015402     CALL "DL906" USING DL906-PARMS
015403                        CS2MBR1C-STRUCTURE-DATA-ITEM
015500     WRITE DL047-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
015600     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
015700 2000-EXIT.
026600     READ BED1EMP-FILE
026700         AT END
026800             SET DL47-MSTR-EOF TO TRUE
026801     END-READ
026802     IF NOT DL47-MSTR-EOF
026803         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
026804                                   TO DL906-P-BEFORE-IMAGE
026805     END-IF.
027000 8000-EXIT.
027100     EXIT.
027200*================================================================
