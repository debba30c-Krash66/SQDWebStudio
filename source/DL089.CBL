002500*                   CONTROL-TOTAL EXTRACT IS CUT SO DL049 CAN
002600*                   PRINT THE NIGHT'S CONSOLIDATED APPLY
002700*                   REGISTER.
002701*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
002702*                   PASSED, WITH ITS RECORD AS READ, TO THE
002703*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
002704*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
002705*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
012400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL089".
012500     05  DL903-REC-TYPE            PIC X(1).
012600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
012601*----------------------------------------------------------------
012602*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
012603*----------------------------------------------------------------
012604     COPY DL906PRM.
012700*----------------------------------------------------------------
012800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
012900*----------------------------------------------------------------
014200*================================================================
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014401     MOVE "DL089"                  TO DL906-P-PROGRAM-ID
014500     MOVE "S"                      TO DL903-REC-TYPE
014600     CALL "DL903" USING DL903-PARMS
014700     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
019400         MOVE DL89-RUN-DATE        TO EMP-UPD-DT
019500         MOVE DL89-RUN-TIME        TO EMP-UPD-TIME
019600     END-IF
019601     SET DL906-P-CHANGE            TO TRUE
019602     CALL "DL906" USING DL906-PARMS
019603                        CS2MBR1C-STRUCTURE-DATA-ITEM
019700     WRITE DL089-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
019800     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
019900 2000-EXIT.
038500     READ BED1EMP-FILE
038600         AT END
038700             SET DL89-MSTR-EOF TO TRUE
038701     END-READ
038702     IF NOT DL89-MSTR-EOF
038703         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
038704                                   TO DL906-P-BEFORE-IMAGE
038705     END-IF.
038900 8000-EXIT.
039000     EXIT.
039100*================================================================
