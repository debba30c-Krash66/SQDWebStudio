000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
000147*                   PASSED, WITH ITS RECORD AS READ, TO THE
000148*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
000149*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
000150*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL052".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
000010*----------------------------------------------------------------
000011     COPY DL906PRM.
000120*----------------------------------------------------------------
000121*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
000122*----------------------------------------------------------------
012100*================================================================
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
012301     MOVE "DL052"                  TO DL906-P-PROGRAM-ID
000008     MOVE "S"                      TO DL903-REC-TYPE
000009     CALL "DL903" USING DL903-PARMS
012400     PERFORM 2000-PROCESS-MEMBER    THRU 2000-EXIT
017500         ADD 1 TO DL52-MBRS-EXCEPTED
017600     END-IF.
017700 2000-REWRITE.
017701     SET DL906-P-CHANGE            TO TRUE
017702     CALL "DL906" USING DL906-PARMS
017703                        CS2MBR1C-STRUCTURE-DATA-ITEM
017800     WRITE DL052-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
017900     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
018000 2000-EXIT.
030900     READ BED1EMP-FILE
031000         AT END
031100             SET DL52-EOF TO TRUE
031101     END-READ
031102     IF NOT DL52-EOF
031103         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
031104                                   TO DL906-P-BEFORE-IMAGE
031105     END-IF.
031300 8000-EXIT.
031400     EXIT.
