000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   EACH MEMBER PURGED TO THE ARCHIVE IS LOGGED
000147*                   FIELD BY FIELD TO THE SHARED DL906 CHANGE
000148*                   JOURNAL SO DL177 CAN STILL REBUILD IT AS OF
000149*                   A DATE BEFORE THE PURGE.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL055".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
000010*----------------------------------------------------------------
000011     COPY DL906PRM.
000120*----------------------------------------------------------------
000121*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
000122*----------------------------------------------------------------
015300*================================================================
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
015501     MOVE "DL055"                  TO DL906-P-PROGRAM-ID
000008     MOVE "S"                      TO DL903-REC-TYPE
000009     CALL "DL903" USING DL903-PARMS
015600     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
029800     WRITE DL055-ARCMAST-RECORD
029900         FROM CS2MBR1C-STRUCTURE-DATA-ITEM
030000     ADD 1 TO DL55-MSTR-PURGED
030001     SET DL906-P-PURGE             TO TRUE
030002     CALL "DL906" USING DL906-PARMS
030003                        CS2MBR1C-STRUCTURE-DATA-ITEM
030100     MOVE EMP-EMP-ID               TO DL055-I-EMP-ID
030200     MOVE EMP-SS-NBR               TO DL055-I-SS-NBR
030300     MOVE DL55-RUN-DATE            TO DL055-I-ARCHIVE-DT
036100     READ BED1EMP-FILE
036200         AT END
036300             SET DL55-MSTR-EOF TO TRUE
036301     END-READ
036302     IF NOT DL55-MSTR-EOF
036303         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
036304                                   TO DL906-P-BEFORE-IMAGE
036305     END-IF.
036500 8000-EXIT.
036600     EXIT.
036700*================================================================
