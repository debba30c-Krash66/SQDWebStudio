000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL906.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - SHARED MEMBER-MASTER CHANGE
001100*                   JOURNAL SERVICE, CALLABLE THE SAME WAY DL903
001200*                   AND DL905 ARE.  EVERY PROGRAM THAT REWRITES
001300*                   BED1EMP HANDS OVER THE MEMBER AS READ AND AS
001400*                   ABOUT TO BE WRITTEN; EACH FIELD IN THE
001500*                   DL906FLD CATALOG THAT DIFFERS IS APPENDED TO
001600*                   THE DL906JRN JOURNAL (THE DL903 OPEN-EXTEND
001700*                   DISCIPLINE) WITH ITS BEFORE AND AFTER
001800*                   VALUES, THE CALLING PROGRAM, THE BUSINESS
001900*                   DATE FROM THE SHARED DL902 FACILITY, THE
002000*                   EXECUTION DATE AND THE CALLER'S START TIME.
002100*                   A MEMBER PURGED FROM THE MASTER IS LOGGED
002200*                   FIELD BY FIELD WITH ITS LAST VALUES SO IT
002300*                   CAN STILL BE RECONSTRUCTED.  AN UNCHANGED
002400*                   MEMBER COSTS ONE COMPARE AND NO I/O.  DL177
002500*                   REBUILDS A MEMBER AS OF A PAST DATE FROM THE
002600*                   JOURNAL.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DL906-JRN-FILE  ASSIGN TO DL906JRN
003500            ORGANIZATION IS SEQUENTIAL
003600            FILE STATUS IS DL96-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DL906-JRN-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY DL906JRN.
004200 WORKING-STORAGE SECTION.
004300 01  DL96-FILE-STATUS              PIC X(2).
004400 01  DL96-SWITCHES.
004500     05  DL96-STARTED-SW           PIC X(1)     VALUE "N".
004600         88  DL96-STARTED                        VALUE "Y".
004700 01  DL96-DATE-WORK.
004800     05  DL96-BUS-DATE             PIC 9(8).
004900     05  DL96-EXEC-DATE            PIC 9(8).
005000     05  DL96-RUN-TIME             PIC 9(8).
005100 01  DL96-WORK-FIELDS.
005200     05  DL96-SEQ                  PIC 9(7)     VALUE ZERO.
005300     05  DL96-SUB                  PIC S9(4) COMP VALUE ZERO.
005400     05  DL96-OFF                  PIC S9(4) COMP VALUE ZERO.
005500     05  DL96-LEN                  PIC S9(4) COMP VALUE ZERO.
005600*----------------------------------------------------------------
005700*    DL906-FLD-TABLE  -  THE BED1EMP FIELD CATALOG
005800*----------------------------------------------------------------
005900     COPY DL906FLD.
006000 LINKAGE SECTION.
006100 01  LK-JRN-PARMS.
006200     05  LK-FUNCTION               PIC X(1).
006300         88  LK-CHANGE                          VALUE "C".
006400         88  LK-PURGE                           VALUE "D".
006500     05  LK-PROGRAM-ID             PIC X(8).
006600     05  LK-FIELDS-LOGGED          PIC 9(4).
006700     05  LK-BEFORE-IMAGE           PIC X(2720).
006800 01  LK-AFTER-IMAGE                PIC X(2720).
006900 PROCEDURE DIVISION USING LK-JRN-PARMS LK-AFTER-IMAGE.
007000*================================================================
007100*    0000-MAINLINE
007200*================================================================
007300 0000-MAINLINE.
007400     IF NOT DL96-STARTED
007500         CALL "DL902" USING DL96-BUS-DATE DL96-EXEC-DATE
007600         ACCEPT DL96-RUN-TIME FROM TIME
007700         SET DL96-STARTED          TO TRUE
007800     END-IF
007900     MOVE ZERO                     TO LK-FIELDS-LOGGED
008000     IF NOT LK-CHANGE
008100         AND NOT LK-PURGE
008200         DISPLAY "DL906: INVALID FUNCTION " LK-FUNCTION
008300                 " FROM " LK-PROGRAM-ID
008400         MOVE 8                    TO RETURN-CODE
008500         STOP RUN
008600     END-IF
008700     IF LK-CHANGE
008800         AND LK-BEFORE-IMAGE = LK-AFTER-IMAGE
008900         GOBACK
009000     END-IF
009100     PERFORM 1000-OPEN-JOURNAL      THRU 1000-EXIT
009200     PERFORM 2000-LOG-ONE-FIELD     THRU 2000-EXIT
009300         VARYING DL96-SUB FROM 1 BY 1
009400         UNTIL DL96-SUB > DL906-FLD-COUNT
009500     CLOSE DL906-JRN-FILE
009600     GOBACK.
009700*================================================================
009800*    1000-OPEN-JOURNAL  -  OPEN-EXTEND PER CALL SO THE JOURNAL   *
009900*                          SURVIVES A CALLER ABEND (THE DL903    *
010000*                          DISCIPLINE)                           *
010100*================================================================
010200 1000-OPEN-JOURNAL.
010300     OPEN EXTEND DL906-JRN-FILE
010400*    THE FIRST CALL AGAINST A NEW JOURNAL FINDS NO FILE YET
010500     IF DL96-FILE-STATUS = "35"
010600         OPEN OUTPUT DL906-JRN-FILE
010700     END-IF.
010800 1000-EXIT.
010900     EXIT.
011000*================================================================
011100*    2000-LOG-ONE-FIELD  -  A CHANGE LOGS THE FIELD ONLY WHEN    *
011200*                           ITS BYTES DIFFER; A PURGE LOGS EVERY *
011300*                           FIELD WITH ITS LAST VALUE            *
011400*================================================================
011500 2000-LOG-ONE-FIELD.
011600     MOVE DL906-F-OFFSET(DL96-SUB) TO DL96-OFF
011700     MOVE DL906-F-LENGTH(DL96-SUB) TO DL96-LEN
011800     IF LK-CHANGE
011900         AND LK-BEFORE-IMAGE(DL96-OFF:DL96-LEN)
012000           = LK-AFTER-IMAGE(DL96-OFF:DL96-LEN)
012100         GO TO 2000-EXIT
012200     END-IF
012300     ADD 1                         TO DL96-SEQ
012400     MOVE SPACES                   TO DL906-JRN-RECORD
012500     MOVE LK-BEFORE-IMAGE(1:13)    TO DL906-J-EMP-ID
012600     MOVE DL96-EXEC-DATE           TO DL906-J-EXEC-DATE
012700     MOVE DL96-RUN-TIME            TO DL906-J-RUN-TIME
012800     MOVE DL96-SEQ                 TO DL906-J-SEQ
012900     MOVE DL96-BUS-DATE            TO DL906-J-BUS-DATE
013000     MOVE LK-PROGRAM-ID            TO DL906-J-PROGRAM-ID
013100     MOVE LK-FUNCTION              TO DL906-J-ACTION
013200     MOVE DL906-F-NAME(DL96-SUB)   TO DL906-J-FIELD-NAME
013300     MOVE DL96-OFF                 TO DL906-J-OFFSET
013400     MOVE DL96-LEN                 TO DL906-J-LENGTH
013500     MOVE DL906-F-TYPE(DL96-SUB)   TO DL906-J-FIELD-TYPE
013600     MOVE LK-BEFORE-IMAGE(DL96-OFF:DL96-LEN)
013700                                   TO DL906-J-OLD-VALUE
013800     IF LK-CHANGE
013900         MOVE LK-AFTER-IMAGE(DL96-OFF:DL96-LEN)
014000                                   TO DL906-J-NEW-VALUE
014100     END-IF
014200     WRITE DL906-JRN-RECORD
014300     ADD 1                         TO LK-FIELDS-LOGGED.
014400 2000-EXIT.
014500     EXIT.
