000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL908.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - SHARED WORK-QUEUE FEED
001100*                   SERVICE, CALLABLE THE SAME WAY DL905 IS THE
001200*                   SHOP'S SHARED CORRESPONDENCE-LOG WRITER.
001300*                   EVERY WORKLIST PROGRAM CALLS FUNCTION "S"
001400*                   ONCE AT START-UP AND FUNCTION "I" ONCE PER
001500*                   ITEM ON ITS LIST.  EACH CALL APPENDS ONE
001600*                   DL908WQI RECORD (THE DL903 OPEN-EXTEND
001700*                   DISCIPLINE) STAMPED WITH THE BUSINESS DATE
001800*                   FROM THE SHARED DL902 FACILITY, SO DL196
001900*                   KNOWS WHICH SOURCES RAN TODAY AND WHAT EACH
002000*                   STILL REPORTS.  AN ITEM WITH NO REASON CODE
002100*                   OR NO ITEM KEY COULD NEVER BE MATCHED OR
002200*                   CLOSED, AND STOPS THE RUN UNIT.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DL908-WQI-FILE  ASSIGN TO DL908WQI
003100            ORGANIZATION IS SEQUENTIAL
003200            FILE STATUS IS DL98-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DL908-WQI-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY DL908WQI.
003800 WORKING-STORAGE SECTION.
003900 01  DL98-FILE-STATUS              PIC X(2).
004000 01  DL98-SWITCHES.
004100     05  DL98-STARTED-SW           PIC X(1)     VALUE "N".
004200         88  DL98-STARTED                        VALUE "Y".
004300 01  DL98-DATE-WORK.
004400     05  DL98-BUS-DATE             PIC 9(8).
004500     05  DL98-EXEC-DATE            PIC 9(8).
004600     05  DL98-RUN-TIME             PIC 9(8).
004700 LINKAGE SECTION.
004800 01  LK-WQ-PARMS.
004900     05  LK-FUNCTION               PIC X(1).
005000         88  LK-START                           VALUE "S".
005100         88  LK-ITEM                            VALUE "I".
005200     05  LK-KEY.
005300         10  LK-PROGRAM-ID         PIC X(8).
005400         10  LK-REASON-CD          PIC X(4).
005500         10  LK-ITEM-KEY           PIC X(30).
005600     05  LK-PARTY-TYPE             PIC X(1).
005700     05  LK-PARTY-ID               PIC X(20).
005800     05  LK-REASON                 PIC X(30).
005900     05  LK-AMOUNT                 PIC S9(11)V99.
006000     05  LK-OPENED-DT              PIC 9(8).
006100     05  LK-CLOSE-RULE             PIC X(1).
006200         88  LK-DISPOSITION-ONLY                VALUE "D".
006300 PROCEDURE DIVISION USING LK-WQ-PARMS.
006400*================================================================
006500*    0000-MAINLINE
006600*================================================================
006700 0000-MAINLINE.
006800     IF NOT DL98-STARTED
006900         CALL "DL902" USING DL98-BUS-DATE DL98-EXEC-DATE
007000         ACCEPT DL98-RUN-TIME FROM TIME
007100         SET DL98-STARTED          TO TRUE
007200     END-IF
007300     IF LK-START
007400         PERFORM 1000-BUILD-START   THRU 1000-EXIT
007500     ELSE
007600         IF LK-ITEM
007700             PERFORM 2000-BUILD-ITEM THRU 2000-EXIT
007800         ELSE
007900             DISPLAY "DL908: INVALID FUNCTION " LK-FUNCTION
008000                     " FROM " LK-PROGRAM-ID
008100             MOVE 8                TO RETURN-CODE
008200             STOP RUN
008300         END-IF
008400     END-IF
008500     PERFORM 3000-WRITE-FEED        THRU 3000-EXIT
008600     GOBACK.
008700*================================================================
008800*    1000-BUILD-START  -  THE SOURCE RAN TODAY; ITS ITEMS NOT    *
008900*                         REPORTED AGAIN MAY NOW BE CLOSED       *
009000*================================================================
009100 1000-BUILD-START.
009200     MOVE SPACES                   TO DL908-WQI-RECORD
009300     MOVE DL98-BUS-DATE            TO DL908-W-BUS-DT
009400     SET DL908-W-START             TO TRUE
009500     MOVE LK-PROGRAM-ID            TO DL908-W-PROGRAM-ID
009600     MOVE ZERO                     TO DL908-W-AMOUNT
009700     MOVE ZERO                     TO DL908-W-OPENED-DT
009800     MOVE DL98-RUN-TIME            TO DL908-W-RUN-TIME.
009900 1000-EXIT.
010000     EXIT.
010100*================================================================
010200*    2000-BUILD-ITEM  -  ONE ITEM ON THE CALLER'S LIST           *
010300*================================================================
010400 2000-BUILD-ITEM.
010500     IF LK-REASON-CD = SPACES
010600         OR LK-ITEM-KEY = SPACES
010700         DISPLAY "DL908: ITEM WITHOUT REASON OR KEY FROM "
010800                 LK-PROGRAM-ID
010900         MOVE 8                    TO RETURN-CODE
011000         STOP RUN
011100     END-IF
011200     MOVE SPACES                   TO DL908-WQI-RECORD
011300     MOVE DL98-BUS-DATE            TO DL908-W-BUS-DT
011400     SET DL908-W-ITEM              TO TRUE
011500     MOVE LK-KEY                   TO DL908-W-KEY
011600     MOVE LK-PARTY-TYPE            TO DL908-W-PARTY-TYPE
011700     MOVE LK-PARTY-ID              TO DL908-W-PARTY-ID
011800     MOVE LK-REASON                TO DL908-W-REASON
011900     MOVE LK-AMOUNT                TO DL908-W-AMOUNT
012000     MOVE LK-OPENED-DT             TO DL908-W-OPENED-DT
012100     IF LK-DISPOSITION-ONLY
012200         MOVE "D"                  TO DL908-W-CLOSE-RULE
012300     ELSE
012400         MOVE "S"                  TO DL908-W-CLOSE-RULE
012500     END-IF
012600     MOVE DL98-RUN-TIME            TO DL908-W-RUN-TIME.
012700 2000-EXIT.
012800     EXIT.
012900*================================================================
013000*    3000-WRITE-FEED  -  ONE RECORD PER CALL, OPEN-EXTEND SO THE *
013100*                        FEED SURVIVES A CALLER ABEND (THE DL903 *
013200*                        DISCIPLINE)                             *
013300*================================================================
013400 3000-WRITE-FEED.
013500     OPEN EXTEND DL908-WQI-FILE
013600*    THE FIRST CALL AGAINST A NEW FEED FINDS NO FILE YET
013700     IF DL98-FILE-STATUS = "35"
013800         OPEN OUTPUT DL908-WQI-FILE
013900     END-IF
014000     WRITE DL908-WQI-RECORD
014100     CLOSE DL908-WQI-FILE.
014200 3000-EXIT.
014300     EXIT.
