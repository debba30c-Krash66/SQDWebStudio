000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL905.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - SHARED MEMBER CORRESPONDENCE-
001100*                   LOG SERVICE, CALLABLE THE SAME WAY DL903 IS
001200*                   THE SHOP'S SHARED RUN-CONTROL WRITER.  EVERY
001300*                   LETTER-PRODUCING PROGRAM CALLS FUNCTION "L"
001400*                   ONCE PER LETTER - ISSUED OR HELD AS RETURNED
001500*                   MAIL - AND FUNCTION "I" ONCE PER LINE OF THE
001600*                   LETTER'S PRINT IMAGE.  EACH CALL APPENDS ONE
001700*                   DL905COR RECORD (THE DL903 OPEN-EXTEND
001800*                   DISCIPLINE) STAMPED WITH THE BUSINESS DATE
001900*                   FROM THE SHARED DL902 FACILITY, THE CALLER'S
002000*                   START TIME AND A LETTER NUMBER COUNTED WITHIN
002100*                   THE RUN, SO EACH LETTER AND ITS IMAGE LINES
002200*                   SHARE ONE KEY AND THE LETTER NUMBER POINTS
002300*                   BACK INTO THE CALLER'S PRINT FILE.  DL176
002400*                   ANSWERS INQUIRIES AND REPRINTS FROM THE LOG.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DL905-COR-FILE  ASSIGN TO DL905COR
003300            ORGANIZATION IS SEQUENTIAL
003400            FILE STATUS IS DL95-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DL905-COR-FILE
003800     LABEL RECORDS ARE STANDARD.
003900     COPY DL905COR.
004000 WORKING-STORAGE SECTION.
004100 01  DL95-FILE-STATUS              PIC X(2).
004200 01  DL95-SWITCHES.
004300     05  DL95-STARTED-SW           PIC X(1)     VALUE "N".
004400         88  DL95-STARTED                        VALUE "Y".
004500 01  DL95-DATE-WORK.
004600     05  DL95-BUS-DATE             PIC 9(8).
004700     05  DL95-EXEC-DATE            PIC 9(8).
004800     05  DL95-RUN-TIME             PIC 9(8).
004900*----------------------------------------------------------------
005000*    DL95-CURRENT  -  THE LETTER LAST LOGGED; ITS IMAGE LINES
005100*    CARRY THE SAME KEY
005200*----------------------------------------------------------------
005300 01  DL95-CURRENT.
005400     05  DL95-LETTER-SEQ           PIC 9(7)     VALUE ZERO.
005500     05  DL95-LINE-SEQ             PIC 9(4)     VALUE ZERO.
005600     05  DL95-EMP-ID               PIC X(13).
005700     05  DL95-LETTER-TYPE          PIC X(2).
005800 LINKAGE SECTION.
005900 01  LK-COR-PARMS.
006000     05  LK-FUNCTION               PIC X(1).
006100         88  LK-LOG-LETTER                      VALUE "L".
006200         88  LK-LOG-IMAGE                       VALUE "I".
006300     05  LK-PROGRAM-ID             PIC X(8).
006400     05  LK-EMP-ID                 PIC X(13).
006500     05  LK-DEP-NBR                PIC 9(4).
006600     05  LK-LETTER-TYPE            PIC X(2).
006700     05  LK-PRINT-DD               PIC X(8).
006800     05  LK-SUPPRESS-SW            PIC X(1).
006900     05  LK-MAIL-NAME              PIC X(25).
007000     05  LK-ADDR                   PIC X(25).
007100     05  LK-ADDR4                  PIC X(25).
007200     05  LK-CITY                   PIC X(16).
007300     05  LK-ST                     PIC X(2).
007400     05  LK-ZIP                    PIC 9(8).
007500     05  LK-IMAGE-LINE             PIC X(200).
007600     05  LK-LETTER-SEQ             PIC 9(7).
007700 PROCEDURE DIVISION USING LK-COR-PARMS.
007800*================================================================
007900*    0000-MAINLINE
008000*================================================================
008100 0000-MAINLINE.
008200     IF NOT DL95-STARTED
008300         CALL "DL902" USING DL95-BUS-DATE DL95-EXEC-DATE
008400         ACCEPT DL95-RUN-TIME FROM TIME
008500         SET DL95-STARTED          TO TRUE
008600     END-IF
008700     IF LK-LOG-LETTER
008800         PERFORM 1000-BUILD-LETTER  THRU 1000-EXIT
008900     ELSE
009000         IF LK-LOG-IMAGE
009100             PERFORM 2000-BUILD-IMAGE THRU 2000-EXIT
009200         ELSE
009300             DISPLAY "DL905: INVALID FUNCTION " LK-FUNCTION
009400                     " FROM " LK-PROGRAM-ID
009500             MOVE 8                TO RETURN-CODE
009600             STOP RUN
009700         END-IF
009800     END-IF
009900     PERFORM 3000-WRITE-LOG         THRU 3000-EXIT
010000     GOBACK.
010100*================================================================
010200*    1000-BUILD-LETTER  -  THE LETTER ENTRY; NUMBERS THE LETTER  *
010300*                          AND HANDS THE NUMBER BACK             *
010400*================================================================
010500 1000-BUILD-LETTER.
010600     ADD 1                         TO DL95-LETTER-SEQ
010700     MOVE ZERO                     TO DL95-LINE-SEQ
010800     MOVE LK-EMP-ID                TO DL95-EMP-ID
010900     MOVE LK-LETTER-TYPE           TO DL95-LETTER-TYPE
011000     MOVE DL95-LETTER-SEQ          TO LK-LETTER-SEQ
011100     MOVE SPACES                   TO DL905-COR-RECORD
011200     PERFORM 1100-BUILD-KEY         THRU 1100-EXIT
011300     SET DL905-C-LETTER            TO TRUE
011400     MOVE LK-DEP-NBR               TO DL905-C-DEP-NBR
011500     MOVE LK-PRINT-DD              TO DL905-C-PRINT-DD
011600     MOVE LK-SUPPRESS-SW           TO DL905-C-SUPPRESS-SW
011700     MOVE LK-MAIL-NAME             TO DL905-C-MAIL-NAME
011800     MOVE LK-ADDR                  TO DL905-C-ADDR
011900     MOVE LK-ADDR4                 TO DL905-C-ADDR4
012000     MOVE LK-CITY                  TO DL905-C-CITY
012100     MOVE LK-ST                    TO DL905-C-ST
012200     MOVE LK-ZIP                   TO DL905-C-ZIP.
012300 1000-EXIT.
012400     EXIT.
012500*================================================================
012600*    1100-BUILD-KEY
012700*================================================================
012800 1100-BUILD-KEY.
012900     MOVE DL95-EMP-ID              TO DL905-C-EMP-ID
013000     MOVE DL95-BUS-DATE            TO DL905-C-BUS-DATE
013100     MOVE LK-PROGRAM-ID            TO DL905-C-PROGRAM-ID
013200     MOVE DL95-RUN-TIME            TO DL905-C-RUN-TIME
013300     MOVE DL95-LETTER-SEQ          TO DL905-C-LETTER-SEQ
013400     MOVE DL95-LINE-SEQ            TO DL905-C-LINE-SEQ
013500     MOVE DL95-LETTER-TYPE         TO DL905-C-LETTER-TYPE.
013600 1100-EXIT.
013700     EXIT.
013800*================================================================
013900*    2000-BUILD-IMAGE  -  ONE PRINT-IMAGE LINE OF THE LETTER     *
014000*                         LAST LOGGED                            *
014100*================================================================
014200 2000-BUILD-IMAGE.
014300     ADD 1                         TO DL95-LINE-SEQ
014400     MOVE SPACES                   TO DL905-COR-RECORD
014500     PERFORM 1100-BUILD-KEY         THRU 1100-EXIT
014600     SET DL905-C-IMAGE             TO TRUE
014700     MOVE LK-IMAGE-LINE            TO DL905-C-IMAGE-LINE
014800     MOVE DL95-LETTER-SEQ          TO LK-LETTER-SEQ.
014900 2000-EXIT.
015000     EXIT.
015100*================================================================
015200*    3000-WRITE-LOG  -  ONE RECORD PER CALL, OPEN-EXTEND SO THE  *
015300*                       LOG SURVIVES A CALLER ABEND (THE DL903   *
015400*                       DISCIPLINE)                              *
015500*================================================================
015600 3000-WRITE-LOG.
015700     OPEN EXTEND DL905-COR-FILE
015800*    THE FIRST CALL AGAINST A NEW LOG FINDS NO FILE YET
015900     IF DL95-FILE-STATUS = "35"
016000         OPEN OUTPUT DL905-COR-FILE
016100     END-IF
016200     WRITE DL905-COR-RECORD
016300     CLOSE DL905-COR-FILE.
016400 3000-EXIT.
016500     EXIT.
