000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL907.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - SHARED BUSINESS-RULE
001100*                   PARAMETER SERVICE, CALLABLE THE SAME WAY
001200*                   DL900/DL901 ARE THE SHOP'S SHARED ROUTINES.
001300*                   THRESHOLDS THAT USED TO BE COMPILED INTO
001400*                   THE REPORTING PROGRAMS (STALENESS DAYS,
001500*                   TOLERANCES, AGING BANDS, DOLLAR LIMITS,
001600*                   ARCHIVE AGE, LEAD TIMES) ARE KEPT ON THE
001700*                   DL907PAR MASTER BY PROGRAM, RULE NAME AND
001800*                   EFFECTIVE DATE AND MAINTAINED BY DL195.
001900*                   THE MASTER IS LOADED ON THE FIRST CALL (THE
002000*                   DL030 CALENDAR DISCIPLINE); EACH CALL
002100*                   RETURNS THE ROW IN FORCE ON THE DL902
002200*                   BUSINESS DATE - THE LATEST EFFECTIVE DATE
002300*                   NOT AFTER IT - OR, WHEN THE MASTER HAS NO
002400*                   SUCH ROW, THE CALLER'S OWN COMPILED VALUE,
002500*                   SO A RULE NOBODY HAS LOADED YET BEHAVES
002600*                   EXACTLY AS IT ALWAYS DID.  EVERY CALL ALSO
002700*                   RETURNS A PRINT LINE NAMING THE RULE, THE
002800*                   VALUE AND WHERE IT CAME FROM, WHICH THE
002900*                   CALLER PRINTS UNDER ITS REPORT HEADING, AND
003000*                   LOGS THE SAME LINE TO THE OPERATOR.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DL907-PAR-FILE  ASSIGN TO DL907PAR
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS DL97-PAR-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  DL907-PAR-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY DL907PAR.
004600 WORKING-STORAGE SECTION.
004700 01  DL97-PAR-STATUS               PIC X(2).
004800 01  DL97-SWITCHES.
004900     05  DL97-LOADED-SW            PIC X(1)     VALUE "N".
005000         88  DL97-LOADED                         VALUE "Y".
005100     05  DL97-PAR-EOF-SW           PIC X(1)     VALUE "N".
005200         88  DL97-PAR-EOF                        VALUE "Y".
005300     05  DL97-ROW-FOUND-SW         PIC X(1)     VALUE "N".
005400         88  DL97-ROW-FOUND                      VALUE "Y".
005500*----------------------------------------------------------------
005600*    DL97-PAR-TABLE  -  THE WHOLE PARAMETER MASTER, IN KEY
005700*    ORDER, SO THE LAST QUALIFYING ROW SEEN IS THE ONE IN FORCE
005800*----------------------------------------------------------------
005900 01  DL97-PAR-TABLE.
006000     05  DL97-PAR-COUNT            PIC S9(4) COMP VALUE ZERO.
006100     05  DL97-PAR-ENTRY OCCURS 1000 TIMES.
006200         10  DL97-T-PROGRAM-ID     PIC X(8).
006300         10  DL97-T-RULE-NAME      PIC X(16).
006400         10  DL97-T-EFF-DT         PIC 9(8).
006500         10  DL97-T-VALUE          PIC 9(11)V99.
006600         10  DL97-T-CHANGED-BY     PIC X(9).
006700 01  DL97-WORK-FIELDS.
006800     05  DL97-SUB                  PIC S9(4) COMP VALUE ZERO.
006900     05  DL97-HIT-SUB              PIC S9(4) COMP VALUE ZERO.
007000 01  DL97-DATE-WORK.
007100     05  DL97-BUS-DATE             PIC 9(8).
007200     05  DL97-EXEC-DATE            PIC 9(8).
007300*----------------------------------------------------------------
007400*    DL97-HDG-LINE  -  RETURNED TO THE CALLER FOR ITS HEADING
007500*----------------------------------------------------------------
007600 01  DL97-HDG-LINE.
007700     05  FILLER                    PIC X(10)
007800         VALUE "PARAMETER ".
007900     05  DL97-H-PROGRAM-ID         PIC X(8).
008000     05  FILLER                    PIC X(1)  VALUE SPACES.
008100     05  DL97-H-RULE-NAME          PIC X(16).
008200     05  FILLER                    PIC X(1)  VALUE SPACES.
008300     05  DL97-H-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
008400     05  FILLER                    PIC X(2)  VALUE SPACES.
008500     05  DL97-H-SOURCE             PIC X(16).
008600     05  DL97-H-EFF-LIT            PIC X(4).
008700     05  DL97-H-EFF-DT             PIC X(8).
008800     05  DL97-H-BY-LIT             PIC X(4).
008900     05  DL97-H-CHANGED-BY         PIC X(9).
009000     05  FILLER                    PIC X(4)  VALUE SPACES.
009100 LINKAGE SECTION.
009200 01  LK-PRM-PARMS.
009300     05  LK-PROGRAM-ID             PIC X(8).
009400     05  LK-RULE-NAME              PIC X(16).
009500     05  LK-DEFAULT                PIC 9(11)V99.
009600     05  LK-VALUE                  PIC 9(11)V99.
009700     05  LK-EFF-DT                 PIC 9(8).
009800     05  LK-CHANGED-BY             PIC X(9).
009900     05  LK-SOURCE                 PIC X(1).
010000     05  LK-HDG-LINE               PIC X(100).
010100 PROCEDURE DIVISION USING LK-PRM-PARMS.
010200*================================================================
010300*    0000-MAINLINE
010400*================================================================
010500 0000-MAINLINE.
010600     IF NOT DL97-LOADED
010700         CALL "DL902" USING DL97-BUS-DATE DL97-EXEC-DATE
010800         PERFORM 1000-LOAD-MASTER   THRU 1000-EXIT
010900         SET DL97-LOADED           TO TRUE
011000     END-IF
011100     PERFORM 2000-RESOLVE-RULE      THRU 2000-EXIT
011200     PERFORM 3000-BUILD-LINE        THRU 3000-EXIT
011300     GOBACK.
011400*================================================================
011500*    1000-LOAD-MASTER  -  ONCE PER RUN UNIT.  NO MASTER MEANS   *
011600*                         EVERY RULE RUNS ON ITS DEFAULT         *
011700*================================================================
011800 1000-LOAD-MASTER.
011900     OPEN INPUT DL907-PAR-FILE
012000     IF DL97-PAR-STATUS NOT = "00"
012100         DISPLAY "DL907: PARAMETER MASTER NOT AVAILABLE - "
012200             "COMPILED DEFAULTS IN FORCE"
012300         GO TO 1000-EXIT
012400     END-IF
012500     PERFORM 1100-LOAD-ONE-ROW      THRU 1100-EXIT
012600         UNTIL DL97-PAR-EOF
012700     CLOSE DL907-PAR-FILE.
012800 1000-EXIT.
012900     EXIT.
013000*================================================================
013100*    1100-LOAD-ONE-ROW
013200*================================================================
013300 1100-LOAD-ONE-ROW.
013400     READ DL907-PAR-FILE
013500         AT END
013600             SET DL97-PAR-EOF TO TRUE
013700     END-READ
013800     IF DL97-PAR-EOF
013900         GO TO 1100-EXIT
014000     END-IF
014100     IF DL97-PAR-COUNT >= 1000
014200         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
014300     END-IF
014400     ADD 1 TO DL97-PAR-COUNT
014500     MOVE DL907-R-PROGRAM-ID       TO
014600         DL97-T-PROGRAM-ID(DL97-PAR-COUNT)
014700     MOVE DL907-R-RULE-NAME        TO
014800         DL97-T-RULE-NAME(DL97-PAR-COUNT)
014900     MOVE DL907-R-EFF-DT           TO
015000         DL97-T-EFF-DT(DL97-PAR-COUNT)
015100     MOVE DL907-R-VALUE            TO
015200         DL97-T-VALUE(DL97-PAR-COUNT)
015300     MOVE DL907-R-CHANGED-BY       TO
015400         DL97-T-CHANGED-BY(DL97-PAR-COUNT).
015500 1100-EXIT.
015600     EXIT.
015700*================================================================
015800*    2000-RESOLVE-RULE  -  THE LATEST ROW IN FORCE ON THE       *
015900*                          BUSINESS DATE, ELSE THE DEFAULT       *
016000*================================================================
016100 2000-RESOLVE-RULE.
016200     MOVE "N"                      TO DL97-ROW-FOUND-SW
016300     MOVE ZERO                     TO DL97-HIT-SUB
016400     PERFORM 2100-CHECK-ONE-ROW     THRU 2100-EXIT
016500         VARYING DL97-SUB FROM 1 BY 1
016600         UNTIL DL97-SUB > DL97-PAR-COUNT
016700     IF DL97-ROW-FOUND
016800         MOVE DL97-T-VALUE(DL97-HIT-SUB)     TO LK-VALUE
016900         MOVE DL97-T-EFF-DT(DL97-HIT-SUB)    TO LK-EFF-DT
017000         MOVE DL97-T-CHANGED-BY(DL97-HIT-SUB) TO LK-CHANGED-BY
017100         MOVE "M"                  TO LK-SOURCE
017200     ELSE
017300         MOVE LK-DEFAULT           TO LK-VALUE
017400         MOVE ZERO                 TO LK-EFF-DT
017500         MOVE SPACES               TO LK-CHANGED-BY
017600         MOVE "D"                  TO LK-SOURCE
017700     END-IF.
017800 2000-EXIT.
017900     EXIT.
018000*================================================================
018100*    2100-CHECK-ONE-ROW  -  ROWS ARRIVE IN KEY ORDER, SO A LATER *
018200*                           QUALIFYING ROW REPLACES THE HIT      *
018300*================================================================
018400 2100-CHECK-ONE-ROW.
018500     IF DL97-T-PROGRAM-ID(DL97-SUB) = LK-PROGRAM-ID
018600         AND DL97-T-RULE-NAME(DL97-SUB) = LK-RULE-NAME
018700         AND DL97-T-EFF-DT(DL97-SUB) <= DL97-BUS-DATE
018800         MOVE DL97-SUB             TO DL97-HIT-SUB
018900         SET DL97-ROW-FOUND        TO TRUE
019000     END-IF.
019100 2100-EXIT.
019200     EXIT.
019300*================================================================
019400*    3000-BUILD-LINE  -  WHAT THE RUN USED, FOR THE CALLER'S     *
019500*                        HEADING AND THE OPERATOR LOG            *
019600*================================================================
019700 3000-BUILD-LINE.
019800     MOVE LK-PROGRAM-ID            TO DL97-H-PROGRAM-ID
019900     MOVE LK-RULE-NAME             TO DL97-H-RULE-NAME
020000     MOVE LK-VALUE                 TO DL97-H-VALUE
020100     IF DL97-ROW-FOUND
020200         MOVE "MASTER ROW"         TO DL97-H-SOURCE
020300         MOVE "EFF "               TO DL97-H-EFF-LIT
020400         MOVE LK-EFF-DT            TO DL97-H-EFF-DT
020500         MOVE " BY "               TO DL97-H-BY-LIT
020600         MOVE LK-CHANGED-BY        TO DL97-H-CHANGED-BY
020700     ELSE
020800         MOVE "COMPILED DEFAULT"   TO DL97-H-SOURCE
020900         MOVE SPACES               TO DL97-H-EFF-LIT
021000         MOVE SPACES               TO DL97-H-EFF-DT
021100         MOVE SPACES               TO DL97-H-BY-LIT
021200         MOVE SPACES               TO DL97-H-CHANGED-BY
021300     END-IF
021400     MOVE DL97-HDG-LINE            TO LK-HDG-LINE
021500     DISPLAY "DL907: " DL97-HDG-LINE.
021600 3000-EXIT.
021700     EXIT.
021800*================================================================
021900*    9900-TABLE-ABORT  -  THE PARAMETER MASTER NO LONGER FITS    *
022000*                         THE 1000-ENTRY TABLE.  A GOBACK WOULD  *
022100*                         ONLY RETURN TO THE CALLER, SO THE RUN  *
022200*                         UNIT IS STOPPED TO FAIL THE STEP       *
022300*================================================================
022400 9900-TABLE-ABORT.
022500     DISPLAY "DL907: DL907PAR EXCEEDS THE 1000-ENTRY TABLE"
022600     MOVE 8                        TO RETURN-CODE
022700     STOP RUN.
022800 9900-EXIT.
022900     EXIT.
