000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL198.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PARALLEL-RUN COMPARE FOR
001100*                   THE CLAIM-VIEW CUTOVER.  WHILE THE CLAIM
001200*                   PROGRAMS MOVE FROM THEIR OWN BHS2MCH/BHS3MDE
001300*                   LOCKSTEP PASS TO THE DL197 CLAIM VIEW (READ
001400*                   THROUGH DL909), EACH IS RUN BOTH WAYS FOR
001500*                   THE SAME BUSINESS DATE AND THIS STEP
001600*                   COMPARES THE TWO OUTPUTS LINE FOR LINE -
001700*                   DL198OLD FROM THE LOCKSTEP BUILD, DL198NEW
001800*                   FROM THE CLAIM-VIEW BUILD.  THE DL902
001900*                   "BUSINESS DATE ... EXECUTED ..." LINE IS
002000*                   COMPARED ON THE BUSINESS DATE ONLY, SINCE
002100*                   THE TWO RUNS NEED NOT EXECUTE THE SAME DAY.
002200*                   THE FIRST 50 DIFFERENCES ARE LISTED; ANY
002300*                   DIFFERENCE AT ALL ENDS THE STEP WITH RETURN
002400*                   CODE 4 SO THE CUTOVER IS NOT SIGNED OFF.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DL198-OLD-FILE  ASSIGN TO DL198OLD
003300            ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT DL198-NEW-FILE  ASSIGN TO DL198NEW
003500            ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT DL198-RPT-FILE  ASSIGN TO DL198RPT
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DL198-OLD-FILE
004100     LABEL RECORDS ARE STANDARD.
004200 01  DL198-OLD-LINE                PIC X(1000).
004300 FD  DL198-NEW-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DL198-NEW-LINE                PIC X(1000).
004600 FD  DL198-RPT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  DL198-RPT-LINE                PIC X(132).
004900 WORKING-STORAGE SECTION.
005000*----------------------------------------------------------------
005100*    DLJ8-SWITCHES AND COUNTERS
005200*----------------------------------------------------------------
005300 01  DLJ8-SWITCHES.
005400     05  DLJ8-OLD-EOF-SW           PIC X(1)     VALUE "N".
005500         88  DLJ8-OLD-EOF                        VALUE "Y".
005600     05  DLJ8-NEW-EOF-SW           PIC X(1)     VALUE "N".
005700         88  DLJ8-NEW-EOF                        VALUE "Y".
005800     05  DLJ8-MATCH-SW             PIC X(1)     VALUE "N".
005900         88  DLJ8-LINES-MATCH                    VALUE "Y".
006000 01  DLJ8-RUN-DATE                 PIC 9(8).
006100 01  DLJ8-LISTED-MAX               PIC S9(4) COMP VALUE 50.
006200 01  DLJ8-COUNTERS.
006300     05  DLJ8-OLD-READ             PIC S9(8) COMP VALUE ZERO.
006400     05  DLJ8-NEW-READ             PIC S9(8) COMP VALUE ZERO.
006500     05  DLJ8-LINE-NBR             PIC S9(8) COMP VALUE ZERO.
006600     05  DLJ8-DIFFERENCES          PIC S9(8) COMP VALUE ZERO.
006700     05  DLJ8-LISTED               PIC S9(4) COMP VALUE ZERO.
006800*----------------------------------------------------------------
006900*    REPORT LINES
007000*----------------------------------------------------------------
007100 01  DLJ8-HEADING-1.
007200     05  FILLER                    PIC X(44)
007300         VALUE "PARALLEL-RUN OUTPUT COMPARE".
007400 01  DLJ8-COLUMN-HEADING.
007500     05  FILLER                   PIC X(11) VALUE "LINE".
007600     05  FILLER                   PIC X(6)  VALUE "SIDE".
007700     05  FILLER                   PIC X(100) VALUE "TEXT".
007800 01  DLJ8-DETAIL-LINE.
007900     05  DLJ8-D-LINE-NBR           PIC ZZZZZZZ9.
008000     05  FILLER                    PIC X(3)  VALUE SPACES.
008100     05  DLJ8-D-SIDE               PIC X(3).
008200     05  FILLER                    PIC X(3)  VALUE SPACES.
008300     05  DLJ8-D-TEXT               PIC X(100).
008400 01  DLJ8-TOTAL-LINE.
008500     05  DLJ8-T-LABEL              PIC X(32).
008600     05  DLJ8-T-COUNT              PIC ZZZ,ZZZ,ZZ9.
008700 01  DLJ8-RESULT-LINE              PIC X(60).
008800*----------------------------------------------------------------
008900*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
009000*----------------------------------------------------------------
009100 01  DL903-PARMS.
009200     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL198".
009300     05  DL903-REC-TYPE            PIC X(1).
009400     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
009500*----------------------------------------------------------------
009600*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
009700*----------------------------------------------------------------
009800 01  DL902-DATES.
009900     05  DL902-EXEC-DATE           PIC 9(8).
010000 01  DL902-EXEC-LINE.
010100     05  FILLER                    PIC X(14)
010200         VALUE "BUSINESS DATE ".
010300     05  DL902-EL-BUS              PIC 9(8).
010400     05  FILLER                    PIC X(11)
010500         VALUE "  EXECUTED ".
010600     05  DL902-EL-EXEC             PIC 9(8).
010700 PROCEDURE DIVISION.
010800*================================================================
010900*    0000-MAINLINE
011000*================================================================
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
011300     MOVE "S"                      TO DL903-REC-TYPE
011400     CALL "DL903" USING DL903-PARMS
011500     PERFORM 2000-COMPARE-LINE      THRU 2000-EXIT
011600         UNTIL DLJ8-OLD-EOF AND DLJ8-NEW-EOF
011700     PERFORM 3000-TERMINATE         THRU 3000-EXIT
011800     MOVE "E"                      TO DL903-REC-TYPE
011900     MOVE DLJ8-OLD-READ TO DL903-REC-COUNT
012000     CALL "DL903" USING DL903-PARMS
012100     GOBACK.
012200*================================================================
012300*    1000-INITIALIZE
012400*================================================================
012500 1000-INITIALIZE.
012600     CALL "DL902" USING DLJ8-RUN-DATE DL902-EXEC-DATE
012700     OPEN INPUT  DL198-OLD-FILE
012800     OPEN INPUT  DL198-NEW-FILE
012900     OPEN OUTPUT DL198-RPT-FILE
013000     WRITE DL198-RPT-LINE FROM DLJ8-HEADING-1
013100     MOVE DLJ8-RUN-DATE TO DL902-EL-BUS
013200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
013300     WRITE DL198-RPT-LINE FROM DL902-EXEC-LINE
013400     WRITE DL198-RPT-LINE FROM SPACES
013500     WRITE DL198-RPT-LINE FROM DLJ8-COLUMN-HEADING
013600     PERFORM 8000-READ-OLD          THRU 8000-EXIT
013700     PERFORM 8100-READ-NEW          THRU 8100-EXIT.
013800 1000-EXIT.
013900     EXIT.
014000*================================================================
014100*    2000-COMPARE-LINE  -  A LINE PRESENT ON ONE SIDE ONLY IS A  *
014200*                          DIFFERENCE LIKE ANY OTHER             *
014300*================================================================
014400 2000-COMPARE-LINE.
014500     ADD 1 TO DLJ8-LINE-NBR
014600     MOVE "N"                      TO DLJ8-MATCH-SW
014700     IF DLJ8-OLD-EOF OR DLJ8-NEW-EOF
014800         GO TO 2000-CHECK
014900     END-IF
015000     IF DL198-OLD-LINE = DL198-NEW-LINE
015100         SET DLJ8-LINES-MATCH      TO TRUE
015200         GO TO 2000-CHECK
015300     END-IF
015400*    THE RUN-DATE LINE: ONLY THE BUSINESS DATE MUST AGREE
015500     IF DL198-OLD-LINE(1:14) = "BUSINESS DATE "
015600         AND DL198-OLD-LINE(1:33) = DL198-NEW-LINE(1:33)
015700         AND DL198-OLD-LINE(42:959) = DL198-NEW-LINE(42:959)
015800         SET DLJ8-LINES-MATCH      TO TRUE
015900     END-IF.
016000 2000-CHECK.
016100     IF NOT DLJ8-LINES-MATCH
016200         ADD 1 TO DLJ8-DIFFERENCES
016300         PERFORM 2100-LIST-DIFFERENCE THRU 2100-EXIT
016400     END-IF
016500     IF NOT DLJ8-OLD-EOF
016600         PERFORM 8000-READ-OLD      THRU 8000-EXIT
016700     END-IF
016800     IF NOT DLJ8-NEW-EOF
016900         PERFORM 8100-READ-NEW      THRU 8100-EXIT
017000     END-IF.
017100 2000-EXIT.
017200     EXIT.
017300*================================================================
017400*    2100-LIST-DIFFERENCE  -  BOTH SIDES OF THE LINE, UP TO THE  *
017500*                             LISTING LIMIT                      *
017600*================================================================
017700 2100-LIST-DIFFERENCE.
017800     IF DLJ8-LISTED >= DLJ8-LISTED-MAX
017900         GO TO 2100-EXIT
018000     END-IF
018100     ADD 1 TO DLJ8-LISTED
018200     MOVE DLJ8-LINE-NBR            TO DLJ8-D-LINE-NBR
018300     MOVE "OLD"                    TO DLJ8-D-SIDE
018400     IF DLJ8-OLD-EOF
018500         MOVE "** NO LINE **"      TO DLJ8-D-TEXT
018600     ELSE
018700         MOVE DL198-OLD-LINE       TO DLJ8-D-TEXT
018800     END-IF
018900     WRITE DL198-RPT-LINE FROM DLJ8-DETAIL-LINE
019000     MOVE "NEW"                    TO DLJ8-D-SIDE
019100     IF DLJ8-NEW-EOF
019200         MOVE "** NO LINE **"      TO DLJ8-D-TEXT
019300     ELSE
019400         MOVE DL198-NEW-LINE       TO DLJ8-D-TEXT
019500     END-IF
019600     WRITE DL198-RPT-LINE FROM DLJ8-DETAIL-LINE.
019700 2100-EXIT.
019800     EXIT.
019900*================================================================
020000*    3000-TERMINATE
020100*================================================================
020200 3000-TERMINATE.
020300     WRITE DL198-RPT-LINE FROM SPACES
020400     MOVE "LINES READ - LOCKSTEP RUN"   TO DLJ8-T-LABEL
020500     MOVE DLJ8-OLD-READ            TO DLJ8-T-COUNT
020600     WRITE DL198-RPT-LINE FROM DLJ8-TOTAL-LINE
020700     MOVE "LINES READ - CLAIM-VIEW RUN" TO DLJ8-T-LABEL
020800     MOVE DLJ8-NEW-READ            TO DLJ8-T-COUNT
020900     WRITE DL198-RPT-LINE FROM DLJ8-TOTAL-LINE
021000     MOVE "LINES DIFFERING"        TO DLJ8-T-LABEL
021100     MOVE DLJ8-DIFFERENCES         TO DLJ8-T-COUNT
021200     WRITE DL198-RPT-LINE FROM DLJ8-TOTAL-LINE
021300     IF DLJ8-DIFFERENCES = ZERO
021400         MOVE "OUTPUTS IDENTICAL"  TO DLJ8-RESULT-LINE
021500     ELSE
021600         MOVE "OUTPUTS DIFFER - CUTOVER NOT PROVED"
021700                                   TO DLJ8-RESULT-LINE
021800         MOVE 4                    TO RETURN-CODE
021900     END-IF
022000     WRITE DL198-RPT-LINE FROM SPACES
022100     WRITE DL198-RPT-LINE FROM DLJ8-RESULT-LINE
022200     DISPLAY "DL198: " DLJ8-RESULT-LINE
022300     CLOSE DL198-OLD-FILE
022400     CLOSE DL198-NEW-FILE
022500     CLOSE DL198-RPT-FILE.
022600 3000-EXIT.
022700     EXIT.
022800*================================================================
022900*    8000-READ-OLD
023000*================================================================
023100 8000-READ-OLD.
023200     READ DL198-OLD-FILE
023300         AT END
023400             SET DLJ8-OLD-EOF TO TRUE
023500     END-READ
023600     IF NOT DLJ8-OLD-EOF
023700         ADD 1 TO DLJ8-OLD-READ
023800     END-IF.
023900 8000-EXIT.
024000     EXIT.
024100*================================================================
024200*    8100-READ-NEW
024300*================================================================
024400 8100-READ-NEW.
024500     READ DL198-NEW-FILE
024600         AT END
024700             SET DLJ8-NEW-EOF TO TRUE
024800     END-READ
024900     IF NOT DLJ8-NEW-EOF
025000         ADD 1 TO DLJ8-NEW-READ
025100     END-IF.
025200 8100-EXIT.
025300     EXIT.
