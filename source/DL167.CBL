000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL167.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MONTHLY APPEALS OVERTURN-
001100*                   RATE SUMMARY.  EVERY APPEAL ON THE DL165APL
001200*                   MASTER CLOSED WITH A DECISION DATE IN THE
001300*                   CALENDAR MONTH BEFORE THE BUSINESS DATE IS
001400*                   SORTED BY DENIAL REASON (THE CLAIM'S
001500*                   CLH-RMK-CD) AND COUNTED AS UPHELD,
001600*                   OVERTURNED, PARTIALLY OVERTURNED OR
001700*                   WITHDRAWN.  THE OVERTURN RATE IS FULL PLUS
001800*                   PARTIAL OVERTURNS OVER ALL DECIDED APPEALS;
001900*                   WITHDRAWALS ARE SHOWN BUT NOT RATED.  CLOSES
002000*                   MADE AFTER THE DUE DATE ARE COUNTED AS LATE.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DL165-APL-FILE     ASSIGN TO DL165APL
002900            ORGANIZATION IS SEQUENTIAL.
003000     SELECT DL167-SORT-FILE    ASSIGN TO DL167SORT.
003100     SELECT DL167-RPT-FILE     ASSIGN TO DL167RPT
003200            ORGANIZATION IS LINE SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  DL165-APL-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY DL165APL.
003800 SD  DL167-SORT-FILE.
003900 01  DLG7-SORT-RECORD.
004000     05  DLG7-S-DENIAL-RSN         PIC X(4).
004100     05  DLG7-S-DECISION           PIC X(1).
004200         88  DLG7-S-UPHELD                    VALUE "U".
004300         88  DLG7-S-OVERTURNED                VALUE "O".
004400         88  DLG7-S-PARTIAL                   VALUE "P".
004500         88  DLG7-S-WITHDRAWN                 VALUE "W".
004600     05  DLG7-S-LATE-SW            PIC X(1).
004700         88  DLG7-S-LATE                      VALUE "Y".
004800 FD  DL167-RPT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  DL167-RPT-LINE                PIC X(132).
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300*    DLG7-SWITCHES AND COUNTERS
005400*----------------------------------------------------------------
005500 01  DLG7-SWITCHES.
005600     05  DLG7-APL-EOF-SW           PIC X(1)     VALUE "N".
005700         88  DLG7-APL-EOF                        VALUE "Y".
005800     05  DLG7-SORT-EOF-SW          PIC X(1)     VALUE "N".
005900         88  DLG7-SORT-EOF                       VALUE "Y".
006000*----------------------------------------------------------------
006100*    DLG7-REASON-COUNTS  -  ONE DENIAL REASON; DLG7-ALL-COUNTS   *
006200*    HAS THE SAME FOR THE WHOLE MONTH                            *
006300*----------------------------------------------------------------
006400 01  DLG7-REASON-COUNTS.
006500     05  DLG7-R-UPHELD             PIC S9(7) COMP.
006600     05  DLG7-R-OVERTURNED         PIC S9(7) COMP.
006700     05  DLG7-R-PARTIAL            PIC S9(7) COMP.
006800     05  DLG7-R-WITHDRAWN          PIC S9(7) COMP.
006900     05  DLG7-R-LATE               PIC S9(7) COMP.
007000 01  DLG7-ALL-COUNTS.
007100     05  DLG7-A-UPHELD             PIC S9(7) COMP VALUE ZERO.
007200     05  DLG7-A-OVERTURNED         PIC S9(7) COMP VALUE ZERO.
007300     05  DLG7-A-PARTIAL            PIC S9(7) COMP VALUE ZERO.
007400     05  DLG7-A-WITHDRAWN          PIC S9(7) COMP VALUE ZERO.
007500     05  DLG7-A-LATE               PIC S9(7) COMP VALUE ZERO.
007600 01  DLG7-WORK-FIELDS.
007700     05  DLG7-CUR-RSN              PIC X(4).
007800     05  DLG7-DECIDED              PIC S9(7) COMP.
007900     05  DLG7-RATE                 PIC S9(3)V9(2) COMP-3.
008000 01  DLG7-DATE-WORK.
008100     05  DLG7-RUN-DATE             PIC 9(8).
008200     05  DLG7-WORK-DATE            PIC 9(8).
008300     05  DLG7-WORK-DATE-R REDEFINES DLG7-WORK-DATE.
008400         10  DLG7-WORK-YYYY        PIC 9(4).
008500         10  DLG7-WORK-MM          PIC 9(2).
008600         10  DLG7-WORK-DD          PIC 9(2).
008700     05  DLG7-CNV-MO               PIC S9(8) COMP.
008800     05  DLG7-CNV-YYYY             PIC 9(4).
008900     05  DLG7-CNV-REM              PIC 9(2).
009000     05  DLG7-CNV-YYYYMM           PIC 9(6).
009100     05  DLG7-FROM-DT              PIC 9(8).
009200     05  DLG7-TO-DT                PIC 9(8).
009300 01  DLG7-COUNTERS.
009400     05  DLG7-APL-READ             PIC S9(8) COMP VALUE ZERO.
009500     05  DLG7-APL-CLOSED           PIC S9(8) COMP VALUE ZERO.
009600     05  DLG7-REASONS-RPT          PIC S9(8) COMP VALUE ZERO.
009700 01  DLG7-HEADING-1.
009800     05  FILLER                    PIC X(44)
009900         VALUE "APPEALS OVERTURN RATE BY DENIAL REASON".
010000 01  DLG7-HEADING-2.
010100     05  FILLER                    PIC X(15)
010200         VALUE "DECISIONS FROM ".
010300     05  DLG7-H-FROM-DT            PIC 9(8).
010400     05  FILLER                    PIC X(6)  VALUE " THRU ".
010500     05  DLG7-H-TO-DT              PIC 9(8).
010600 01  DLG7-COLUMN-HEADING.
010700     05  FILLER                   PIC X(10) VALUE "REASON".
010800     05  FILLER                   PIC X(10) VALUE "UPHELD".
010900     05  FILLER                   PIC X(12) VALUE "OVERTURNED".
011000     05  FILLER                   PIC X(10) VALUE "PARTIAL".
011100     05  FILLER                   PIC X(11) VALUE "WITHDRAWN".
011200     05  FILLER                   PIC X(10) VALUE "DECIDED".
011300     05  FILLER                   PIC X(12) VALUE "OVERTURN %".
011400     05  FILLER                   PIC X(10) VALUE "LATE".
011500 01  DLG7-DETAIL-LINE.
011600     05  DLG7-D-REASON             PIC X(4).
011700     05  FILLER                    PIC X(4)  VALUE SPACES.
011800     05  DLG7-D-UPHELD             PIC ZZZ,ZZ9.
011900     05  FILLER                    PIC X(3)  VALUE SPACES.
012000     05  DLG7-D-OVERTURNED         PIC ZZZ,ZZ9.
012100     05  FILLER                    PIC X(5)  VALUE SPACES.
012200     05  DLG7-D-PARTIAL            PIC ZZZ,ZZ9.
012300     05  FILLER                    PIC X(3)  VALUE SPACES.
012400     05  DLG7-D-WITHDRAWN          PIC ZZZ,ZZ9.
012500     05  FILLER                    PIC X(4)  VALUE SPACES.
012600     05  DLG7-D-DECIDED            PIC ZZZ,ZZ9.
012700     05  FILLER                    PIC X(5)  VALUE SPACES.
012800     05  DLG7-D-RATE               PIC ZZ9.99.
012900     05  FILLER                    PIC X(4)  VALUE SPACES.
013000     05  DLG7-D-LATE               PIC ZZZ,ZZ9.
013100 01  DLG7-TOTAL-LINE-1.
013200     05  FILLER                    PIC X(25)
013300         VALUE "APPEALS READ".
013400     05  DLG7-T-APL-READ           PIC ZZZ,ZZ9.
013500 01  DLG7-TOTAL-LINE-2.
013600     05  FILLER                    PIC X(25)
013700         VALUE "CLOSED IN MONTH".
013800     05  DLG7-T-APL-CLOSED         PIC ZZZ,ZZ9.
013900 01  DLG7-TOTAL-LINE-3.
014000     05  FILLER                    PIC X(25)
014100         VALUE "DENIAL REASONS".
014200     05  DLG7-T-REASONS            PIC ZZZ,ZZ9.
014300*----------------------------------------------------------------
014400*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
014500*----------------------------------------------------------------
014600 01  DL903-PARMS.
014700     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL167".
014800     05  DL903-REC-TYPE            PIC X(1).
014900     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
015000*----------------------------------------------------------------
015100*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
015200*----------------------------------------------------------------
015300 01  DL902-DATES.
015400     05  DL902-EXEC-DATE           PIC 9(8).
015500 01  DL902-EXEC-LINE.
015600     05  FILLER                    PIC X(14)
015700         VALUE "BUSINESS DATE ".
015800     05  DL902-EL-BUS              PIC 9(8).
015900     05  FILLER                    PIC X(11)
016000         VALUE "  EXECUTED ".
016100     05  DL902-EL-EXEC             PIC 9(8).
016200 PROCEDURE DIVISION.
016300*================================================================
016400*    0000-MAINLINE
016500*================================================================
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016800     MOVE "S"                      TO DL903-REC-TYPE
016900     CALL "DL903" USING DL903-PARMS
017000     SORT DL167-SORT-FILE
017100         ON ASCENDING KEY DLG7-S-DENIAL-RSN
017200         INPUT PROCEDURE IS 2000-SELECT-APPEALS
017300             THRU 2999-EXIT
017400         OUTPUT PROCEDURE IS 3000-SUMMARIZE
017500             THRU 3999-EXIT
017600     PERFORM 4000-TERMINATE         THRU 4000-EXIT
017700     MOVE "E"                      TO DL903-REC-TYPE
017800     MOVE DLG7-APL-READ TO DL903-REC-COUNT
017900     CALL "DL903" USING DL903-PARMS
018000     GOBACK.
018100*================================================================
018200*    1000-INITIALIZE  -  THE MONTH IS THE CALENDAR MONTH BEFORE  *
018300*                        THE BUSINESS DATE'S                     *
018400*================================================================
018500 1000-INITIALIZE.
018600     CALL "DL902" USING DLG7-RUN-DATE DL902-EXEC-DATE
018700     MOVE DLG7-RUN-DATE            TO DLG7-WORK-DATE
018800     COMPUTE DLG7-CNV-MO =
018900         DLG7-WORK-YYYY * 12 + DLG7-WORK-MM - 2
019000     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
019100     COMPUTE DLG7-FROM-DT = DLG7-CNV-YYYYMM * 100 + 1
019200     COMPUTE DLG7-TO-DT = DLG7-CNV-YYYYMM * 100 + 31
019300     OPEN INPUT  DL165-APL-FILE
019400     OPEN OUTPUT DL167-RPT-FILE
019500     WRITE DL167-RPT-LINE FROM DLG7-HEADING-1
019600     MOVE DLG7-RUN-DATE TO DL902-EL-BUS
019700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
019800     WRITE DL167-RPT-LINE FROM DL902-EXEC-LINE
019900     MOVE DLG7-FROM-DT             TO DLG7-H-FROM-DT
020000     MOVE DLG7-TO-DT               TO DLG7-H-TO-DT
020100     WRITE DL167-RPT-LINE FROM DLG7-HEADING-2
020200     WRITE DL167-RPT-LINE FROM SPACES
020300     WRITE DL167-RPT-LINE FROM DLG7-COLUMN-HEADING.
020400 1000-EXIT.
020500     EXIT.
020600*================================================================
020700*    2000-SELECT-APPEALS  -  INPUT PROCEDURE: APPEALS CLOSED IN  *
020800*                            THE MONTH                           *
020900*================================================================
021000 2000-SELECT-APPEALS.
021100     PERFORM 8000-READ-APL          THRU 8000-EXIT
021200     PERFORM 2200-SELECT-ONE        THRU 2200-EXIT
021300         UNTIL DLG7-APL-EOF
021400     GO TO 2999-EXIT.
021500 2000-EXIT.
021600     EXIT.
021700*================================================================
021800*    2200-SELECT-ONE
021900*================================================================
022000 2200-SELECT-ONE.
022100     IF NOT DL165-A-CLOSED
022200         OR DL165-A-DECISION-DT < DLG7-FROM-DT
022300         OR DL165-A-DECISION-DT > DLG7-TO-DT
022400         GO TO 2200-READ-NEXT
022500     END-IF
022600     ADD 1 TO DLG7-APL-CLOSED
022700     MOVE DL165-A-DENIAL-RSN       TO DLG7-S-DENIAL-RSN
022800     MOVE DL165-A-DECISION         TO DLG7-S-DECISION
022900     MOVE "N"                      TO DLG7-S-LATE-SW
023000     IF DL165-A-DECISION-DT > DL165-A-DUE-DT
023100         SET DLG7-S-LATE           TO TRUE
023200     END-IF
023300     RELEASE DLG7-SORT-RECORD.
023400 2200-READ-NEXT.
023500     PERFORM 8000-READ-APL          THRU 8000-EXIT.
023600 2200-EXIT.
023700     EXIT.
023800 2999-EXIT.
023900     EXIT.
024000*================================================================
024100*    3000-SUMMARIZE  -  OUTPUT PROCEDURE: ONE LINE PER DENIAL    *
024200*                       REASON                                   *
024300*================================================================
024400 3000-SUMMARIZE.
024500     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
024600     PERFORM 3200-ONE-REASON        THRU 3200-EXIT
024700         UNTIL DLG7-SORT-EOF
024800     GO TO 3999-EXIT.
024900 3000-EXIT.
025000     EXIT.
025100*================================================================
025200*    3100-RETURN-SORT
025300*================================================================
025400 3100-RETURN-SORT.
025500     RETURN DL167-SORT-FILE
025600         AT END
025700             SET DLG7-SORT-EOF TO TRUE
025800     END-RETURN.
025900 3100-EXIT.
026000     EXIT.
026100*================================================================
026200*    3200-ONE-REASON
026300*================================================================
026400 3200-ONE-REASON.
026500     MOVE DLG7-S-DENIAL-RSN        TO DLG7-CUR-RSN
026600     INITIALIZE DLG7-REASON-COUNTS
026700     PERFORM 3210-COUNT-ONE         THRU 3210-EXIT
026800         UNTIL DLG7-SORT-EOF
026900         OR DLG7-S-DENIAL-RSN NOT = DLG7-CUR-RSN
027000     ADD 1 TO DLG7-REASONS-RPT
027100     ADD DLG7-R-UPHELD             TO DLG7-A-UPHELD
027200     ADD DLG7-R-OVERTURNED         TO DLG7-A-OVERTURNED
027300     ADD DLG7-R-PARTIAL            TO DLG7-A-PARTIAL
027400     ADD DLG7-R-WITHDRAWN          TO DLG7-A-WITHDRAWN
027500     ADD DLG7-R-LATE               TO DLG7-A-LATE
027600     MOVE DLG7-CUR-RSN             TO DLG7-D-REASON
027700     IF DLG7-CUR-RSN = SPACES
027800         MOVE "NONE"               TO DLG7-D-REASON
027900     END-IF
028000     PERFORM 3300-WRITE-LINE        THRU 3300-EXIT.
028100 3200-EXIT.
028200     EXIT.
028300*================================================================
028400*    3210-COUNT-ONE
028500*================================================================
028600 3210-COUNT-ONE.
028700     EVALUATE TRUE
028800         WHEN DLG7-S-UPHELD
028900             ADD 1 TO DLG7-R-UPHELD
029000         WHEN DLG7-S-OVERTURNED
029100             ADD 1 TO DLG7-R-OVERTURNED
029200         WHEN DLG7-S-PARTIAL
029300             ADD 1 TO DLG7-R-PARTIAL
029400         WHEN OTHER
029500             ADD 1 TO DLG7-R-WITHDRAWN
029600     END-EVALUATE
029700     IF DLG7-S-LATE
029800         ADD 1 TO DLG7-R-LATE
029900     END-IF
030000     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
030100 3210-EXIT.
030200     EXIT.
030300*================================================================
030400*    3300-WRITE-LINE  -  WITHDRAWN APPEALS ARE NOT DECIDED AND   *
030500*                        STAY OUT OF THE RATE                    *
030600*================================================================
030700 3300-WRITE-LINE.
030800     MOVE DLG7-R-UPHELD            TO DLG7-D-UPHELD
030900     MOVE DLG7-R-OVERTURNED        TO DLG7-D-OVERTURNED
031000     MOVE DLG7-R-PARTIAL           TO DLG7-D-PARTIAL
031100     MOVE DLG7-R-WITHDRAWN         TO DLG7-D-WITHDRAWN
031200     MOVE DLG7-R-LATE              TO DLG7-D-LATE
031300     COMPUTE DLG7-DECIDED = DLG7-R-UPHELD + DLG7-R-OVERTURNED
031400                          + DLG7-R-PARTIAL
031500     MOVE DLG7-DECIDED             TO DLG7-D-DECIDED
031600     MOVE ZERO                     TO DLG7-RATE
031700     IF DLG7-DECIDED > ZERO
031800         COMPUTE DLG7-RATE ROUNDED =
031900             (DLG7-R-OVERTURNED + DLG7-R-PARTIAL) * 100
032000               / DLG7-DECIDED
032100     END-IF
032200     MOVE DLG7-RATE                TO DLG7-D-RATE
032300     WRITE DL167-RPT-LINE FROM DLG7-DETAIL-LINE.
032400 3300-EXIT.
032500     EXIT.
032600 3999-EXIT.
032700     EXIT.
032800*================================================================
032900*    4000-TERMINATE  -  ALL REASONS, THEN RUN COUNTS             *
033000*================================================================
033100 4000-TERMINATE.
033200     MOVE DLG7-ALL-COUNTS          TO DLG7-REASON-COUNTS
033300     MOVE "ALL"                    TO DLG7-D-REASON
033400     WRITE DL167-RPT-LINE FROM SPACES
033500     PERFORM 3300-WRITE-LINE        THRU 3300-EXIT
033600     MOVE DLG7-APL-READ            TO DLG7-T-APL-READ
033700     MOVE DLG7-APL-CLOSED          TO DLG7-T-APL-CLOSED
033800     MOVE DLG7-REASONS-RPT         TO DLG7-T-REASONS
033900     WRITE DL167-RPT-LINE FROM SPACES
034000     WRITE DL167-RPT-LINE FROM DLG7-TOTAL-LINE-1
034100     WRITE DL167-RPT-LINE FROM DLG7-TOTAL-LINE-2
034200     WRITE DL167-RPT-LINE FROM DLG7-TOTAL-LINE-3
034300     CLOSE DL165-APL-FILE
034400     CLOSE DL167-RPT-FILE.
034500 4000-EXIT.
034600     EXIT.
034700*================================================================
034800*    8000-READ-APL
034900*================================================================
035000 8000-READ-APL.
035100     READ DL165-APL-FILE
035200         AT END
035300             SET DLG7-APL-EOF TO TRUE
035400     END-READ
035500     IF NOT DLG7-APL-EOF
035600         ADD 1 TO DLG7-APL-READ
035700     END-IF.
035800 8000-EXIT.
035900     EXIT.
036000*================================================================
036100*    8900-MONTH-TO-YYYYMM
036200*================================================================
036300 8900-MONTH-TO-YYYYMM.
036400     DIVIDE DLG7-CNV-MO BY 12 GIVING DLG7-CNV-YYYY
036500         REMAINDER DLG7-CNV-REM
036600     COMPUTE DLG7-CNV-YYYYMM =
036700         DLG7-CNV-YYYY * 100 + DLG7-CNV-REM + 1.
036800 8900-EXIT.
036900     EXIT.
