000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL149.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MONTHLY LATE-SUBMISSION
001100*                   SUMMARY.  THE MONTH'S NIGHTLY DL148EXC
001200*                   TIMELY-FILING EXCEPTIONS (CONCATENATED IN
001300*                   THE JOB STREAM) ARE TOTALED FOR THE RUN
001400*                   MONTH (THE DL104 CONVENTION): LATE CLAIMS
001500*                   PAID IN THE MONTH, BY PACKAGE AND BY
001600*                   SUBMITTING PROVIDER (CLH-CONT-PRV), WITH
001700*                   THE PENDED-NEARING-LIMIT WARNINGS BY
001800*                   PACKAGE.  A PROVIDER WITH MORE THAN ONE
001900*                   LATE CLAIM IN THE MONTH IS MARKED A REPEAT
002000*                   LATE FILER FOR PROVIDER RELATIONS.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DL148-EXC-FILE     ASSIGN TO DL148EXC
002900            ORGANIZATION IS SEQUENTIAL.
003000     SELECT DL149-RPT-FILE     ASSIGN TO DL149RPT
003100            ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  DL148-EXC-FILE
003500     LABEL RECORDS ARE STANDARD.
003600     COPY DL148EXC.
003700 FD  DL149-RPT-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  DL149-RPT-LINE                PIC X(132).
004000 WORKING-STORAGE SECTION.
004100*----------------------------------------------------------------
004200*    DLE9-SWITCHES AND COUNTERS
004300*----------------------------------------------------------------
004400 01  DLE9-SWITCHES.
004500     05  DLE9-EXC-EOF-SW           PIC X(1)     VALUE "N".
004600         88  DLE9-EXC-EOF                        VALUE "Y".
004700*----------------------------------------------------------------
004800*    DLE9-PKG-TABLE  -  TOTALS BY PACKAGE
004900*----------------------------------------------------------------
005000 01  DLE9-PKG-TABLE.
005100     05  DLE9-PKG-COUNT            PIC S9(4) COMP VALUE ZERO.
005200     05  DLE9-PKG-ENTRY OCCURS 500 TIMES.
005300         10  DLE9-K-PKG-NO         PIC 9(3).
005400         10  DLE9-K-LATE-COUNT     PIC S9(8) COMP.
005500         10  DLE9-K-LATE-AMT       PIC S9(13) COMP-3.
005600         10  DLE9-K-WARN-COUNT     PIC S9(8) COMP.
005700*----------------------------------------------------------------
005800*    DLE9-PRV-TABLE  -  LATE CLAIMS BY SUBMITTING PROVIDER
005900*----------------------------------------------------------------
006000 01  DLE9-PRV-TABLE.
006100     05  DLE9-PRV-COUNT            PIC S9(4) COMP VALUE ZERO.
006200     05  DLE9-PRV-ENTRY OCCURS 3000 TIMES.
006300         10  DLE9-P-PRV-ID         PIC X(10).
006400         10  DLE9-P-LATE-COUNT     PIC S9(8) COMP.
006500         10  DLE9-P-LATE-AMT       PIC S9(13) COMP-3.
006600 01  DLE9-WORK-FIELDS.
006700     05  DLE9-SUB                  PIC S9(4) COMP VALUE ZERO.
006800     05  DLE9-PAID-CCYYMM          PIC 9(6).
006900 01  DLE9-DATE-WORK.
007000     05  DLE9-RUN-DATE             PIC 9(8).
007100     05  DLE9-RUN-DATE-R REDEFINES DLE9-RUN-DATE.
007200         10  DLE9-RUN-CCYYMM       PIC 9(6).
007300         10  DLE9-RUN-DD           PIC 9(2).
007400 01  DLE9-COUNTERS.
007500     05  DLE9-EXC-READ             PIC S9(8) COMP VALUE ZERO.
007600     05  DLE9-LATE-TOTAL           PIC S9(8) COMP VALUE ZERO.
007700     05  DLE9-LATE-AMT-TOTAL       PIC S9(13) COMP-3 VALUE ZERO.
007800     05  DLE9-WARN-TOTAL           PIC S9(8) COMP VALUE ZERO.
007900     05  DLE9-REPEAT-PRVS          PIC S9(8) COMP VALUE ZERO.
008000 01  DLE9-HEADING-1.
008100     05  FILLER                    PIC X(44)
008200         VALUE "MONTHLY LATE-SUBMISSION SUMMARY".
008300 01  DLE9-HEADING-2.
008400     05  FILLER                    PIC X(14)
008500         VALUE "REPORT MONTH ".
008600     05  DLE9-H-CCYYMM             PIC 9(6).
008700 01  DLE9-PKG-HEADING.
008800     05  FILLER                   PIC X(6)  VALUE "PKG".
008900     05  FILLER                   PIC X(13) VALUE "LATE PAID".
009000     05  FILLER                   PIC X(18) VALUE "DOLLARS".
009100     05  FILLER                   PIC X(12) VALUE "PENDED-NEAR".
009200 01  DLE9-PKG-LINE.
009300     05  DLE9-G-PKG                PIC 9(3).
009400     05  FILLER                    PIC X(3)  VALUE SPACES.
009500     05  DLE9-G-LATE               PIC ZZZ,ZZ9.
009600     05  FILLER                    PIC X(2)  VALUE SPACES.
009700     05  DLE9-G-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9.
009800     05  FILLER                    PIC X(6)  VALUE SPACES.
009900     05  DLE9-G-WARN               PIC ZZZ,ZZ9.
010000 01  DLE9-PRV-HEADING.
010100     05  FILLER                   PIC X(12) VALUE "PROVIDER".
010200     05  FILLER                   PIC X(13) VALUE "LATE PAID".
010300     05  FILLER                   PIC X(18) VALUE "DOLLARS".
010400 01  DLE9-PRV-LINE.
010500     05  DLE9-V-PRV                PIC X(10).
010600     05  FILLER                    PIC X(2)  VALUE SPACES.
010700     05  DLE9-V-LATE               PIC ZZZ,ZZ9.
010800     05  FILLER                    PIC X(2)  VALUE SPACES.
010900     05  DLE9-V-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9.
011000     05  FILLER                    PIC X(2)  VALUE SPACES.
011100     05  DLE9-V-REPEAT             PIC X(17).
011200 01  DLE9-TOTAL-LINE-1.
011300     05  FILLER                    PIC X(25)
011400         VALUE "LATE CLAIMS PAID".
011500     05  DLE9-T-LATE               PIC ZZZ,ZZZ,ZZ9.
011600     05  FILLER                    PIC X(2)  VALUE SPACES.
011700     05  DLE9-T-LATE-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
011800 01  DLE9-TOTAL-LINE-2.
011900     05  FILLER                    PIC X(25)
012000         VALUE "PENDED NEARING LIMIT".
012100     05  DLE9-T-WARN               PIC ZZZ,ZZZ,ZZ9.
012200 01  DLE9-TOTAL-LINE-3.
012300     05  FILLER                    PIC X(25)
012400         VALUE "REPEAT LATE FILERS".
012500     05  DLE9-T-REPEAT             PIC ZZZ,ZZZ,ZZ9.
012600*----------------------------------------------------------------
012700*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
012800*----------------------------------------------------------------
012900 01  DL903-PARMS.
013000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL149".
013100     05  DL903-REC-TYPE            PIC X(1).
013200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
013300*----------------------------------------------------------------
013400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
013500*----------------------------------------------------------------
013600 01  DL902-DATES.
013700     05  DL902-EXEC-DATE           PIC 9(8).
013800 01  DL902-EXEC-LINE.
013900     05  FILLER                    PIC X(14)
014000         VALUE "BUSINESS DATE ".
014100     05  DL902-EL-BUS              PIC 9(8).
014200     05  FILLER                    PIC X(11)
014300         VALUE "  EXECUTED ".
014400     05  DL902-EL-EXEC             PIC 9(8).
014500 PROCEDURE DIVISION.
014600*================================================================
014700*    0000-MAINLINE
014800*================================================================
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
015100     MOVE "S"                      TO DL903-REC-TYPE
015200     CALL "DL903" USING DL903-PARMS
015300     PERFORM 2000-PROCESS-EXC       THRU 2000-EXIT
015400         UNTIL DLE9-EXC-EOF
015500     PERFORM 3000-TERMINATE         THRU 3000-EXIT
015600     MOVE "E"                      TO DL903-REC-TYPE
015700     MOVE DLE9-EXC-READ TO DL903-REC-COUNT
015800     CALL "DL903" USING DL903-PARMS
015900     GOBACK.
016000*================================================================
016100*    1000-INITIALIZE
016200*================================================================
016300 1000-INITIALIZE.
016400     CALL "DL902" USING DLE9-RUN-DATE DL902-EXEC-DATE
016500     OPEN INPUT  DL148-EXC-FILE
016600     OPEN OUTPUT DL149-RPT-FILE
016700     WRITE DL149-RPT-LINE FROM DLE9-HEADING-1
016800     MOVE DLE9-RUN-DATE TO DL902-EL-BUS
016900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
017000     WRITE DL149-RPT-LINE FROM DL902-EXEC-LINE
017100     MOVE DLE9-RUN-CCYYMM          TO DLE9-H-CCYYMM
017200     WRITE DL149-RPT-LINE FROM DLE9-HEADING-2
017300     PERFORM 8000-READ-EXC          THRU 8000-EXIT.
017400 1000-EXIT.
017500     EXIT.
017600*================================================================
017700*    2000-PROCESS-EXC  -  LATE CLAIMS PAID IN THE RUN MONTH;     *
017800*                         WARNINGS RAISED IN THE RUN MONTH       *
017900*================================================================
018000 2000-PROCESS-EXC.
018100     IF DL148-X-LATE-PAID
018200         COMPUTE DLE9-PAID-CCYYMM = DL148-X-PAID-DT / 100
018300         IF DLE9-PAID-CCYYMM = DLE9-RUN-CCYYMM
018400             PERFORM 2100-FIND-PKG  THRU 2100-EXIT
018500             ADD 1 TO DLE9-K-LATE-COUNT(DLE9-SUB)
018600             ADD DL148-X-PAID-AMT TO DLE9-K-LATE-AMT(DLE9-SUB)
018700             ADD 1 TO DLE9-LATE-TOTAL
018800             ADD DL148-X-PAID-AMT TO DLE9-LATE-AMT-TOTAL
018900             PERFORM 2200-FIND-PRV  THRU 2200-EXIT
019000             ADD 1 TO DLE9-P-LATE-COUNT(DLE9-SUB)
019100             ADD DL148-X-PAID-AMT TO DLE9-P-LATE-AMT(DLE9-SUB)
019200         END-IF
019300     END-IF
019400     IF DL148-X-APPROACHING
019500         PERFORM 2100-FIND-PKG      THRU 2100-EXIT
019600         ADD 1 TO DLE9-K-WARN-COUNT(DLE9-SUB)
019700         ADD 1 TO DLE9-WARN-TOTAL
019800     END-IF
019900     PERFORM 8000-READ-EXC          THRU 8000-EXIT.
020000 2000-EXIT.
020100     EXIT.
020200*================================================================
020300*    2100-FIND-PKG  -  FIND OR ADD THE PACKAGE'S ROW             *
020400*================================================================
020500 2100-FIND-PKG.
020600     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
020700         VARYING DLE9-SUB FROM 1 BY 1
020800         UNTIL DLE9-SUB > DLE9-PKG-COUNT
020900         OR DLE9-K-PKG-NO(DLE9-SUB) = DL148-X-PKG-NO
021000     IF DLE9-SUB > DLE9-PKG-COUNT
021100         IF DLE9-PKG-COUNT >= 500
021200             PERFORM 9900-PKG-ABORT THRU 9900-EXIT
021300         END-IF
021400         ADD 1 TO DLE9-PKG-COUNT
021500         MOVE DLE9-PKG-COUNT       TO DLE9-SUB
021600         MOVE DL148-X-PKG-NO       TO DLE9-K-PKG-NO(DLE9-SUB)
021700         MOVE ZERO                 TO DLE9-K-LATE-COUNT(DLE9-SUB)
021800         MOVE ZERO                 TO DLE9-K-LATE-AMT(DLE9-SUB)
021900         MOVE ZERO                 TO DLE9-K-WARN-COUNT(DLE9-SUB)
022000     END-IF.
022100 2100-EXIT.
022200     EXIT.
022300*================================================================
022400*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
022500*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
022600*                      PERFORM THAT CALLS THIS                   *
022700*================================================================
022800 2190-SCAN-ONE.
022900     CONTINUE.
023000 2190-EXIT.
023100     EXIT.
023200*================================================================
023300*    2200-FIND-PRV  -  FIND OR ADD THE PROVIDER'S ROW            *
023400*================================================================
023500 2200-FIND-PRV.
023600     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
023700         VARYING DLE9-SUB FROM 1 BY 1
023800         UNTIL DLE9-SUB > DLE9-PRV-COUNT
023900         OR DLE9-P-PRV-ID(DLE9-SUB) = DL148-X-PRV-ID
024000     IF DLE9-SUB > DLE9-PRV-COUNT
024100         IF DLE9-PRV-COUNT >= 3000
024200             PERFORM 9910-PRV-ABORT THRU 9910-EXIT
024300         END-IF
024400         ADD 1 TO DLE9-PRV-COUNT
024500         MOVE DLE9-PRV-COUNT       TO DLE9-SUB
024600         MOVE DL148-X-PRV-ID       TO DLE9-P-PRV-ID(DLE9-SUB)
024700         MOVE ZERO                 TO DLE9-P-LATE-COUNT(DLE9-SUB)
024800         MOVE ZERO                 TO DLE9-P-LATE-AMT(DLE9-SUB)
024900     END-IF.
025000 2200-EXIT.
025100     EXIT.
025200*================================================================
025300*    3000-TERMINATE
025400*================================================================
025500 3000-TERMINATE.
025600     WRITE DL149-RPT-LINE FROM SPACES
025700     WRITE DL149-RPT-LINE FROM DLE9-PKG-HEADING
025800     PERFORM 3100-WRITE-ONE-PKG     THRU 3100-EXIT
025900         VARYING DLE9-SUB FROM 1 BY 1
026000         UNTIL DLE9-SUB > DLE9-PKG-COUNT
026100     WRITE DL149-RPT-LINE FROM SPACES
026200     WRITE DL149-RPT-LINE FROM DLE9-PRV-HEADING
026300     PERFORM 3200-WRITE-ONE-PRV     THRU 3200-EXIT
026400         VARYING DLE9-SUB FROM 1 BY 1
026500         UNTIL DLE9-SUB > DLE9-PRV-COUNT
026600     MOVE DLE9-LATE-TOTAL          TO DLE9-T-LATE
026700     MOVE DLE9-LATE-AMT-TOTAL      TO DLE9-T-LATE-AMT
026800     MOVE DLE9-WARN-TOTAL          TO DLE9-T-WARN
026900     MOVE DLE9-REPEAT-PRVS         TO DLE9-T-REPEAT
027000     WRITE DL149-RPT-LINE FROM SPACES
027100     WRITE DL149-RPT-LINE FROM DLE9-TOTAL-LINE-1
027200     WRITE DL149-RPT-LINE FROM DLE9-TOTAL-LINE-2
027300     WRITE DL149-RPT-LINE FROM DLE9-TOTAL-LINE-3
027400     CLOSE DL148-EXC-FILE
027500     CLOSE DL149-RPT-FILE.
027600 3000-EXIT.
027700     EXIT.
027800*================================================================
027900*    3100-WRITE-ONE-PKG
028000*================================================================
028100 3100-WRITE-ONE-PKG.
028200     MOVE DLE9-K-PKG-NO(DLE9-SUB)     TO DLE9-G-PKG
028300     MOVE DLE9-K-LATE-COUNT(DLE9-SUB) TO DLE9-G-LATE
028400     MOVE DLE9-K-LATE-AMT(DLE9-SUB)   TO DLE9-G-AMT
028500     MOVE DLE9-K-WARN-COUNT(DLE9-SUB) TO DLE9-G-WARN
028600     WRITE DL149-RPT-LINE FROM DLE9-PKG-LINE.
028700 3100-EXIT.
028800     EXIT.
028900*================================================================
029000*    3200-WRITE-ONE-PRV
029100*================================================================
029200 3200-WRITE-ONE-PRV.
029300     MOVE DLE9-P-PRV-ID(DLE9-SUB)     TO DLE9-V-PRV
029400     MOVE DLE9-P-LATE-COUNT(DLE9-SUB) TO DLE9-V-LATE
029500     MOVE DLE9-P-LATE-AMT(DLE9-SUB)   TO DLE9-V-AMT
029600     MOVE SPACES                      TO DLE9-V-REPEAT
029700     IF DLE9-P-LATE-COUNT(DLE9-SUB) > 1
029800         MOVE "REPEAT LATE FILER"     TO DLE9-V-REPEAT
029900         ADD 1 TO DLE9-REPEAT-PRVS
030000     END-IF
030100     WRITE DL149-RPT-LINE FROM DLE9-PRV-LINE.
030200 3200-EXIT.
030300     EXIT.
030400*================================================================
030500*    8000-READ-EXC
030600*================================================================
030700 8000-READ-EXC.
030800     READ DL148-EXC-FILE
030900         AT END
031000             SET DLE9-EXC-EOF TO TRUE
031100     END-READ
031200     IF NOT DLE9-EXC-EOF
031300         ADD 1 TO DLE9-EXC-READ
031400     END-IF.
031500 8000-EXIT.
031600     EXIT.
031700*================================================================
031800*    9900-PKG-ABORT  -  MORE PACKAGES THAN THE 500-ENTRY TABLE   *
031900*================================================================
032000 9900-PKG-ABORT.
032100     DISPLAY "DL149: PACKAGES EXCEED THE 500-ENTRY TABLE"
032200     MOVE 8                        TO RETURN-CODE
032300     GOBACK.
032400 9900-EXIT.
032500     EXIT.
032600*================================================================
032700*    9910-PRV-ABORT  -  MORE PROVIDERS THAN THE 3000-ENTRY TABLE *
032800*================================================================
032900 9910-PRV-ABORT.
033000     DISPLAY "DL149: PROVIDERS EXCEED THE 3000-ENTRY TABLE"
033100     MOVE 8                        TO RETURN-CODE
033200     GOBACK.
033300 9910-EXIT.
033400     EXIT.
