000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL161.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MONTHLY IBNR CLAIMS LAG
001100*                   TRIANGLE FOR ACTUARIAL RESERVING.  EVERY
001200*                   FINALIZED, PAID CLAIM ON THE KEPT BHS2MCH/
001300*                   BHS3MDE PAIR AND ON THE DL070 ARCHIVE PAIR
001400*                   (DL070AMCH/DL070AMDE, THE SAME LAYOUTS) IS
001500*                   PLACED BY INCURRED MONTH (EARLIEST CLD-FST-DT
001600*                   ON THE CLAIM) AND PAYMENT LAG IN MONTHS
001700*                   (CLH-ACT-PD-DT), IN DOLLARS (CLH-CLM-PAID-
001800*                   AMT) AND CLAIM COUNTS, SEPARATELY FOR EACH
001900*                   LINE OF BUSINESS (CLH-NATURE-OF-BUSINESS)
002000*                   AND SETTING (INPATIENT WHEN CLH-HOSP-ADMN-DT
002100*                   IS SET, THE DL101 READING, ELSE OUTPATIENT).
002200*                   THE VALUATION MONTH IS THE LAST COMPLETE
002300*                   MONTH BEFORE THE BUSINESS DATE AND THE
002400*                   TRIANGLE SPANS THE 24 INCURRED MONTHS ENDING
002500*                   THERE.  VOLUME-WEIGHTED CHAIN-LADDER FACTORS
002600*                   ON CUMULATIVE PAID DOLLARS GIVE EACH INCURRED
002700*                   MONTH ITS FACTOR TO ULTIMATE (NO TAIL PAST
002800*                   LAG 23), COMPLETION PERCENTAGE AND ESTIMATED
002900*                   UNPAID AMOUNT.  CELLS, FACTORS AND RESERVES
003000*                   GO TO THE DL161TRI EXTRACT FOR ACTUARIAL.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BHS2MCH-FILE     ASSIGN TO BHS2MCH
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BHS3MDE-FILE     ASSIGN TO BHS3MDE
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL070-AMCH-FILE  ASSIGN TO DL070AMCH
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL070-AMDE-FILE  ASSIGN TO DL070AMDE
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL161-TRI-FILE   ASSIGN TO DL161TRI
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL161-RPT-FILE   ASSIGN TO DL161RPT
004900            ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BHS2MCH-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY BHS2MCH.
005500 FD  BHS3MDE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY BHS3MDE.
005800 FD  DL070-AMCH-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  DL070-AMCH-RECORD             PIC X(572).
006100 FD  DL070-AMDE-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  DL070-AMDE-RECORD             PIC X(2640).
006400 FD  DL161-TRI-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY DL161TRI.
006700 FD  DL161-RPT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  DL161-RPT-LINE                PIC X(132).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200*    DLG1-SWITCHES AND COUNTERS
007300*----------------------------------------------------------------
007400 01  DLG1-SWITCHES.
007500     05  DLG1-CLM-EOF-SW           PIC X(1)     VALUE "N".
007600         88  DLG1-CLM-EOF                        VALUE "Y".
007700     05  DLG1-DET-EOF-SW           PIC X(1)     VALUE "N".
007800         88  DLG1-DET-EOF                        VALUE "Y".
007900     05  DLG1-ARC-EOF-SW           PIC X(1)     VALUE "N".
008000         88  DLG1-ARC-EOF                        VALUE "Y".
008100     05  DLG1-ARC-DET-EOF-SW       PIC X(1)     VALUE "N".
008200         88  DLG1-ARC-DET-EOF                    VALUE "Y".
008300*    SET BY THE CALLER WHEN THE CURRENT CLAIM HAS ITS DETAIL
008400     05  DLG1-DETAIL-SW            PIC X(1)     VALUE "N".
008500         88  DLG1-HAS-DETAIL                     VALUE "Y".
008600*----------------------------------------------------------------
008700*    DLG1-SEG-TABLE  -  ONE TRIANGLE PER LINE OF BUSINESS AND    *
008800*    SETTING: 24 INCURRED MONTHS (OLDEST FIRST) BY LAGS 0-23     *
008900*----------------------------------------------------------------
009000 01  DLG1-SEG-TABLE.
009100     05  DLG1-SEG-COUNT            PIC S9(4) COMP VALUE ZERO.
009200     05  DLG1-SEG-ENTRY OCCURS 20 TIMES.
009300         10  DLG1-S-LOB            PIC X(1).
009400         10  DLG1-S-SETTING        PIC X(1).
009500         10  DLG1-S-ROW OCCURS 24 TIMES.
009600             15  DLG1-S-CELL OCCURS 24 TIMES.
009700                 20  DLG1-S-AMT    PIC S9(13) COMP-3.
009800                 20  DLG1-S-CNT    PIC S9(8) COMP.
009900*----------------------------------------------------------------
010000*    DLG1-DEV-WORK  -  THE SEGMENT BEING DEVELOPED: CUMULATIVE   *
010100*    CELLS, AGE-TO-AGE FACTORS AND FACTORS TO ULTIMATE BY LAG    *
010200*----------------------------------------------------------------
010300 01  DLG1-DEV-WORK.
010400     05  DLG1-D-ROW OCCURS 24 TIMES.
010500         10  DLG1-D-CELL OCCURS 24 TIMES.
010600             15  DLG1-D-CUM-AMT    PIC S9(15) COMP-3.
010700             15  DLG1-D-CUM-CNT    PIC S9(8) COMP.
010800     05  DLG1-D-LAG-ENTRY OCCURS 24 TIMES.
010900         10  DLG1-D-FACTOR         PIC S9(3)V9(6) COMP-3.
011000         10  DLG1-D-CDF            PIC S9(5)V9(6) COMP-3.
011100 01  DLG1-WORK-FIELDS.
011200     05  DLG1-SEG-SUB              PIC S9(4) COMP.
011300     05  DLG1-ROW-SUB              PIC S9(4) COMP.
011400     05  DLG1-LAG-SUB              PIC S9(4) COMP.
011500     05  DLG1-LAST-LAG             PIC S9(4) COMP.
011600     05  DLG1-LN-SUB               PIC S9(4) COMP.
011700     05  DLG1-WORK-LOB             PIC X(1).
011800     05  DLG1-WORK-SETTING         PIC X(1).
011900     05  DLG1-EARLIEST-DT          PIC 9(8).
012000     05  DLG1-WORK-DATE            PIC 9(8).
012100     05  DLG1-WORK-DATE-R REDEFINES DLG1-WORK-DATE.
012200         10  DLG1-WORK-YYYY        PIC 9(4).
012300         10  DLG1-WORK-MM          PIC 9(2).
012400         10  DLG1-WORK-DD          PIC 9(2).
012500     05  DLG1-INC-MO               PIC S9(8) COMP.
012600     05  DLG1-PAID-MO              PIC S9(8) COMP.
012700     05  DLG1-FACTOR-NUM           PIC S9(15) COMP-3.
012800     05  DLG1-FACTOR-DEN           PIC S9(15) COMP-3.
012900     05  DLG1-UNPAID-AMT           PIC S9(15) COMP-3.
013000     05  DLG1-ULTIMATE-AMT         PIC S9(15) COMP-3.
013100     05  DLG1-COMPLETE-PCT         PIC S9(3)V9(2) COMP-3.
013200     05  DLG1-SEG-UNPAID           PIC S9(15) COMP-3.
013300*    MONTH NUMBER (YEAR TIMES 12 PLUS MONTH LESS 1) TO YYYYMM
013400     05  DLG1-CNV-MO               PIC S9(8) COMP.
013500     05  DLG1-CNV-YYYY             PIC 9(4).
013600     05  DLG1-CNV-REM              PIC 9(2).
013700     05  DLG1-CNV-YYYYMM           PIC 9(6).
013800 01  DLG1-DATE-WORK.
013900     05  DLG1-RUN-DATE             PIC 9(8).
014000     05  DLG1-VAL-MO               PIC S9(8) COMP.
014100     05  DLG1-FIRST-MO             PIC S9(8) COMP.
014200     05  DLG1-VAL-YYYYMM           PIC 9(6).
014300 01  DLG1-COUNTERS.
014400     05  DLG1-CLM-READ             PIC S9(8) COMP VALUE ZERO.
014500     05  DLG1-ARC-READ             PIC S9(8) COMP VALUE ZERO.
014600     05  DLG1-IN-TRIANGLE          PIC S9(8) COMP VALUE ZERO.
014700     05  DLG1-NOT-PAID             PIC S9(8) COMP VALUE ZERO.
014800     05  DLG1-OLDER                PIC S9(8) COMP VALUE ZERO.
014900     05  DLG1-PAID-AFTER           PIC S9(8) COMP VALUE ZERO.
015000     05  DLG1-NO-SVC-DT            PIC S9(8) COMP VALUE ZERO.
015100     05  DLG1-BAD-DATES            PIC S9(8) COMP VALUE ZERO.
015200     05  DLG1-TOTAL-UNPAID         PIC S9(15) COMP-3 VALUE ZERO.
015300 01  DLG1-HEADING-1.
015400     05  FILLER                    PIC X(44)
015500         VALUE "IBNR CLAIMS LAG TRIANGLE - VALUATION MONTH ".
015600     05  DLG1-H-VAL-MO             PIC 9(6).
015700 01  DLG1-SEG-HEADING.
015800     05  FILLER                    PIC X(17)
015900         VALUE "LINE OF BUSINESS ".
016000     05  DLG1-SH-LOB               PIC X(1).
016100     05  FILLER                    PIC X(10)
016200         VALUE "  SETTING ".
016300     05  DLG1-SH-SETTING           PIC X(10).
016400 01  DLG1-ROW-HEADING.
016500     05  FILLER                   PIC X(10) VALUE "INCURRED".
016600     05  FILLER                   PIC X(5)  VALUE "LAG".
016700     05  FILLER                   PIC X(18) VALUE "CUM PAID".
016800     05  FILLER                   PIC X(10) VALUE "CLAIMS".
016900     05  FILLER                   PIC X(14) VALUE "TO ULTIMATE".
017000     05  FILLER                   PIC X(10) VALUE "COMPLETE".
017100     05  FILLER                   PIC X(18) VALUE "EST UNPAID".
017200     05  FILLER                   PIC X(18) VALUE "EST ULTIMATE".
017300 01  DLG1-ROW-LINE.
017400     05  DLG1-R-INCURRED           PIC 9(6).
017500     05  FILLER                    PIC X(4)  VALUE SPACES.
017600     05  DLG1-R-LAG                PIC Z9.
017700     05  FILLER                    PIC X(2)  VALUE SPACES.
017800     05  DLG1-R-CUM-PAID           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
017900     05  FILLER                    PIC X(2)  VALUE SPACES.
018000     05  DLG1-R-CLAIMS             PIC ZZZ,ZZ9.
018100     05  FILLER                    PIC X(3)  VALUE SPACES.
018200     05  DLG1-R-CDF                PIC ZZ,ZZ9.999999.
018300     05  FILLER                    PIC X(3)  VALUE SPACES.
018400     05  DLG1-R-COMPLETE           PIC ZZ9.99.
018500     05  FILLER                    PIC X(3)  VALUE SPACES.
018600     05  DLG1-R-UNPAID             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
018700     05  FILLER                    PIC X(2)  VALUE SPACES.
018800     05  DLG1-R-ULTIMATE           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
018900 01  DLG1-FACTOR-LINE.
019000     05  FILLER                    PIC X(16)
019100         VALUE "DEVELOPMENT LAG ".
019200     05  DLG1-F-FROM-LAG           PIC Z9.
019300     05  FILLER                    PIC X(4)  VALUE " TO ".
019400     05  DLG1-F-TO-LAG             PIC Z9.
019500     05  FILLER                    PIC X(9)  VALUE "  FACTOR ".
019600     05  DLG1-F-FACTOR             PIC ZZ9.999999.
019700     05  FILLER                    PIC X(14)
019800         VALUE "  TO ULTIMATE ".
019900     05  DLG1-F-CDF                PIC ZZ,ZZ9.999999.
020000 01  DLG1-SEG-TOTAL-LINE.
020100     05  FILLER                    PIC X(25)
020200         VALUE "SEGMENT ESTIMATED UNPAID".
020300     05  DLG1-ST-UNPAID            PIC ZZZ,ZZZ,ZZZ,ZZ9-.
020400 01  DLG1-TOTAL-LINE-1.
020500     05  FILLER                    PIC X(25)
020600         VALUE "CLAIMS READ - CURRENT".
020700     05  DLG1-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
020800 01  DLG1-TOTAL-LINE-2.
020900     05  FILLER                    PIC X(25)
021000         VALUE "CLAIMS READ - ARCHIVE".
021100     05  DLG1-T-ARC-READ           PIC ZZZ,ZZZ,ZZ9.
021200 01  DLG1-TOTAL-LINE-3.
021300     05  FILLER                    PIC X(25)
021400         VALUE "CLAIMS IN TRIANGLE".
021500     05  DLG1-T-IN-TRIANGLE        PIC ZZZ,ZZZ,ZZ9.
021600 01  DLG1-TOTAL-LINE-4.
021700     05  FILLER                    PIC X(25)
021800         VALUE "NOT FINALIZED OR PAID".
021900     05  DLG1-T-NOT-PAID           PIC ZZZ,ZZZ,ZZ9.
022000 01  DLG1-TOTAL-LINE-5.
022100     05  FILLER                    PIC X(25)
022200         VALUE "INCURRED BEFORE WINDOW".
022300     05  DLG1-T-OLDER              PIC ZZZ,ZZZ,ZZ9.
022400 01  DLG1-TOTAL-LINE-6.
022500     05  FILLER                    PIC X(25)
022600         VALUE "PAID AFTER VALUATION".
022700     05  DLG1-T-PAID-AFTER         PIC ZZZ,ZZZ,ZZ9.
022800 01  DLG1-TOTAL-LINE-7.
022900     05  FILLER                    PIC X(25)
023000         VALUE "NO SERVICE DATE".
023100     05  DLG1-T-NO-SVC-DT          PIC ZZZ,ZZZ,ZZ9.
023200 01  DLG1-TOTAL-LINE-8.
023300     05  FILLER                    PIC X(25)
023400         VALUE "PAID BEFORE INCURRED".
023500     05  DLG1-T-BAD-DATES          PIC ZZZ,ZZZ,ZZ9.
023600 01  DLG1-TOTAL-LINE-9.
023700     05  FILLER                    PIC X(25)
023800         VALUE "TOTAL ESTIMATED UNPAID".
023900     05  DLG1-T-UNPAID             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
024000*----------------------------------------------------------------
024100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
024200*----------------------------------------------------------------
024300 01  DL903-PARMS.
024400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL161".
024500     05  DL903-REC-TYPE            PIC X(1).
024600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
024700*----------------------------------------------------------------
024800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
024900*----------------------------------------------------------------
025000 01  DL902-DATES.
025100     05  DL902-EXEC-DATE           PIC 9(8).
025200 01  DL902-EXEC-LINE.
025300     05  FILLER                    PIC X(14)
025400         VALUE "BUSINESS DATE ".
025500     05  DL902-EL-BUS              PIC 9(8).
025600     05  FILLER                    PIC X(11)
025700         VALUE "  EXECUTED ".
025800     05  DL902-EL-EXEC             PIC 9(8).
025900 PROCEDURE DIVISION.
026000*================================================================
026100*    0000-MAINLINE
026200*================================================================
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
026500     MOVE "S"                      TO DL903-REC-TYPE
026600     CALL "DL903" USING DL903-PARMS
026700     PERFORM 2000-PROCESS-CLAIM     THRU 2000-EXIT
026800         UNTIL DLG1-CLM-EOF
026900     PERFORM 2500-PROCESS-ARCHIVE   THRU 2500-EXIT
027000         UNTIL DLG1-ARC-EOF
027100     PERFORM 3000-TERMINATE         THRU 3000-EXIT
027200     MOVE "E"                      TO DL903-REC-TYPE
027300     COMPUTE DL903-REC-COUNT = DLG1-CLM-READ + DLG1-ARC-READ
027400     CALL "DL903" USING DL903-PARMS
027500     GOBACK.
027600*================================================================
027700*    1000-INITIALIZE  -  THE VALUATION MONTH IS THE LAST         *
027800*                        COMPLETE MONTH BEFORE THE BUSINESS DATE *
027900*================================================================
028000 1000-INITIALIZE.
028100     CALL "DL902" USING DLG1-RUN-DATE DL902-EXEC-DATE
028200     MOVE DLG1-RUN-DATE            TO DLG1-WORK-DATE
028300     COMPUTE DLG1-VAL-MO =
028400         DLG1-WORK-YYYY * 12 + DLG1-WORK-MM - 2
028500     COMPUTE DLG1-FIRST-MO = DLG1-VAL-MO - 23
028600     MOVE DLG1-VAL-MO              TO DLG1-CNV-MO
028700     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
028800     MOVE DLG1-CNV-YYYYMM          TO DLG1-VAL-YYYYMM
028900     OPEN INPUT  BHS2MCH-FILE
029000     OPEN INPUT  BHS3MDE-FILE
029100     OPEN INPUT  DL070-AMCH-FILE
029200     OPEN INPUT  DL070-AMDE-FILE
029300     OPEN OUTPUT DL161-TRI-FILE
029400     OPEN OUTPUT DL161-RPT-FILE
029500     MOVE DLG1-VAL-YYYYMM          TO DLG1-H-VAL-MO
029600     WRITE DL161-RPT-LINE FROM DLG1-HEADING-1
029700     MOVE DLG1-RUN-DATE TO DL902-EL-BUS
029800     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
029900     WRITE DL161-RPT-LINE FROM DL902-EXEC-LINE
030000     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
030100     PERFORM 8200-READ-ARCHIVE-PAIR THRU 8200-EXIT.
030200 1000-EXIT.
030300     EXIT.
030400*================================================================
030500*    2000-PROCESS-CLAIM  -  ONE CLAIM ON THE KEPT FILES          *
030600*================================================================
030700 2000-PROCESS-CLAIM.
030800     ADD 1 TO DLG1-CLM-READ
030900     MOVE "N"                      TO DLG1-DETAIL-SW
031000     IF NOT DLG1-DET-EOF
031100         SET DLG1-HAS-DETAIL       TO TRUE
031200     END-IF
031300     PERFORM 2100-TALLY-CLAIM       THRU 2100-EXIT
031400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
031500 2000-EXIT.
031600     EXIT.
031700*================================================================
031800*    2100-TALLY-CLAIM  -  PLACE ONE CLAIM IN ITS SEGMENT'S CELL  *
031900*================================================================
032000 2100-TALLY-CLAIM.
032100     IF CLH-FIN-PROC-DT = ZERO
032200         OR CLH-ACT-PD-DT = ZERO
032300         ADD 1 TO DLG1-NOT-PAID
032400         GO TO 2100-EXIT
032500     END-IF
032600     MOVE ZERO                     TO DLG1-EARLIEST-DT
032700     IF DLG1-HAS-DETAIL
032800         PERFORM 2110-TEST-ONE-LINE THRU 2110-EXIT
032900             VARYING DLG1-LN-SUB FROM 1 BY 1
033000             UNTIL DLG1-LN-SUB > 4
033100     END-IF
033200     IF DLG1-EARLIEST-DT = ZERO
033300         ADD 1 TO DLG1-NO-SVC-DT
033400         GO TO 2100-EXIT
033500     END-IF
033600     MOVE DLG1-EARLIEST-DT         TO DLG1-WORK-DATE
033700     COMPUTE DLG1-INC-MO =
033800         DLG1-WORK-YYYY * 12 + DLG1-WORK-MM - 1
033900     MOVE CLH-ACT-PD-DT            TO DLG1-WORK-DATE
034000     COMPUTE DLG1-PAID-MO =
034100         DLG1-WORK-YYYY * 12 + DLG1-WORK-MM - 1
034200     IF DLG1-PAID-MO > DLG1-VAL-MO
034300         ADD 1 TO DLG1-PAID-AFTER
034400         GO TO 2100-EXIT
034500     END-IF
034600     IF DLG1-INC-MO < DLG1-FIRST-MO
034700         ADD 1 TO DLG1-OLDER
034800         GO TO 2100-EXIT
034900     END-IF
035000     IF DLG1-INC-MO > DLG1-PAID-MO
035100         ADD 1 TO DLG1-BAD-DATES
035200         GO TO 2100-EXIT
035300     END-IF
035400     MOVE CLH-NATURE-OF-BUSINESS   TO DLG1-WORK-LOB
035500     IF CLH-HOSP-ADMN-DT NOT = ZERO
035600         MOVE "I"                  TO DLG1-WORK-SETTING
035700     ELSE
035800         MOVE "O"                  TO DLG1-WORK-SETTING
035900     END-IF
036000     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
036100         VARYING DLG1-SEG-SUB FROM 1 BY 1
036200         UNTIL DLG1-SEG-SUB > DLG1-SEG-COUNT
036300         OR (DLG1-S-LOB(DLG1-SEG-SUB) = DLG1-WORK-LOB
036400             AND DLG1-S-SETTING(DLG1-SEG-SUB)
036500                 = DLG1-WORK-SETTING)
036600     IF DLG1-SEG-SUB > DLG1-SEG-COUNT
036700         PERFORM 2150-ADD-SEGMENT   THRU 2150-EXIT
036800     END-IF
036900     COMPUTE DLG1-ROW-SUB = DLG1-INC-MO - DLG1-FIRST-MO + 1
037000     COMPUTE DLG1-LAG-SUB = DLG1-PAID-MO - DLG1-INC-MO + 1
037100     ADD CLH-CLM-PAID-AMT TO
037200         DLG1-S-AMT(DLG1-SEG-SUB DLG1-ROW-SUB DLG1-LAG-SUB)
037300     ADD 1 TO
037400         DLG1-S-CNT(DLG1-SEG-SUB DLG1-ROW-SUB DLG1-LAG-SUB)
037500     ADD 1 TO DLG1-IN-TRIANGLE.
037600 2100-EXIT.
037700     EXIT.
037800*================================================================
037900*    2110-TEST-ONE-LINE  -  EARLIEST FIRST-SERVICE DATE; AN      *
038000*                           EMPTY SLOT (CLD-FST-DT ZERO) IS      *
038100*                           SKIPPED                              *
038200*================================================================
038300 2110-TEST-ONE-LINE.
038400     IF CLD-FST-DT(DLG1-LN-SUB) NOT = ZERO
038500         AND (DLG1-EARLIEST-DT = ZERO
038600             OR CLD-FST-DT(DLG1-LN-SUB) < DLG1-EARLIEST-DT)
038700         MOVE CLD-FST-DT(DLG1-LN-SUB) TO DLG1-EARLIEST-DT
038800     END-IF.
038900 2110-EXIT.
039000     EXIT.
039100*================================================================
039200*    2150-ADD-SEGMENT
039300*================================================================
039400 2150-ADD-SEGMENT.
039500     IF DLG1-SEG-COUNT >= 20
039600         PERFORM 9900-SEG-ABORT     THRU 9900-EXIT
039700     END-IF
039800     ADD 1 TO DLG1-SEG-COUNT
039900     MOVE DLG1-SEG-COUNT           TO DLG1-SEG-SUB
040000     INITIALIZE DLG1-SEG-ENTRY(DLG1-SEG-SUB)
040100     MOVE DLG1-WORK-LOB            TO DLG1-S-LOB(DLG1-SEG-SUB)
040200     MOVE DLG1-WORK-SETTING    TO DLG1-S-SETTING(DLG1-SEG-SUB).
040300 2150-EXIT.
040400     EXIT.
040500*================================================================
040600*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
040700*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
040800*                      PERFORM THAT CALLS THIS                   *
040900*================================================================
041000 2190-SCAN-ONE.
041100     CONTINUE.
041200 2190-EXIT.
041300     EXIT.
041400*================================================================
041500*    2500-PROCESS-ARCHIVE  -  ONE CLAIM DL070 HAS ARCHIVED; THE  *
041600*                             ARCHIVE RECORDS ARE THE BHS2MCH    *
041700*                             AND BHS3MDE LAYOUTS UNCHANGED      *
041800*================================================================
041900 2500-PROCESS-ARCHIVE.
042000     ADD 1 TO DLG1-ARC-READ
042100     MOVE DL070-AMCH-RECORD     TO BHS2MCH-STRUCTURE-DATA-ITEM
042200     MOVE "N"                      TO DLG1-DETAIL-SW
042300     IF NOT DLG1-ARC-DET-EOF
042400         MOVE DL070-AMDE-RECORD TO BHS3MDE-STRUCTURE-DATA-ITEM
042500         SET DLG1-HAS-DETAIL       TO TRUE
042600     END-IF
042700     PERFORM 2100-TALLY-CLAIM       THRU 2100-EXIT
042800     PERFORM 8200-READ-ARCHIVE-PAIR THRU 8200-EXIT.
042900 2500-EXIT.
043000     EXIT.
043100*================================================================
043200*    3000-TERMINATE
043300*================================================================
043400 3000-TERMINATE.
043500     PERFORM 3100-DEVELOP-SEGMENT   THRU 3100-EXIT
043600         VARYING DLG1-SEG-SUB FROM 1 BY 1
043700         UNTIL DLG1-SEG-SUB > DLG1-SEG-COUNT
043800     MOVE DLG1-CLM-READ            TO DLG1-T-CLM-READ
043900     MOVE DLG1-ARC-READ            TO DLG1-T-ARC-READ
044000     MOVE DLG1-IN-TRIANGLE         TO DLG1-T-IN-TRIANGLE
044100     MOVE DLG1-NOT-PAID            TO DLG1-T-NOT-PAID
044200     MOVE DLG1-OLDER               TO DLG1-T-OLDER
044300     MOVE DLG1-PAID-AFTER          TO DLG1-T-PAID-AFTER
044400     MOVE DLG1-NO-SVC-DT           TO DLG1-T-NO-SVC-DT
044500     MOVE DLG1-BAD-DATES           TO DLG1-T-BAD-DATES
044600     MOVE DLG1-TOTAL-UNPAID        TO DLG1-T-UNPAID
044700     WRITE DL161-RPT-LINE FROM SPACES
044800     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-1
044900     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-2
045000     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-3
045100     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-4
045200     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-5
045300     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-6
045400     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-7
045500     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-8
045600     WRITE DL161-RPT-LINE FROM DLG1-TOTAL-LINE-9
045700     CLOSE BHS2MCH-FILE
045800     CLOSE BHS3MDE-FILE
045900     CLOSE DL070-AMCH-FILE
046000     CLOSE DL070-AMDE-FILE
046100     CLOSE DL161-TRI-FILE
046200     CLOSE DL161-RPT-FILE.
046300 3000-EXIT.
046400     EXIT.
046500*================================================================
046600*    3100-DEVELOP-SEGMENT  -  CUMULATE, DERIVE THE FACTORS AND   *
046700*                             PROJECT EACH INCURRED MONTH        *
046800*================================================================
046900 3100-DEVELOP-SEGMENT.
047000     MOVE ZERO                     TO DLG1-SEG-UNPAID
047100     MOVE DLG1-S-LOB(DLG1-SEG-SUB) TO DLG1-SH-LOB
047200     IF DLG1-S-SETTING(DLG1-SEG-SUB) = "I"
047300         MOVE "INPATIENT"          TO DLG1-SH-SETTING
047400     ELSE
047500         MOVE "OUTPATIENT"         TO DLG1-SH-SETTING
047600     END-IF
047700     WRITE DL161-RPT-LINE FROM SPACES
047800     WRITE DL161-RPT-LINE FROM DLG1-SEG-HEADING
047900     INITIALIZE DLG1-DEV-WORK
048000     PERFORM 3110-CUMULATE-CELL     THRU 3110-EXIT
048100         VARYING DLG1-ROW-SUB FROM 1 BY 1
048200         UNTIL DLG1-ROW-SUB > 24
048300         AFTER DLG1-LAG-SUB FROM 1 BY 1
048400         UNTIL DLG1-LAG-SUB > 25 - DLG1-ROW-SUB
048500     PERFORM 3120-AGE-TO-AGE        THRU 3120-EXIT
048600         VARYING DLG1-LAG-SUB FROM 1 BY 1
048700         UNTIL DLG1-LAG-SUB > 23
048800*    NO DEVELOPMENT IS ASSUMED BEYOND THE LAST LAG OBSERVED
048900     MOVE 1                        TO DLG1-D-FACTOR(24)
049000     MOVE 1                        TO DLG1-D-CDF(24)
049100     PERFORM 3130-TO-ULTIMATE       THRU 3130-EXIT
049200         VARYING DLG1-LAG-SUB FROM 23 BY -1
049300         UNTIL DLG1-LAG-SUB < 1
049400     PERFORM 3140-WRITE-FACTOR      THRU 3140-EXIT
049500         VARYING DLG1-LAG-SUB FROM 1 BY 1
049600         UNTIL DLG1-LAG-SUB > 23
049700     WRITE DL161-RPT-LINE FROM SPACES
049800     WRITE DL161-RPT-LINE FROM DLG1-ROW-HEADING
049900     PERFORM 3150-PROJECT-ROW       THRU 3150-EXIT
050000         VARYING DLG1-ROW-SUB FROM 1 BY 1
050100         UNTIL DLG1-ROW-SUB > 24
050200     MOVE DLG1-SEG-UNPAID          TO DLG1-ST-UNPAID
050300     WRITE DL161-RPT-LINE FROM DLG1-SEG-TOTAL-LINE
050400     ADD DLG1-SEG-UNPAID           TO DLG1-TOTAL-UNPAID.
050500 3100-EXIT.
050600     EXIT.
050700*================================================================
050800*    3110-CUMULATE-CELL
050900*================================================================
051000 3110-CUMULATE-CELL.
051100     IF DLG1-LAG-SUB = 1
051200         MOVE DLG1-S-AMT(DLG1-SEG-SUB DLG1-ROW-SUB 1) TO
051300             DLG1-D-CUM-AMT(DLG1-ROW-SUB 1)
051400         MOVE DLG1-S-CNT(DLG1-SEG-SUB DLG1-ROW-SUB 1) TO
051500             DLG1-D-CUM-CNT(DLG1-ROW-SUB 1)
051600         GO TO 3110-EXIT
051700     END-IF
051800     COMPUTE DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAG-SUB) =
051900         DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAG-SUB - 1)
052000       + DLG1-S-AMT(DLG1-SEG-SUB DLG1-ROW-SUB DLG1-LAG-SUB)
052100     COMPUTE DLG1-D-CUM-CNT(DLG1-ROW-SUB DLG1-LAG-SUB) =
052200         DLG1-D-CUM-CNT(DLG1-ROW-SUB DLG1-LAG-SUB - 1)
052300       + DLG1-S-CNT(DLG1-SEG-SUB DLG1-ROW-SUB DLG1-LAG-SUB).
052400 3110-EXIT.
052500     EXIT.
052600*================================================================
052700*    3120-AGE-TO-AGE  -  VOLUME-WEIGHTED FACTOR FROM LAG SUB-1   *
052800*                        TO LAG SUB, OVER THE INCURRED MONTHS    *
052900*                        THAT HAVE REACHED BOTH                  *
053000*================================================================
053100 3120-AGE-TO-AGE.
053200     MOVE ZERO                     TO DLG1-FACTOR-NUM
053300     MOVE ZERO                     TO DLG1-FACTOR-DEN
053400     PERFORM 3125-ADD-ONE-ROW       THRU 3125-EXIT
053500         VARYING DLG1-ROW-SUB FROM 1 BY 1
053600         UNTIL DLG1-ROW-SUB > 24 - DLG1-LAG-SUB
053700     IF DLG1-FACTOR-DEN NOT > ZERO
053800         OR DLG1-FACTOR-NUM < ZERO
053900         MOVE 1                    TO DLG1-D-FACTOR(DLG1-LAG-SUB)
054000         GO TO 3120-EXIT
054100     END-IF
054200     COMPUTE DLG1-D-FACTOR(DLG1-LAG-SUB) ROUNDED =
054300         DLG1-FACTOR-NUM / DLG1-FACTOR-DEN
054400         ON SIZE ERROR
054500             MOVE 1             TO DLG1-D-FACTOR(DLG1-LAG-SUB)
054600     END-COMPUTE.
054700 3120-EXIT.
054800     EXIT.
054900*================================================================
055000*    3125-ADD-ONE-ROW
055100*================================================================
055200 3125-ADD-ONE-ROW.
055300     ADD DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAG-SUB + 1)
055400         TO DLG1-FACTOR-NUM
055500     ADD DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAG-SUB)
055600         TO DLG1-FACTOR-DEN.
055700 3125-EXIT.
055800     EXIT.
055900*================================================================
056000*    3130-TO-ULTIMATE  -  PRODUCT OF THE FACTORS FROM THIS LAG   *
056100*                         ON                                     *
056200*================================================================
056300 3130-TO-ULTIMATE.
056400     COMPUTE DLG1-D-CDF(DLG1-LAG-SUB) ROUNDED =
056500         DLG1-D-CDF(DLG1-LAG-SUB + 1)
056600       * DLG1-D-FACTOR(DLG1-LAG-SUB)
056700         ON SIZE ERROR
056800             MOVE DLG1-D-CDF(DLG1-LAG-SUB + 1) TO
056900                 DLG1-D-CDF(DLG1-LAG-SUB)
057000     END-COMPUTE.
057100 3130-EXIT.
057200     EXIT.
057300*================================================================
057400*    3140-WRITE-FACTOR
057500*================================================================
057600 3140-WRITE-FACTOR.
057700     COMPUTE DLG1-F-FROM-LAG = DLG1-LAG-SUB - 1
057800     MOVE DLG1-LAG-SUB             TO DLG1-F-TO-LAG
057900     MOVE DLG1-D-FACTOR(DLG1-LAG-SUB) TO DLG1-F-FACTOR
058000     MOVE DLG1-D-CDF(DLG1-LAG-SUB) TO DLG1-F-CDF
058100     WRITE DL161-RPT-LINE FROM DLG1-FACTOR-LINE
058200     PERFORM 3190-SEGMENT-KEY       THRU 3190-EXIT
058300     MOVE "F"                      TO DL161-T-REC-TYPE
058400     COMPUTE DL161-T-F-LAG = DLG1-LAG-SUB - 1
058500     MOVE DLG1-D-FACTOR(DLG1-LAG-SUB) TO DL161-T-F-AGE-TO-AGE
058600     MOVE DLG1-D-CDF(DLG1-LAG-SUB) TO DL161-T-F-CUM-TO-ULT
058700     WRITE DL161-TRI-RECORD.
058800 3140-EXIT.
058900     EXIT.
059000*================================================================
059100*    3150-PROJECT-ROW  -  ONE INCURRED MONTH: ITS CELLS, THEN    *
059200*                         COMPLETION AND ESTIMATED UNPAID AT     *
059300*                         ITS LATEST LAG                         *
059400*================================================================
059500 3150-PROJECT-ROW.
059600     COMPUTE DLG1-LAST-LAG = 25 - DLG1-ROW-SUB
059700     COMPUTE DLG1-CNV-MO = DLG1-FIRST-MO + DLG1-ROW-SUB - 1
059800     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
059900     PERFORM 3160-WRITE-CELL        THRU 3160-EXIT
060000         VARYING DLG1-LAG-SUB FROM 1 BY 1
060100         UNTIL DLG1-LAG-SUB > DLG1-LAST-LAG
060200     COMPUTE DLG1-UNPAID-AMT ROUNDED =
060300         DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAST-LAG)
060400       * (DLG1-D-CDF(DLG1-LAST-LAG) - 1)
060500     COMPUTE DLG1-ULTIMATE-AMT =
060600         DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAST-LAG)
060700       + DLG1-UNPAID-AMT
060800     MOVE 100                      TO DLG1-COMPLETE-PCT
060900     IF DLG1-D-CDF(DLG1-LAST-LAG) > ZERO
061000         COMPUTE DLG1-COMPLETE-PCT ROUNDED =
061100             100 / DLG1-D-CDF(DLG1-LAST-LAG)
061200     END-IF
061300     ADD DLG1-UNPAID-AMT           TO DLG1-SEG-UNPAID
061400     PERFORM 3190-SEGMENT-KEY       THRU 3190-EXIT
061500     MOVE "R"                      TO DL161-T-REC-TYPE
061600     MOVE DLG1-CNV-YYYYMM          TO DL161-T-R-INCURRED-MO
061700     COMPUTE DL161-T-R-LATEST-LAG = DLG1-LAST-LAG - 1
061800     MOVE DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAST-LAG) TO
061900         DL161-T-R-CUM-PAID-AMT
062000     MOVE DLG1-D-CUM-CNT(DLG1-ROW-SUB DLG1-LAST-LAG) TO
062100         DL161-T-R-CLAIM-CNT
062200     MOVE DLG1-D-CDF(DLG1-LAST-LAG) TO DL161-T-R-CUM-TO-ULT
062300     MOVE DLG1-COMPLETE-PCT        TO DL161-T-R-COMPLETE-PCT
062400     MOVE DLG1-UNPAID-AMT          TO DL161-T-R-UNPAID-AMT
062500     MOVE DLG1-ULTIMATE-AMT        TO DL161-T-R-ULTIMATE-AMT
062600     WRITE DL161-TRI-RECORD
062700     MOVE DLG1-CNV-YYYYMM          TO DLG1-R-INCURRED
062800     COMPUTE DLG1-R-LAG = DLG1-LAST-LAG - 1
062900     MOVE DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAST-LAG) TO
063000         DLG1-R-CUM-PAID
063100     MOVE DLG1-D-CUM-CNT(DLG1-ROW-SUB DLG1-LAST-LAG) TO
063200         DLG1-R-CLAIMS
063300     MOVE DLG1-D-CDF(DLG1-LAST-LAG) TO DLG1-R-CDF
063400     MOVE DLG1-COMPLETE-PCT        TO DLG1-R-COMPLETE
063500     MOVE DLG1-UNPAID-AMT          TO DLG1-R-UNPAID
063600     MOVE DLG1-ULTIMATE-AMT        TO DLG1-R-ULTIMATE
063700     WRITE DL161-RPT-LINE FROM DLG1-ROW-LINE.
063800 3150-EXIT.
063900     EXIT.
064000*================================================================
064100*    3160-WRITE-CELL  -  ONE TRIANGLE CELL TO THE EXTRACT        *
064200*================================================================
064300 3160-WRITE-CELL.
064400     PERFORM 3190-SEGMENT-KEY       THRU 3190-EXIT
064500     MOVE "C"                      TO DL161-T-REC-TYPE
064600     MOVE DLG1-CNV-YYYYMM          TO DL161-T-C-INCURRED-MO
064700     COMPUTE DL161-T-C-LAG = DLG1-LAG-SUB - 1
064800     MOVE DLG1-S-AMT(DLG1-SEG-SUB DLG1-ROW-SUB DLG1-LAG-SUB) TO
064900         DL161-T-C-PAID-AMT
065000     MOVE DLG1-D-CUM-AMT(DLG1-ROW-SUB DLG1-LAG-SUB) TO
065100         DL161-T-C-CUM-PAID-AMT
065200     MOVE DLG1-S-CNT(DLG1-SEG-SUB DLG1-ROW-SUB DLG1-LAG-SUB) TO
065300         DL161-T-C-CLAIM-CNT
065400     MOVE DLG1-D-CUM-CNT(DLG1-ROW-SUB DLG1-LAG-SUB) TO
065500         DL161-T-C-CUM-CLAIM-CNT
065600     WRITE DL161-TRI-RECORD.
065700 3160-EXIT.
065800     EXIT.
065900*================================================================
066000*    3190-SEGMENT-KEY  -  COMMON FRONT OF EVERY EXTRACT RECORD   *
066100*================================================================
066200 3190-SEGMENT-KEY.
066300     MOVE SPACES                   TO DL161-TRI-RECORD
066400     MOVE DLG1-S-LOB(DLG1-SEG-SUB) TO DL161-T-LOB
066500     MOVE DLG1-S-SETTING(DLG1-SEG-SUB) TO DL161-T-SETTING
066600     MOVE DLG1-VAL-YYYYMM          TO DL161-T-VALUATION-MO.
066700 3190-EXIT.
066800     EXIT.
066900*================================================================
067000*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
067100*================================================================
067200 8100-READ-CLAIM-PAIR.
067300     READ BHS2MCH-FILE
067400         AT END
067500             SET DLG1-CLM-EOF TO TRUE
067600     END-READ
067700     IF NOT DLG1-CLM-EOF
067800         AND NOT DLG1-DET-EOF
067900         READ BHS3MDE-FILE
068000             AT END
068100                 SET DLG1-DET-EOF TO TRUE
068200         END-READ
068300     END-IF.
068400 8100-EXIT.
068500     EXIT.
068600*================================================================
068700*    8200-READ-ARCHIVE-PAIR  -  ARCHIVED HEADER AND DETAIL IN    *
068800*                               LOCKSTEP                         *
068900*================================================================
069000 8200-READ-ARCHIVE-PAIR.
069100     READ DL070-AMCH-FILE
069200         AT END
069300             SET DLG1-ARC-EOF TO TRUE
069400     END-READ
069500     IF NOT DLG1-ARC-EOF
069600         AND NOT DLG1-ARC-DET-EOF
069700         READ DL070-AMDE-FILE
069800             AT END
069900                 SET DLG1-ARC-DET-EOF TO TRUE
070000         END-READ
070100     END-IF.
070200 8200-EXIT.
070300     EXIT.
070400*================================================================
070500*    8900-MONTH-TO-YYYYMM
070600*================================================================
070700 8900-MONTH-TO-YYYYMM.
070800     DIVIDE DLG1-CNV-MO BY 12 GIVING DLG1-CNV-YYYY
070900         REMAINDER DLG1-CNV-REM
071000     COMPUTE DLG1-CNV-YYYYMM =
071100         DLG1-CNV-YYYY * 100 + DLG1-CNV-REM + 1.
071200 8900-EXIT.
071300     EXIT.
071400*================================================================
071500*    9900-SEG-ABORT  -  MORE LINE-OF-BUSINESS/SETTING SEGMENTS   *
071600*                       THAN THE TABLE                           *
071700*================================================================
071800 9900-SEG-ABORT.
071900     DISPLAY "DL161: SEGMENTS EXCEED THE 20-ENTRY TABLE"
072000     MOVE 8                        TO RETURN-CODE
072100     GOBACK.
072200 9900-EXIT.
072300     EXIT.
