000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL162.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - GROUP EXPERIENCE AND RENEWAL
001100*                   LOSS-RATIO REPORT.  OVER THE ROLLING 12
001200*                   COMPLETE MONTHS BEFORE THE BUSINESS DATE,
001300*                   EACH GROUP (PACKAGE NUMBER - THE LEADING
001400*                   THREE BYTES OF THE GROUP CODE, THE DL074/
001500*                   DL120 JOIN) GETS ITS PREMIUM BILLED FROM THE
001600*                   DL074INV INVOICE HISTORY, ITS MEMBER MONTHS
001700*                   FROM THE BED1EMP COVERAGE OCCURRENCES (ONE
001800*                   PER MEMBER PER MONTH, CREDITED TO THE FIRST
001900*                   OCCURRENCE IN FORCE THAT MONTH) AND ITS PAID
002000*                   CLAIMS (CLH-CLM-PAID-AMT ON FINALIZED CLAIMS
002100*                   PAID IN THE WINDOW, BY CLH-GROUP).  CLAIMS
002200*                   ARE SORTED BY GROUP AND PATIENT SO A MEMBER
002300*                   PAID PAST THE DL162PRM POOLING POINT IS
002400*                   LISTED AS A LARGE CLAIMANT AND THE EXCESS IS
002500*                   POOLED OUT BEFORE NET COST PER MEMBER PER
002600*                   MONTH AND THE LOSS RATIO ARE FIGURED.  THE
002700*                   DL162EXP EXTRACT CARRIES THE SAME FIGURES
002800*                   FOR UNDERWRITING.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DL162-PRM-FILE     ASSIGN TO DL162PRM
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL074-INV-FILE     ASSIGN TO DL074INV
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL162-SORT-FILE    ASSIGN TO DL162SORT.
004500     SELECT DL162-EXP-FILE     ASSIGN TO DL162EXP
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL162-RPT-FILE     ASSIGN TO DL162RPT
004800            ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DL162-PRM-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL162PRM.
005400 FD  DL074-INV-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DL074INV.
005700 FD  BED1EMP-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY BED1EMP.
006000     COPY BED1EMPT.
006100 FD  BHS2MCH-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY BHS2MCH.
006400 SD  DL162-SORT-FILE.
006500 01  DLG2-SORT-RECORD.
006600     05  DLG2-S-KEY.
006700         10  DLG2-S-PKG-NO         PIC 9(3).
006800         10  DLG2-S-PATIENT-NBR    PIC X(17).
006900     05  DLG2-S-PAID-AMT           PIC S9(8).
007000 FD  DL162-EXP-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DL162EXP.
007300 FD  DL162-RPT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  DL162-RPT-LINE                PIC X(132).
007600 WORKING-STORAGE SECTION.
007700*----------------------------------------------------------------
007800*    DLG2-SWITCHES AND COUNTERS
007900*----------------------------------------------------------------
008000 01  DLG2-SWITCHES.
008100     05  DLG2-PRM-EOF-SW           PIC X(1)     VALUE "N".
008200         88  DLG2-PRM-EOF                        VALUE "Y".
008300     05  DLG2-INV-EOF-SW           PIC X(1)     VALUE "N".
008400         88  DLG2-INV-EOF                        VALUE "Y".
008500     05  DLG2-MSTR-EOF-SW          PIC X(1)     VALUE "N".
008600         88  DLG2-MSTR-EOF                       VALUE "Y".
008700     05  DLG2-CLM-EOF-SW           PIC X(1)     VALUE "N".
008800         88  DLG2-CLM-EOF                        VALUE "Y".
008900     05  DLG2-SORT-EOF-SW          PIC X(1)     VALUE "N".
009000         88  DLG2-SORT-EOF                       VALUE "Y".
009100*----------------------------------------------------------------
009200*    DLG2-GRP-TABLE  -  ONE ENTRY PER PACKAGE NUMBER 000-999,    *
009300*    SUBSCRIPTED BY PACKAGE NUMBER PLUS ONE; AMOUNTS IN CENTS    *
009400*----------------------------------------------------------------
009500 01  DLG2-GRP-TABLE.
009600     05  DLG2-GRP-ENTRY OCCURS 1000 TIMES.
009700         10  DLG2-G-PREMIUM        PIC S9(13) COMP-3.
009800         10  DLG2-G-MBR-MONTHS     PIC S9(8) COMP.
009900         10  DLG2-G-PAID           PIC S9(13) COMP-3.
010000         10  DLG2-G-POOLED         PIC S9(13) COMP-3.
010100         10  DLG2-G-LARGE-CNT      PIC S9(4) COMP.
010200*----------------------------------------------------------------
010300*    DLG2-LRG-TABLE  -  LARGE CLAIMANTS IN GROUP/PATIENT ORDER   *
010400*----------------------------------------------------------------
010500 01  DLG2-LRG-TABLE.
010600     05  DLG2-LRG-COUNT            PIC S9(4) COMP VALUE ZERO.
010700     05  DLG2-LRG-ENTRY OCCURS 2000 TIMES.
010800         10  DLG2-L-PKG-NO         PIC 9(3).
010900         10  DLG2-L-PATIENT-NBR    PIC X(17).
011000         10  DLG2-L-PAID           PIC S9(13) COMP-3.
011100         10  DLG2-L-EXCESS         PIC S9(13) COMP-3.
011200*----------------------------------------------------------------
011300*    DLG2-OCC-TABLE  -  THE CURRENT MEMBER'S COVERAGE            *
011400*    OCCURRENCES AS MONTH NUMBERS; A ZERO START MONTH MARKS AN   *
011500*    OCCURRENCE THAT CANNOT BE CREDITED                          *
011600*----------------------------------------------------------------
011700 01  DLG2-OCC-TABLE.
011800     05  DLG2-OCC-ENTRY OCCURS 12 TIMES.
011900         10  DLG2-O-FROM-MO        PIC S9(8) COMP.
012000         10  DLG2-O-TO-MO          PIC S9(8) COMP.
012100         10  DLG2-O-PKG-NO         PIC 9(3).
012200 01  DLG2-WORK-FIELDS.
012300     05  DLG2-SUB                  PIC S9(4) COMP.
012400     05  DLG2-COV-SUB              PIC S9(4) COMP.
012500     05  DLG2-MO-SUB               PIC S9(4) COMP.
012600     05  DLG2-LRG-SUB              PIC S9(4) COMP.
012700     05  DLG2-WORK-MO              PIC S9(8) COMP.
012800     05  DLG2-WORK-DATE            PIC 9(8).
012900     05  DLG2-WORK-DATE-R REDEFINES DLG2-WORK-DATE.
013000         10  DLG2-WORK-YYYY        PIC 9(4).
013100         10  DLG2-WORK-MM          PIC 9(2).
013200         10  DLG2-WORK-DD          PIC 9(2).
013300     05  DLG2-DATE-MO              PIC S9(8) COMP.
013400     05  DLG2-WORK-PKG-NO          PIC 9(3).
013500     05  DLG2-CUR-KEY.
013600         10  DLG2-CUR-PKG-NO       PIC 9(3).
013700         10  DLG2-CUR-PATIENT-NBR  PIC X(17).
013800     05  DLG2-PATIENT-PAID         PIC S9(13) COMP-3.
013900     05  DLG2-NET-AMT              PIC S9(13) COMP-3.
014000     05  DLG2-PMPM-AMT             PIC S9(9) COMP-3.
014100     05  DLG2-LOSS-RATIO           PIC S9(4)V9(2) COMP-3.
014200     05  DLG2-POOL-AMT             PIC S9(13) COMP-3.
014300*    MONTH NUMBER (YEAR TIMES 12 PLUS MONTH LESS 1) TO YYYYMM
014400     05  DLG2-CNV-MO               PIC S9(8) COMP.
014500     05  DLG2-CNV-YYYY             PIC 9(4).
014600     05  DLG2-CNV-REM              PIC 9(2).
014700     05  DLG2-CNV-YYYYMM           PIC 9(6).
014800 01  DLG2-DATE-WORK.
014900     05  DLG2-RUN-DATE             PIC 9(8).
015000     05  DLG2-FIRST-MO             PIC S9(8) COMP.
015100     05  DLG2-LAST-MO              PIC S9(8) COMP.
015200     05  DLG2-FROM-YYYYMM          PIC 9(6).
015300     05  DLG2-TO-YYYYMM            PIC 9(6).
015400 01  DLG2-COUNTERS.
015500     05  DLG2-INV-READ             PIC S9(8) COMP VALUE ZERO.
015600     05  DLG2-INV-USED             PIC S9(8) COMP VALUE ZERO.
015700     05  DLG2-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
015800     05  DLG2-CLM-READ             PIC S9(8) COMP VALUE ZERO.
015900     05  DLG2-CLM-USED             PIC S9(8) COMP VALUE ZERO.
016000     05  DLG2-NO-GROUP             PIC S9(8) COMP VALUE ZERO.
016100     05  DLG2-GROUPS-RPT           PIC S9(8) COMP VALUE ZERO.
016200     05  DLG2-TOT-PREMIUM          PIC S9(13) COMP-3 VALUE ZERO.
016300     05  DLG2-TOT-MBR-MONTHS       PIC S9(9) COMP VALUE ZERO.
016400     05  DLG2-TOT-PAID             PIC S9(13) COMP-3 VALUE ZERO.
016500     05  DLG2-TOT-POOLED           PIC S9(13) COMP-3 VALUE ZERO.
016600 01  DLG2-HEADING-1.
016700     05  FILLER                    PIC X(40)
016800         VALUE "GROUP EXPERIENCE AND RENEWAL LOSS RATIO".
016900 01  DLG2-HEADING-2.
017000     05  FILLER                    PIC X(18)
017100         VALUE "EXPERIENCE MONTHS ".
017200     05  DLG2-H-FROM-MO            PIC 9(6).
017300     05  FILLER                    PIC X(4)  VALUE " TO ".
017400     05  DLG2-H-TO-MO              PIC 9(6).
017500     05  FILLER                    PIC X(18)
017600         VALUE "  POOLING POINT ".
017700     05  DLG2-H-POOL-AMT           PIC ZZZ,ZZZ,ZZ9.99.
017800 01  DLG2-GRP-HEADING.
017900     05  FILLER                   PIC X(5)  VALUE "GROUP".
018000     05  FILLER                   PIC X(17) VALUE "PREMIUM".
018100     05  FILLER                   PIC X(10) VALUE "MBR MOS".
018200     05  FILLER                   PIC X(17) VALUE "PAID CLAIMS".
018300     05  FILLER                   PIC X(17) VALUE "POOLED EXCESS".
018400     05  FILLER                   PIC X(17) VALUE "NET CLAIMS".
018500     05  FILLER                   PIC X(12) VALUE "NET PMPM".
018600     05  FILLER                   PIC X(9)  VALUE "LOSS %".
018700     05  FILLER                   PIC X(5)  VALUE "LRG".
018800 01  DLG2-GRP-LINE.
018900     05  DLG2-R-PKG-NO             PIC 9(3).
019000     05  FILLER                    PIC X(2)  VALUE SPACES.
019100     05  DLG2-R-PREMIUM            PIC ZZZ,ZZZ,ZZ9.99-.
019200     05  FILLER                    PIC X(2)  VALUE SPACES.
019300     05  DLG2-R-MBR-MONTHS         PIC ZZZ,ZZ9.
019400     05  FILLER                    PIC X(3)  VALUE SPACES.
019500     05  DLG2-R-PAID               PIC ZZZ,ZZZ,ZZ9.99-.
019600     05  FILLER                    PIC X(2)  VALUE SPACES.
019700     05  DLG2-R-POOLED             PIC ZZZ,ZZZ,ZZ9.99-.
019800     05  FILLER                    PIC X(2)  VALUE SPACES.
019900     05  DLG2-R-NET                PIC ZZZ,ZZZ,ZZ9.99-.
020000     05  FILLER                    PIC X(2)  VALUE SPACES.
020100     05  DLG2-R-PMPM               PIC ZZ,ZZ9.99-.
020200     05  FILLER                    PIC X(2)  VALUE SPACES.
020300     05  DLG2-R-LOSS-RATIO         PIC ZZZ9.99.
020400     05  FILLER                    PIC X(2)  VALUE SPACES.
020500     05  DLG2-R-LARGE-CNT          PIC ZZ9.
020600 01  DLG2-LRG-HEADING-1.
020700     05  FILLER                    PIC X(40)
020800         VALUE "LARGE CLAIMANTS - EXCESS POOLED".
020900 01  DLG2-LRG-HEADING-2.
021000     05  FILLER                   PIC X(7)  VALUE "GROUP".
021100     05  FILLER                   PIC X(19) VALUE "PATIENT".
021200     05  FILLER                   PIC X(17) VALUE "PAID CLAIMS".
021300     05  FILLER                   PIC X(17) VALUE "POOLED EXCESS".
021400 01  DLG2-LRG-LINE.
021500     05  DLG2-LR-PKG-NO            PIC 9(3).
021600     05  FILLER                    PIC X(4)  VALUE SPACES.
021700     05  DLG2-LR-PATIENT-NBR       PIC X(17).
021800     05  FILLER                    PIC X(2)  VALUE SPACES.
021900     05  DLG2-LR-PAID              PIC ZZZ,ZZZ,ZZ9.99-.
022000     05  FILLER                    PIC X(2)  VALUE SPACES.
022100     05  DLG2-LR-EXCESS            PIC ZZZ,ZZZ,ZZ9.99-.
022200 01  DLG2-TOTAL-LINE-1.
022300     05  FILLER                    PIC X(25)
022400         VALUE "INVOICE LINES READ".
022500     05  DLG2-T-INV-READ           PIC ZZZ,ZZZ,ZZ9.
022600 01  DLG2-TOTAL-LINE-2.
022700     05  FILLER                    PIC X(25)
022800         VALUE "INVOICE LINES IN WINDOW".
022900     05  DLG2-T-INV-USED           PIC ZZZ,ZZZ,ZZ9.
023000 01  DLG2-TOTAL-LINE-3.
023100     05  FILLER                    PIC X(25)
023200         VALUE "MEMBERS READ".
023300     05  DLG2-T-MSTR-READ          PIC ZZZ,ZZZ,ZZ9.
023400 01  DLG2-TOTAL-LINE-4.
023500     05  FILLER                    PIC X(25)
023600         VALUE "CLAIMS READ".
023700     05  DLG2-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
023800 01  DLG2-TOTAL-LINE-5.
023900     05  FILLER                    PIC X(25)
024000         VALUE "CLAIMS PAID IN WINDOW".
024100     05  DLG2-T-CLM-USED           PIC ZZZ,ZZZ,ZZ9.
024200 01  DLG2-TOTAL-LINE-6.
024300     05  FILLER                    PIC X(25)
024400         VALUE "CLAIMS WITHOUT A GROUP".
024500     05  DLG2-T-NO-GROUP           PIC ZZZ,ZZZ,ZZ9.
024600 01  DLG2-TOTAL-LINE-7.
024700     05  FILLER                    PIC X(25)
024800         VALUE "GROUPS REPORTED".
024900     05  DLG2-T-GROUPS             PIC ZZZ,ZZZ,ZZ9.
025000 01  DLG2-TOTAL-LINE-8.
025100     05  FILLER                    PIC X(25)
025200         VALUE "LARGE CLAIMANTS".
025300     05  DLG2-T-LARGE              PIC ZZZ,ZZZ,ZZ9.
025400 01  DLG2-TOTAL-LINE-9.
025500     05  FILLER                    PIC X(25)
025600         VALUE "TOTAL PREMIUM BILLED".
025700     05  DLG2-T-PREMIUM            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
025800 01  DLG2-TOTAL-LINE-10.
025900     05  FILLER                    PIC X(25)
026000         VALUE "TOTAL MEMBER MONTHS".
026100     05  DLG2-T-MBR-MONTHS         PIC ZZZ,ZZZ,ZZ9.
026200 01  DLG2-TOTAL-LINE-11.
026300     05  FILLER                    PIC X(25)
026400         VALUE "TOTAL PAID CLAIMS".
026500     05  DLG2-T-PAID               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
026600 01  DLG2-TOTAL-LINE-12.
026700     05  FILLER                    PIC X(25)
026800         VALUE "TOTAL POOLED EXCESS".
026900     05  DLG2-T-POOLED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027000 01  DLG2-TOTAL-LINE-13.
027100     05  FILLER                    PIC X(25)
027200         VALUE "OVERALL LOSS RATIO".
027300     05  DLG2-T-LOSS-RATIO         PIC ZZZ9.99.
027400*----------------------------------------------------------------
027500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
027600*----------------------------------------------------------------
027700 01  DL903-PARMS.
027800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL162".
027900     05  DL903-REC-TYPE            PIC X(1).
028000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
028100*----------------------------------------------------------------
028200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
028300*----------------------------------------------------------------
028400 01  DL902-DATES.
028500     05  DL902-EXEC-DATE           PIC 9(8).
028600 01  DL902-EXEC-LINE.
028700     05  FILLER                    PIC X(14)
028800         VALUE "BUSINESS DATE ".
028900     05  DL902-EL-BUS              PIC 9(8).
029000     05  FILLER                    PIC X(11)
029100         VALUE "  EXECUTED ".
029200     05  DL902-EL-EXEC             PIC 9(8).
029300 PROCEDURE DIVISION.
029400*================================================================
029500*    0000-MAINLINE
029600*================================================================
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
029900     MOVE "S"                      TO DL903-REC-TYPE
030000     CALL "DL903" USING DL903-PARMS
030100     PERFORM 1200-LOAD-ONE-INVOICE  THRU 1200-EXIT
030200         UNTIL DLG2-INV-EOF
030300     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
030400     PERFORM 1300-COUNT-ONE-MEMBER  THRU 1300-EXIT
030500         UNTIL DLG2-MSTR-EOF
030600     SORT DL162-SORT-FILE
030700         ON ASCENDING KEY DLG2-S-PKG-NO
030800                          DLG2-S-PATIENT-NBR
030900         INPUT PROCEDURE IS 2000-RELEASE-CLAIMS
031000             THRU 2999-EXIT
031100         OUTPUT PROCEDURE IS 3000-ACCUM-CLAIMS
031200             THRU 3999-EXIT
031300     PERFORM 4000-TERMINATE         THRU 4000-EXIT
031400     MOVE "E"                      TO DL903-REC-TYPE
031500     MOVE DLG2-CLM-READ TO DL903-REC-COUNT
031600     CALL "DL903" USING DL903-PARMS
031700     GOBACK.
031800*================================================================
031900*    1000-INITIALIZE  -  THE WINDOW IS THE 12 COMPLETE MONTHS    *
032000*                        BEFORE THE BUSINESS DATE'S MONTH        *
032100*================================================================
032200 1000-INITIALIZE.
032300     CALL "DL902" USING DLG2-RUN-DATE DL902-EXEC-DATE
032400     MOVE DLG2-RUN-DATE            TO DLG2-WORK-DATE
032500     COMPUTE DLG2-LAST-MO =
032600         DLG2-WORK-YYYY * 12 + DLG2-WORK-MM - 2
032700     COMPUTE DLG2-FIRST-MO = DLG2-LAST-MO - 11
032800     MOVE DLG2-FIRST-MO            TO DLG2-CNV-MO
032900     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
033000     MOVE DLG2-CNV-YYYYMM          TO DLG2-FROM-YYYYMM
033100     MOVE DLG2-LAST-MO             TO DLG2-CNV-MO
033200     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
033300     MOVE DLG2-CNV-YYYYMM          TO DLG2-TO-YYYYMM
033400     INITIALIZE DLG2-GRP-TABLE
033500     OPEN INPUT  DL162-PRM-FILE
033600     PERFORM 1100-LOAD-PARMS        THRU 1100-EXIT
033700     CLOSE DL162-PRM-FILE
033800     OPEN INPUT  DL074-INV-FILE
033900     OPEN INPUT  BED1EMP-FILE
034000     OPEN INPUT  BHS2MCH-FILE
034100     OPEN OUTPUT DL162-EXP-FILE
034200     OPEN OUTPUT DL162-RPT-FILE
034300     MOVE DLG2-FROM-YYYYMM         TO DLG2-H-FROM-MO
034400     MOVE DLG2-TO-YYYYMM           TO DLG2-H-TO-MO
034500     COMPUTE DLG2-H-POOL-AMT = DLG2-POOL-AMT / 100
034600     WRITE DL162-RPT-LINE FROM DLG2-HEADING-1
034700     MOVE DLG2-RUN-DATE TO DL902-EL-BUS
034800     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
034900     WRITE DL162-RPT-LINE FROM DL902-EXEC-LINE
035000     WRITE DL162-RPT-LINE FROM DLG2-HEADING-2.
035100 1000-EXIT.
035200     EXIT.
035300*================================================================
035400*    1100-LOAD-PARMS  -  A MISSING OR ZERO POOLING POINT FAILS   *
035500*                        THE STEP (THE DL098 RULE)               *
035600*================================================================
035700 1100-LOAD-PARMS.
035800     READ DL162-PRM-FILE
035900         AT END
036000             SET DLG2-PRM-EOF TO TRUE
036100     END-READ
036200     IF DLG2-PRM-EOF
036300         OR DL162-P-POOL-AMT NOT NUMERIC
036400         OR DL162-P-POOL-AMT = ZERO
036500         DISPLAY "DL162: POOLING CARD MISSING OR INVALID"
036600         MOVE 8                    TO RETURN-CODE
036700         GOBACK
036800     END-IF
036900     MOVE DL162-P-POOL-AMT         TO DLG2-POOL-AMT.
037000 1100-EXIT.
037100     EXIT.
037200*================================================================
037300*    1200-LOAD-ONE-INVOICE  -  PREMIUM BILLED IN THE WINDOW, BY  *
037400*                              INVOICE DATE; CONVERTED FROM      *
037500*                              DOLLARS AND CENTS TO CENTS        *
037600*================================================================
037700 1200-LOAD-ONE-INVOICE.
037800     READ DL074-INV-FILE
037900         AT END
038000             SET DLG2-INV-EOF TO TRUE
038100     END-READ
038200     IF DLG2-INV-EOF
038300         GO TO 1200-EXIT
038400     END-IF
038500     ADD 1 TO DLG2-INV-READ
038600     MOVE DL074-I-INVOICE-DT       TO DLG2-WORK-DATE
038700     PERFORM 8800-DATE-TO-MONTH     THRU 8800-EXIT
038800     IF DLG2-DATE-MO < DLG2-FIRST-MO
038900         OR DLG2-DATE-MO > DLG2-LAST-MO
039000         GO TO 1200-EXIT
039100     END-IF
039200     ADD 1 TO DLG2-INV-USED
039300     COMPUTE DLG2-SUB = DL074-I-PKG-NO + 1
039400     COMPUTE DLG2-G-PREMIUM(DLG2-SUB) =
039500         DLG2-G-PREMIUM(DLG2-SUB) + DL074-I-BILL-AMT * 100.
039600 1200-EXIT.
039700     EXIT.
039800*================================================================
039900*    1300-COUNT-ONE-MEMBER  -  ONE MEMBER MONTH FOR EACH WINDOW  *
040000*                              MONTH SOME COVERAGE OCCURRENCE IS *
040100*                              IN FORCE                          *
040200*================================================================
040300 1300-COUNT-ONE-MEMBER.
040400     ADD 1 TO DLG2-MSTR-READ
040500     PERFORM 1310-CONVERT-ONE-OCC   THRU 1310-EXIT
040600         VARYING DLG2-COV-SUB FROM 1 BY 1
040700         UNTIL DLG2-COV-SUB > 12
040800     PERFORM 1320-CREDIT-ONE-MONTH  THRU 1320-EXIT
040900         VARYING DLG2-MO-SUB FROM 1 BY 1
041000         UNTIL DLG2-MO-SUB > 12
041100     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
041200 1300-EXIT.
041300     EXIT.
041400*================================================================
041500*    1310-CONVERT-ONE-OCC  -  AN OCCURRENCE WITHOUT AN EFFECTIVE *
041600*                             DATE OR A NUMERIC PACKAGE IS LEFT  *
041700*                             UNCREDITABLE; AN OPEN OCCURRENCE   *
041800*                             RUNS PAST THE WINDOW               *
041900*================================================================
042000 1310-CONVERT-ONE-OCC.
042100     MOVE ZERO             TO DLG2-O-FROM-MO(DLG2-COV-SUB)
042200     MOVE ZERO             TO DLG2-O-TO-MO(DLG2-COV-SUB)
042300     MOVE ZERO             TO DLG2-O-PKG-NO(DLG2-COV-SUB)
042400     IF EMP-COV-EFF-DT-EE-T(DLG2-COV-SUB) = ZERO
042500         OR EMP-COV-GROUP-EE-T(DLG2-COV-SUB)(1:3) NOT NUMERIC
042600         GO TO 1310-EXIT
042700     END-IF
042800     MOVE EMP-COV-GROUP-EE-T(DLG2-COV-SUB)(1:3)
042900                           TO DLG2-O-PKG-NO(DLG2-COV-SUB)
043000     MOVE EMP-COV-EFF-DT-EE-T(DLG2-COV-SUB) TO DLG2-WORK-DATE
043100     PERFORM 8800-DATE-TO-MONTH     THRU 8800-EXIT
043200     MOVE DLG2-DATE-MO     TO DLG2-O-FROM-MO(DLG2-COV-SUB)
043300     IF EMP-COV-CANC-DT-EE-T(DLG2-COV-SUB) = ZERO
043400         COMPUTE DLG2-O-TO-MO(DLG2-COV-SUB) = DLG2-LAST-MO + 1
043500         GO TO 1310-EXIT
043600     END-IF
043700     MOVE EMP-COV-CANC-DT-EE-T(DLG2-COV-SUB) TO DLG2-WORK-DATE
043800     PERFORM 8800-DATE-TO-MONTH     THRU 8800-EXIT
043900     MOVE DLG2-DATE-MO     TO DLG2-O-TO-MO(DLG2-COV-SUB).
044000 1310-EXIT.
044100     EXIT.
044200*================================================================
044300*    1320-CREDIT-ONE-MONTH  -  THE FIRST OCCURRENCE IN FORCE     *
044400*                              DURING THE MONTH TAKES THE MEMBER *
044500*                              MONTH                             *
044600*================================================================
044700 1320-CREDIT-ONE-MONTH.
044800     COMPUTE DLG2-WORK-MO = DLG2-FIRST-MO + DLG2-MO-SUB - 1
044900     PERFORM 1390-SCAN-ONE          THRU 1390-EXIT
045000         VARYING DLG2-COV-SUB FROM 1 BY 1
045100         UNTIL DLG2-COV-SUB > 12
045200         OR (DLG2-O-FROM-MO(DLG2-COV-SUB) NOT = ZERO
045300             AND DLG2-O-FROM-MO(DLG2-COV-SUB) NOT > DLG2-WORK-MO
045400             AND DLG2-O-TO-MO(DLG2-COV-SUB) NOT < DLG2-WORK-MO)
045500     IF DLG2-COV-SUB > 12
045600         GO TO 1320-EXIT
045700     END-IF
045800     COMPUTE DLG2-SUB = DLG2-O-PKG-NO(DLG2-COV-SUB) + 1
045900     ADD 1 TO DLG2-G-MBR-MONTHS(DLG2-SUB).
046000 1320-EXIT.
046100     EXIT.
046200*================================================================
046300*    1390-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
046400*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
046500*                      PERFORM THAT CALLS THIS                   *
046600*================================================================
046700 1390-SCAN-ONE.
046800     CONTINUE.
046900 1390-EXIT.
047000     EXIT.
047100*================================================================
047200*    2000-RELEASE-CLAIMS  -  INPUT PROCEDURE: ONE SORT RECORD    *
047300*                            PER FINALIZED CLAIM PAID IN THE     *
047400*                            WINDOW                              *
047500*================================================================
047600 2000-RELEASE-CLAIMS.
047700     PERFORM 8100-READ-CLAIM        THRU 8100-EXIT
047800     PERFORM 2200-RELEASE-CLAIM     THRU 2200-EXIT
047900         UNTIL DLG2-CLM-EOF
048000     GO TO 2999-EXIT.
048100 2000-EXIT.
048200     EXIT.
048300*================================================================
048400*    2200-RELEASE-CLAIM
048500*================================================================
048600 2200-RELEASE-CLAIM.
048700     ADD 1 TO DLG2-CLM-READ
048800     IF CLH-FIN-PROC-DT = ZERO
048900         OR CLH-ACT-PD-DT = ZERO
049000         GO TO 2200-READ-NEXT
049100     END-IF
049200     MOVE CLH-ACT-PD-DT            TO DLG2-WORK-DATE
049300     PERFORM 8800-DATE-TO-MONTH     THRU 8800-EXIT
049400     IF DLG2-DATE-MO < DLG2-FIRST-MO
049500         OR DLG2-DATE-MO > DLG2-LAST-MO
049600         GO TO 2200-READ-NEXT
049700     END-IF
049800     IF CLH-GROUP(1:3) NOT NUMERIC
049900         ADD 1 TO DLG2-NO-GROUP
050000         GO TO 2200-READ-NEXT
050100     END-IF
050200     ADD 1 TO DLG2-CLM-USED
050300     MOVE CLH-GROUP(1:3)           TO DLG2-S-PKG-NO
050400     MOVE CLH-PATIENT-NBR          TO DLG2-S-PATIENT-NBR
050500     MOVE CLH-CLM-PAID-AMT         TO DLG2-S-PAID-AMT
050600     RELEASE DLG2-SORT-RECORD.
050700 2200-READ-NEXT.
050800     PERFORM 8100-READ-CLAIM        THRU 8100-EXIT.
050900 2200-EXIT.
051000     EXIT.
051100 2999-EXIT.
051200     EXIT.
051300*================================================================
051400*    3000-ACCUM-CLAIMS  -  OUTPUT PROCEDURE: FOOT EACH PATIENT   *
051500*                          WITHIN GROUP AND POOL ANY EXCESS      *
051600*================================================================
051700 3000-ACCUM-CLAIMS.
051800     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
051900     PERFORM 3200-ONE-PATIENT       THRU 3200-EXIT
052000         UNTIL DLG2-SORT-EOF
052100     GO TO 3999-EXIT.
052200 3000-EXIT.
052300     EXIT.
052400*================================================================
052500*    3100-RETURN-SORT
052600*================================================================
052700 3100-RETURN-SORT.
052800     RETURN DL162-SORT-FILE
052900         AT END
053000             SET DLG2-SORT-EOF TO TRUE
053100     END-RETURN.
053200 3100-EXIT.
053300     EXIT.
053400*================================================================
053500*    3200-ONE-PATIENT  -  ALL OF ONE PATIENT'S CLAIMS IN ONE     *
053600*                         GROUP                                  *
053700*================================================================
053800 3200-ONE-PATIENT.
053900     MOVE DLG2-S-KEY               TO DLG2-CUR-KEY
054000     MOVE ZERO                     TO DLG2-PATIENT-PAID
054100     PERFORM 3210-ADD-ONE-CLAIM     THRU 3210-EXIT
054200         UNTIL DLG2-SORT-EOF
054300         OR DLG2-S-KEY NOT = DLG2-CUR-KEY
054400     COMPUTE DLG2-SUB = DLG2-CUR-PKG-NO + 1
054500     ADD DLG2-PATIENT-PAID         TO DLG2-G-PAID(DLG2-SUB)
054600     IF DLG2-PATIENT-PAID NOT > DLG2-POOL-AMT
054700         GO TO 3200-EXIT
054800     END-IF
054900     IF DLG2-LRG-COUNT >= 2000
055000         PERFORM 9900-LRG-ABORT     THRU 9900-EXIT
055100     END-IF
055200     ADD 1 TO DLG2-LRG-COUNT
055300     MOVE DLG2-CUR-PKG-NO     TO DLG2-L-PKG-NO(DLG2-LRG-COUNT)
055400     MOVE DLG2-CUR-PATIENT-NBR
055500                         TO DLG2-L-PATIENT-NBR(DLG2-LRG-COUNT)
055600     MOVE DLG2-PATIENT-PAID   TO DLG2-L-PAID(DLG2-LRG-COUNT)
055700     COMPUTE DLG2-L-EXCESS(DLG2-LRG-COUNT) =
055800         DLG2-PATIENT-PAID - DLG2-POOL-AMT
055900     ADD DLG2-L-EXCESS(DLG2-LRG-COUNT) TO DLG2-G-POOLED(DLG2-SUB)
056000     ADD 1 TO DLG2-G-LARGE-CNT(DLG2-SUB).
056100 3200-EXIT.
056200     EXIT.
056300*================================================================
056400*    3210-ADD-ONE-CLAIM
056500*================================================================
056600 3210-ADD-ONE-CLAIM.
056700     ADD DLG2-S-PAID-AMT           TO DLG2-PATIENT-PAID
056800     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
056900 3210-EXIT.
057000     EXIT.
057100 3999-EXIT.
057200     EXIT.
057300*================================================================
057400*    4000-TERMINATE  -  GROUP EXPERIENCE, THEN LARGE CLAIMANTS   *
057500*================================================================
057600 4000-TERMINATE.
057700     WRITE DL162-RPT-LINE FROM SPACES
057800     WRITE DL162-RPT-LINE FROM DLG2-GRP-HEADING
057900     PERFORM 4100-REPORT-ONE-GROUP  THRU 4100-EXIT
058000         VARYING DLG2-SUB FROM 1 BY 1
058100         UNTIL DLG2-SUB > 1000
058200     WRITE DL162-RPT-LINE FROM SPACES
058300     WRITE DL162-RPT-LINE FROM DLG2-LRG-HEADING-1
058400     WRITE DL162-RPT-LINE FROM DLG2-LRG-HEADING-2
058500     PERFORM 4200-REPORT-ONE-LARGE  THRU 4200-EXIT
058600         VARYING DLG2-LRG-SUB FROM 1 BY 1
058700         UNTIL DLG2-LRG-SUB > DLG2-LRG-COUNT
058800     MOVE DLG2-INV-READ            TO DLG2-T-INV-READ
058900     MOVE DLG2-INV-USED            TO DLG2-T-INV-USED
059000     MOVE DLG2-MSTR-READ           TO DLG2-T-MSTR-READ
059100     MOVE DLG2-CLM-READ            TO DLG2-T-CLM-READ
059200     MOVE DLG2-CLM-USED            TO DLG2-T-CLM-USED
059300     MOVE DLG2-NO-GROUP            TO DLG2-T-NO-GROUP
059400     MOVE DLG2-GROUPS-RPT          TO DLG2-T-GROUPS
059500     MOVE DLG2-LRG-COUNT           TO DLG2-T-LARGE
059600     COMPUTE DLG2-T-PREMIUM = DLG2-TOT-PREMIUM / 100
059700     MOVE DLG2-TOT-MBR-MONTHS      TO DLG2-T-MBR-MONTHS
059800     COMPUTE DLG2-T-PAID = DLG2-TOT-PAID / 100
059900     COMPUTE DLG2-T-POOLED = DLG2-TOT-POOLED / 100
060000     MOVE ZERO                     TO DLG2-LOSS-RATIO
060100     IF DLG2-TOT-PREMIUM > ZERO
060200         COMPUTE DLG2-LOSS-RATIO ROUNDED =
060300             (DLG2-TOT-PAID - DLG2-TOT-POOLED) * 100
060400                 / DLG2-TOT-PREMIUM
060500             ON SIZE ERROR
060600                 MOVE 9999.99      TO DLG2-LOSS-RATIO
060700         END-COMPUTE
060800     END-IF
060900     MOVE DLG2-LOSS-RATIO          TO DLG2-T-LOSS-RATIO
061000     WRITE DL162-RPT-LINE FROM SPACES
061100     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-1
061200     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-2
061300     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-3
061400     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-4
061500     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-5
061600     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-6
061700     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-7
061800     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-8
061900     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-9
062000     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-10
062100     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-11
062200     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-12
062300     WRITE DL162-RPT-LINE FROM DLG2-TOTAL-LINE-13
062400     CLOSE DL074-INV-FILE
062500     CLOSE BED1EMP-FILE
062600     CLOSE BHS2MCH-FILE
062700     CLOSE DL162-EXP-FILE
062800     CLOSE DL162-RPT-FILE.
062900 4000-EXIT.
063000     EXIT.
063100*================================================================
063200*    4100-REPORT-ONE-GROUP  -  A GROUP WITH NO PREMIUM, MEMBERS  *
063300*                              OR CLAIMS IN THE WINDOW IS LEFT   *
063400*                              OFF                               *
063500*================================================================
063600 4100-REPORT-ONE-GROUP.
063700     IF DLG2-G-PREMIUM(DLG2-SUB) = ZERO
063800         AND DLG2-G-MBR-MONTHS(DLG2-SUB) = ZERO
063900         AND DLG2-G-PAID(DLG2-SUB) = ZERO
064000         GO TO 4100-EXIT
064100     END-IF
064200     ADD 1 TO DLG2-GROUPS-RPT
064300     ADD DLG2-G-PREMIUM(DLG2-SUB)  TO DLG2-TOT-PREMIUM
064400     ADD DLG2-G-MBR-MONTHS(DLG2-SUB) TO DLG2-TOT-MBR-MONTHS
064500     ADD DLG2-G-PAID(DLG2-SUB)     TO DLG2-TOT-PAID
064600     ADD DLG2-G-POOLED(DLG2-SUB)   TO DLG2-TOT-POOLED
064700     COMPUTE DLG2-NET-AMT =
064800         DLG2-G-PAID(DLG2-SUB) - DLG2-G-POOLED(DLG2-SUB)
064900     MOVE ZERO                     TO DLG2-PMPM-AMT
065000     IF DLG2-G-MBR-MONTHS(DLG2-SUB) > ZERO
065100         COMPUTE DLG2-PMPM-AMT ROUNDED =
065200             DLG2-NET-AMT / DLG2-G-MBR-MONTHS(DLG2-SUB)
065300     END-IF
065400     MOVE ZERO                     TO DLG2-LOSS-RATIO
065500     IF DLG2-G-PREMIUM(DLG2-SUB) > ZERO
065600         COMPUTE DLG2-LOSS-RATIO ROUNDED =
065700             DLG2-NET-AMT * 100 / DLG2-G-PREMIUM(DLG2-SUB)
065800             ON SIZE ERROR
065900                 MOVE 9999.99      TO DLG2-LOSS-RATIO
066000         END-COMPUTE
066100     END-IF
066200     COMPUTE DLG2-WORK-PKG-NO = DLG2-SUB - 1
066300     MOVE DLG2-WORK-PKG-NO         TO DLG2-R-PKG-NO
066400     COMPUTE DLG2-R-PREMIUM = DLG2-G-PREMIUM(DLG2-SUB) / 100
066500     MOVE DLG2-G-MBR-MONTHS(DLG2-SUB) TO DLG2-R-MBR-MONTHS
066600     COMPUTE DLG2-R-PAID = DLG2-G-PAID(DLG2-SUB) / 100
066700     COMPUTE DLG2-R-POOLED = DLG2-G-POOLED(DLG2-SUB) / 100
066800     COMPUTE DLG2-R-NET = DLG2-NET-AMT / 100
066900     COMPUTE DLG2-R-PMPM = DLG2-PMPM-AMT / 100
067000     MOVE DLG2-LOSS-RATIO          TO DLG2-R-LOSS-RATIO
067100     MOVE DLG2-G-LARGE-CNT(DLG2-SUB) TO DLG2-R-LARGE-CNT
067200     WRITE DL162-RPT-LINE FROM DLG2-GRP-LINE
067300     MOVE SPACES                   TO DL162-EXP-RECORD
067400     MOVE "G"                      TO DL162-E-REC-TYPE
067500     MOVE DLG2-WORK-PKG-NO         TO DL162-E-PKG-NO
067600     MOVE DLG2-FROM-YYYYMM         TO DL162-E-FROM-MO
067700     MOVE DLG2-TO-YYYYMM           TO DL162-E-TO-MO
067800     MOVE DLG2-G-PREMIUM(DLG2-SUB) TO DL162-E-G-PREMIUM-AMT
067900     MOVE DLG2-G-MBR-MONTHS(DLG2-SUB) TO DL162-E-G-MBR-MONTHS
068000     MOVE DLG2-G-PAID(DLG2-SUB)    TO DL162-E-G-PAID-AMT
068100     MOVE DLG2-G-POOLED(DLG2-SUB)  TO DL162-E-G-POOLED-AMT
068200     MOVE DLG2-NET-AMT             TO DL162-E-G-NET-AMT
068300     MOVE DLG2-PMPM-AMT            TO DL162-E-G-PMPM-AMT
068400     MOVE DLG2-LOSS-RATIO          TO DL162-E-G-LOSS-RATIO
068500     MOVE DLG2-G-LARGE-CNT(DLG2-SUB) TO DL162-E-G-LARGE-CNT
068600     WRITE DL162-EXP-RECORD.
068700 4100-EXIT.
068800     EXIT.
068900*================================================================
069000*    4200-REPORT-ONE-LARGE
069100*================================================================
069200 4200-REPORT-ONE-LARGE.
069300     MOVE DLG2-L-PKG-NO(DLG2-LRG-SUB) TO DLG2-LR-PKG-NO
069400     MOVE DLG2-L-PATIENT-NBR(DLG2-LRG-SUB)
069500                                   TO DLG2-LR-PATIENT-NBR
069600     COMPUTE DLG2-LR-PAID = DLG2-L-PAID(DLG2-LRG-SUB) / 100
069700     COMPUTE DLG2-LR-EXCESS = DLG2-L-EXCESS(DLG2-LRG-SUB) / 100
069800     WRITE DL162-RPT-LINE FROM DLG2-LRG-LINE
069900     MOVE SPACES                   TO DL162-EXP-RECORD
070000     MOVE "L"                      TO DL162-E-REC-TYPE
070100     MOVE DLG2-L-PKG-NO(DLG2-LRG-SUB) TO DL162-E-PKG-NO
070200     MOVE DLG2-FROM-YYYYMM         TO DL162-E-FROM-MO
070300     MOVE DLG2-TO-YYYYMM           TO DL162-E-TO-MO
070400     MOVE DLG2-L-PATIENT-NBR(DLG2-LRG-SUB)
070500                                   TO DL162-E-L-PATIENT-NBR
070600     MOVE DLG2-L-PAID(DLG2-LRG-SUB) TO DL162-E-L-PAID-AMT
070700     MOVE DLG2-POOL-AMT            TO DL162-E-L-POOL-AMT
070800     MOVE DLG2-L-EXCESS(DLG2-LRG-SUB) TO DL162-E-L-EXCESS-AMT
070900     WRITE DL162-EXP-RECORD.
071000 4200-EXIT.
071100     EXIT.
071200*================================================================
071300*    8000-READ-MASTER
071400*================================================================
071500 8000-READ-MASTER.
071600     READ BED1EMP-FILE
071700         AT END
071800             SET DLG2-MSTR-EOF TO TRUE
071900     END-READ.
072000 8000-EXIT.
072100     EXIT.
072200*================================================================
072300*    8100-READ-CLAIM
072400*================================================================
072500 8100-READ-CLAIM.
072600     READ BHS2MCH-FILE
072700         AT END
072800             SET DLG2-CLM-EOF TO TRUE
072900     END-READ.
073000 8100-EXIT.
073100     EXIT.
073200*================================================================
073300*    8800-DATE-TO-MONTH  -  YYYYMMDD TO MONTH NUMBER             *
073400*================================================================
073500 8800-DATE-TO-MONTH.
073600     COMPUTE DLG2-DATE-MO =
073700         DLG2-WORK-YYYY * 12 + DLG2-WORK-MM - 1.
073800 8800-EXIT.
073900     EXIT.
074000*================================================================
074100*    8900-MONTH-TO-YYYYMM
074200*================================================================
074300 8900-MONTH-TO-YYYYMM.
074400     DIVIDE DLG2-CNV-MO BY 12 GIVING DLG2-CNV-YYYY
074500         REMAINDER DLG2-CNV-REM
074600     COMPUTE DLG2-CNV-YYYYMM =
074700         DLG2-CNV-YYYY * 100 + DLG2-CNV-REM + 1.
074800 8900-EXIT.
074900     EXIT.
075000*================================================================
075100*    9900-LRG-ABORT  -  MORE LARGE CLAIMANTS THAN THE TABLE      *
075200*================================================================
075300 9900-LRG-ABORT.
075400     DISPLAY "DL162: LARGE CLAIMANTS EXCEED THE 2000-ENTRY TABLE"
075500     MOVE 8                        TO RETURN-CODE
075600     GOBACK.
075700 9900-EXIT.
075800     EXIT.
