000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL164.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - QUARTERLY PROVIDER PRACTICE-
001100*                   PATTERN PROFILE AGAINST SPECIALTY PEERS.
001200*                   EVERY POPULATED LINE OF A FINALIZED CLAIM
001300*                   (BHS2MCH/BHS3MDE IN LOCKSTEP, THE DL017
001400*                   PAIRING) WITH A FIRST SERVICE DATE IN THE
001500*                   LAST COMPLETE CALENDAR QUARTER IS SORTED BY
001600*                   SPECIALTY (CLD-LINE-PRV-SPEC, ELSE
001700*                   CLD-PROV-SPEC-CD), RENDERING PROVIDER
001800*                   (CLD-LINE-PRV-ID-NBR) AND PATIENT.  EACH
001900*                   PROVIDER IS PROFILED ON UNIQUE PATIENTS,
002000*                   SERVICES AND PAID DOLLARS PER PATIENT, THE
002100*                   SHARE OF HIGH-LEVEL EVALUATION AND
002200*                   MANAGEMENT CODES AND THE PLACE-OF-SERVICE
002300*                   MIX, AND FLAGGED ON ANY MEASURE MORE THAN
002400*                   TWO STANDARD DEVIATIONS ABOVE THE SPECIALTY
002500*                   PEER AVERAGE.  PROFILES GO TO DL164PRF FOR
002600*                   NETWORK MANAGEMENT AND SIU.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL164-SORT-FILE    ASSIGN TO DL164SORT.
003900     SELECT DL164-PRF-FILE     ASSIGN TO DL164PRF
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL164-RPT-FILE     ASSIGN TO DL164RPT
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  BHS2MCH-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY BHS2MCH.
004800 FD  BHS3MDE-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY BHS3MDE.
005100 SD  DL164-SORT-FILE.
005200 01  DLG4-SORT-RECORD.
005300     05  DLG4-S-KEY.
005400         10  DLG4-S-PRV-KEY.
005500             15  DLG4-S-SPEC       PIC X(2).
005600             15  DLG4-S-PRV-ID     PIC X(10).
005700         10  DLG4-S-PATIENT-NBR    PIC X(17).
005800     05  DLG4-S-PAID-AMT           PIC S9(8).
005900     05  DLG4-S-HIGH-SW            PIC X(1).
006000         88  DLG4-S-HIGH-LEVEL               VALUE "Y".
006100     05  DLG4-S-POS-CAT            PIC 9(1).
006200 FD  DL164-PRF-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DL164PRF.
006500 FD  DL164-RPT-FILE
006600     LABEL RECORDS ARE STANDARD.
006700 01  DL164-RPT-LINE                PIC X(132).
006800 WORKING-STORAGE SECTION.
006900*----------------------------------------------------------------
007000*    DLG4-SWITCHES AND COUNTERS
007100*----------------------------------------------------------------
007200 01  DLG4-SWITCHES.
007300     05  DLG4-CLM-EOF-SW           PIC X(1)     VALUE "N".
007400         88  DLG4-CLM-EOF                        VALUE "Y".
007500     05  DLG4-DET-EOF-SW           PIC X(1)     VALUE "N".
007600         88  DLG4-DET-EOF                        VALUE "Y".
007700     05  DLG4-SORT-EOF-SW          PIC X(1)     VALUE "N".
007800         88  DLG4-SORT-EOF                       VALUE "Y".
007900     05  DLG4-ANY-FLAG-SW          PIC X(1)     VALUE "N".
008000         88  DLG4-ANY-FLAG                       VALUE "Y".
008100*----------------------------------------------------------------
008200*    DLG4-HIGH-LEVEL-TABLE  -  THE TOP TWO LEVELS OF THE OFFICE, *
008300*    HOSPITAL, CONSULTATION AND EMERGENCY EVALUATION AND         *
008400*    MANAGEMENT FAMILIES                                         *
008500*----------------------------------------------------------------
008600 01  DLG4-HIGH-LEVEL-VALUES.
008700     05  FILLER                    PIC X(5)  VALUE "99204".
008800     05  FILLER                    PIC X(5)  VALUE "99205".
008900     05  FILLER                    PIC X(5)  VALUE "99214".
009000     05  FILLER                    PIC X(5)  VALUE "99215".
009100     05  FILLER                    PIC X(5)  VALUE "99222".
009200     05  FILLER                    PIC X(5)  VALUE "99223".
009300     05  FILLER                    PIC X(5)  VALUE "99232".
009400     05  FILLER                    PIC X(5)  VALUE "99233".
009500     05  FILLER                    PIC X(5)  VALUE "99244".
009600     05  FILLER                    PIC X(5)  VALUE "99245".
009700     05  FILLER                    PIC X(5)  VALUE "99284".
009800     05  FILLER                    PIC X(5)  VALUE "99285".
009900 01  DLG4-HIGH-LEVEL-TABLE REDEFINES DLG4-HIGH-LEVEL-VALUES.
010000     05  DLG4-HIGH-LEVEL-CD OCCURS 12 TIMES
010100                                   PIC X(5).
010200*----------------------------------------------------------------
010300*    DLG4-PRV-TABLE  -  THE PROVIDERS OF ONE SPECIALTY.  MEASURE *
010400*    1 PATIENTS, 2 SERVICES PER PATIENT, 3 PAID PER PATIENT,     *
010500*    4 HIGH-LEVEL SHARE, 5 NON-OFFICE SHARE                      *
010600*----------------------------------------------------------------
010700 01  DLG4-PRV-TABLE.
010800     05  DLG4-PRV-COUNT            PIC S9(4) COMP VALUE ZERO.
010900     05  DLG4-PRV-ENTRY OCCURS 2000 TIMES.
011000         10  DLG4-R-PRV-ID         PIC X(10).
011100         10  DLG4-R-PATIENTS       PIC S9(7) COMP.
011200         10  DLG4-R-SERVICES       PIC S9(9) COMP.
011300         10  DLG4-R-PAID           PIC S9(13) COMP-3.
011400         10  DLG4-R-HIGH-LVL       PIC S9(9) COMP.
011500         10  DLG4-R-POS OCCURS 5 TIMES
011600                                   PIC S9(9) COMP.
011700         10  DLG4-R-VALUE OCCURS 5 TIMES
011800                                   PIC S9(9)V9(2) COMP-3.
011900         10  DLG4-R-FLAG OCCURS 5 TIMES
012000                                   PIC X(1).
012100*----------------------------------------------------------------
012200*    DLG4-PEER-TABLE  -  SPECIALTY AVERAGE AND VARIANCE PER      *
012300*    MEASURE                                                     *
012400*----------------------------------------------------------------
012500 01  DLG4-PEER-TABLE.
012600     05  DLG4-PEER-ENTRY OCCURS 5 TIMES.
012700         10  DLG4-E-SUM            PIC S9(13)V9(2) COMP-3.
012800         10  DLG4-E-MEAN           PIC S9(9)V9(2) COMP-3.
012900         10  DLG4-E-DEV-SQ-SUM     PIC S9(16)V9(2) COMP-3.
013000         10  DLG4-E-VARIANCE       PIC S9(16)V9(2) COMP-3.
013100 01  DLG4-SPEC-TOTALS.
013200     05  DLG4-C-SERVICES           PIC S9(9) COMP.
013300     05  DLG4-C-POS OCCURS 5 TIMES PIC S9(9) COMP.
013400 01  DLG4-WORK-FIELDS.
013500     05  DLG4-LN-SUB               PIC S9(4) COMP.
013600     05  DLG4-PRV-SUB              PIC S9(4) COMP.
013700     05  DLG4-MSR-SUB              PIC S9(4) COMP.
013800     05  DLG4-POS-SUB              PIC S9(4) COMP.
013900     05  DLG4-HL-SUB               PIC S9(4) COMP.
014000     05  DLG4-WORK-CD              PIC X(5).
014100     05  DLG4-DEV                  PIC S9(9)V9(2) COMP-3.
014200     05  DLG4-DEV-SQ               PIC S9(16)V9(2) COMP-3.
014300     05  DLG4-SHARE                PIC S9(3)V9(2) COMP-3.
014400     05  DLG4-CUR-KEY.
014500         10  DLG4-CUR-PRV-KEY.
014600             15  DLG4-CUR-SPEC     PIC X(2).
014700             15  DLG4-CUR-PRV-ID   PIC X(10).
014800         10  DLG4-CUR-PATIENT-NBR  PIC X(17).
014900 01  DLG4-DATE-WORK.
015000     05  DLG4-RUN-DATE             PIC 9(8).
015100     05  DLG4-WORK-DATE            PIC 9(8).
015200     05  DLG4-WORK-DATE-R REDEFINES DLG4-WORK-DATE.
015300         10  DLG4-WORK-YYYY        PIC 9(4).
015400         10  DLG4-WORK-MM          PIC 9(2).
015500         10  DLG4-WORK-DD          PIC 9(2).
015600     05  DLG4-CUR-MO               PIC S9(8) COMP.
015700     05  DLG4-QTR-NBR              PIC S9(8) COMP.
015800     05  DLG4-QTR-REM              PIC S9(4) COMP.
015900     05  DLG4-CNV-MO               PIC S9(8) COMP.
016000     05  DLG4-CNV-YYYY             PIC 9(4).
016100     05  DLG4-CNV-REM              PIC 9(2).
016200     05  DLG4-CNV-YYYYMM           PIC 9(6).
016300     05  DLG4-FROM-DT              PIC 9(8).
016400     05  DLG4-TO-DT                PIC 9(8).
016500 01  DLG4-COUNTERS.
016600     05  DLG4-CLM-READ             PIC S9(8) COMP VALUE ZERO.
016700     05  DLG4-LINES-USED           PIC S9(8) COMP VALUE ZERO.
016800     05  DLG4-NO-PROVIDER          PIC S9(8) COMP VALUE ZERO.
016900     05  DLG4-NO-SPECIALTY         PIC S9(8) COMP VALUE ZERO.
017000     05  DLG4-SPECS-RPT            PIC S9(8) COMP VALUE ZERO.
017100     05  DLG4-PRVS-RPT             PIC S9(8) COMP VALUE ZERO.
017200     05  DLG4-PRVS-FLAGGED         PIC S9(8) COMP VALUE ZERO.
017300 01  DLG4-HEADING-1.
017400     05  FILLER                    PIC X(40)
017500         VALUE "PROVIDER PRACTICE-PATTERN PROFILE".
017600 01  DLG4-HEADING-2.
017700     05  FILLER                    PIC X(14)
017800         VALUE "SERVICE DATES ".
017900     05  DLG4-H-FROM-DT            PIC 9(8).
018000     05  FILLER                    PIC X(6)  VALUE " THRU ".
018100     05  DLG4-H-TO-DT              PIC 9(8).
018200 01  DLG4-COLUMN-HEADING-1.
018300     05  FILLER                   PIC X(25) VALUE SPACES.
018400     05  FILLER                   PIC X(11) VALUE "SERVICES".
018500     05  FILLER                   PIC X(16) VALUE "PAID".
018600     05  FILLER                   PIC X(8)  VALUE "HIGH".
018700     05  FILLER                   PIC X(40)
018800         VALUE "---- PLACE OF SERVICE SHARE % ----".
018900 01  DLG4-COLUMN-HEADING-2.
019000     05  FILLER                   PIC X(16) VALUE "SP  PROVIDER".
019100     05  FILLER                   PIC X(9)  VALUE "PATIENTS".
019200     05  FILLER                   PIC X(11) VALUE "/PATIENT".
019300     05  FILLER                   PIC X(16) VALUE "/PATIENT".
019400     05  FILLER                   PIC X(8)  VALUE "LEVEL %".
019500     05  FILLER                   PIC X(8)  VALUE "OFFICE".
019600     05  FILLER                   PIC X(8)  VALUE "INPAT".
019700     05  FILLER                   PIC X(8)  VALUE "OUTPAT".
019800     05  FILLER                   PIC X(8)  VALUE "ER".
019900     05  FILLER                   PIC X(8)  VALUE "OTHER".
020000     05  FILLER                   PIC X(5)  VALUE "FLAGS".
020100 01  DLG4-DETAIL-LINE.
020200     05  DLG4-D-SPEC               PIC X(2).
020300     05  FILLER                    PIC X(2)  VALUE SPACES.
020400     05  DLG4-D-PRV-ID             PIC X(10).
020500     05  FILLER                    PIC X(2)  VALUE SPACES.
020600     05  DLG4-D-PATIENTS           PIC ZZZ,ZZ9.
020700     05  FILLER                    PIC X(2)  VALUE SPACES.
020800     05  DLG4-D-SVC-PT             PIC ZZ,ZZ9.99.
020900     05  FILLER                    PIC X(2)  VALUE SPACES.
021000     05  DLG4-D-PAID-PT            PIC ZZZ,ZZZ,ZZ9.99.
021100     05  FILLER                    PIC X(2)  VALUE SPACES.
021200     05  DLG4-D-HIGH-PCT           PIC ZZ9.99.
021300     05  FILLER                    PIC X(2)  VALUE SPACES.
021400     05  DLG4-D-POS-ENTRY OCCURS 5 TIMES.
021500         10  DLG4-D-POS-PCT        PIC ZZ9.99.
021600         10  FILLER                PIC X(2).
021700     05  DLG4-D-FLAGS              PIC X(5).
021800 01  DLG4-FLAG-LETTERS             PIC X(5)  VALUE "PSDHF".
021900 01  DLG4-LEGEND-LINE.
022000     05  FILLER                    PIC X(40)
022100         VALUE "FLAGS - MORE THAN 2 STD DEV ABOVE PEERS:".
022200     05  FILLER                    PIC X(40)
022300         VALUE " P PATIENTS  S SERVICES/PATIENT  D PAID/".
022400     05  FILLER                    PIC X(40)
022500         VALUE "PATIENT  H HIGH LEVEL  F NON-OFFICE".
022600 01  DLG4-TOTAL-LINE-1.
022700     05  FILLER                    PIC X(25)
022800         VALUE "CLAIMS READ".
022900     05  DLG4-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
023000 01  DLG4-TOTAL-LINE-2.
023100     05  FILLER                    PIC X(25)
023200         VALUE "LINES PROFILED".
023300     05  DLG4-T-LINES              PIC ZZZ,ZZZ,ZZ9.
023400 01  DLG4-TOTAL-LINE-3.
023500     05  FILLER                    PIC X(25)
023600         VALUE "LINES - NO PROVIDER".
023700     05  DLG4-T-NO-PROVIDER        PIC ZZZ,ZZZ,ZZ9.
023800 01  DLG4-TOTAL-LINE-4.
023900     05  FILLER                    PIC X(25)
024000         VALUE "LINES - NO SPECIALTY".
024100     05  DLG4-T-NO-SPECIALTY       PIC ZZZ,ZZZ,ZZ9.
024200 01  DLG4-TOTAL-LINE-5.
024300     05  FILLER                    PIC X(25)
024400         VALUE "SPECIALTIES".
024500     05  DLG4-T-SPECS              PIC ZZZ,ZZZ,ZZ9.
024600 01  DLG4-TOTAL-LINE-6.
024700     05  FILLER                    PIC X(25)
024800         VALUE "PROVIDERS PROFILED".
024900     05  DLG4-T-PRVS               PIC ZZZ,ZZZ,ZZ9.
025000 01  DLG4-TOTAL-LINE-7.
025100     05  FILLER                    PIC X(25)
025200         VALUE "PROVIDERS FLAGGED".
025300     05  DLG4-T-FLAGGED            PIC ZZZ,ZZZ,ZZ9.
025400*----------------------------------------------------------------
025500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
025600*----------------------------------------------------------------
025700 01  DL903-PARMS.
025800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL164".
025900     05  DL903-REC-TYPE            PIC X(1).
026000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
026100*----------------------------------------------------------------
026200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
026300*----------------------------------------------------------------
026400 01  DL902-DATES.
026500     05  DL902-EXEC-DATE           PIC 9(8).
026600 01  DL902-EXEC-LINE.
026700     05  FILLER                    PIC X(14)
026800         VALUE "BUSINESS DATE ".
026900     05  DL902-EL-BUS              PIC 9(8).
027000     05  FILLER                    PIC X(11)
027100         VALUE "  EXECUTED ".
027200     05  DL902-EL-EXEC             PIC 9(8).
027300 PROCEDURE DIVISION.
027400*================================================================
027500*    0000-MAINLINE
027600*================================================================
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
027900     MOVE "S"                      TO DL903-REC-TYPE
028000     CALL "DL903" USING DL903-PARMS
028100     SORT DL164-SORT-FILE
028200         ON ASCENDING KEY DLG4-S-SPEC
028300                          DLG4-S-PRV-ID
028400                          DLG4-S-PATIENT-NBR
028500         INPUT PROCEDURE IS 2000-RELEASE-LINES
028600             THRU 2999-EXIT
028700         OUTPUT PROCEDURE IS 3000-PROFILE-PROVIDERS
028800             THRU 3999-EXIT
028900     PERFORM 4000-TERMINATE         THRU 4000-EXIT
029000     MOVE "E"                      TO DL903-REC-TYPE
029100     MOVE DLG4-CLM-READ TO DL903-REC-COUNT
029200     CALL "DL903" USING DL903-PARMS
029300     GOBACK.
029400*================================================================
029500*    1000-INITIALIZE  -  THE QUARTER IS THE LAST COMPLETE        *
029600*                        CALENDAR QUARTER BEFORE THE BUSINESS    *
029700*                        DATE                                    *
029800*================================================================
029900 1000-INITIALIZE.
030000     CALL "DL902" USING DLG4-RUN-DATE DL902-EXEC-DATE
030100     MOVE DLG4-RUN-DATE            TO DLG4-WORK-DATE
030200     COMPUTE DLG4-CUR-MO =
030300         DLG4-WORK-YYYY * 12 + DLG4-WORK-MM - 1
030400     DIVIDE DLG4-CUR-MO BY 3 GIVING DLG4-QTR-NBR
030500         REMAINDER DLG4-QTR-REM
030600     COMPUTE DLG4-CNV-MO = DLG4-CUR-MO - DLG4-QTR-REM - 3
030700     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
030800     COMPUTE DLG4-FROM-DT = DLG4-CNV-YYYYMM * 100 + 1
030900     ADD 2                         TO DLG4-CNV-MO
031000     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
031100     COMPUTE DLG4-TO-DT = DLG4-CNV-YYYYMM * 100 + 31
031200     OPEN INPUT  BHS2MCH-FILE
031300     OPEN INPUT  BHS3MDE-FILE
031400     OPEN OUTPUT DL164-PRF-FILE
031500     OPEN OUTPUT DL164-RPT-FILE
031600     WRITE DL164-RPT-LINE FROM DLG4-HEADING-1
031700     MOVE DLG4-RUN-DATE TO DL902-EL-BUS
031800     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
031900     WRITE DL164-RPT-LINE FROM DL902-EXEC-LINE
032000     MOVE DLG4-FROM-DT             TO DLG4-H-FROM-DT
032100     MOVE DLG4-TO-DT               TO DLG4-H-TO-DT
032200     WRITE DL164-RPT-LINE FROM DLG4-HEADING-2
032300     WRITE DL164-RPT-LINE FROM SPACES
032400     WRITE DL164-RPT-LINE FROM DLG4-COLUMN-HEADING-1
032500     WRITE DL164-RPT-LINE FROM DLG4-COLUMN-HEADING-2.
032600 1000-EXIT.
032700     EXIT.
032800*================================================================
032900*    2000-RELEASE-LINES  -  INPUT PROCEDURE: ONE SORT RECORD PER *
033000*                           LINE OF A FINALIZED CLAIM SERVED IN  *
033100*                           THE QUARTER                          *
033200*================================================================
033300 2000-RELEASE-LINES.
033400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
033500     PERFORM 2200-RELEASE-CLAIM     THRU 2200-EXIT
033600         UNTIL DLG4-CLM-EOF
033700     GO TO 2999-EXIT.
033800 2000-EXIT.
033900     EXIT.
034000*================================================================
034100*    2200-RELEASE-CLAIM
034200*================================================================
034300 2200-RELEASE-CLAIM.
034400     ADD 1 TO DLG4-CLM-READ
034500     IF CLH-FIN-PROC-DT = ZERO
034600         OR DLG4-DET-EOF
034700         GO TO 2200-READ-NEXT
034800     END-IF
034900     PERFORM 2300-RELEASE-ONE-LINE  THRU 2300-EXIT
035000         VARYING DLG4-LN-SUB FROM 1 BY 1
035100         UNTIL DLG4-LN-SUB > 4.
035200 2200-READ-NEXT.
035300     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
035400 2200-EXIT.
035500     EXIT.
035600*================================================================
035700*    2300-RELEASE-ONE-LINE  -  THE LINE'S OWN SPECIALTY, ELSE    *
035800*                              THE CLAIM PROVIDER'S              *
035900*================================================================
036000 2300-RELEASE-ONE-LINE.
036100     IF CLD-FST-DT(DLG4-LN-SUB) < DLG4-FROM-DT
036200         OR CLD-FST-DT(DLG4-LN-SUB) > DLG4-TO-DT
036300         GO TO 2300-EXIT
036400     END-IF
036500     IF CLD-LINE-PRV-ID-NBR(DLG4-LN-SUB) = SPACES
036600         ADD 1 TO DLG4-NO-PROVIDER
036700         GO TO 2300-EXIT
036800     END-IF
036900     MOVE CLD-LINE-PRV-SPEC(DLG4-LN-SUB) TO DLG4-S-SPEC
037000     IF DLG4-S-SPEC = SPACES
037100         MOVE CLD-PROV-SPEC-CD(DLG4-LN-SUB) TO DLG4-S-SPEC
037200     END-IF
037300     IF DLG4-S-SPEC = SPACES
037400         ADD 1 TO DLG4-NO-SPECIALTY
037500         GO TO 2300-EXIT
037600     END-IF
037700     MOVE CLD-LINE-PRV-ID-NBR(DLG4-LN-SUB) TO DLG4-S-PRV-ID
037800     MOVE CLH-PATIENT-NBR          TO DLG4-S-PATIENT-NBR
037900     MOVE CLD-NET-PAY-AMT(DLG4-LN-SUB) TO DLG4-S-PAID-AMT
038000     MOVE CLD-CPT-CD(DLG4-LN-SUB)  TO DLG4-WORK-CD
038100     IF DLG4-WORK-CD = SPACES
038200         MOVE CLD-PROC-CD(DLG4-LN-SUB) TO DLG4-WORK-CD
038300     END-IF
038400     PERFORM 2390-SCAN-ONE          THRU 2390-EXIT
038500         VARYING DLG4-HL-SUB FROM 1 BY 1
038600         UNTIL DLG4-HL-SUB > 12
038700         OR DLG4-HIGH-LEVEL-CD(DLG4-HL-SUB) = DLG4-WORK-CD
038800     MOVE "N"                      TO DLG4-S-HIGH-SW
038900     IF DLG4-HL-SUB NOT > 12
039000         SET DLG4-S-HIGH-LEVEL     TO TRUE
039100     END-IF
039200     EVALUATE CLD-POS(DLG4-LN-SUB)
039300         WHEN "11"
039400             MOVE 1                TO DLG4-S-POS-CAT
039500         WHEN "21"
039600             MOVE 2                TO DLG4-S-POS-CAT
039700         WHEN "22"
039800             MOVE 3                TO DLG4-S-POS-CAT
039900         WHEN "23"
040000             MOVE 4                TO DLG4-S-POS-CAT
040100         WHEN OTHER
040200             MOVE 5                TO DLG4-S-POS-CAT
040300     END-EVALUATE
040400     ADD 1 TO DLG4-LINES-USED
040500     RELEASE DLG4-SORT-RECORD.
040600 2300-EXIT.
040700     EXIT.
040800*================================================================
040900*    2390-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
041000*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
041100*                      PERFORM THAT CALLS THIS                   *
041200*================================================================
041300 2390-SCAN-ONE.
041400     CONTINUE.
041500 2390-EXIT.
041600     EXIT.
041700 2999-EXIT.
041800     EXIT.
041900*================================================================
042000*    3000-PROFILE-PROVIDERS  -  OUTPUT PROCEDURE: ONE SPECIALTY  *
042100*                               AT A TIME                        *
042200*================================================================
042300 3000-PROFILE-PROVIDERS.
042400     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
042500     PERFORM 3200-ONE-SPECIALTY     THRU 3200-EXIT
042600         UNTIL DLG4-SORT-EOF
042700     GO TO 3999-EXIT.
042800 3000-EXIT.
042900     EXIT.
043000*================================================================
043100*    3100-RETURN-SORT
043200*================================================================
043300 3100-RETURN-SORT.
043400     RETURN DL164-SORT-FILE
043500         AT END
043600             SET DLG4-SORT-EOF TO TRUE
043700     END-RETURN.
043800 3100-EXIT.
043900     EXIT.
044000*================================================================
044100*    3200-ONE-SPECIALTY  -  LOAD ITS PROVIDERS, SCORE THEM       *
044200*                           AGAINST ONE ANOTHER, THEN PRINT      *
044300*================================================================
044400 3200-ONE-SPECIALTY.
044500     MOVE DLG4-S-SPEC              TO DLG4-CUR-SPEC
044600     MOVE ZERO                     TO DLG4-PRV-COUNT
044700     INITIALIZE DLG4-SPEC-TOTALS
044800     INITIALIZE DLG4-PEER-TABLE
044900     PERFORM 3300-ONE-PROVIDER      THRU 3300-EXIT
045000         UNTIL DLG4-SORT-EOF
045100         OR DLG4-S-SPEC NOT = DLG4-CUR-SPEC
045200     ADD 1 TO DLG4-SPECS-RPT
045300     PERFORM 3410-SUM-ONE           THRU 3410-EXIT
045400         VARYING DLG4-PRV-SUB FROM 1 BY 1
045500         UNTIL DLG4-PRV-SUB > DLG4-PRV-COUNT
045600         AFTER DLG4-MSR-SUB FROM 1 BY 1
045700         UNTIL DLG4-MSR-SUB > 5
045800     PERFORM 3420-MEAN-ONE          THRU 3420-EXIT
045900         VARYING DLG4-MSR-SUB FROM 1 BY 1
046000         UNTIL DLG4-MSR-SUB > 5
046100     PERFORM 3430-DEVIATE-ONE       THRU 3430-EXIT
046200         VARYING DLG4-PRV-SUB FROM 1 BY 1
046300         UNTIL DLG4-PRV-SUB > DLG4-PRV-COUNT
046400         AFTER DLG4-MSR-SUB FROM 1 BY 1
046500         UNTIL DLG4-MSR-SUB > 5
046600     PERFORM 3440-VARIANCE-ONE      THRU 3440-EXIT
046700         VARYING DLG4-MSR-SUB FROM 1 BY 1
046800         UNTIL DLG4-MSR-SUB > 5
046900     PERFORM 3450-FLAG-ONE          THRU 3450-EXIT
047000         VARYING DLG4-PRV-SUB FROM 1 BY 1
047100         UNTIL DLG4-PRV-SUB > DLG4-PRV-COUNT
047200         AFTER DLG4-MSR-SUB FROM 1 BY 1
047300         UNTIL DLG4-MSR-SUB > 5
047400     WRITE DL164-RPT-LINE FROM SPACES
047500     PERFORM 3500-REPORT-ONE-PRV    THRU 3500-EXIT
047600         VARYING DLG4-PRV-SUB FROM 1 BY 1
047700         UNTIL DLG4-PRV-SUB > DLG4-PRV-COUNT
047800     PERFORM 3600-REPORT-PEERS      THRU 3600-EXIT.
047900 3200-EXIT.
048000     EXIT.
048100*================================================================
048200*    3300-ONE-PROVIDER
048300*================================================================
048400 3300-ONE-PROVIDER.
048500     IF DLG4-PRV-COUNT >= 2000
048600         PERFORM 9900-PRV-ABORT     THRU 9900-EXIT
048700     END-IF
048800     ADD 1 TO DLG4-PRV-COUNT
048900     MOVE DLG4-PRV-COUNT           TO DLG4-PRV-SUB
049000     INITIALIZE DLG4-PRV-ENTRY(DLG4-PRV-SUB)
049100     MOVE DLG4-S-PRV-KEY           TO DLG4-CUR-PRV-KEY
049200     MOVE DLG4-S-PRV-ID            TO DLG4-R-PRV-ID(DLG4-PRV-SUB)
049300     PERFORM 3310-ONE-PATIENT       THRU 3310-EXIT
049400         UNTIL DLG4-SORT-EOF
049500         OR DLG4-S-PRV-KEY NOT = DLG4-CUR-PRV-KEY
049600     PERFORM 3330-SCORE-PROVIDER    THRU 3330-EXIT.
049700 3300-EXIT.
049800     EXIT.
049900*================================================================
050000*    3310-ONE-PATIENT
050100*================================================================
050200 3310-ONE-PATIENT.
050300     MOVE DLG4-S-KEY               TO DLG4-CUR-KEY
050400     ADD 1 TO DLG4-R-PATIENTS(DLG4-PRV-SUB)
050500     PERFORM 3320-ADD-ONE-LINE      THRU 3320-EXIT
050600         UNTIL DLG4-SORT-EOF
050700         OR DLG4-S-KEY NOT = DLG4-CUR-KEY.
050800 3310-EXIT.
050900     EXIT.
051000*================================================================
051100*    3320-ADD-ONE-LINE
051200*================================================================
051300 3320-ADD-ONE-LINE.
051400     ADD 1 TO DLG4-R-SERVICES(DLG4-PRV-SUB)
051500     ADD DLG4-S-PAID-AMT           TO DLG4-R-PAID(DLG4-PRV-SUB)
051600     IF DLG4-S-HIGH-LEVEL
051700         ADD 1 TO DLG4-R-HIGH-LVL(DLG4-PRV-SUB)
051800     END-IF
051900     MOVE DLG4-S-POS-CAT           TO DLG4-POS-SUB
052000     ADD 1 TO DLG4-R-POS(DLG4-PRV-SUB DLG4-POS-SUB)
052100     ADD 1 TO DLG4-C-SERVICES
052200     ADD 1 TO DLG4-C-POS(DLG4-POS-SUB)
052300     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
052400 3320-EXIT.
052500     EXIT.
052600*================================================================
052700*    3330-SCORE-PROVIDER  -  THE FIVE PROFILED MEASURES          *
052800*================================================================
052900 3330-SCORE-PROVIDER.
053000     MOVE DLG4-R-PATIENTS(DLG4-PRV-SUB)
053100                             TO DLG4-R-VALUE(DLG4-PRV-SUB 1)
053200     COMPUTE DLG4-R-VALUE(DLG4-PRV-SUB 2) ROUNDED =
053300         DLG4-R-SERVICES(DLG4-PRV-SUB)
053400           / DLG4-R-PATIENTS(DLG4-PRV-SUB)
053500     COMPUTE DLG4-R-VALUE(DLG4-PRV-SUB 3) ROUNDED =
053600         DLG4-R-PAID(DLG4-PRV-SUB)
053700           / DLG4-R-PATIENTS(DLG4-PRV-SUB) / 100
053800     COMPUTE DLG4-R-VALUE(DLG4-PRV-SUB 4) ROUNDED =
053900         DLG4-R-HIGH-LVL(DLG4-PRV-SUB) * 100
054000           / DLG4-R-SERVICES(DLG4-PRV-SUB)
054100     COMPUTE DLG4-R-VALUE(DLG4-PRV-SUB 5) ROUNDED =
054200         (DLG4-R-SERVICES(DLG4-PRV-SUB)
054300           - DLG4-R-POS(DLG4-PRV-SUB 1)) * 100
054400           / DLG4-R-SERVICES(DLG4-PRV-SUB).
054500 3330-EXIT.
054600     EXIT.
054700*================================================================
054800*    3410-SUM-ONE
054900*================================================================
055000 3410-SUM-ONE.
055100     ADD DLG4-R-VALUE(DLG4-PRV-SUB DLG4-MSR-SUB)
055200         TO DLG4-E-SUM(DLG4-MSR-SUB).
055300 3410-EXIT.
055400     EXIT.
055500*================================================================
055600*    3420-MEAN-ONE
055700*================================================================
055800 3420-MEAN-ONE.
055900     COMPUTE DLG4-E-MEAN(DLG4-MSR-SUB) ROUNDED =
056000         DLG4-E-SUM(DLG4-MSR-SUB) / DLG4-PRV-COUNT.
056100 3420-EXIT.
056200     EXIT.
056300*================================================================
056400*    3430-DEVIATE-ONE
056500*================================================================
056600 3430-DEVIATE-ONE.
056700     COMPUTE DLG4-DEV = DLG4-R-VALUE(DLG4-PRV-SUB DLG4-MSR-SUB)
056800                      - DLG4-E-MEAN(DLG4-MSR-SUB)
056900     COMPUTE DLG4-DEV-SQ = DLG4-DEV * DLG4-DEV
057000     ADD DLG4-DEV-SQ               TO DLG4-E-DEV-SQ-SUM
057100                                      (DLG4-MSR-SUB).
057200 3430-EXIT.
057300     EXIT.
057400*================================================================
057500*    3440-VARIANCE-ONE  -  POPULATION VARIANCE OF THE SPECIALTY  *
057600*================================================================
057700 3440-VARIANCE-ONE.
057800     COMPUTE DLG4-E-VARIANCE(DLG4-MSR-SUB) ROUNDED =
057900         DLG4-E-DEV-SQ-SUM(DLG4-MSR-SUB) / DLG4-PRV-COUNT.
058000 3440-EXIT.
058100     EXIT.
058200*================================================================
058300*    3450-FLAG-ONE  -  MORE THAN TWO STANDARD DEVIATIONS ABOVE   *
058400*                      THE MEAN, TESTED AS A SQUARED DEVIATION   *
058500*                      ABOVE FOUR TIMES THE VARIANCE SO NO       *
058600*                      SQUARE ROOT IS NEEDED                     *
058700*================================================================
058800 3450-FLAG-ONE.
058900     MOVE "N" TO DLG4-R-FLAG(DLG4-PRV-SUB DLG4-MSR-SUB)
059000     COMPUTE DLG4-DEV = DLG4-R-VALUE(DLG4-PRV-SUB DLG4-MSR-SUB)
059100                      - DLG4-E-MEAN(DLG4-MSR-SUB)
059200     IF DLG4-DEV NOT > ZERO
059300         GO TO 3450-EXIT
059400     END-IF
059500     COMPUTE DLG4-DEV-SQ = DLG4-DEV * DLG4-DEV
059600     IF DLG4-DEV-SQ > DLG4-E-VARIANCE(DLG4-MSR-SUB) * 4
059700         MOVE "Y" TO DLG4-R-FLAG(DLG4-PRV-SUB DLG4-MSR-SUB)
059800     END-IF.
059900 3450-EXIT.
060000     EXIT.
060100*================================================================
060200*    3500-REPORT-ONE-PRV  -  PRINT LINE AND PROFILE RECORD
060300*================================================================
060400 3500-REPORT-ONE-PRV.
060500     MOVE SPACES                   TO DL164-PRF-RECORD
060600     MOVE DLG4-FROM-DT             TO DL164-P-FROM-DT
060700     MOVE DLG4-TO-DT               TO DL164-P-TO-DT
060800     MOVE DLG4-CUR-SPEC            TO DL164-P-SPEC
060900     MOVE DLG4-R-PRV-ID(DLG4-PRV-SUB) TO DL164-P-PRV-ID
061000     MOVE DLG4-R-PATIENTS(DLG4-PRV-SUB) TO DL164-P-PATIENTS
061100     MOVE DLG4-R-SERVICES(DLG4-PRV-SUB) TO DL164-P-SERVICES
061200     MOVE DLG4-R-PAID(DLG4-PRV-SUB) TO DL164-P-PAID
061300     MOVE DLG4-R-HIGH-LVL(DLG4-PRV-SUB) TO DL164-P-HIGH-LVL
061400     MOVE DLG4-PRV-COUNT           TO DL164-P-PEER-COUNT
061500     MOVE "N"                      TO DLG4-ANY-FLAG-SW
061600     MOVE SPACES                   TO DLG4-D-FLAGS
061700     PERFORM 3510-MOVE-ONE-MEASURE  THRU 3510-EXIT
061800         VARYING DLG4-MSR-SUB FROM 1 BY 1
061900         UNTIL DLG4-MSR-SUB > 5
062000     PERFORM 3520-MOVE-ONE-POS      THRU 3520-EXIT
062100         VARYING DLG4-POS-SUB FROM 1 BY 1
062200         UNTIL DLG4-POS-SUB > 5
062300     MOVE "N"                      TO DL164-P-ANY-FLAG
062400     IF DLG4-ANY-FLAG
062500         SET DL164-P-ANY-OUTLIER   TO TRUE
062600         ADD 1 TO DLG4-PRVS-FLAGGED
062700     END-IF
062800     WRITE DL164-PRF-RECORD
062900     ADD 1 TO DLG4-PRVS-RPT
063000     MOVE DLG4-CUR-SPEC            TO DLG4-D-SPEC
063100     MOVE DLG4-R-PRV-ID(DLG4-PRV-SUB) TO DLG4-D-PRV-ID
063200     MOVE DLG4-R-VALUE(DLG4-PRV-SUB 1) TO DLG4-D-PATIENTS
063300     MOVE DLG4-R-VALUE(DLG4-PRV-SUB 2) TO DLG4-D-SVC-PT
063400     MOVE DLG4-R-VALUE(DLG4-PRV-SUB 3) TO DLG4-D-PAID-PT
063500     MOVE DLG4-R-VALUE(DLG4-PRV-SUB 4) TO DLG4-D-HIGH-PCT
063600     WRITE DL164-RPT-LINE FROM DLG4-DETAIL-LINE.
063700 3500-EXIT.
063800     EXIT.
063900*================================================================
064000*    3510-MOVE-ONE-MEASURE
064100*================================================================
064200 3510-MOVE-ONE-MEASURE.
064300     MOVE DLG4-R-VALUE(DLG4-PRV-SUB DLG4-MSR-SUB)
064400         TO DL164-P-VALUE(DLG4-MSR-SUB)
064500     MOVE DLG4-E-MEAN(DLG4-MSR-SUB)
064600         TO DL164-P-PEER-AVG(DLG4-MSR-SUB)
064700     MOVE DLG4-R-FLAG(DLG4-PRV-SUB DLG4-MSR-SUB)
064800         TO DL164-P-FLAG(DLG4-MSR-SUB)
064900     IF DLG4-R-FLAG(DLG4-PRV-SUB DLG4-MSR-SUB) = "Y"
065000         SET DLG4-ANY-FLAG         TO TRUE
065100         MOVE DLG4-FLAG-LETTERS(DLG4-MSR-SUB:1)
065200             TO DLG4-D-FLAGS(DLG4-MSR-SUB:1)
065300     END-IF.
065400 3510-EXIT.
065500     EXIT.
065600*================================================================
065700*    3520-MOVE-ONE-POS  -  SHARE OF THE PROVIDER'S SERVICES AT   *
065800*                          EACH PLACE OF SERVICE                 *
065900*================================================================
066000 3520-MOVE-ONE-POS.
066100     COMPUTE DLG4-SHARE ROUNDED =
066200         DLG4-R-POS(DLG4-PRV-SUB DLG4-POS-SUB) * 100
066300           / DLG4-R-SERVICES(DLG4-PRV-SUB)
066400     MOVE DLG4-SHARE         TO DL164-P-POS-SHARE(DLG4-POS-SUB)
066500     MOVE DLG4-SHARE         TO DLG4-D-POS-PCT(DLG4-POS-SUB).
066600 3520-EXIT.
066700     EXIT.
066800*================================================================
066900*    3600-REPORT-PEERS  -  SPECIALTY AVERAGES; ITS PLACE-OF-     *
067000*                          SERVICE MIX IS THAT OF ALL ITS LINES  *
067100*================================================================
067200 3600-REPORT-PEERS.
067300     MOVE DLG4-CUR-SPEC            TO DLG4-D-SPEC
067400     MOVE "PEER AVG"               TO DLG4-D-PRV-ID
067500     MOVE DLG4-E-MEAN(1)           TO DLG4-D-PATIENTS
067600     MOVE DLG4-E-MEAN(2)           TO DLG4-D-SVC-PT
067700     MOVE DLG4-E-MEAN(3)           TO DLG4-D-PAID-PT
067800     MOVE DLG4-E-MEAN(4)           TO DLG4-D-HIGH-PCT
067900     MOVE SPACES                   TO DLG4-D-FLAGS
068000     PERFORM 3610-PEER-ONE-POS      THRU 3610-EXIT
068100         VARYING DLG4-POS-SUB FROM 1 BY 1
068200         UNTIL DLG4-POS-SUB > 5
068300     WRITE DL164-RPT-LINE FROM DLG4-DETAIL-LINE.
068400 3600-EXIT.
068500     EXIT.
068600*================================================================
068700*    3610-PEER-ONE-POS
068800*================================================================
068900 3610-PEER-ONE-POS.
069000     COMPUTE DLG4-SHARE ROUNDED =
069100         DLG4-C-POS(DLG4-POS-SUB) * 100 / DLG4-C-SERVICES
069200     MOVE DLG4-SHARE         TO DLG4-D-POS-PCT(DLG4-POS-SUB).
069300 3610-EXIT.
069400     EXIT.
069500 3999-EXIT.
069600     EXIT.
069700*================================================================
069800*    4000-TERMINATE
069900*================================================================
070000 4000-TERMINATE.
070100     MOVE DLG4-CLM-READ            TO DLG4-T-CLM-READ
070200     MOVE DLG4-LINES-USED          TO DLG4-T-LINES
070300     MOVE DLG4-NO-PROVIDER         TO DLG4-T-NO-PROVIDER
070400     MOVE DLG4-NO-SPECIALTY        TO DLG4-T-NO-SPECIALTY
070500     MOVE DLG4-SPECS-RPT           TO DLG4-T-SPECS
070600     MOVE DLG4-PRVS-RPT            TO DLG4-T-PRVS
070700     MOVE DLG4-PRVS-FLAGGED        TO DLG4-T-FLAGGED
070800     WRITE DL164-RPT-LINE FROM SPACES
070900     WRITE DL164-RPT-LINE FROM DLG4-LEGEND-LINE
071000     WRITE DL164-RPT-LINE FROM SPACES
071100     WRITE DL164-RPT-LINE FROM DLG4-TOTAL-LINE-1
071200     WRITE DL164-RPT-LINE FROM DLG4-TOTAL-LINE-2
071300     WRITE DL164-RPT-LINE FROM DLG4-TOTAL-LINE-3
071400     WRITE DL164-RPT-LINE FROM DLG4-TOTAL-LINE-4
071500     WRITE DL164-RPT-LINE FROM DLG4-TOTAL-LINE-5
071600     WRITE DL164-RPT-LINE FROM DLG4-TOTAL-LINE-6
071700     WRITE DL164-RPT-LINE FROM DLG4-TOTAL-LINE-7
071800     CLOSE BHS2MCH-FILE
071900     CLOSE BHS3MDE-FILE
072000     CLOSE DL164-PRF-FILE
072100     CLOSE DL164-RPT-FILE.
072200 4000-EXIT.
072300     EXIT.
072400*================================================================
072500*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
072600*================================================================
072700 8100-READ-CLAIM-PAIR.
072800     READ BHS2MCH-FILE
072900         AT END
073000             SET DLG4-CLM-EOF TO TRUE
073100     END-READ
073200     IF NOT DLG4-CLM-EOF
073300         AND NOT DLG4-DET-EOF
073400         READ BHS3MDE-FILE
073500             AT END
073600                 SET DLG4-DET-EOF TO TRUE
073700         END-READ
073800     END-IF.
073900 8100-EXIT.
074000     EXIT.
074100*================================================================
074200*    8900-MONTH-TO-YYYYMM
074300*================================================================
074400 8900-MONTH-TO-YYYYMM.
074500     DIVIDE DLG4-CNV-MO BY 12 GIVING DLG4-CNV-YYYY
074600         REMAINDER DLG4-CNV-REM
074700     COMPUTE DLG4-CNV-YYYYMM =
074800         DLG4-CNV-YYYY * 100 + DLG4-CNV-REM + 1.
074900 8900-EXIT.
075000     EXIT.
075100*================================================================
075200*    9900-PRV-ABORT  -  MORE PROVIDERS IN ONE SPECIALTY THAN THE *
075300*                       TABLE                                    *
075400*================================================================
075500 9900-PRV-ABORT.
075600     DISPLAY "DL164: SPECIALTY " DLG4-CUR-SPEC
075700             " EXCEEDS THE 2000-ENTRY PROVIDER TABLE"
075800     MOVE 8                        TO RETURN-CODE
075900     GOBACK.
076000 9900-EXIT.
076100     EXIT.
