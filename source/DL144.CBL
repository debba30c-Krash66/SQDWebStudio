000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL144.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PROCEDURE-PAIR UNBUNDLING
001100*                   EDIT.  BHS2MCH AND BHS3MDE ARE READ IN
001200*                   LOCKSTEP (THE DL017 PAIRING) WITH THE CLAIM
001300*                   FILE IN PATIENT ORDER (THE DL057 SEQUENCE).
001400*                   PER PATIENT (THE FULL CLH-PATIENT-NBR), THE
001500*                   POPULATED LINES OF PAID CLAIMS ARE GATHERED
001600*                   TO WORKING STORAGE THE DL099 WAY; AT THE
001700*                   PATIENT BREAK EVERY PAID LINE WHOSE
001800*                   PROCEDURE IS A COMPONENT ON THE DL144PRS
001900*                   BUNDLING TABLE IS TESTED FOR A COMPREHENSIVE
002000*                   LINE BILLED BY THE SAME CLD-LINE-PRV-ID-NBR
002100*                   ON THE SAME CLD-FST-DT, ACROSS ALL OF THE
002200*                   PATIENT'S CLAIMS.  THE PAIR'S BYPASS
002300*                   MODIFIER IS HONORED WHEN IT APPEARS IN
002400*                   EITHER HALF OF THE COMPONENT LINE'S CLD-MOD,
002500*                   OR WHEN THE COMPONENT'S CLD-ASSOC-PROC TIES
002600*                   IT TO THE COMPREHENSIVE CODE AND THE
002700*                   COMPREHENSIVE LINE CARRIES THE MODIFIER.
002800*                   UNBUNDLED COMPONENTS GO TO THE DL144EXC
002900*                   EXCEPTION FILE WITH THE NET PAY AT STAKE AND
003000*                   ARE TOTALED BY PROVIDER ON THE REGISTER.
003001*  2026-10-15  RH   A PROVIDER BEYOND THE 500-ENTRY TOTAL TABLE
003002*                   NOW FAILS THE STEP RC 8 (THE DL060 RULE)
003003*                   INSTEAD OF BEING LEFT OFF THE TOTALS.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BHS2MCH-FILE    ASSIGN TO BHS2MCH
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BHS3MDE-FILE    ASSIGN TO BHS3MDE
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL144-PRS-FILE  ASSIGN TO DL144PRS
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL144-EXC-FILE  ASSIGN TO DL144EXC
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL144-RPT-FILE  ASSIGN TO DL144RPT
004700            ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BHS2MCH-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY BHS2MCH.
005300 FD  BHS3MDE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BHS3MDE.
005600 FD  DL144-PRS-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL144PRS.
005900 FD  DL144-EXC-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL144EXC.
006200 FD  DL144-RPT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  DL144-RPT-LINE                PIC X(132).
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700*    DLE4-SWITCHES AND COUNTERS
006800*----------------------------------------------------------------
006900 01  DLE4-SWITCHES.
007000     05  DLE4-CLM-EOF-SW           PIC X(1)     VALUE "N".
007100         88  DLE4-CLM-EOF                        VALUE "Y".
007200     05  DLE4-DET-EOF-SW           PIC X(1)     VALUE "N".
007300         88  DLE4-DET-EOF                        VALUE "Y".
007400     05  DLE4-PRS-EOF-SW           PIC X(1)     VALUE "N".
007500         88  DLE4-PRS-EOF                        VALUE "Y".
007600     05  DLE4-BYPASS-SW            PIC X(1)     VALUE "N".
007700         88  DLE4-BYPASS                         VALUE "Y".
007800 01  DLE4-KEYS.
007900     05  DLE4-PAT-KEY              PIC X(17).
008000*----------------------------------------------------------------
008100*    DLE4-PRS-TABLE  -  THE BUNDLING PAIRS
008200*----------------------------------------------------------------
008300 01  DLE4-PRS-TABLE.
008400     05  DLE4-PRS-COUNT            PIC S9(4) COMP VALUE ZERO.
008500     05  DLE4-PRS-ENTRY OCCURS 3000 TIMES.
008600         10  DLE4-R-COMPREHENSIVE  PIC X(5).
008700         10  DLE4-R-COMPONENT      PIC X(5).
008800         10  DLE4-R-BYPASS-MOD     PIC X(2).
008900*----------------------------------------------------------------
009000*    DLE4-LINE-TABLE  -  THE CURRENT PATIENT'S POPULATED LINES
009100*----------------------------------------------------------------
009200 01  DLE4-LINE-TABLE.
009300     05  DLE4-LIN-COUNT            PIC S9(4) COMP VALUE ZERO.
009400     05  DLE4-LIN-ENTRY OCCURS 400 TIMES.
009500         10  DLE4-G-INV-NBR        PIC 9(13).
009600         10  DLE4-G-LINE-NBR       PIC 9(1).
009700         10  DLE4-G-PRV-ID         PIC X(10).
009800         10  DLE4-G-FST-DT         PIC 9(8).
009900         10  DLE4-G-PROC-CD        PIC X(5).
010000         10  DLE4-G-MOD            PIC X(4).
010100         10  DLE4-G-ASSOC-PROC     PIC X(5).
010200         10  DLE4-G-NET-PAY        PIC S9(8) COMP.
010300*----------------------------------------------------------------
010400*    DLE4-PRV-TABLE  -  EXCEPTION TOTALS BY PROVIDER
010500*----------------------------------------------------------------
010600 01  DLE4-PRV-TABLE.
010700     05  DLE4-PRV-COUNT            PIC S9(4) COMP VALUE ZERO.
010800     05  DLE4-PRV-ENTRY OCCURS 500 TIMES.
010900         10  DLE4-P-PRV-ID         PIC X(10).
011000         10  DLE4-P-EXC-COUNT      PIC S9(8) COMP.
011100         10  DLE4-P-EXC-AMT        PIC S9(13) COMP-3.
011200 01  DLE4-WORK-FIELDS.
011300     05  DLE4-SUB                  PIC S9(4) COMP VALUE ZERO.
011400     05  DLE4-CMP-SUB              PIC S9(4) COMP VALUE ZERO.
011500     05  DLE4-PRS-SUB              PIC S9(4) COMP VALUE ZERO.
011600     05  DLE4-PRV-SUB              PIC S9(4) COMP VALUE ZERO.
011700     05  DLE4-LN-SUB               PIC S9(4) COMP VALUE ZERO.
011800 01  DLE4-DATE-WORK.
011900     05  DLE4-RUN-DATE             PIC 9(8).
012000 01  DLE4-COUNTERS.
012100     05  DLE4-CLM-READ             PIC S9(8) COMP VALUE ZERO.
012200     05  DLE4-EXC-WRITTEN          PIC S9(8) COMP VALUE ZERO.
012300     05  DLE4-EXC-AMT              PIC S9(13) COMP-3 VALUE ZERO.
012400     05  DLE4-BYPASS-HONORED       PIC S9(8) COMP VALUE ZERO.
012500     05  DLE4-LINES-DROPPED        PIC S9(8) COMP VALUE ZERO.
012600 01  DLE4-HEADING-1.
012700     05  FILLER                    PIC X(44)
012800         VALUE "PROCEDURE-PAIR UNBUNDLING EDIT".
012900 01  DLE4-COLUMN-HEADING.
013000     05  FILLER                   PIC X(19) VALUE "PATIENT".
013100     05  FILLER                   PIC X(12) VALUE "PROVIDER".
013200     05  FILLER                   PIC X(10) VALUE "SVC DATE".
013300     05  FILLER                   PIC X(7)  VALUE "COMPNT".
013400     05  FILLER                   PIC X(6)  VALUE "MOD".
013500     05  FILLER                   PIC X(7)  VALUE "COMPRH".
013600     05  FILLER                   PIC X(15) VALUE "INVOICE".
013700     05  FILLER                   PIC X(12) VALUE "NET PAID".
013800 01  DLE4-DETAIL-LINE.
013900     05  DLE4-D-PATIENT            PIC X(17).
014000     05  FILLER                    PIC X(2)  VALUE SPACES.
014100     05  DLE4-D-PRV-ID             PIC X(10).
014200     05  FILLER                    PIC X(2)  VALUE SPACES.
014300     05  DLE4-D-FST-DT             PIC 9(8).
014400     05  FILLER                    PIC X(2)  VALUE SPACES.
014500     05  DLE4-D-COMPONENT          PIC X(5).
014600     05  FILLER                    PIC X(2)  VALUE SPACES.
014700     05  DLE4-D-MOD                PIC X(4).
014800     05  FILLER                    PIC X(2)  VALUE SPACES.
014900     05  DLE4-D-COMPREHENSIVE      PIC X(5).
015000     05  FILLER                    PIC X(2)  VALUE SPACES.
015100     05  DLE4-D-INV-NBR            PIC 9(13).
015200     05  FILLER                    PIC X(2)  VALUE SPACES.
015300     05  DLE4-D-NET                PIC ZZZ,ZZZ,ZZ9.
015400 01  DLE4-PRV-HEADING.
015500     05  FILLER                    PIC X(30)
015600         VALUE "EXCEPTIONS BY PROVIDER".
015700 01  DLE4-PRV-LINE.
015800     05  DLE4-S-PRV-ID             PIC X(10).
015900     05  FILLER                    PIC X(2)  VALUE SPACES.
016000     05  DLE4-S-COUNT              PIC ZZZ,ZZ9.
016100     05  FILLER                    PIC X(2)  VALUE SPACES.
016200     05  DLE4-S-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9.
016300 01  DLE4-TOTAL-LINE-1.
016400     05  FILLER                    PIC X(25)
016500         VALUE "EXCEPTION LINES WRITTEN".
016600     05  DLE4-T-EXC                PIC ZZZ,ZZ9.
016700     05  FILLER                    PIC X(2)  VALUE SPACES.
016800     05  DLE4-T-EXC-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.
016900 01  DLE4-TOTAL-LINE-2.
017000     05  FILLER                    PIC X(25)
017100         VALUE "BYPASS MODIFIER HONORED".
017200     05  DLE4-T-BYPASS             PIC ZZZ,ZZ9.
017300 01  DLE4-TOTAL-LINE-3.
017400     05  FILLER                    PIC X(25)
017500         VALUE "LINES DROPPED-LIMIT".
017600     05  DLE4-T-DROPPED            PIC ZZZ,ZZ9.
017700*----------------------------------------------------------------
017800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
017900*----------------------------------------------------------------
018000 01  DL903-PARMS.
018100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL144".
018200     05  DL903-REC-TYPE            PIC X(1).
018300     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
018400*----------------------------------------------------------------
018500*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
018600*----------------------------------------------------------------
018700 01  DL902-DATES.
018800     05  DL902-EXEC-DATE           PIC 9(8).
018900 01  DL902-EXEC-LINE.
019000     05  FILLER                    PIC X(14)
019100         VALUE "BUSINESS DATE ".
019200     05  DL902-EL-BUS              PIC 9(8).
019300     05  FILLER                    PIC X(11)
019400         VALUE "  EXECUTED ".
019500     05  DL902-EL-EXEC             PIC 9(8).
019600 PROCEDURE DIVISION.
019700*================================================================
019800*    0000-MAINLINE
019900*================================================================
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
020200     MOVE "S"                      TO DL903-REC-TYPE
020300     CALL "DL903" USING DL903-PARMS
020400     PERFORM 2000-PROCESS-PATIENT   THRU 2000-EXIT
020500         UNTIL DLE4-CLM-EOF
020600     PERFORM 3000-TERMINATE         THRU 3000-EXIT
020700     MOVE "E"                      TO DL903-REC-TYPE
020800     MOVE DLE4-CLM-READ TO DL903-REC-COUNT
020900     CALL "DL903" USING DL903-PARMS
021000     GOBACK.
021100*================================================================
021200*    1000-INITIALIZE
021300*================================================================
021400 1000-INITIALIZE.
021500     CALL "DL902" USING DLE4-RUN-DATE DL902-EXEC-DATE
021600     OPEN INPUT  BHS2MCH-FILE
021700     OPEN INPUT  BHS3MDE-FILE
021800     OPEN INPUT  DL144-PRS-FILE
021900     OPEN OUTPUT DL144-EXC-FILE
022000     OPEN OUTPUT DL144-RPT-FILE
022100     WRITE DL144-RPT-LINE FROM DLE4-HEADING-1
022200     MOVE DLE4-RUN-DATE TO DL902-EL-BUS
022300     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
022400     WRITE DL144-RPT-LINE FROM DL902-EXEC-LINE
022500     WRITE DL144-RPT-LINE FROM SPACES
022600     WRITE DL144-RPT-LINE FROM DLE4-COLUMN-HEADING
022700     PERFORM 1100-LOAD-ONE-PAIR     THRU 1100-EXIT
022800         UNTIL DLE4-PRS-EOF
022900     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
023000 1000-EXIT.
023100     EXIT.
023200*================================================================
023300*    1100-LOAD-ONE-PAIR
023400*================================================================
023500 1100-LOAD-ONE-PAIR.
023600     READ DL144-PRS-FILE
023700         AT END
023800             SET DLE4-PRS-EOF TO TRUE
023900     END-READ
024000     IF DLE4-PRS-EOF
024100         GO TO 1100-EXIT
024200     END-IF
024300*    A DROPPED PAIR SILENTLY DISABLES THE EDIT FOR THAT CODE -
024400*    FAIL THE STEP (THE DL060 RULE)
024500     IF DLE4-PRS-COUNT >= 3000
024600         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
024700     END-IF
024800     ADD 1 TO DLE4-PRS-COUNT
024900     MOVE DL144-R-COMPREHENSIVE
025000                     TO DLE4-R-COMPREHENSIVE(DLE4-PRS-COUNT)
025100     MOVE DL144-R-COMPONENT
025200                     TO DLE4-R-COMPONENT(DLE4-PRS-COUNT)
025300     MOVE DL144-R-BYPASS-MOD
025400                     TO DLE4-R-BYPASS-MOD(DLE4-PRS-COUNT).
025500 1100-EXIT.
025600     EXIT.
025700*================================================================
025800*    2000-PROCESS-PATIENT  -  GATHER EVERY CLAIM FOR THE         *
025900*                             PATIENT, THEN TEST EACH PAID LINE  *
026000*================================================================
026100 2000-PROCESS-PATIENT.
026200     MOVE CLH-PATIENT-NBR          TO DLE4-PAT-KEY
026300     MOVE ZERO                     TO DLE4-LIN-COUNT
026400     PERFORM 2100-GATHER-ONE-CLAIM  THRU 2100-EXIT
026500         UNTIL DLE4-CLM-EOF
026600         OR CLH-PATIENT-NBR NOT = DLE4-PAT-KEY
026700     PERFORM 2500-CHECK-ONE-LINE    THRU 2500-EXIT
026800         VARYING DLE4-SUB FROM 1 BY 1
026900         UNTIL DLE4-SUB > DLE4-LIN-COUNT.
027000 2000-EXIT.
027100     EXIT.
027200*================================================================
027300*    2100-GATHER-ONE-CLAIM  -  PAID CLAIMS ONLY                  *
027400*================================================================
027500 2100-GATHER-ONE-CLAIM.
027600     ADD 1 TO DLE4-CLM-READ
027700     IF CLH-ACT-PD-DT NOT = ZERO
027800         AND NOT DLE4-DET-EOF
027900         PERFORM 2200-GATHER-ONE-LINE THRU 2200-EXIT
028000             VARYING DLE4-LN-SUB FROM 1 BY 1
028100             UNTIL DLE4-LN-SUB > 4
028200     END-IF
028300     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
028400 2100-EXIT.
028500     EXIT.
028600*================================================================
028700*    2200-GATHER-ONE-LINE  -  EVERY POPULATED LINE IS KEPT; AN   *
028800*                             UNPAID COMPREHENSIVE LINE STILL    *
028900*                             BUNDLES ITS COMPONENTS             *
029000*================================================================
029100 2200-GATHER-ONE-LINE.
029200     IF CLD-FST-DT(DLE4-LN-SUB) = ZERO
029300         GO TO 2200-EXIT
029400     END-IF
029500     IF DLE4-LIN-COUNT >= 400
029600         ADD 1 TO DLE4-LINES-DROPPED
029700         GO TO 2200-EXIT
029800     END-IF
029900     ADD 1 TO DLE4-LIN-COUNT
030000     MOVE CLH-INV-NBR      TO DLE4-G-INV-NBR(DLE4-LIN-COUNT)
030100     MOVE DLE4-LN-SUB      TO DLE4-G-LINE-NBR(DLE4-LIN-COUNT)
030200     MOVE CLD-LINE-PRV-ID-NBR(DLE4-LN-SUB)
030300                           TO DLE4-G-PRV-ID(DLE4-LIN-COUNT)
030400     MOVE CLD-FST-DT(DLE4-LN-SUB)
030500                           TO DLE4-G-FST-DT(DLE4-LIN-COUNT)
030600     MOVE CLD-PROC-CD(DLE4-LN-SUB)
030700                           TO DLE4-G-PROC-CD(DLE4-LIN-COUNT)
030800     MOVE CLD-MOD(DLE4-LN-SUB)
030900                           TO DLE4-G-MOD(DLE4-LIN-COUNT)
031000     MOVE CLD-ASSOC-PROC(DLE4-LN-SUB)
031100                           TO DLE4-G-ASSOC-PROC(DLE4-LIN-COUNT)
031200     MOVE CLD-NET-PAY-AMT(DLE4-LN-SUB)
031300                           TO DLE4-G-NET-PAY(DLE4-LIN-COUNT).
031400 2200-EXIT.
031500     EXIT.
031600*================================================================
031700*    2500-CHECK-ONE-LINE  -  A PAID LINE IS TESTED AGAINST EVERY *
031800*                            PAIR NAMING ITS PROCEDURE AS THE    *
031900*                            COMPONENT                           *
032000*================================================================
032100 2500-CHECK-ONE-LINE.
032200     IF DLE4-G-NET-PAY(DLE4-SUB) NOT > ZERO
032300         GO TO 2500-EXIT
032400     END-IF
032500     PERFORM 2510-TEST-ONE-PAIR     THRU 2510-EXIT
032600         VARYING DLE4-PRS-SUB FROM 1 BY 1
032700         UNTIL DLE4-PRS-SUB > DLE4-PRS-COUNT.
032800 2500-EXIT.
032900     EXIT.
033000*================================================================
033100*    2510-TEST-ONE-PAIR  -  LOOK FOR THE COMPREHENSIVE CODE ON   *
033200*                           ANY OTHER LINE BY THE SAME PROVIDER  *
033300*                           ON THE SAME SERVICE DATE             *
033400*================================================================
033500 2510-TEST-ONE-PAIR.
033600     IF DLE4-R-COMPONENT(DLE4-PRS-SUB)
033700         NOT = DLE4-G-PROC-CD(DLE4-SUB)
033800         GO TO 2510-EXIT
033900     END-IF
034000     PERFORM 2520-SCAN-ONE          THRU 2520-EXIT
034100         VARYING DLE4-CMP-SUB FROM 1 BY 1
034200         UNTIL DLE4-CMP-SUB > DLE4-LIN-COUNT
034300         OR (DLE4-CMP-SUB NOT = DLE4-SUB
034400         AND DLE4-G-PROC-CD(DLE4-CMP-SUB)
034500             = DLE4-R-COMPREHENSIVE(DLE4-PRS-SUB)
034600         AND DLE4-G-PRV-ID(DLE4-CMP-SUB)
034700             = DLE4-G-PRV-ID(DLE4-SUB)
034800         AND DLE4-G-FST-DT(DLE4-CMP-SUB)
034900             = DLE4-G-FST-DT(DLE4-SUB))
035000     IF DLE4-CMP-SUB > DLE4-LIN-COUNT
035100         GO TO 2510-EXIT
035200     END-IF
035300     PERFORM 2600-TEST-BYPASS       THRU 2600-EXIT
035400     IF DLE4-BYPASS
035500         ADD 1 TO DLE4-BYPASS-HONORED
035600     ELSE
035700         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
035800     END-IF
035900*    ONE EXCEPTION PER COMPONENT LINE IS ENOUGH - STOP HERE
036000     MOVE DLE4-PRS-COUNT           TO DLE4-PRS-SUB.
036100 2510-EXIT.
036200     EXIT.
036300*================================================================
036400*    2520-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
036500*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
036600*                      PERFORM THAT CALLS THIS                   *
036700*================================================================
036800 2520-SCAN-ONE.
036900     CONTINUE.
037000 2520-EXIT.
037100     EXIT.
037200*================================================================
037300*    2600-TEST-BYPASS  -  THE PAIR'S MODIFIER ON EITHER HALF OF  *
037400*                         THE COMPONENT'S CLD-MOD, OR ON THE     *
037500*                         COMPREHENSIVE LINE THE COMPONENT'S     *
037600*                         CLD-ASSOC-PROC POINTS AT               *
037700*================================================================
037800 2600-TEST-BYPASS.
037900     MOVE "N"                      TO DLE4-BYPASS-SW
038000     IF DLE4-R-BYPASS-MOD(DLE4-PRS-SUB) = SPACES
038100         GO TO 2600-EXIT
038200     END-IF
038300     IF DLE4-G-MOD(DLE4-SUB)(1:2)
038400             = DLE4-R-BYPASS-MOD(DLE4-PRS-SUB)
038500         OR DLE4-G-MOD(DLE4-SUB)(3:2)
038600             = DLE4-R-BYPASS-MOD(DLE4-PRS-SUB)
038700         SET DLE4-BYPASS           TO TRUE
038800         GO TO 2600-EXIT
038900     END-IF
039000     IF DLE4-G-ASSOC-PROC(DLE4-SUB)
039100             = DLE4-R-COMPREHENSIVE(DLE4-PRS-SUB)
039200         AND (DLE4-G-MOD(DLE4-CMP-SUB)(1:2)
039300             = DLE4-R-BYPASS-MOD(DLE4-PRS-SUB)
039400         OR DLE4-G-MOD(DLE4-CMP-SUB)(3:2)
039500             = DLE4-R-BYPASS-MOD(DLE4-PRS-SUB))
039600         SET DLE4-BYPASS           TO TRUE
039700     END-IF.
039800 2600-EXIT.
039900     EXIT.
040000*================================================================
040100*    2700-WRITE-EXCEPTION
040200*================================================================
040300 2700-WRITE-EXCEPTION.
040400     MOVE DLE4-PAT-KEY             TO DL144-X-PATIENT-NBR
040500     MOVE DLE4-G-INV-NBR(DLE4-SUB) TO DL144-X-INV-NBR
040600     MOVE DLE4-G-LINE-NBR(DLE4-SUB) TO DL144-X-LINE-NBR
040700     MOVE DLE4-G-PRV-ID(DLE4-SUB)  TO DL144-X-PRV-ID
040800     MOVE DLE4-G-FST-DT(DLE4-SUB)  TO DL144-X-FST-DT
040900     MOVE DLE4-G-PROC-CD(DLE4-SUB) TO DL144-X-COMPONENT
041000     MOVE DLE4-G-MOD(DLE4-SUB)     TO DL144-X-MOD
041100     MOVE DLE4-R-COMPREHENSIVE(DLE4-PRS-SUB)
041200                                   TO DL144-X-COMPREHENSIVE
041300     MOVE DLE4-G-INV-NBR(DLE4-CMP-SUB) TO DL144-X-COMP-INV-NBR
041400     MOVE DLE4-G-LINE-NBR(DLE4-CMP-SUB)
041500                                   TO DL144-X-COMP-LINE-NBR
041600     MOVE DLE4-G-NET-PAY(DLE4-SUB) TO DL144-X-NET-PAY-AMT
041700     WRITE DL144-EXC-RECORD
041800     ADD 1 TO DLE4-EXC-WRITTEN
041900     ADD DLE4-G-NET-PAY(DLE4-SUB) TO DLE4-EXC-AMT
042000     MOVE DLE4-PAT-KEY             TO DLE4-D-PATIENT
042100     MOVE DLE4-G-PRV-ID(DLE4-SUB)  TO DLE4-D-PRV-ID
042200     MOVE DLE4-G-FST-DT(DLE4-SUB)  TO DLE4-D-FST-DT
042300     MOVE DLE4-G-PROC-CD(DLE4-SUB) TO DLE4-D-COMPONENT
042400     MOVE DLE4-G-MOD(DLE4-SUB)     TO DLE4-D-MOD
042500     MOVE DLE4-R-COMPREHENSIVE(DLE4-PRS-SUB)
042600                                   TO DLE4-D-COMPREHENSIVE
042700     MOVE DLE4-G-INV-NBR(DLE4-SUB) TO DLE4-D-INV-NBR
042800     MOVE DLE4-G-NET-PAY(DLE4-SUB) TO DLE4-D-NET
042900     WRITE DL144-RPT-LINE FROM DLE4-DETAIL-LINE
043000     PERFORM 2800-TOTAL-PROVIDER    THRU 2800-EXIT.
043100 2700-EXIT.
043200     EXIT.
043300*================================================================
043301*    2800-TOTAL-PROVIDER  -  A PROVIDER PAST THE 500-ENTRY TABLE *
043302*                            FAILS THE STEP (THE DL060 RULE)    *
043303*                            RATHER THAN LEAVE THE TOTALS SHORT *
043500*================================================================
043600 2800-TOTAL-PROVIDER.
043700     PERFORM 2520-SCAN-ONE          THRU 2520-EXIT
043800         VARYING DLE4-PRV-SUB FROM 1 BY 1
043900         UNTIL DLE4-PRV-SUB > DLE4-PRV-COUNT
044000         OR DLE4-P-PRV-ID(DLE4-PRV-SUB)
044100             = DLE4-G-PRV-ID(DLE4-SUB)
044200     IF DLE4-PRV-SUB > DLE4-PRV-COUNT
044300         IF DLE4-PRV-COUNT >= 500
044400             PERFORM 9910-PRV-ABORT THRU 9910-EXIT
044500         END-IF
044600         ADD 1 TO DLE4-PRV-COUNT
044700         MOVE DLE4-PRV-COUNT       TO DLE4-PRV-SUB
044800         MOVE DLE4-G-PRV-ID(DLE4-SUB)
044900                               TO DLE4-P-PRV-ID(DLE4-PRV-SUB)
045000         MOVE ZERO             TO DLE4-P-EXC-COUNT(DLE4-PRV-SUB)
045100         MOVE ZERO             TO DLE4-P-EXC-AMT(DLE4-PRV-SUB)
045200     END-IF
045300     ADD 1 TO DLE4-P-EXC-COUNT(DLE4-PRV-SUB)
045400     ADD DLE4-G-NET-PAY(DLE4-SUB)
045500         TO DLE4-P-EXC-AMT(DLE4-PRV-SUB).
045600 2800-EXIT.
045700     EXIT.
045800*================================================================
045900*    3000-TERMINATE
046000*================================================================
046100 3000-TERMINATE.
046200     WRITE DL144-RPT-LINE FROM SPACES
046300     WRITE DL144-RPT-LINE FROM DLE4-PRV-HEADING
046400     PERFORM 3100-WRITE-ONE-PRV     THRU 3100-EXIT
046500         VARYING DLE4-PRV-SUB FROM 1 BY 1
046600         UNTIL DLE4-PRV-SUB > DLE4-PRV-COUNT
046700     MOVE DLE4-EXC-WRITTEN         TO DLE4-T-EXC
046800     MOVE DLE4-EXC-AMT             TO DLE4-T-EXC-AMT
046900     MOVE DLE4-BYPASS-HONORED      TO DLE4-T-BYPASS
047000     WRITE DL144-RPT-LINE FROM SPACES
047100     WRITE DL144-RPT-LINE FROM DLE4-TOTAL-LINE-1
047200     WRITE DL144-RPT-LINE FROM DLE4-TOTAL-LINE-2
047300     IF DLE4-LINES-DROPPED NOT = ZERO
047400         MOVE DLE4-LINES-DROPPED   TO DLE4-T-DROPPED
047500         WRITE DL144-RPT-LINE FROM DLE4-TOTAL-LINE-3
047600         MOVE 8                    TO RETURN-CODE
047700     END-IF
047800     CLOSE BHS2MCH-FILE
047900     CLOSE BHS3MDE-FILE
048000     CLOSE DL144-PRS-FILE
048100     CLOSE DL144-EXC-FILE
048200     CLOSE DL144-RPT-FILE.
048300 3000-EXIT.
048400     EXIT.
048500*================================================================
048600*    3100-WRITE-ONE-PRV
048700*================================================================
048800 3100-WRITE-ONE-PRV.
048900     MOVE DLE4-P-PRV-ID(DLE4-PRV-SUB) TO DLE4-S-PRV-ID
049000     MOVE DLE4-P-EXC-COUNT(DLE4-PRV-SUB) TO DLE4-S-COUNT
049100     MOVE DLE4-P-EXC-AMT(DLE4-PRV-SUB) TO DLE4-S-AMT
049200     WRITE DL144-RPT-LINE FROM DLE4-PRV-LINE.
049300 3100-EXIT.
049400     EXIT.
049500*================================================================
049600*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
049700*================================================================
049800 8100-READ-CLAIM-PAIR.
049900     READ BHS2MCH-FILE
050000         AT END
050100             SET DLE4-CLM-EOF TO TRUE
050200     END-READ
050300     IF NOT DLE4-CLM-EOF
050400         READ BHS3MDE-FILE
050500             AT END
050600                 SET DLE4-DET-EOF TO TRUE
050700         END-READ
050800     END-IF.
050900 8100-EXIT.
051000     EXIT.
051100*================================================================
051200*    9900-TABLE-ABORT  -  MORE BUNDLING PAIRS THAN THE 3000-     *
051300*                         ENTRY TABLE HOLDS                      *
051400*================================================================
051500 9900-TABLE-ABORT.
051600     DISPLAY "DL144: DL144PRS EXCEEDS THE 3000-ENTRY TABLE"
051700     MOVE 8                        TO RETURN-CODE
051800     GOBACK.
051900 9900-EXIT.
052000     EXIT.
052001*================================================================
052002*    9910-PRV-ABORT  -  MORE PROVIDERS WITH UNBUNDLED LINES      *
052003*                       THAN THE 500-ENTRY TOTAL TABLE           *
052004*================================================================
052005 9910-PRV-ABORT.
052006     DISPLAY "DL144: PROVIDER TOTALS EXCEED THE 500-ENTRY TABLE"
052007     MOVE 8                        TO RETURN-CODE
052008     GOBACK.
052009 9910-EXIT.
052010     EXIT.
