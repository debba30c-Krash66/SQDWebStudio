000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL145.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PATIENT AGE/SEX VERSUS
001100*                   PROCEDURE AND DIAGNOSIS CLINICAL-CONSISTENCY
001200*                   EDIT.  BED1EMP DRIVES; BHS1DEP (BY CLS-EMP-ID)
001300*                   AND THE LOCKSTEP BHS2MCH/BHS3MDE PAIR (BY
001400*                   CLH-PATIENT-NBR(1:13)) ARE MATCHED TO IT.
001500*                   EACH PAID CLAIM IS RESOLVED TO THE ACTUAL
001600*                   PATIENT THE DL142 WAY - CLH-PATIENT-NBR(14:4)
001700*                   NUMERIC AND NONZERO IS THE BHS1DEP DEPENDENT
001800*                   (CLS-SEX, CLS-DOB), OTHERWISE THE SUBSCRIBER
001900*                   (EMP-SEX, EMP-DOB).  EVERY PAID LINE'S
002000*                   CLD-PROC-CD, CLD-CPT-CD AND CLD-DIAGNOSIS,
002100*                   AND ONCE PER CLAIM CLH-DIAGNOSIS-CD-1 TO 5,
002200*                   ARE TESTED AGAINST THE DL145RUL RANGES; AGE
002300*                   IS TAKEN ON THE LINE'S CLD-FST-DT (THE
002400*                   EARLIEST LINE FOR THE HEADER DIAGNOSES).
002500*                   VIOLATIONS GO TO THE DL145QUE REVIEW QUEUE.
002600*                   A CLAIM FOR A DEPENDENT NOT ON BHS1DEP IS
002700*                   COUNTED AS UNRESOLVED, NOT GUESSED AT.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL145-RUL-FILE     ASSIGN TO DL145RUL
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL145-QUE-FILE     ASSIGN TO DL145QUE
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL145-RPT-FILE     ASSIGN TO DL145RPT
004800            ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BED1EMP-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY BED1EMP.
005400 FD  BHS1DEP-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY BHS1DEP.
005700 FD  BHS2MCH-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY BHS2MCH.
006000 FD  BHS3MDE-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY BHS3MDE.
006300 FD  DL145-RUL-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DL145RUL.
006600 FD  DL145-QUE-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DL145QUE.
006900 FD  DL145-RPT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  DL145-RPT-LINE                PIC X(132).
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
007400*    DLE5-SWITCHES AND COUNTERS
007500*----------------------------------------------------------------
007600 01  DLE5-SWITCHES.
007700     05  DLE5-MSTR-EOF-SW          PIC X(1)     VALUE "N".
007800         88  DLE5-MSTR-EOF                       VALUE "Y".
007900     05  DLE5-DEP-EOF-SW           PIC X(1)     VALUE "N".
008000         88  DLE5-DEP-EOF                        VALUE "Y".
008100     05  DLE5-CLM-EOF-SW           PIC X(1)     VALUE "N".
008200         88  DLE5-CLM-EOF                        VALUE "Y".
008300     05  DLE5-DET-EOF-SW           PIC X(1)     VALUE "N".
008400         88  DLE5-DET-EOF                        VALUE "Y".
008500     05  DLE5-RUL-EOF-SW           PIC X(1)     VALUE "N".
008600         88  DLE5-RUL-EOF                        VALUE "Y".
008700     05  DLE5-AGE-KNOWN-SW         PIC X(1)     VALUE "N".
008800         88  DLE5-AGE-KNOWN                      VALUE "Y".
008900 01  DLE5-KEYS.
009000     05  DLE5-DEP-KEY              PIC X(13).
009100     05  DLE5-CLM-KEY              PIC X(13).
009200*----------------------------------------------------------------
009300*    DLE5-RUL-TABLE  -  THE SEX/AGE RESTRICTED CODE RANGES
009400*----------------------------------------------------------------
009500 01  DLE5-RUL-TABLE.
009600     05  DLE5-RUL-COUNT            PIC S9(4) COMP VALUE ZERO.
009700     05  DLE5-RUL-ENTRY OCCURS 2000 TIMES.
009800         10  DLE5-R-CODE-TYPE      PIC X(1).
009900         10  DLE5-R-CODE-LO        PIC X(5).
010000         10  DLE5-R-CODE-HI        PIC X(5).
010100         10  DLE5-R-SEX            PIC X(1).
010200         10  DLE5-R-AGE-MIN        PIC 9(3).
010300         10  DLE5-R-AGE-MAX        PIC 9(3).
010400         10  DLE5-R-RULE-DESC      PIC X(20).
010500*----------------------------------------------------------------
010600*    DLE5-DEP-TABLE  -  THE CURRENT SUBSCRIBER'S DEPENDENTS
010700*----------------------------------------------------------------
010800 01  DLE5-DEP-TABLE.
010900     05  DLE5-DEP-COUNT            PIC S9(4) COMP VALUE ZERO.
011000     05  DLE5-DEP-ENTRY OCCURS 30 TIMES.
011100         10  DLE5-P-DEP-NBR        PIC 9(4).
011200         10  DLE5-P-SEX            PIC X(1).
011300         10  DLE5-P-DOB            PIC 9(8).
011400 01  DLE5-WORK-FIELDS.
011500     05  DLE5-SUB                  PIC S9(4) COMP VALUE ZERO.
011600     05  DLE5-DEP-SUB              PIC S9(4) COMP VALUE ZERO.
011700     05  DLE5-LN-SUB               PIC S9(4) COMP VALUE ZERO.
011800     05  DLE5-WORK-DEP-NBR         PIC 9(4).
011900     05  DLE5-PAT-SEX              PIC X(1).
012000     05  DLE5-PAT-DOB              PIC 9(8).
012100     05  DLE5-PAT-AGE              PIC 9(3).
012200     05  DLE5-FIRST-DT             PIC 9(8).
012300*    THE CODE UNDER TEST AND WHERE IT CAME FROM
012400     05  DLE5-TEST-TYPE            PIC X(1).
012500     05  DLE5-TEST-CODE            PIC X(5).
012600     05  DLE5-TEST-DT              PIC 9(8).
012700     05  DLE5-TEST-LINE            PIC 9(1).
012800     05  DLE5-TEST-AMT             PIC S9(8) COMP.
012900     05  DLE5-REASON               PIC X(2).
013000 01  DLE5-DATE-WORK.
013100     05  DLE5-RUN-DATE             PIC 9(8).
013200 01  DLE5-COUNTERS.
013300     05  DLE5-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
013400     05  DLE5-CLM-CHECKED          PIC S9(8) COMP VALUE ZERO.
013500     05  DLE5-LINES-CHECKED        PIC S9(8) COMP VALUE ZERO.
013600     05  DLE5-CLM-UNRESOLVED       PIC S9(8) COMP VALUE ZERO.
013700     05  DLE5-SEX-WRITTEN          PIC S9(8) COMP VALUE ZERO.
013800     05  DLE5-AGE-WRITTEN          PIC S9(8) COMP VALUE ZERO.
013900     05  DLE5-QUE-AMT              PIC S9(13) COMP-3 VALUE ZERO.
014000 01  DLE5-HEADING-1.
014100     05  FILLER                    PIC X(50)
014200         VALUE "PATIENT AGE/SEX CLINICAL-CONSISTENCY EDIT".
014300 01  DLE5-COLUMN-HEADING.
014400     05  FILLER                   PIC X(15) VALUE "MEMBER".
014500     05  FILLER                   PIC X(6)  VALUE "DEP".
014600     05  FILLER                   PIC X(15) VALUE "INVOICE".
014700     05  FILLER                   PIC X(4)  VALUE "LN".
014800     05  FILLER                   PIC X(10) VALUE "SVC DATE".
014900     05  FILLER                   PIC X(5)  VALUE "SEX".
015000     05  FILLER                   PIC X(5)  VALUE "AGE".
015100     05  FILLER                   PIC X(9)  VALUE "CODE".
015200     05  FILLER                   PIC X(4)  VALUE "WHY".
015300     05  FILLER                   PIC X(22) VALUE "RULE".
015400     05  FILLER                   PIC X(12) VALUE "PAID".
015500 01  DLE5-DETAIL-LINE.
015600     05  DLE5-D-EMP-ID             PIC X(13).
015700     05  FILLER                    PIC X(2)  VALUE SPACES.
015800     05  DLE5-D-DEP-NBR            PIC 9(4).
015900     05  FILLER                    PIC X(2)  VALUE SPACES.
016000     05  DLE5-D-INV-NBR            PIC 9(13).
016100     05  FILLER                    PIC X(2)  VALUE SPACES.
016200     05  DLE5-D-LINE-NBR           PIC 9(1).
016300     05  FILLER                    PIC X(3)  VALUE SPACES.
016400     05  DLE5-D-FST-DT             PIC 9(8).
016500     05  FILLER                    PIC X(2)  VALUE SPACES.
016600     05  DLE5-D-SEX                PIC X(1).
016700     05  FILLER                    PIC X(4)  VALUE SPACES.
016800     05  DLE5-D-AGE                PIC ZZ9.
016900     05  FILLER                    PIC X(2)  VALUE SPACES.
017000     05  DLE5-D-CODE-TYPE          PIC X(1).
017100     05  FILLER                    PIC X(1)  VALUE SPACES.
017200     05  DLE5-D-CODE               PIC X(5).
017300     05  FILLER                    PIC X(2)  VALUE SPACES.
017400     05  DLE5-D-REASON             PIC X(2).
017500     05  FILLER                    PIC X(2)  VALUE SPACES.
017600     05  DLE5-D-RULE-DESC          PIC X(20).
017700     05  FILLER                    PIC X(2)  VALUE SPACES.
017800     05  DLE5-D-PAID               PIC ZZZ,ZZZ,ZZ9.
017900 01  DLE5-TOTAL-LINE-1.
018000     05  FILLER                    PIC X(25)
018100         VALUE "PAID CLAIMS CHECKED".
018200     05  DLE5-T-CLAIMS             PIC ZZZ,ZZZ,ZZ9.
018300 01  DLE5-TOTAL-LINE-2.
018400     05  FILLER                    PIC X(25)
018500         VALUE "PAID LINES CHECKED".
018600     05  DLE5-T-LINES              PIC ZZZ,ZZZ,ZZ9.
018700 01  DLE5-TOTAL-LINE-3.
018800     05  FILLER                    PIC X(25)
018900         VALUE "SEX CONFLICTS QUEUED".
019000     05  DLE5-T-SEX                PIC ZZZ,ZZZ,ZZ9.
019100 01  DLE5-TOTAL-LINE-4.
019200     05  FILLER                    PIC X(25)
019300         VALUE "AGE CONFLICTS QUEUED".
019400     05  DLE5-T-AGE                PIC ZZZ,ZZZ,ZZ9.
019500 01  DLE5-TOTAL-LINE-5.
019600     05  FILLER                    PIC X(25)
019700         VALUE "PAID ON QUEUED CODES".
019800     05  DLE5-T-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9.
019900 01  DLE5-TOTAL-LINE-6.
020000     05  FILLER                    PIC X(25)
020100         VALUE "CLAIMS PATIENT UNRESOLVED".
020200     05  DLE5-T-UNRESOLVED         PIC ZZZ,ZZZ,ZZ9.
020300*----------------------------------------------------------------
020400*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
020500*----------------------------------------------------------------
020600 01  DL903-PARMS.
020700     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL145".
020800     05  DL903-REC-TYPE            PIC X(1).
020900     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
021000*----------------------------------------------------------------
021100*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
021200*----------------------------------------------------------------
021300 01  DL902-DATES.
021400     05  DL902-EXEC-DATE           PIC 9(8).
021500 01  DL902-EXEC-LINE.
021600     05  FILLER                    PIC X(14)
021700         VALUE "BUSINESS DATE ".
021800     05  DL902-EL-BUS              PIC 9(8).
021900     05  FILLER                    PIC X(11)
022000         VALUE "  EXECUTED ".
022100     05  DL902-EL-EXEC             PIC 9(8).
022200 PROCEDURE DIVISION.
022300*================================================================
022400*    0000-MAINLINE
022500*================================================================
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
022800     MOVE "S"                      TO DL903-REC-TYPE
022900     CALL "DL903" USING DL903-PARMS
023000     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
023100         UNTIL DLE5-MSTR-EOF
023200     PERFORM 3000-TERMINATE         THRU 3000-EXIT
023300     MOVE "E"                      TO DL903-REC-TYPE
023400     MOVE DLE5-MSTR-READ TO DL903-REC-COUNT
023500     CALL "DL903" USING DL903-PARMS
023600     GOBACK.
023700*================================================================
023800*    1000-INITIALIZE
023900*================================================================
024000 1000-INITIALIZE.
024100     CALL "DL902" USING DLE5-RUN-DATE DL902-EXEC-DATE
024200     OPEN INPUT  BED1EMP-FILE
024300     OPEN INPUT  BHS1DEP-FILE
024400     OPEN INPUT  BHS2MCH-FILE
024500     OPEN INPUT  BHS3MDE-FILE
024600     OPEN INPUT  DL145-RUL-FILE
024700     OPEN OUTPUT DL145-QUE-FILE
024800     OPEN OUTPUT DL145-RPT-FILE
024900     WRITE DL145-RPT-LINE FROM DLE5-HEADING-1
025000     MOVE DLE5-RUN-DATE TO DL902-EL-BUS
025100     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
025200     WRITE DL145-RPT-LINE FROM DL902-EXEC-LINE
025300     WRITE DL145-RPT-LINE FROM SPACES
025400     WRITE DL145-RPT-LINE FROM DLE5-COLUMN-HEADING
025500     PERFORM 1100-LOAD-ONE-RULE     THRU 1100-EXIT
025600         UNTIL DLE5-RUL-EOF
025700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
025800     PERFORM 8100-READ-DEP          THRU 8100-EXIT
025900     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200*================================================================
026300*    1100-LOAD-ONE-RULE
026400*================================================================
026500 1100-LOAD-ONE-RULE.
026600     READ DL145-RUL-FILE
026700         AT END
026800             SET DLE5-RUL-EOF TO TRUE
026900     END-READ
027000     IF DLE5-RUL-EOF
027100         GO TO 1100-EXIT
027200     END-IF
027300*    A DROPPED RULE SILENTLY STOPS THE EDIT FOR ITS RANGE -
027400*    FAIL THE STEP (THE DL060 RULE)
027500     IF DLE5-RUL-COUNT >= 2000
027600         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
027700     END-IF
027800     ADD 1 TO DLE5-RUL-COUNT
027900     MOVE DL145-R-CODE-TYPE TO DLE5-R-CODE-TYPE(DLE5-RUL-COUNT)
028000     MOVE DL145-R-CODE-LO   TO DLE5-R-CODE-LO(DLE5-RUL-COUNT)
028100     MOVE DL145-R-CODE-HI   TO DLE5-R-CODE-HI(DLE5-RUL-COUNT)
028200     MOVE DL145-R-SEX       TO DLE5-R-SEX(DLE5-RUL-COUNT)
028300     MOVE DL145-R-AGE-MIN   TO DLE5-R-AGE-MIN(DLE5-RUL-COUNT)
028400     MOVE DL145-R-AGE-MAX   TO DLE5-R-AGE-MAX(DLE5-RUL-COUNT)
028500     MOVE DL145-R-RULE-DESC TO DLE5-R-RULE-DESC(DLE5-RUL-COUNT).
028600 1100-EXIT.
028700     EXIT.
028800*================================================================
028900*    2000-PROCESS-MASTER  -  GATHER THE FAMILY, THEN EDIT EACH   *
029000*                            OF ITS PAID CLAIMS                  *
029100*================================================================
029200 2000-PROCESS-MASTER.
029300     ADD 1 TO DLE5-MSTR-READ
029400     PERFORM 2050-SKIP-ORPHAN-CLM   THRU 2050-EXIT
029500         UNTIL DLE5-CLM-EOF
029600         OR DLE5-CLM-KEY >= EMP-EMP-ID
029700     PERFORM 2060-SKIP-ORPHAN-DEP   THRU 2060-EXIT
029800         UNTIL DLE5-DEP-EOF
029900         OR DLE5-DEP-KEY >= EMP-EMP-ID
030000     MOVE ZERO                     TO DLE5-DEP-COUNT
030100     PERFORM 2070-LOAD-ONE-DEP      THRU 2070-EXIT
030200         UNTIL DLE5-DEP-EOF
030300         OR DLE5-DEP-KEY NOT = EMP-EMP-ID
030400     PERFORM 2100-EDIT-ONE-CLAIM    THRU 2100-EXIT
030500         UNTIL DLE5-CLM-EOF
030600         OR DLE5-CLM-KEY NOT = EMP-EMP-ID
030700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000*================================================================
031100*    2050-SKIP-ORPHAN-CLM
031200*================================================================
031300 2050-SKIP-ORPHAN-CLM.
031400     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
031500 2050-EXIT.
031600     EXIT.
031700*================================================================
031800*    2060-SKIP-ORPHAN-DEP  -  DEPENDENT FOR A MEMBER NO LONGER   *
031900*                             ON BED1EMP                         *
032000*================================================================
032100 2060-SKIP-ORPHAN-DEP.
032200     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
032300 2060-EXIT.
032400     EXIT.
032500*================================================================
032600*    2070-LOAD-ONE-DEP
032700*================================================================
032800 2070-LOAD-ONE-DEP.
032900     IF DLE5-DEP-COUNT >= 30
033000         PERFORM 9920-DEP-ABORT     THRU 9920-EXIT
033100     END-IF
033200     ADD 1 TO DLE5-DEP-COUNT
033300     MOVE CLS-DEP-NBR      TO DLE5-P-DEP-NBR(DLE5-DEP-COUNT)
033400     MOVE CLS-SEX          TO DLE5-P-SEX(DLE5-DEP-COUNT)
033500     MOVE CLS-DOB          TO DLE5-P-DOB(DLE5-DEP-COUNT)
033600     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
033700 2070-EXIT.
033800     EXIT.
033900*================================================================
034000*    2100-EDIT-ONE-CLAIM  -  PAID CLAIMS ONLY; RESOLVE THE       *
034100*                            PATIENT, EDIT THE LINES, THEN THE   *
034200*                            HEADER DIAGNOSES                    *
034300*================================================================
034400 2100-EDIT-ONE-CLAIM.
034500     IF CLH-ACT-PD-DT = ZERO
034600         OR DLE5-DET-EOF
034700         GO TO 2100-READ-NEXT
034800     END-IF
034900     MOVE ZERO                     TO DLE5-WORK-DEP-NBR
035000     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
035100         MOVE CLH-PATIENT-NBR(14:4) TO DLE5-WORK-DEP-NBR
035200     END-IF
035300     IF DLE5-WORK-DEP-NBR = ZERO
035400         MOVE EMP-SEX              TO DLE5-PAT-SEX
035500         MOVE EMP-DOB              TO DLE5-PAT-DOB
035600     ELSE
035700         PERFORM 2190-SCAN-ONE      THRU 2190-EXIT
035800             VARYING DLE5-DEP-SUB FROM 1 BY 1
035900             UNTIL DLE5-DEP-SUB > DLE5-DEP-COUNT
036000             OR DLE5-P-DEP-NBR(DLE5-DEP-SUB)
036100                = DLE5-WORK-DEP-NBR
036200         IF DLE5-DEP-SUB > DLE5-DEP-COUNT
036300             ADD 1 TO DLE5-CLM-UNRESOLVED
036400             GO TO 2100-READ-NEXT
036500         END-IF
036600         MOVE DLE5-P-SEX(DLE5-DEP-SUB) TO DLE5-PAT-SEX
036700         MOVE DLE5-P-DOB(DLE5-DEP-SUB) TO DLE5-PAT-DOB
036800     END-IF
036900     ADD 1 TO DLE5-CLM-CHECKED
037000     MOVE ZERO                     TO DLE5-FIRST-DT
037100     PERFORM 2200-EDIT-ONE-LINE     THRU 2200-EXIT
037200         VARYING DLE5-LN-SUB FROM 1 BY 1
037300         UNTIL DLE5-LN-SUB > 4
037400     IF DLE5-FIRST-DT = ZERO
037500         OR CLH-CLM-PAID-AMT NOT > ZERO
037600         GO TO 2100-READ-NEXT
037700     END-IF
037800*    HEADER DIAGNOSES ARE EDITED ONCE PER CLAIM, ON THE EARLIEST
037900*    PAID SERVICE DATE, AGAINST THE CLAIM'S PAID AMOUNT
038000     MOVE DLE5-FIRST-DT            TO DLE5-TEST-DT
038100     PERFORM 2250-COMPUTE-AGE       THRU 2250-EXIT
038200     MOVE ZERO                     TO DLE5-TEST-LINE
038300     MOVE CLH-CLM-PAID-AMT         TO DLE5-TEST-AMT
038400     MOVE "D"                      TO DLE5-TEST-TYPE
038500     MOVE CLH-DIAGNOSIS-CD-1       TO DLE5-TEST-CODE
038600     PERFORM 2300-TEST-CODE         THRU 2300-EXIT
038700     MOVE CLH-DIAGNOSIS-CD-2       TO DLE5-TEST-CODE
038800     PERFORM 2300-TEST-CODE         THRU 2300-EXIT
038900     MOVE CLH-DIAGNOSIS-CD-3       TO DLE5-TEST-CODE
039000     PERFORM 2300-TEST-CODE         THRU 2300-EXIT
039100     MOVE CLH-DIAGNOSIS-CD-4       TO DLE5-TEST-CODE
039200     PERFORM 2300-TEST-CODE         THRU 2300-EXIT
039300     MOVE CLH-DIAGNOSIS-CD-5       TO DLE5-TEST-CODE
039400     PERFORM 2300-TEST-CODE         THRU 2300-EXIT.
039500 2100-READ-NEXT.
039600     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
039700 2100-EXIT.
039800     EXIT.
039900*================================================================
040000*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
040100*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
040200*                      PERFORM THAT CALLS THIS                   *
040300*================================================================
040400 2190-SCAN-ONE.
040500     CONTINUE.
040600 2190-EXIT.
040700     EXIT.
040800*================================================================
040900*    2200-EDIT-ONE-LINE  -  PROCEDURE, CPT AND LINE DIAGNOSIS    *
041000*                           OF EACH POPULATED PAID LINE          *
041100*================================================================
041200 2200-EDIT-ONE-LINE.
041300     IF CLD-FST-DT(DLE5-LN-SUB) = ZERO
041400         OR CLD-NET-PAY-AMT(DLE5-LN-SUB) NOT > ZERO
041500         GO TO 2200-EXIT
041600     END-IF
041700     ADD 1 TO DLE5-LINES-CHECKED
041800     MOVE CLD-FST-DT(DLE5-LN-SUB)  TO DLE5-TEST-DT
041900     IF DLE5-FIRST-DT = ZERO
042000         OR DLE5-TEST-DT < DLE5-FIRST-DT
042100         MOVE DLE5-TEST-DT         TO DLE5-FIRST-DT
042200     END-IF
042300     PERFORM 2250-COMPUTE-AGE       THRU 2250-EXIT
042400     MOVE DLE5-LN-SUB              TO DLE5-TEST-LINE
042500     MOVE CLD-NET-PAY-AMT(DLE5-LN-SUB) TO DLE5-TEST-AMT
042600     MOVE "P"                      TO DLE5-TEST-TYPE
042700     MOVE CLD-PROC-CD(DLE5-LN-SUB) TO DLE5-TEST-CODE
042800     PERFORM 2300-TEST-CODE         THRU 2300-EXIT
042900     IF CLD-CPT-CD(DLE5-LN-SUB) NOT = CLD-PROC-CD(DLE5-LN-SUB)
043000         MOVE CLD-CPT-CD(DLE5-LN-SUB) TO DLE5-TEST-CODE
043100         PERFORM 2300-TEST-CODE     THRU 2300-EXIT
043200     END-IF
043300     MOVE "D"                      TO DLE5-TEST-TYPE
043400     MOVE CLD-DIAGNOSIS(DLE5-LN-SUB) TO DLE5-TEST-CODE
043500     PERFORM 2300-TEST-CODE         THRU 2300-EXIT.
043600 2200-EXIT.
043700     EXIT.
043800*================================================================
043900*    2250-COMPUTE-AGE  -  WHOLE YEARS ON DLE5-TEST-DT; BOTH      *
044000*                         DATES ARE CCYYMMDD SO THE TRUNCATED    *
044100*                         DIFFERENCE OVER 10000 IS THE AGE       *
044200*================================================================
044300 2250-COMPUTE-AGE.
044400     MOVE "N"                      TO DLE5-AGE-KNOWN-SW
044500     MOVE ZERO                     TO DLE5-PAT-AGE
044600     IF DLE5-PAT-DOB = ZERO
044700         OR DLE5-PAT-DOB > DLE5-TEST-DT
044800         GO TO 2250-EXIT
044900     END-IF
045000     COMPUTE DLE5-PAT-AGE =
045100         (DLE5-TEST-DT - DLE5-PAT-DOB) / 10000
045200     SET DLE5-AGE-KNOWN            TO TRUE.
045300 2250-EXIT.
045400     EXIT.
045500*================================================================
045600*    2300-TEST-CODE  -  ONE CODE AGAINST EVERY RULE RANGE        *
045700*================================================================
045800 2300-TEST-CODE.
045900     IF DLE5-TEST-CODE = SPACES
046000         GO TO 2300-EXIT
046100     END-IF
046200     PERFORM 2310-TEST-ONE-RULE     THRU 2310-EXIT
046300         VARYING DLE5-SUB FROM 1 BY 1
046400         UNTIL DLE5-SUB > DLE5-RUL-COUNT.
046500 2300-EXIT.
046600     EXIT.
046700*================================================================
046800*    2310-TEST-ONE-RULE  -  A SEX CONFLICT IS REPORTED IN        *
046900*                           PREFERENCE TO AN AGE CONFLICT ON THE *
047000*                           SAME RULE; AN UNKNOWN SEX OR DATE OF *
047100*                           BIRTH CANNOT CONFLICT                *
047200*================================================================
047300 2310-TEST-ONE-RULE.
047400     IF DLE5-R-CODE-TYPE(DLE5-SUB) NOT = DLE5-TEST-TYPE
047500         OR DLE5-TEST-CODE < DLE5-R-CODE-LO(DLE5-SUB)
047600         OR DLE5-TEST-CODE > DLE5-R-CODE-HI(DLE5-SUB)
047700         GO TO 2310-EXIT
047800     END-IF
047900     MOVE SPACES                   TO DLE5-REASON
048000     IF DLE5-R-SEX(DLE5-SUB) NOT = SPACES
048100         AND DLE5-PAT-SEX NOT = SPACES
048200         AND DLE5-PAT-SEX NOT = DLE5-R-SEX(DLE5-SUB)
048300         MOVE "SX"                 TO DLE5-REASON
048400     ELSE
048500         IF DLE5-AGE-KNOWN
048600             AND (DLE5-PAT-AGE < DLE5-R-AGE-MIN(DLE5-SUB)
048700             OR DLE5-PAT-AGE > DLE5-R-AGE-MAX(DLE5-SUB))
048800             MOVE "AG"             TO DLE5-REASON
048900         END-IF
049000     END-IF
049100     IF DLE5-REASON = SPACES
049200         GO TO 2310-EXIT
049300     END-IF
049400     PERFORM 2400-WRITE-QUEUE       THRU 2400-EXIT.
049500 2310-EXIT.
049600     EXIT.
049700*================================================================
049800*    2400-WRITE-QUEUE
049900*================================================================
050000 2400-WRITE-QUEUE.
050100     MOVE EMP-EMP-ID               TO DL145-Q-EMP-ID
050200     MOVE DLE5-WORK-DEP-NBR        TO DL145-Q-DEP-NBR
050300     MOVE CLH-INV-NBR              TO DL145-Q-INV-NBR
050400     MOVE DLE5-TEST-LINE           TO DL145-Q-LINE-NBR
050500     MOVE DLE5-TEST-DT             TO DL145-Q-FST-DT
050600     MOVE DLE5-PAT-SEX             TO DL145-Q-PAT-SEX
050700     MOVE DLE5-PAT-AGE             TO DL145-Q-PAT-AGE
050800     MOVE DLE5-TEST-TYPE           TO DL145-Q-CODE-TYPE
050900     MOVE DLE5-TEST-CODE           TO DL145-Q-CODE
051000     MOVE DLE5-REASON              TO DL145-Q-REASON
051100     MOVE DLE5-R-RULE-DESC(DLE5-SUB) TO DL145-Q-RULE-DESC
051200     MOVE DLE5-TEST-AMT            TO DL145-Q-PAID-AMT
051300     WRITE DL145-QUE-RECORD
051400     IF DL145-Q-SEX-CONFLICT
051500         ADD 1 TO DLE5-SEX-WRITTEN
051600     ELSE
051700         ADD 1 TO DLE5-AGE-WRITTEN
051800     END-IF
051900     ADD DLE5-TEST-AMT TO DLE5-QUE-AMT
052000     MOVE EMP-EMP-ID               TO DLE5-D-EMP-ID
052100     MOVE DLE5-WORK-DEP-NBR        TO DLE5-D-DEP-NBR
052200     MOVE CLH-INV-NBR              TO DLE5-D-INV-NBR
052300     MOVE DLE5-TEST-LINE           TO DLE5-D-LINE-NBR
052400     MOVE DLE5-TEST-DT             TO DLE5-D-FST-DT
052500     MOVE DLE5-PAT-SEX             TO DLE5-D-SEX
052600     MOVE DLE5-PAT-AGE             TO DLE5-D-AGE
052700     MOVE DLE5-TEST-TYPE           TO DLE5-D-CODE-TYPE
052800     MOVE DLE5-TEST-CODE           TO DLE5-D-CODE
052900     MOVE DLE5-REASON              TO DLE5-D-REASON
053000     MOVE DLE5-R-RULE-DESC(DLE5-SUB) TO DLE5-D-RULE-DESC
053100     MOVE DLE5-TEST-AMT            TO DLE5-D-PAID
053200     WRITE DL145-RPT-LINE FROM DLE5-DETAIL-LINE.
053300 2400-EXIT.
053400     EXIT.
053500*================================================================
053600*    3000-TERMINATE
053700*================================================================
053800 3000-TERMINATE.
053900     MOVE DLE5-CLM-CHECKED         TO DLE5-T-CLAIMS
054000     MOVE DLE5-LINES-CHECKED       TO DLE5-T-LINES
054100     MOVE DLE5-SEX-WRITTEN         TO DLE5-T-SEX
054200     MOVE DLE5-AGE-WRITTEN         TO DLE5-T-AGE
054300     MOVE DLE5-QUE-AMT             TO DLE5-T-AMT
054400     MOVE DLE5-CLM-UNRESOLVED      TO DLE5-T-UNRESOLVED
054500     WRITE DL145-RPT-LINE FROM SPACES
054600     WRITE DL145-RPT-LINE FROM DLE5-TOTAL-LINE-1
054700     WRITE DL145-RPT-LINE FROM DLE5-TOTAL-LINE-2
054800     WRITE DL145-RPT-LINE FROM DLE5-TOTAL-LINE-3
054900     WRITE DL145-RPT-LINE FROM DLE5-TOTAL-LINE-4
055000     WRITE DL145-RPT-LINE FROM DLE5-TOTAL-LINE-5
055100     WRITE DL145-RPT-LINE FROM DLE5-TOTAL-LINE-6
055200     CLOSE BED1EMP-FILE
055300     CLOSE BHS1DEP-FILE
055400     CLOSE BHS2MCH-FILE
055500     CLOSE BHS3MDE-FILE
055600     CLOSE DL145-RUL-FILE
055700     CLOSE DL145-QUE-FILE
055800     CLOSE DL145-RPT-FILE.
055900 3000-EXIT.
056000     EXIT.
056100*================================================================
056200*    8000-READ-MASTER
056300*================================================================
056400 8000-READ-MASTER.
056500     READ BED1EMP-FILE
056600         AT END
056700             SET DLE5-MSTR-EOF TO TRUE
056800     END-READ.
056900 8000-EXIT.
057000     EXIT.
057100*================================================================
057200*    8100-READ-DEP
057300*================================================================
057400 8100-READ-DEP.
057500     READ BHS1DEP-FILE
057600         AT END
057700             SET DLE5-DEP-EOF TO TRUE
057800             MOVE HIGH-VALUES      TO DLE5-DEP-KEY
057900     END-READ
058000     IF NOT DLE5-DEP-EOF
058100         MOVE CLS-EMP-ID           TO DLE5-DEP-KEY
058200     END-IF.
058300 8100-EXIT.
058400     EXIT.
058500*================================================================
058600*    8300-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
058700*================================================================
058800 8300-READ-CLAIM-PAIR.
058900     READ BHS2MCH-FILE
059000         AT END
059100             SET DLE5-CLM-EOF TO TRUE
059200             MOVE HIGH-VALUES      TO DLE5-CLM-KEY
059300     END-READ
059400     IF NOT DLE5-CLM-EOF
059500         MOVE CLH-PATIENT-NBR(1:13) TO DLE5-CLM-KEY
059600         READ BHS3MDE-FILE
059700             AT END
059800                 SET DLE5-DET-EOF TO TRUE
059900         END-READ
060000     END-IF.
060100 8300-EXIT.
060200     EXIT.
060300*================================================================
060400*    9900-TABLE-ABORT  -  MORE RULES THAN THE 2000-ENTRY TABLE   *
060500*================================================================
060600 9900-TABLE-ABORT.
060700     DISPLAY "DL145: DL145RUL EXCEEDS THE 2000-ENTRY TABLE"
060800     MOVE 8                        TO RETURN-CODE
060900     GOBACK.
061000 9900-EXIT.
061100     EXIT.
061200*================================================================
061300*    9920-DEP-ABORT  -  MORE DEPENDENTS ON ONE SUBSCRIBER THAN   *
061400*                       THE 30-ENTRY TABLE                       *
061500*================================================================
061600 9920-DEP-ABORT.
061700     DISPLAY "DL145: BHS1DEP EXCEEDS 30 DEPENDENTS FOR "
061800             EMP-EMP-ID
061900     MOVE 8                        TO RETURN-CODE
062000     GOBACK.
062100 9920-EXIT.
062200     EXIT.
