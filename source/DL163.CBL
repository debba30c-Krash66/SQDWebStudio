000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL163.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PREVENTIVE-CARE GAP OUTREACH
001100*                   LIST.  CARE MANAGEMENT'S DL163MSR MEASURE
001200*                   TABLE GIVES EACH MEASURE ITS PROCEDURE CODE
001300*                   RANGES, ELIGIBLE SEX AND AGE BAND AND LOOK-
001400*                   BACK MONTHS.  BED1EMP IS MATCHED WITH BHS1DEP
001500*                   AND THE LOCKSTEP BHS2MCH/BHS3MDE PAIR IN
001600*                   PATIENT ORDER (THE DL157 FAMILY PASS); EVERY
001700*                   FINALIZED CLAIM LINE WHOSE CLD-PROC-CD OR
001800*                   CLD-CPT-CD FALLS IN A MEASURE'S RANGES DATES
001900*                   THAT MEASURE FOR THE PATIENT.  EACH ACTIVE
002000*                   MEMBER AND EACH COVERED DEPENDENT ELIGIBLE
002100*                   FOR A MEASURE WITH NO QUALIFYING SERVICE
002200*                   INSIDE THE LOOK-BACK HAS AN OPEN GAP AND GETS
002300*                   A DL163OUT OUTREACH RECORD, UNLESS DL097ADR
002400*                   FLAGS THE ADDRESS UNDELIVERABLE.  COMPLIANCE
002500*                   RATES PRINT BY GROUP AND MEASURE FOR
002600*                   EMPLOYER WELLNESS REPORTING.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DL163-MSR-FILE     ASSIGN TO DL163MSR
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL097-ADR-FILE     ASSIGN TO DL097ADR
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL163-OUT-FILE     ASSIGN TO DL163OUT
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL163-RPT-FILE     ASSIGN TO DL163RPT
004900            ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DL163-MSR-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL163MSR.
005500 FD  BED1EMP-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY BED1EMP.
005800     COPY BED1EMPT.
005900 FD  BHS1DEP-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY BHS1DEP.
006200 FD  BHS2MCH-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY BHS2MCH.
006500 FD  BHS3MDE-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY BHS3MDE.
006800 FD  DL097-ADR-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY DL097ADR.
007100 FD  DL163-OUT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DL163OUT.
007400 FD  DL163-RPT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  DL163-RPT-LINE                PIC X(132).
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900*    DLG3-SWITCHES AND COUNTERS
008000*----------------------------------------------------------------
008100 01  DLG3-SWITCHES.
008200     05  DLG3-MSR-EOF-SW           PIC X(1)     VALUE "N".
008300         88  DLG3-MSR-EOF                        VALUE "Y".
008400     05  DLG3-MSTR-EOF-SW          PIC X(1)     VALUE "N".
008500         88  DLG3-MSTR-EOF                       VALUE "Y".
008600     05  DLG3-DEP-EOF-SW           PIC X(1)     VALUE "N".
008700         88  DLG3-DEP-EOF                        VALUE "Y".
008800     05  DLG3-CLM-EOF-SW           PIC X(1)     VALUE "N".
008900         88  DLG3-CLM-EOF                        VALUE "Y".
009000     05  DLG3-DET-EOF-SW           PIC X(1)     VALUE "N".
009100         88  DLG3-DET-EOF                        VALUE "Y".
009200     05  DLG3-ADR-EOF-SW           PIC X(1)     VALUE "N".
009300         88  DLG3-ADR-EOF                        VALUE "Y".
009400     05  DLG3-COVERED-SW           PIC X(1)     VALUE "N".
009500         88  DLG3-COVERED                        VALUE "Y".
009600     05  DLG3-SUPPRESS-SW          PIC X(1)     VALUE "N".
009700         88  DLG3-SUPPRESSED                     VALUE "Y".
009800     05  DLG3-MATCH-SW             PIC X(1)     VALUE "N".
009900         88  DLG3-MATCHED                        VALUE "Y".
010000 01  DLG3-KEYS.
010100     05  DLG3-DEP-KEY              PIC X(13).
010200     05  DLG3-CLM-KEY              PIC X(13).
010300     05  DLG3-ADR-KEY              PIC X(13).
010400*----------------------------------------------------------------
010500*    DLG3-MSR-TABLE  -  THE MEASURES, WITH EACH ONE'S LOOK-BACK  *
010600*    TURNED INTO AN EARLIEST QUALIFYING SERVICE DATE             *
010700*----------------------------------------------------------------
010800 01  DLG3-MSR-TABLE.
010900     05  DLG3-MSR-COUNT            PIC S9(4) COMP VALUE ZERO.
011000     05  DLG3-MSR-ENTRY OCCURS 50 TIMES.
011100         10  DLG3-M-ID             PIC X(4).
011200         10  DLG3-M-DESC           PIC X(30).
011300         10  DLG3-M-SEX            PIC X(1).
011400         10  DLG3-M-AGE-MIN        PIC 9(3).
011500         10  DLG3-M-AGE-MAX        PIC 9(3).
011600         10  DLG3-M-CUTOFF-DT      PIC 9(8).
011700         10  DLG3-M-RANGE OCCURS 5 TIMES.
011800             15  DLG3-M-LOW        PIC X(5).
011900             15  DLG3-M-HIGH       PIC X(5).
012000*----------------------------------------------------------------
012100*    DLG3-PERSON-TABLE  -  THE CURRENT FAMILY: ENTRY 1 IS THE    *
012200*    SUBSCRIBER, THE REST ARE BHS1DEP DEPENDENTS; EACH CARRIES   *
012300*    ITS LATEST QUALIFYING SERVICE DATE PER MEASURE              *
012400*----------------------------------------------------------------
012500 01  DLG3-PERSON-TABLE.
012600     05  DLG3-PERSON-COUNT         PIC S9(4) COMP VALUE ZERO.
012700     05  DLG3-PERSON-ENTRY OCCURS 31 TIMES.
012800         10  DLG3-P-DEP-NBR        PIC 9(4).
012900         10  DLG3-P-REL            PIC X(2).
013000         10  DLG3-P-FNAME          PIC X(10).
013100         10  DLG3-P-LNAME          PIC X(20).
013200         10  DLG3-P-SEX            PIC X(1).
013300         10  DLG3-P-DOB            PIC 9(8).
013400         10  DLG3-P-LAST-DT OCCURS 50 TIMES
013500                                   PIC 9(8).
013600*----------------------------------------------------------------
013700*    DLG3-GRP-TABLE  -  ELIGIBLE AND COMPLIANT COUNTS BY GROUP   *
013800*    AND MEASURE; DLG3-ALL-TABLE HOLDS THE SAME FOR ALL GROUPS   *
013900*----------------------------------------------------------------
014000 01  DLG3-GRP-TABLE.
014100     05  DLG3-GRP-COUNT            PIC S9(4) COMP VALUE ZERO.
014200     05  DLG3-GRP-ENTRY OCCURS 500 TIMES.
014300         10  DLG3-G-GROUP          PIC X(9).
014400         10  DLG3-G-MSR OCCURS 50 TIMES.
014500             15  DLG3-G-ELIGIBLE   PIC S9(7) COMP.
014600             15  DLG3-G-COMPLIANT  PIC S9(7) COMP.
014700 01  DLG3-ALL-TABLE.
014800     05  DLG3-A-MSR OCCURS 50 TIMES.
014900         10  DLG3-A-ELIGIBLE       PIC S9(8) COMP.
015000         10  DLG3-A-COMPLIANT      PIC S9(8) COMP.
015100 01  DLG3-WORK-FIELDS.
015200     05  DLG3-MSR-SUB              PIC S9(4) COMP.
015300     05  DLG3-RNG-SUB              PIC S9(4) COMP.
015400     05  DLG3-PER-SUB              PIC S9(4) COMP.
015500     05  DLG3-GRP-SUB              PIC S9(4) COMP.
015600     05  DLG3-COV-SUB              PIC S9(4) COMP.
015700     05  DLG3-LN-SUB               PIC S9(4) COMP.
015800     05  DLG3-WORK-DEP-NBR         PIC 9(4).
015900     05  DLG3-WORK-GROUP           PIC X(9).
016000     05  DLG3-COV-EFF-DT           PIC S9(8) COMP.
016100     05  DLG3-COV-CANC-DT          PIC S9(8) COMP.
016200     05  DLG3-SVC-DT               PIC 9(8).
016300     05  DLG3-AGE                  PIC S9(4) COMP.
016400     05  DLG3-DOB-DATE             PIC 9(8).
016500     05  DLG3-DOB-DATE-R REDEFINES DLG3-DOB-DATE.
016600         10  DLG3-DOB-YYYY         PIC 9(4).
016700         10  DLG3-DOB-MMDD         PIC 9(4).
016800     05  DLG3-CUT-MO               PIC S9(8) COMP.
016900     05  DLG3-CUT-YYYY             PIC 9(4).
017000     05  DLG3-CUT-REM              PIC 9(2).
017100     05  DLG3-CUT-DD               PIC 9(2).
017200     05  DLG3-RATE                 PIC S9(3)V9(2) COMP-3.
017300 01  DLG3-DATE-WORK.
017400     05  DLG3-RUN-DATE             PIC 9(8).
017500     05  DLG3-RUN-DATE-R REDEFINES DLG3-RUN-DATE.
017600         10  DLG3-RUN-YYYY         PIC 9(4).
017700         10  DLG3-RUN-MMDD.
017800             15  DLG3-RUN-MM       PIC 9(2).
017900             15  DLG3-RUN-DD       PIC 9(2).
018000 01  DLG3-COUNTERS.
018100     05  DLG3-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
018200     05  DLG3-MSTR-ACTIVE          PIC S9(8) COMP VALUE ZERO.
018300     05  DLG3-PERSONS-CHECKED      PIC S9(8) COMP VALUE ZERO.
018400     05  DLG3-NO-DOB               PIC S9(8) COMP VALUE ZERO.
018500     05  DLG3-CLM-READ             PIC S9(8) COMP VALUE ZERO.
018600     05  DLG3-LINES-MATCHED        PIC S9(8) COMP VALUE ZERO.
018700     05  DLG3-GAPS-OPEN            PIC S9(8) COMP VALUE ZERO.
018800     05  DLG3-OUT-WRITTEN          PIC S9(8) COMP VALUE ZERO.
018900     05  DLG3-OUT-SUPPRESSED       PIC S9(8) COMP VALUE ZERO.
019000 01  DLG3-HEADING-1.
019100     05  FILLER                    PIC X(40)
019200         VALUE "PREVENTIVE-CARE GAP OUTREACH".
019300 01  DLG3-COLUMN-HEADING.
019400     05  FILLER                   PIC X(11) VALUE "GROUP".
019500     05  FILLER                   PIC X(6)  VALUE "MEAS".
019600     05  FILLER                   PIC X(32) VALUE "DESCRIPTION".
019700     05  FILLER                   PIC X(11) VALUE "ELIGIBLE".
019800     05  FILLER                   PIC X(11) VALUE "COMPLIANT".
019900     05  FILLER                   PIC X(11) VALUE "OPEN GAPS".
020000     05  FILLER                   PIC X(8)  VALUE "RATE %".
020100 01  DLG3-DETAIL-LINE.
020200     05  DLG3-D-GROUP              PIC X(9).
020300     05  FILLER                    PIC X(2)  VALUE SPACES.
020400     05  DLG3-D-MEASURE-ID         PIC X(4).
020500     05  FILLER                    PIC X(2)  VALUE SPACES.
020600     05  DLG3-D-DESC               PIC X(30).
020700     05  FILLER                    PIC X(2)  VALUE SPACES.
020800     05  DLG3-D-ELIGIBLE           PIC ZZZ,ZZ9.
020900     05  FILLER                    PIC X(4)  VALUE SPACES.
021000     05  DLG3-D-COMPLIANT          PIC ZZZ,ZZ9.
021100     05  FILLER                    PIC X(4)  VALUE SPACES.
021200     05  DLG3-D-OPEN               PIC ZZZ,ZZ9.
021300     05  FILLER                    PIC X(4)  VALUE SPACES.
021400     05  DLG3-D-RATE               PIC ZZ9.99.
021500 01  DLG3-TOTAL-LINE-1.
021600     05  FILLER                    PIC X(25)
021700         VALUE "MEASURES LOADED".
021800     05  DLG3-T-MEASURES           PIC ZZZ,ZZZ,ZZ9.
021900 01  DLG3-TOTAL-LINE-2.
022000     05  FILLER                    PIC X(25)
022100         VALUE "MEMBERS READ".
022200     05  DLG3-T-MSTR-READ          PIC ZZZ,ZZZ,ZZ9.
022300 01  DLG3-TOTAL-LINE-3.
022400     05  FILLER                    PIC X(25)
022500         VALUE "ACTIVE MEMBERS".
022600     05  DLG3-T-MSTR-ACTIVE        PIC ZZZ,ZZZ,ZZ9.
022700 01  DLG3-TOTAL-LINE-4.
022800     05  FILLER                    PIC X(25)
022900         VALUE "PERSONS CHECKED".
023000     05  DLG3-T-PERSONS            PIC ZZZ,ZZZ,ZZ9.
023100 01  DLG3-TOTAL-LINE-5.
023200     05  FILLER                    PIC X(25)
023300         VALUE "NO DATE OF BIRTH".
023400     05  DLG3-T-NO-DOB             PIC ZZZ,ZZZ,ZZ9.
023500 01  DLG3-TOTAL-LINE-6.
023600     05  FILLER                    PIC X(25)
023700         VALUE "CLAIMS READ".
023800     05  DLG3-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
023900 01  DLG3-TOTAL-LINE-7.
024000     05  FILLER                    PIC X(25)
024100         VALUE "QUALIFYING LINES".
024200     05  DLG3-T-LINES              PIC ZZZ,ZZZ,ZZ9.
024300 01  DLG3-TOTAL-LINE-8.
024400     05  FILLER                    PIC X(25)
024500         VALUE "OPEN GAPS".
024600     05  DLG3-T-GAPS               PIC ZZZ,ZZZ,ZZ9.
024700 01  DLG3-TOTAL-LINE-9.
024800     05  FILLER                    PIC X(25)
024900         VALUE "OUTREACH RECORDS WRITTEN".
025000     05  DLG3-T-WRITTEN            PIC ZZZ,ZZZ,ZZ9.
025100 01  DLG3-TOTAL-LINE-10.
025200     05  FILLER                    PIC X(25)
025300         VALUE "SUPPRESSED - BAD ADDRESS".
025400     05  DLG3-T-SUPPRESSED         PIC ZZZ,ZZZ,ZZ9.
025500*----------------------------------------------------------------
025600*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
025700*----------------------------------------------------------------
025800 01  DL903-PARMS.
025900     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL163".
026000     05  DL903-REC-TYPE            PIC X(1).
026100     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
026200*----------------------------------------------------------------
026300*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
026400*----------------------------------------------------------------
026500 01  DL902-DATES.
026600     05  DL902-EXEC-DATE           PIC 9(8).
026700 01  DL902-EXEC-LINE.
026800     05  FILLER                    PIC X(14)
026900         VALUE "BUSINESS DATE ".
027000     05  DL902-EL-BUS              PIC 9(8).
027100     05  FILLER                    PIC X(11)
027200         VALUE "  EXECUTED ".
027300     05  DL902-EL-EXEC             PIC 9(8).
027400 PROCEDURE DIVISION.
027500*================================================================
027600*    0000-MAINLINE
027700*================================================================
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
028000     MOVE "S"                      TO DL903-REC-TYPE
028100     CALL "DL903" USING DL903-PARMS
028200     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
028300         UNTIL DLG3-MSTR-EOF
028400     PERFORM 3000-TERMINATE         THRU 3000-EXIT
028500     MOVE "E"                      TO DL903-REC-TYPE
028600     MOVE DLG3-MSTR-READ TO DL903-REC-COUNT
028700     CALL "DL903" USING DL903-PARMS
028800     GOBACK.
028900*================================================================
029000*    1000-INITIALIZE
029100*================================================================
029200 1000-INITIALIZE.
029300     CALL "DL902" USING DLG3-RUN-DATE DL902-EXEC-DATE
029400     INITIALIZE DLG3-ALL-TABLE
029500     OPEN INPUT  DL163-MSR-FILE
029600     PERFORM 1100-LOAD-ONE-MEASURE  THRU 1100-EXIT
029700         UNTIL DLG3-MSR-EOF
029800     CLOSE DL163-MSR-FILE
029900     IF DLG3-MSR-COUNT = ZERO
030000         DISPLAY "DL163: NO PREVENTIVE MEASURES ON DL163MSR"
030100         MOVE 8                    TO RETURN-CODE
030200         GOBACK
030300     END-IF
030400     OPEN INPUT  BED1EMP-FILE
030500     OPEN INPUT  BHS1DEP-FILE
030600     OPEN INPUT  BHS2MCH-FILE
030700     OPEN INPUT  BHS3MDE-FILE
030800     OPEN INPUT  DL097-ADR-FILE
030900     OPEN OUTPUT DL163-OUT-FILE
031000     OPEN OUTPUT DL163-RPT-FILE
031100     WRITE DL163-RPT-LINE FROM DLG3-HEADING-1
031200     MOVE DLG3-RUN-DATE TO DL902-EL-BUS
031300     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
031400     WRITE DL163-RPT-LINE FROM DL902-EXEC-LINE
031500     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
031600     PERFORM 8100-READ-DEP          THRU 8100-EXIT
031700     PERFORM 8200-READ-CLAIM-PAIR   THRU 8200-EXIT
031800     PERFORM 8300-READ-ADR          THRU 8300-EXIT.
031900 1000-EXIT.
032000     EXIT.
032100*================================================================
032200*    1100-LOAD-ONE-MEASURE  -  A CARD WITHOUT A NUMERIC AGE BAND *
032300*                              AND LOOK-BACK FAILS THE STEP      *
032400*                              RATHER THAN SILENTLY DROPPING THE *
032500*                              MEASURE                           *
032600*================================================================
032700 1100-LOAD-ONE-MEASURE.
032800     READ DL163-MSR-FILE
032900         AT END
033000             SET DLG3-MSR-EOF TO TRUE
033100     END-READ
033200     IF DLG3-MSR-EOF
033300         GO TO 1100-EXIT
033400     END-IF
033500     IF DL163-M-MEASURE-ID = SPACES
033600         OR DL163-M-AGE-MIN NOT NUMERIC
033700         OR DL163-M-AGE-MAX NOT NUMERIC
033800         OR DL163-M-LOOKBACK-MOS NOT NUMERIC
033900         OR DL163-M-LOOKBACK-MOS = ZERO
034000         DISPLAY "DL163: INVALID MEASURE CARD "
034100                 DL163-M-MEASURE-ID
034200         MOVE 8                    TO RETURN-CODE
034300         GOBACK
034400     END-IF
034500     IF DLG3-MSR-COUNT >= 50
034600         PERFORM 9900-MSR-ABORT     THRU 9900-EXIT
034700     END-IF
034800     ADD 1 TO DLG3-MSR-COUNT
034900     MOVE DLG3-MSR-COUNT           TO DLG3-MSR-SUB
035000     MOVE DL163-M-MEASURE-ID       TO DLG3-M-ID(DLG3-MSR-SUB)
035100     MOVE DL163-M-DESC             TO DLG3-M-DESC(DLG3-MSR-SUB)
035200     MOVE DL163-M-SEX              TO DLG3-M-SEX(DLG3-MSR-SUB)
035300     MOVE DL163-M-AGE-MIN     TO DLG3-M-AGE-MIN(DLG3-MSR-SUB)
035400     MOVE DL163-M-AGE-MAX     TO DLG3-M-AGE-MAX(DLG3-MSR-SUB)
035500     PERFORM 1110-LOAD-ONE-RANGE    THRU 1110-EXIT
035600         VARYING DLG3-RNG-SUB FROM 1 BY 1
035700         UNTIL DLG3-RNG-SUB > 5
035800*    THE SAME DAY THE LOOK-BACK MONTHS AGO; A DAY PAST THE 28TH
035900*    IS HELD TO THE 28TH SO THE DATE ALWAYS EXISTS
036000     COMPUTE DLG3-CUT-MO = DLG3-RUN-YYYY * 12 + DLG3-RUN-MM - 1
036100                         - DL163-M-LOOKBACK-MOS
036200     DIVIDE DLG3-CUT-MO BY 12 GIVING DLG3-CUT-YYYY
036300         REMAINDER DLG3-CUT-REM
036400     MOVE DLG3-RUN-DD              TO DLG3-CUT-DD
036500     IF DLG3-CUT-DD > 28
036600         MOVE 28                   TO DLG3-CUT-DD
036700     END-IF
036800     COMPUTE DLG3-M-CUTOFF-DT(DLG3-MSR-SUB) =
036900         DLG3-CUT-YYYY * 10000 + (DLG3-CUT-REM + 1) * 100
037000       + DLG3-CUT-DD.
037100 1100-EXIT.
037200     EXIT.
037300*================================================================
037400*    1110-LOAD-ONE-RANGE
037500*================================================================
037600 1110-LOAD-ONE-RANGE.
037700     MOVE DL163-M-PROC-LOW(DLG3-RNG-SUB)
037800         TO DLG3-M-LOW(DLG3-MSR-SUB DLG3-RNG-SUB)
037900     MOVE DL163-M-PROC-HIGH(DLG3-RNG-SUB)
038000         TO DLG3-M-HIGH(DLG3-MSR-SUB DLG3-RNG-SUB).
038100 1110-EXIT.
038200     EXIT.
038300*================================================================
038400*    2000-PROCESS-MASTER  -  GATHER THE FAMILY AND ITS CLAIM     *
038500*                            HISTORY, THEN CHECK EVERY MEASURE   *
038600*================================================================
038700 2000-PROCESS-MASTER.
038800     ADD 1 TO DLG3-MSTR-READ
038900     PERFORM 2050-SKIP-ORPHAN-CLM   THRU 2050-EXIT
039000         UNTIL DLG3-CLM-EOF
039100         OR DLG3-CLM-KEY >= EMP-EMP-ID
039200     PERFORM 2060-SKIP-ORPHAN-DEP   THRU 2060-EXIT
039300         UNTIL DLG3-DEP-EOF
039400         OR DLG3-DEP-KEY >= EMP-EMP-ID
039500     MOVE 1                        TO DLG3-PERSON-COUNT
039600     INITIALIZE DLG3-PERSON-ENTRY(1)
039700     MOVE ZERO                     TO DLG3-P-DEP-NBR(1)
039800     MOVE EMP-REL-CD               TO DLG3-P-REL(1)
039900     MOVE EMP-FNAME                TO DLG3-P-FNAME(1)
040000     MOVE EMP-LNAME                TO DLG3-P-LNAME(1)
040100     MOVE EMP-SEX                  TO DLG3-P-SEX(1)
040200     MOVE EMP-DOB                  TO DLG3-P-DOB(1)
040300     PERFORM 2070-LOAD-ONE-DEP      THRU 2070-EXIT
040400         UNTIL DLG3-DEP-EOF
040500         OR DLG3-DEP-KEY NOT = EMP-EMP-ID
040600     PERFORM 2200-DATE-ONE-CLAIM    THRU 2200-EXIT
040700         UNTIL DLG3-CLM-EOF
040800         OR DLG3-CLM-KEY NOT = EMP-EMP-ID
040900     PERFORM 2100-FIND-ACTIVE       THRU 2100-EXIT
041000     IF DLG3-COV-SUB > 12
041100         GO TO 2000-READ-NEXT
041200     END-IF
041300     ADD 1 TO DLG3-MSTR-ACTIVE
041400     MOVE EMP-COV-GROUP-EE-T(DLG3-COV-SUB) TO DLG3-WORK-GROUP
041500     PERFORM 2150-FIND-GROUP        THRU 2150-EXIT
041600     PERFORM 2080-CHECK-ADDRESS     THRU 2080-EXIT
041700     PERFORM 2400-CHECK-ONE-PERSON  THRU 2400-EXIT
041800         VARYING DLG3-PER-SUB FROM 1 BY 1
041900         UNTIL DLG3-PER-SUB > DLG3-PERSON-COUNT.
042000 2000-READ-NEXT.
042100     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
042200 2000-EXIT.
042300     EXIT.
042400*================================================================
042500*    2050-SKIP-ORPHAN-CLM
042600*================================================================
042700 2050-SKIP-ORPHAN-CLM.
042800     PERFORM 8200-READ-CLAIM-PAIR   THRU 8200-EXIT.
042900 2050-EXIT.
043000     EXIT.
043100*================================================================
043200*    2060-SKIP-ORPHAN-DEP  -  DEPENDENT FOR A MEMBER NO LONGER   *
043300*                             ON BED1EMP                         *
043400*================================================================
043500 2060-SKIP-ORPHAN-DEP.
043600     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
043700 2060-EXIT.
043800     EXIT.
043900*================================================================
044000*    2070-LOAD-ONE-DEP
044100*================================================================
044200 2070-LOAD-ONE-DEP.
044300     IF DLG3-PERSON-COUNT >= 31
044400         PERFORM 9920-DEP-ABORT     THRU 9920-EXIT
044500     END-IF
044600     ADD 1 TO DLG3-PERSON-COUNT
044700     MOVE DLG3-PERSON-COUNT        TO DLG3-PER-SUB
044800     INITIALIZE DLG3-PERSON-ENTRY(DLG3-PER-SUB)
044900     MOVE CLS-DEP-NBR          TO DLG3-P-DEP-NBR(DLG3-PER-SUB)
045000     MOVE CLS-REL              TO DLG3-P-REL(DLG3-PER-SUB)
045100     MOVE CLS-FNAME            TO DLG3-P-FNAME(DLG3-PER-SUB)
045200     MOVE CLS-LNAME            TO DLG3-P-LNAME(DLG3-PER-SUB)
045300     MOVE CLS-SEX              TO DLG3-P-SEX(DLG3-PER-SUB)
045400     MOVE CLS-DOB              TO DLG3-P-DOB(DLG3-PER-SUB)
045500     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
045600 2070-EXIT.
045700     EXIT.
045800*================================================================
045900*    2080-CHECK-ADDRESS  -  CONSULT THE DL097ADR ADDRESS-STATUS  *
046000*                           SATELLITE (THE DL050 MATCH)          *
046100*================================================================
046200 2080-CHECK-ADDRESS.
046300     MOVE "N"                      TO DLG3-SUPPRESS-SW
046400     PERFORM 8300-READ-ADR          THRU 8300-EXIT
046500         UNTIL DLG3-ADR-EOF
046600         OR DLG3-ADR-KEY >= EMP-EMP-ID
046700     IF NOT DLG3-ADR-EOF
046800         AND DLG3-ADR-KEY = EMP-EMP-ID
046900         AND DL097-A-UNDELIVERABLE
047000         SET DLG3-SUPPRESSED       TO TRUE
047100     END-IF.
047200 2080-EXIT.
047300     EXIT.
047400*================================================================
047500*    2100-FIND-ACTIVE  -  AN ACTIVE MEMBER HAS AN EMPLOYEE       *
047600*                         COVERAGE OCCURRENCE IN FORCE ON THE    *
047700*                         BUSINESS DATE; DLG3-COV-SUB IS LEFT    *
047800*                         PAST 12 WHEN THERE IS NONE             *
047900*================================================================
048000 2100-FIND-ACTIVE.
048100     MOVE 13                       TO DLG3-COV-SUB
048200     IF EMP-FINAL-ACC-DT NOT = ZERO
048300         GO TO 2100-EXIT
048400     END-IF
048500     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
048600         VARYING DLG3-COV-SUB FROM 1 BY 1
048700         UNTIL DLG3-COV-SUB > 12
048800         OR (EMP-COV-EFF-DT-EE-T(DLG3-COV-SUB) NOT = ZERO
048900             AND EMP-COV-EFF-DT-EE-T(DLG3-COV-SUB)
049000                 NOT > DLG3-RUN-DATE
049100             AND (EMP-COV-CANC-DT-EE-T(DLG3-COV-SUB) = ZERO
049200                 OR EMP-COV-CANC-DT-EE-T(DLG3-COV-SUB)
049300                     NOT < DLG3-RUN-DATE)).
049400 2100-EXIT.
049500     EXIT.
049600*================================================================
049700*    2150-FIND-GROUP
049800*================================================================
049900 2150-FIND-GROUP.
050000     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
050100         VARYING DLG3-GRP-SUB FROM 1 BY 1
050200         UNTIL DLG3-GRP-SUB > DLG3-GRP-COUNT
050300         OR DLG3-G-GROUP(DLG3-GRP-SUB) = DLG3-WORK-GROUP
050400     IF DLG3-GRP-SUB NOT > DLG3-GRP-COUNT
050500         GO TO 2150-EXIT
050600     END-IF
050700     IF DLG3-GRP-COUNT >= 500
050800         PERFORM 9910-GRP-ABORT     THRU 9910-EXIT
050900     END-IF
051000     ADD 1 TO DLG3-GRP-COUNT
051100     MOVE DLG3-GRP-COUNT           TO DLG3-GRP-SUB
051200     INITIALIZE DLG3-GRP-ENTRY(DLG3-GRP-SUB)
051300     MOVE DLG3-WORK-GROUP          TO DLG3-G-GROUP(DLG3-GRP-SUB).
051400 2150-EXIT.
051500     EXIT.
051600*================================================================
051700*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
051800*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
051900*                      PERFORM THAT CALLS THIS                   *
052000*================================================================
052100 2190-SCAN-ONE.
052200     CONTINUE.
052300 2190-EXIT.
052400     EXIT.
052500*================================================================
052600*    2200-DATE-ONE-CLAIM  -  A FINALIZED CLAIM FOR SOMEONE IN    *
052700*                            THE FAMILY DATES EVERY MEASURE ITS  *
052800*                            LINES QUALIFY FOR                   *
052900*================================================================
053000 2200-DATE-ONE-CLAIM.
053100     ADD 1 TO DLG3-CLM-READ
053200     IF CLH-FIN-PROC-DT = ZERO
053300         OR DLG3-DET-EOF
053400         GO TO 2200-READ-NEXT
053500     END-IF
053600     MOVE ZERO                     TO DLG3-WORK-DEP-NBR
053700     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
053800         MOVE CLH-PATIENT-NBR(14:4) TO DLG3-WORK-DEP-NBR
053900     END-IF
054000     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
054100         VARYING DLG3-PER-SUB FROM 1 BY 1
054200         UNTIL DLG3-PER-SUB > DLG3-PERSON-COUNT
054300         OR DLG3-P-DEP-NBR(DLG3-PER-SUB) = DLG3-WORK-DEP-NBR
054400     IF DLG3-PER-SUB > DLG3-PERSON-COUNT
054500         GO TO 2200-READ-NEXT
054600     END-IF
054700     PERFORM 2300-DATE-ONE-LINE     THRU 2300-EXIT
054800         VARYING DLG3-LN-SUB FROM 1 BY 1
054900         UNTIL DLG3-LN-SUB > 4.
055000 2200-READ-NEXT.
055100     PERFORM 8200-READ-CLAIM-PAIR   THRU 8200-EXIT.
055200 2200-EXIT.
055300     EXIT.
055400*================================================================
055500*    2300-DATE-ONE-LINE  -  AN EMPTY SLOT (CLD-FST-DT ZERO) IS   *
055600*                           SKIPPED                              *
055700*================================================================
055800 2300-DATE-ONE-LINE.
055900     IF CLD-FST-DT(DLG3-LN-SUB) = ZERO
056000         GO TO 2300-EXIT
056100     END-IF
056200     MOVE CLD-FST-DT(DLG3-LN-SUB)  TO DLG3-SVC-DT
056300     PERFORM 2310-DATE-ONE-MEASURE  THRU 2310-EXIT
056400         VARYING DLG3-MSR-SUB FROM 1 BY 1
056500         UNTIL DLG3-MSR-SUB > DLG3-MSR-COUNT.
056600 2300-EXIT.
056700     EXIT.
056800*================================================================
056900*    2310-DATE-ONE-MEASURE  -  KEEP THE LATEST QUALIFYING DATE   *
057000*================================================================
057100 2310-DATE-ONE-MEASURE.
057200     MOVE "N"                      TO DLG3-MATCH-SW
057300     PERFORM 2320-TEST-ONE-RANGE    THRU 2320-EXIT
057400         VARYING DLG3-RNG-SUB FROM 1 BY 1
057500         UNTIL DLG3-RNG-SUB > 5
057600         OR DLG3-MATCHED
057700     IF NOT DLG3-MATCHED
057800         GO TO 2310-EXIT
057900     END-IF
058000     ADD 1 TO DLG3-LINES-MATCHED
058100     IF DLG3-SVC-DT > DLG3-P-LAST-DT(DLG3-PER-SUB DLG3-MSR-SUB)
058200         MOVE DLG3-SVC-DT TO
058300             DLG3-P-LAST-DT(DLG3-PER-SUB DLG3-MSR-SUB)
058400     END-IF.
058500 2310-EXIT.
058600     EXIT.
058700*================================================================
058800*    2320-TEST-ONE-RANGE  -  EITHER THE PROCEDURE CODE OR THE    *
058900*                            CPT CODE MAY CARRY THE SERVICE      *
059000*================================================================
059100 2320-TEST-ONE-RANGE.
059200     IF DLG3-M-LOW(DLG3-MSR-SUB DLG3-RNG-SUB) = SPACES
059300         GO TO 2320-EXIT
059400     END-IF
059500     IF (CLD-PROC-CD(DLG3-LN-SUB) NOT = SPACES
059600         AND CLD-PROC-CD(DLG3-LN-SUB)
059700             NOT < DLG3-M-LOW(DLG3-MSR-SUB DLG3-RNG-SUB)
059800         AND CLD-PROC-CD(DLG3-LN-SUB)
059900             NOT > DLG3-M-HIGH(DLG3-MSR-SUB DLG3-RNG-SUB))
060000      OR (CLD-CPT-CD(DLG3-LN-SUB) NOT = SPACES
060100         AND CLD-CPT-CD(DLG3-LN-SUB)
060200             NOT < DLG3-M-LOW(DLG3-MSR-SUB DLG3-RNG-SUB)
060300         AND CLD-CPT-CD(DLG3-LN-SUB)
060400             NOT > DLG3-M-HIGH(DLG3-MSR-SUB DLG3-RNG-SUB))
060500         SET DLG3-MATCHED          TO TRUE
060600     END-IF.
060700 2320-EXIT.
060800     EXIT.
060900*================================================================
061000*    2400-CHECK-ONE-PERSON  -  THE SUBSCRIBER, OR A DEPENDENT    *
061100*                              WITH SPOUSE OR DEPENDENT COVERAGE *
061200*                              IN FORCE ON THE BUSINESS DATE     *
061300*================================================================
061400 2400-CHECK-ONE-PERSON.
061500     IF DLG3-PER-SUB > 1
061600         MOVE "N"                  TO DLG3-COVERED-SW
061700         IF DLG3-P-REL(DLG3-PER-SUB) = "SP"
061800             PERFORM 2410-TEST-SP-SLOT THRU 2410-EXIT
061900                 VARYING DLG3-COV-SUB FROM 1 BY 1
062000                 UNTIL DLG3-COV-SUB > 6
062100                 OR DLG3-COVERED
062200         ELSE
062300             PERFORM 2420-TEST-DEP-SLOT THRU 2420-EXIT
062400                 VARYING DLG3-COV-SUB FROM 1 BY 1
062500                 UNTIL DLG3-COV-SUB > 6
062600                 OR DLG3-COVERED
062700         END-IF
062800         IF NOT DLG3-COVERED
062900             GO TO 2400-EXIT
063000         END-IF
063100     END-IF
063200     ADD 1 TO DLG3-PERSONS-CHECKED
063300     IF DLG3-P-DOB(DLG3-PER-SUB) = ZERO
063400         OR DLG3-P-DOB(DLG3-PER-SUB) > DLG3-RUN-DATE
063500         ADD 1 TO DLG3-NO-DOB
063600         GO TO 2400-EXIT
063700     END-IF
063800     MOVE DLG3-P-DOB(DLG3-PER-SUB) TO DLG3-DOB-DATE
063900     COMPUTE DLG3-AGE = DLG3-RUN-YYYY - DLG3-DOB-YYYY
064000     IF DLG3-RUN-MMDD < DLG3-DOB-MMDD
064100         SUBTRACT 1 FROM DLG3-AGE
064200     END-IF
064300     PERFORM 2500-CHECK-ONE-MEASURE THRU 2500-EXIT
064400         VARYING DLG3-MSR-SUB FROM 1 BY 1
064500         UNTIL DLG3-MSR-SUB > DLG3-MSR-COUNT.
064600 2400-EXIT.
064700     EXIT.
064800*================================================================
064900*    2410-TEST-SP-SLOT  -  SPOUSE HALF OF A SPOUSE/DEPENDENT     *
065000*                          OCCURRENCE                            *
065100*================================================================
065200 2410-TEST-SP-SLOT.
065300     MOVE EMP-COV-SP-EFF-DT-SP-T(DLG3-COV-SUB)
065400                                   TO DLG3-COV-EFF-DT
065500     MOVE EMP-COV-SP-CANC-DT-SP-T(DLG3-COV-SUB)
065600                                   TO DLG3-COV-CANC-DT
065700     PERFORM 2430-TEST-SPAN         THRU 2430-EXIT.
065800 2410-EXIT.
065900     EXIT.
066000*================================================================
066100*    2420-TEST-DEP-SLOT  -  DEPENDENT HALF OF A SPOUSE/DEPENDENT *
066200*                           OCCURRENCE                           *
066300*================================================================
066400 2420-TEST-DEP-SLOT.
066500     MOVE EMP-COV-SP-EFF-DT-DEP-T(DLG3-COV-SUB)
066600                                   TO DLG3-COV-EFF-DT
066700     MOVE EMP-COV-SP-CANC-DT-DEP-T(DLG3-COV-SUB)
066800                                   TO DLG3-COV-CANC-DT
066900     PERFORM 2430-TEST-SPAN         THRU 2430-EXIT.
067000 2420-EXIT.
067100     EXIT.
067200*================================================================
067300*    2430-TEST-SPAN  -  EFFECTIVE BY THE BUSINESS DATE AND OPEN  *
067400*                       OR CANCELLED NO EARLIER THAN IT          *
067500*================================================================
067600 2430-TEST-SPAN.
067700     IF DLG3-COV-EFF-DT NOT = ZERO
067800         AND DLG3-COV-EFF-DT <= DLG3-RUN-DATE
067900         AND (DLG3-COV-CANC-DT = ZERO
068000             OR DLG3-COV-CANC-DT >= DLG3-RUN-DATE)
068100         SET DLG3-COVERED          TO TRUE
068200     END-IF.
068300 2430-EXIT.
068400     EXIT.
068500*================================================================
068600*    2500-CHECK-ONE-MEASURE  -  ELIGIBLE BY SEX AND AGE; NO      *
068700*                              QUALIFYING SERVICE SINCE THE      *
068800*                              CUTOFF IS AN OPEN GAP             *
068900*================================================================
069000 2500-CHECK-ONE-MEASURE.
069100     IF DLG3-M-SEX(DLG3-MSR-SUB) NOT = SPACE
069200         AND DLG3-M-SEX(DLG3-MSR-SUB)
069300             NOT = DLG3-P-SEX(DLG3-PER-SUB)
069400         GO TO 2500-EXIT
069500     END-IF
069600     IF DLG3-AGE < DLG3-M-AGE-MIN(DLG3-MSR-SUB)
069700         OR DLG3-AGE > DLG3-M-AGE-MAX(DLG3-MSR-SUB)
069800         GO TO 2500-EXIT
069900     END-IF
070000     ADD 1 TO DLG3-G-ELIGIBLE(DLG3-GRP-SUB DLG3-MSR-SUB)
070100     ADD 1 TO DLG3-A-ELIGIBLE(DLG3-MSR-SUB)
070200     IF DLG3-P-LAST-DT(DLG3-PER-SUB DLG3-MSR-SUB)
070300         NOT < DLG3-M-CUTOFF-DT(DLG3-MSR-SUB)
070400         ADD 1 TO DLG3-G-COMPLIANT(DLG3-GRP-SUB DLG3-MSR-SUB)
070500         ADD 1 TO DLG3-A-COMPLIANT(DLG3-MSR-SUB)
070600         GO TO 2500-EXIT
070700     END-IF
070800     ADD 1 TO DLG3-GAPS-OPEN
070900     IF DLG3-SUPPRESSED
071000         ADD 1 TO DLG3-OUT-SUPPRESSED
071100         GO TO 2500-EXIT
071200     END-IF
071300     PERFORM 2600-WRITE-OUTREACH    THRU 2600-EXIT.
071400 2500-EXIT.
071500     EXIT.
071600*================================================================
071700*    2600-WRITE-OUTREACH
071800*================================================================
071900 2600-WRITE-OUTREACH.
072000     MOVE SPACES                   TO DL163-OUT-RECORD
072100     MOVE EMP-EMP-ID               TO DL163-O-EMP-ID
072200     MOVE DLG3-P-DEP-NBR(DLG3-PER-SUB) TO DL163-O-DEP-NBR
072300     MOVE DLG3-P-REL(DLG3-PER-SUB) TO DL163-O-REL
072400     MOVE DLG3-P-FNAME(DLG3-PER-SUB) TO DL163-O-FNAME
072500     MOVE DLG3-P-LNAME(DLG3-PER-SUB) TO DL163-O-LNAME
072600     MOVE DLG3-P-SEX(DLG3-PER-SUB) TO DL163-O-SEX
072700     MOVE DLG3-P-DOB(DLG3-PER-SUB) TO DL163-O-DOB
072800     MOVE DLG3-AGE                 TO DL163-O-AGE
072900     MOVE DLG3-WORK-GROUP          TO DL163-O-GROUP
073000     MOVE DLG3-M-ID(DLG3-MSR-SUB)  TO DL163-O-MEASURE-ID
073100     MOVE DLG3-M-DESC(DLG3-MSR-SUB) TO DL163-O-MEASURE-DESC
073200     MOVE DLG3-P-LAST-DT(DLG3-PER-SUB DLG3-MSR-SUB)
073300                                   TO DL163-O-LAST-SVC-DT
073400     MOVE EMP-ADDR                 TO DL163-O-ADDR
073500     MOVE EMP-ADDR4                TO DL163-O-ADDR4
073600     MOVE EMP-CITY                 TO DL163-O-CITY
073700     MOVE EMP-ST                   TO DL163-O-ST
073800     MOVE EMP-ZIP                  TO DL163-O-ZIP
073900     MOVE DLG3-RUN-DATE            TO DL163-O-RUN-DT
074000     WRITE DL163-OUT-RECORD
074100     ADD 1 TO DLG3-OUT-WRITTEN.
074200 2600-EXIT.
074300     EXIT.
074400*================================================================
074500*    3000-TERMINATE  -  COMPLIANCE BY GROUP AND MEASURE, THEN    *
074600*                       ALL GROUPS                               *
074700*================================================================
074800 3000-TERMINATE.
074900     WRITE DL163-RPT-LINE FROM SPACES
075000     WRITE DL163-RPT-LINE FROM DLG3-COLUMN-HEADING
075100     PERFORM 3100-REPORT-GROUP-MSR  THRU 3100-EXIT
075200         VARYING DLG3-GRP-SUB FROM 1 BY 1
075300         UNTIL DLG3-GRP-SUB > DLG3-GRP-COUNT
075400         AFTER DLG3-MSR-SUB FROM 1 BY 1
075500         UNTIL DLG3-MSR-SUB > DLG3-MSR-COUNT
075600     WRITE DL163-RPT-LINE FROM SPACES
075700     PERFORM 3200-REPORT-ALL-MSR    THRU 3200-EXIT
075800         VARYING DLG3-MSR-SUB FROM 1 BY 1
075900         UNTIL DLG3-MSR-SUB > DLG3-MSR-COUNT
076000     MOVE DLG3-MSR-COUNT           TO DLG3-T-MEASURES
076100     MOVE DLG3-MSTR-READ           TO DLG3-T-MSTR-READ
076200     MOVE DLG3-MSTR-ACTIVE         TO DLG3-T-MSTR-ACTIVE
076300     MOVE DLG3-PERSONS-CHECKED     TO DLG3-T-PERSONS
076400     MOVE DLG3-NO-DOB              TO DLG3-T-NO-DOB
076500     MOVE DLG3-CLM-READ            TO DLG3-T-CLM-READ
076600     MOVE DLG3-LINES-MATCHED       TO DLG3-T-LINES
076700     MOVE DLG3-GAPS-OPEN           TO DLG3-T-GAPS
076800     MOVE DLG3-OUT-WRITTEN         TO DLG3-T-WRITTEN
076900     MOVE DLG3-OUT-SUPPRESSED      TO DLG3-T-SUPPRESSED
077000     WRITE DL163-RPT-LINE FROM SPACES
077100     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-1
077200     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-2
077300     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-3
077400     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-4
077500     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-5
077600     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-6
077700     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-7
077800     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-8
077900     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-9
078000     WRITE DL163-RPT-LINE FROM DLG3-TOTAL-LINE-10
078100     CLOSE BED1EMP-FILE
078200     CLOSE BHS1DEP-FILE
078300     CLOSE BHS2MCH-FILE
078400     CLOSE BHS3MDE-FILE
078500     CLOSE DL097-ADR-FILE
078600     CLOSE DL163-OUT-FILE
078700     CLOSE DL163-RPT-FILE.
078800 3000-EXIT.
078900     EXIT.
079000*================================================================
079100*    3100-REPORT-GROUP-MSR  -  MEASURES WITH NO ONE ELIGIBLE IN  *
079200*                              THE GROUP ARE LEFT OFF            *
079300*================================================================
079400 3100-REPORT-GROUP-MSR.
079500     IF DLG3-G-ELIGIBLE(DLG3-GRP-SUB DLG3-MSR-SUB) = ZERO
079600         GO TO 3100-EXIT
079700     END-IF
079800     MOVE DLG3-G-GROUP(DLG3-GRP-SUB) TO DLG3-D-GROUP
079900     MOVE DLG3-G-ELIGIBLE(DLG3-GRP-SUB DLG3-MSR-SUB)
080000                                   TO DLG3-D-ELIGIBLE
080100     MOVE DLG3-G-COMPLIANT(DLG3-GRP-SUB DLG3-MSR-SUB)
080200                                   TO DLG3-D-COMPLIANT
080300     COMPUTE DLG3-D-OPEN =
080400         DLG3-G-ELIGIBLE(DLG3-GRP-SUB DLG3-MSR-SUB)
080500       - DLG3-G-COMPLIANT(DLG3-GRP-SUB DLG3-MSR-SUB)
080600     COMPUTE DLG3-RATE ROUNDED =
080700         DLG3-G-COMPLIANT(DLG3-GRP-SUB DLG3-MSR-SUB) * 100
080800       / DLG3-G-ELIGIBLE(DLG3-GRP-SUB DLG3-MSR-SUB)
080900     PERFORM 3300-WRITE-DETAIL      THRU 3300-EXIT.
081000 3100-EXIT.
081100     EXIT.
081200*================================================================
081300*    3200-REPORT-ALL-MSR
081400*================================================================
081500 3200-REPORT-ALL-MSR.
081600     MOVE "ALL"                    TO DLG3-D-GROUP
081700     MOVE DLG3-A-ELIGIBLE(DLG3-MSR-SUB) TO DLG3-D-ELIGIBLE
081800     MOVE DLG3-A-COMPLIANT(DLG3-MSR-SUB) TO DLG3-D-COMPLIANT
081900     COMPUTE DLG3-D-OPEN = DLG3-A-ELIGIBLE(DLG3-MSR-SUB)
082000                         - DLG3-A-COMPLIANT(DLG3-MSR-SUB)
082100     MOVE ZERO                     TO DLG3-RATE
082200     IF DLG3-A-ELIGIBLE(DLG3-MSR-SUB) > ZERO
082300         COMPUTE DLG3-RATE ROUNDED =
082400             DLG3-A-COMPLIANT(DLG3-MSR-SUB) * 100
082500           / DLG3-A-ELIGIBLE(DLG3-MSR-SUB)
082600     END-IF
082700     PERFORM 3300-WRITE-DETAIL      THRU 3300-EXIT.
082800 3200-EXIT.
082900     EXIT.
083000*================================================================
083100*    3300-WRITE-DETAIL
083200*================================================================
083300 3300-WRITE-DETAIL.
083400     MOVE DLG3-M-ID(DLG3-MSR-SUB)  TO DLG3-D-MEASURE-ID
083500     MOVE DLG3-M-DESC(DLG3-MSR-SUB) TO DLG3-D-DESC
083600     MOVE DLG3-RATE                TO DLG3-D-RATE
083700     WRITE DL163-RPT-LINE FROM DLG3-DETAIL-LINE.
083800 3300-EXIT.
083900     EXIT.
084000*================================================================
084100*    8000-READ-MASTER
084200*================================================================
084300 8000-READ-MASTER.
084400     READ BED1EMP-FILE
084500         AT END
084600             SET DLG3-MSTR-EOF TO TRUE
084700     END-READ.
084800 8000-EXIT.
084900     EXIT.
085000*================================================================
085100*    8100-READ-DEP
085200*================================================================
085300 8100-READ-DEP.
085400     READ BHS1DEP-FILE
085500         AT END
085600             SET DLG3-DEP-EOF TO TRUE
085700             MOVE HIGH-VALUES      TO DLG3-DEP-KEY
085800     END-READ
085900     IF NOT DLG3-DEP-EOF
086000         MOVE CLS-EMP-ID           TO DLG3-DEP-KEY
086100     END-IF.
086200 8100-EXIT.
086300     EXIT.
086400*================================================================
086500*    8200-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
086600*================================================================
086700 8200-READ-CLAIM-PAIR.
086800     READ BHS2MCH-FILE
086900         AT END
087000             SET DLG3-CLM-EOF TO TRUE
087100             MOVE HIGH-VALUES      TO DLG3-CLM-KEY
087200     END-READ
087300     IF NOT DLG3-CLM-EOF
087400         MOVE CLH-PATIENT-NBR(1:13) TO DLG3-CLM-KEY
087500         IF NOT DLG3-DET-EOF
087600             READ BHS3MDE-FILE
087700                 AT END
087800                     SET DLG3-DET-EOF TO TRUE
087900             END-READ
088000         END-IF
088100     END-IF.
088200 8200-EXIT.
088300     EXIT.
088400*================================================================
088500*    8300-READ-ADR
088600*================================================================
088700 8300-READ-ADR.
088800     READ DL097-ADR-FILE
088900         AT END
089000             SET DLG3-ADR-EOF TO TRUE
089100             MOVE HIGH-VALUES      TO DLG3-ADR-KEY
089200     END-READ
089300     IF NOT DLG3-ADR-EOF
089400         MOVE DL097-A-EMP-ID       TO DLG3-ADR-KEY
089500     END-IF.
089600 8300-EXIT.
089700     EXIT.
089800*================================================================
089900*    9900-MSR-ABORT  -  MORE MEASURES THAN THE TABLE (THE DL060  *
090000*                       RULE)                                    *
090100*================================================================
090200 9900-MSR-ABORT.
090300     DISPLAY "DL163: DL163MSR EXCEEDS THE 50-ENTRY TABLE"
090400     MOVE 8                        TO RETURN-CODE
090500     GOBACK.
090600 9900-EXIT.
090700     EXIT.
090800*================================================================
090900*    9910-GRP-ABORT  -  MORE GROUPS THAN THE TABLE
091000*================================================================
091100 9910-GRP-ABORT.
091200     DISPLAY "DL163: GROUPS EXCEED THE 500-ENTRY TABLE"
091300     MOVE 8                        TO RETURN-CODE
091400     GOBACK.
091500 9910-EXIT.
091600     EXIT.
091700*================================================================
091800*    9920-DEP-ABORT  -  MORE DEPENDENTS ON ONE SUBSCRIBER THAN   *
091900*                       THE 30-ENTRY TABLE                       *
092000*================================================================
092100 9920-DEP-ABORT.
092200     DISPLAY "DL163: BHS1DEP EXCEEDS 30 DEPENDENTS FOR "
092300             EMP-EMP-ID
092400     MOVE 8                        TO RETURN-CODE
092500     GOBACK.
092600 9920-EXIT.
092700     EXIT.
