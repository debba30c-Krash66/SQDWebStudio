000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL178.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MONTHLY EMPLOYER-DIVISION
001100*                   PACKAGE.  FOR EACH LARGE GROUP NAMED ON A
001200*                   DL178PRM CARD (PACKAGE NUMBER, THE DL074/
001300*                   DL120 JOIN) THE MEMBERS ARE SPLIT BY
001400*                   EMP-CO-ORG-CD AND EACH ORGANIZATION CODE IS
001500*                   RESOLVED TO A DIVISION NAME AND THE
001600*                   EMPLOYER'S COST CENTER THROUGH THE DL178DIV
001700*                   CODE TABLE.  FOR THE REPORT MONTH (THE LAST
001800*                   COMPLETE MONTH BEFORE THE BUSINESS DATE)
001900*                   EACH DIVISION GETS SUBSCRIBERS AND COVERED
002000*                   LIVES (SUBSCRIBER PLUS BHS1DEP DEPENDENTS)
002100*                   BY COVERAGE TIER (THE CONTRACT TYPE ON THE
002200*                   OCCURRENCE IN FORCE, THE DL074 DERIVATION),
002300*                   ADDS AND TERMS IN THE MONTH, PAID CLAIMS
002400*                   (CLH-CLM-PAID-AMT ON FINALIZED CLAIMS PAID
002500*                   IN THE MONTH, THE DL162 RULE), COST PER
002600*                   COVERED LIFE AND ITS TOP FIVE DIAGNOSIS
002700*                   GROUPS (THREE-CHARACTER CATEGORY OF THE
002800*                   PRINCIPAL DIAGNOSIS) BY PAID AMOUNT.  MASTER,
002900*                   DEPENDENTS AND CLAIMS ARE MATCHED IN MEMBER
003000*                   ORDER THE WAY DL055 MATCHES THEM.  AN
003100*                   ORGANIZATION CODE MISSING FROM THE TABLE IS
003200*                   STILL REPORTED, FLAGGED FOR GROUP ACCOUNT
003300*                   SERVICES TO ADD.
003400*================================================================
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT DL178-PRM-FILE     ASSIGN TO DL178PRM
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL178-DIV-FILE     ASSIGN TO DL178DIV
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT DL178-SORT-FILE    ASSIGN TO DL178SORT.
005200     SELECT DL178-RPT-FILE     ASSIGN TO DL178RPT
005300            ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DL178-PRM-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL178PRM.
005900 FD  DL178-DIV-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL178DIV.
006200 FD  BED1EMP-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY BED1EMP.
006500     COPY BED1EMPT.
006600 FD  BHS1DEP-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY BHS1DEP.
006900 FD  BHS2MCH-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY BHS2MCH.
007200 SD  DL178-SORT-FILE.
007300 01  DLH8-SORT-RECORD.
007400     05  DLH8-S-KEY.
007500         10  DLH8-S-DIV-SUB        PIC 9(4).
007600         10  DLH8-S-DIAG-GRP       PIC X(3).
007700     05  DLH8-S-PAID-AMT           PIC S9(8).
007800 FD  DL178-RPT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  DL178-RPT-LINE                PIC X(132).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300*    DLH8-SWITCHES AND COUNTERS
008400*----------------------------------------------------------------
008500 01  DLH8-SWITCHES.
008600     05  DLH8-PRM-EOF-SW           PIC X(1)     VALUE "N".
008700         88  DLH8-PRM-EOF                        VALUE "Y".
008800     05  DLH8-DIV-EOF-SW           PIC X(1)     VALUE "N".
008900         88  DLH8-DIV-EOF                        VALUE "Y".
009000     05  DLH8-MSTR-EOF-SW          PIC X(1)     VALUE "N".
009100         88  DLH8-MSTR-EOF                       VALUE "Y".
009200     05  DLH8-DEP-EOF-SW           PIC X(1)     VALUE "N".
009300         88  DLH8-DEP-EOF                        VALUE "Y".
009400     05  DLH8-CLM-EOF-SW           PIC X(1)     VALUE "N".
009500         88  DLH8-CLM-EOF                        VALUE "Y".
009600     05  DLH8-SORT-EOF-SW          PIC X(1)     VALUE "N".
009700         88  DLH8-SORT-EOF                       VALUE "Y".
009800*----------------------------------------------------------------
009900*    DLH8-GRP-TABLE  -  THE GROUPS ON THE DL178PRM CARDS, IN     *
010000*    CARD ORDER, WITH THEIR PACKAGE TOTALS                       *
010100*----------------------------------------------------------------
010200 01  DLH8-GRP-TABLE.
010300     05  DLH8-GRP-COUNT            PIC S9(4) COMP VALUE ZERO.
010400     05  DLH8-GRP-ENTRY OCCURS 50 TIMES.
010500         10  DLH8-G-PKG-NO         PIC 9(3).
010600         10  DLH8-G-SUBS           PIC S9(8) COMP.
010700         10  DLH8-G-LIVES          PIC S9(8) COMP.
010800         10  DLH8-G-ADDS           PIC S9(8) COMP.
010900         10  DLH8-G-TERMS          PIC S9(8) COMP.
011000         10  DLH8-G-PAID           PIC S9(13) COMP-3.
011100*----------------------------------------------------------------
011200*    DLH8-DIV-TABLE  -  THE DL178DIV ROWS FOR THE SELECTED       *
011300*    GROUPS (DL043 LOAD), THEN ANY ORGANIZATION CODE FOUND ON    *
011400*    THE MASTER THAT THE TABLE DOES NOT CARRY; EACH WITH ITS     *
011500*    COVERAGE TIERS AND ITS RANKED DIAGNOSIS GROUPS              *
011600*----------------------------------------------------------------
011700 01  DLH8-DIV-TABLE.
011800     05  DLH8-DIV-COUNT            PIC S9(4) COMP VALUE ZERO.
011900     05  DLH8-DIV-ENTRY OCCURS 500 TIMES.
012000         10  DLH8-D-PKG-NO         PIC 9(3).
012100         10  DLH8-D-ORG-CD         PIC X(5).
012200         10  DLH8-D-DIV-NAME       PIC X(30).
012300         10  DLH8-D-COST-CTR       PIC X(10).
012400         10  DLH8-D-CLAIMS         PIC S9(8) COMP.
012500         10  DLH8-D-PAID           PIC S9(13) COMP-3.
012600         10  DLH8-D-TIER-COUNT     PIC S9(4) COMP.
012700         10  DLH8-D-TIER OCCURS 10 TIMES.
012800             15  DLH8-D-CON-TY     PIC 9(2).
012900             15  DLH8-D-T-SUBS     PIC S9(8) COMP.
013000             15  DLH8-D-T-LIVES    PIC S9(8) COMP.
013100             15  DLH8-D-T-ADDS     PIC S9(8) COMP.
013200             15  DLH8-D-T-TERMS    PIC S9(8) COMP.
013300         10  DLH8-D-TOP-COUNT      PIC S9(4) COMP.
013400         10  DLH8-D-TOP OCCURS 5 TIMES.
013500             15  DLH8-D-TOP-DIAG   PIC X(3).
013600             15  DLH8-D-TOP-CLAIMS PIC S9(8) COMP.
013700             15  DLH8-D-TOP-PAID   PIC S9(13) COMP-3.
013800*----------------------------------------------------------------
013900*    DLH8-OCC-TABLE  -  THE CURRENT MEMBER'S COVERAGE            *
014000*    OCCURRENCES AS MONTH NUMBERS (THE DL162 CONVERSION); A      *
014100*    ZERO START MONTH MARKS AN OCCURRENCE OUTSIDE THE SELECTED   *
014200*    GROUPS                                                      *
014300*----------------------------------------------------------------
014400 01  DLH8-OCC-TABLE.
014500     05  DLH8-OCC-ENTRY OCCURS 12 TIMES.
014600         10  DLH8-O-FROM-MO        PIC S9(8) COMP.
014700         10  DLH8-O-TO-MO          PIC S9(8) COMP.
014800         10  DLH8-O-PKG-NO         PIC 9(3).
014900 01  DLH8-WORK-FIELDS.
015000     05  DLH8-SUB                  PIC S9(4) COMP.
015100     05  DLH8-GRP-SUB              PIC S9(4) COMP.
015200     05  DLH8-DIV-SUB              PIC S9(4) COMP.
015300     05  DLH8-TIER-SUB             PIC S9(4) COMP.
015400     05  DLH8-TOP-SUB              PIC S9(4) COMP.
015500     05  DLH8-SHIFT-SUB            PIC S9(4) COMP.
015600     05  DLH8-PREV-SUB             PIC S9(4) COMP.
015700     05  DLH8-COV-SUB              PIC S9(4) COMP.
015800     05  DLH8-SCAN-SUB             PIC S9(4) COMP.
015900     05  DLH8-WORK-PKG-NO          PIC 9(3).
016000     05  DLH8-WORK-ORG-CD          PIC X(5).
016100     05  DLH8-WORK-CON-TY          PIC 9(2).
016200     05  DLH8-WORK-MO              PIC S9(8) COMP.
016300     05  DLH8-WORK-DATE            PIC 9(8).
016400     05  DLH8-WORK-DATE-R REDEFINES DLH8-WORK-DATE.
016500         10  DLH8-WORK-YYYY        PIC 9(4).
016600         10  DLH8-WORK-MM          PIC 9(2).
016700         10  DLH8-WORK-DD          PIC 9(2).
016800     05  DLH8-DATE-MO              PIC S9(8) COMP.
016900     05  DLH8-DEP-KEY              PIC X(13).
017000     05  DLH8-CLM-PAT-KEY          PIC X(13).
017100     05  DLH8-DEP-COUNT            PIC S9(4) COMP.
017200     05  DLH8-CARD-MONTH           PIC 9(6)     VALUE ZERO.
017300     05  DLH8-CUR-KEY.
017400         10  DLH8-CUR-DIV-SUB      PIC 9(4).
017500         10  DLH8-CUR-DIAG-GRP     PIC X(3).
017600     05  DLH8-DIAG-CLAIMS          PIC S9(8) COMP.
017700     05  DLH8-DIAG-PAID            PIC S9(13) COMP-3.
017800     05  DLH8-DV-SUBS              PIC S9(8) COMP.
017900     05  DLH8-DV-LIVES             PIC S9(8) COMP.
018000     05  DLH8-DV-ADDS              PIC S9(8) COMP.
018100     05  DLH8-DV-TERMS             PIC S9(8) COMP.
018200     05  DLH8-PMPM-AMT             PIC S9(9) COMP-3.
018300*    MONTH NUMBER (YEAR TIMES 12 PLUS MONTH LESS 1) TO YYYYMM
018400     05  DLH8-CNV-MO               PIC S9(8) COMP.
018500     05  DLH8-CNV-YYYY             PIC 9(4).
018600     05  DLH8-CNV-REM              PIC 9(2).
018700     05  DLH8-CNV-YYYYMM           PIC 9(6).
018800 01  DLH8-DATE-WORK.
018900     05  DLH8-RUN-DATE             PIC 9(8).
019000     05  DLH8-RPT-MO               PIC S9(8) COMP.
019100     05  DLH8-RPT-YYYYMM           PIC 9(6).
019200 01  DLH8-COUNTERS.
019300     05  DLH8-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
019400     05  DLH8-MSTR-ENROLLED        PIC S9(8) COMP VALUE ZERO.
019500     05  DLH8-DEP-READ             PIC S9(8) COMP VALUE ZERO.
019600     05  DLH8-CLM-READ             PIC S9(8) COMP VALUE ZERO.
019700     05  DLH8-CLM-USED             PIC S9(8) COMP VALUE ZERO.
019800     05  DLH8-CLM-NO-MBR           PIC S9(8) COMP VALUE ZERO.
019900     05  DLH8-DIV-LOADED           PIC S9(8) COMP VALUE ZERO.
020000     05  DLH8-DIV-UNMAPPED         PIC S9(8) COMP VALUE ZERO.
020100     05  DLH8-DIV-RPT              PIC S9(8) COMP VALUE ZERO.
020200 01  DLH8-HEADING-1.
020300     05  FILLER                    PIC X(40)
020400         VALUE "EMPLOYER DIVISION PACKAGE".
020500 01  DLH8-GRP-HEADING.
020600     05  FILLER                    PIC X(6)  VALUE "GROUP ".
020700     05  DLH8-H-PKG-NO             PIC 9(3).
020800     05  FILLER                    PIC X(16)
020900         VALUE "   REPORT MONTH ".
021000     05  DLH8-H-RPT-MONTH          PIC 9(6).
021100 01  DLH8-COL-HEADING.
021200     05  FILLER                   PIC X(7)  VALUE "ORG".
021300     05  FILLER                   PIC X(32) VALUE "DIVISION".
021400     05  FILLER                   PIC X(12) VALUE "COST CTR".
021500     05  FILLER                   PIC X(9)  VALUE "SUBSCR".
021600     05  FILLER                   PIC X(9)  VALUE "LIVES".
021700     05  FILLER                   PIC X(8)  VALUE "ADDS".
021800     05  FILLER                   PIC X(8)  VALUE "TERMS".
021900     05  FILLER                   PIC X(17) VALUE "PAID CLAIMS".
022000     05  FILLER                   PIC X(10) VALUE "PMPM".
022100 01  DLH8-DIV-LINE.
022200     05  DLH8-R-ORG-CD             PIC X(5).
022300     05  FILLER                    PIC X(2)  VALUE SPACES.
022400     05  DLH8-R-DIV-NAME           PIC X(30).
022500     05  FILLER                    PIC X(2)  VALUE SPACES.
022600     05  DLH8-R-COST-CTR           PIC X(10).
022700     05  FILLER                    PIC X(2)  VALUE SPACES.
022800     05  DLH8-R-SUBS               PIC ZZZ,ZZ9.
022900     05  FILLER                    PIC X(2)  VALUE SPACES.
023000     05  DLH8-R-LIVES              PIC ZZZ,ZZ9.
023100     05  FILLER                    PIC X(2)  VALUE SPACES.
023200     05  DLH8-R-ADDS               PIC ZZ,ZZ9.
023300     05  FILLER                    PIC X(2)  VALUE SPACES.
023400     05  DLH8-R-TERMS              PIC ZZ,ZZ9.
023500     05  FILLER                    PIC X(2)  VALUE SPACES.
023600     05  DLH8-R-PAID               PIC ZZZ,ZZZ,ZZ9.99-.
023700     05  FILLER                    PIC X(2)  VALUE SPACES.
023800     05  DLH8-R-PMPM               PIC ZZ,ZZ9.99-.
023900 01  DLH8-TIER-LINE.
024000     05  FILLER                    PIC X(7)  VALUE SPACES.
024100     05  FILLER                    PIC X(14)
024200         VALUE "COVERAGE TIER ".
024300     05  DLH8-TR-CON-TY            PIC 9(2).
024400     05  FILLER                    PIC X(28) VALUE SPACES.
024500     05  DLH8-TR-SUBS              PIC ZZZ,ZZ9.
024600     05  FILLER                    PIC X(2)  VALUE SPACES.
024700     05  DLH8-TR-LIVES             PIC ZZZ,ZZ9.
024800     05  FILLER                    PIC X(2)  VALUE SPACES.
024900     05  DLH8-TR-ADDS              PIC ZZ,ZZ9.
025000     05  FILLER                    PIC X(2)  VALUE SPACES.
025100     05  DLH8-TR-TERMS             PIC ZZ,ZZ9.
025200 01  DLH8-DIAG-LINE.
025300     05  FILLER                    PIC X(7)  VALUE SPACES.
025400     05  FILLER                    PIC X(16)
025500         VALUE "DIAGNOSIS GROUP ".
025600     05  DLH8-DG-DIAG              PIC X(3).
025700     05  FILLER                    PIC X(2)  VALUE SPACES.
025800     05  FILLER                    PIC X(7)  VALUE "CLAIMS ".
025900     05  DLH8-DG-CLAIMS            PIC ZZZ,ZZ9.
026000     05  FILLER                    PIC X(43) VALUE SPACES.
026100     05  DLH8-DG-PAID              PIC ZZZ,ZZZ,ZZ9.99-.
026200 01  DLH8-GRP-TOTAL-LINE.
026300     05  FILLER                    PIC X(51)
026400         VALUE "GROUP TOTAL".
026500     05  DLH8-GT-SUBS              PIC ZZZ,ZZ9.
026600     05  FILLER                    PIC X(2)  VALUE SPACES.
026700     05  DLH8-GT-LIVES             PIC ZZZ,ZZ9.
026800     05  FILLER                    PIC X(2)  VALUE SPACES.
026900     05  DLH8-GT-ADDS              PIC ZZ,ZZ9.
027000     05  FILLER                    PIC X(2)  VALUE SPACES.
027100     05  DLH8-GT-TERMS             PIC ZZ,ZZ9.
027200     05  FILLER                    PIC X(2)  VALUE SPACES.
027300     05  DLH8-GT-PAID              PIC ZZZ,ZZZ,ZZ9.99-.
027400     05  FILLER                    PIC X(2)  VALUE SPACES.
027500     05  DLH8-GT-PMPM              PIC ZZ,ZZ9.99-.
027600 01  DLH8-UNMAPPED-NAME            PIC X(30)
027700         VALUE "** NOT IN DIVISION TABLE **".
027800 01  DLH8-TOTAL-LINE-1.
027900     05  FILLER                    PIC X(30)
028000         VALUE "DIVISION TABLE ROWS LOADED".
028100     05  DLH8-T-DIV-LOADED         PIC ZZZ,ZZZ,ZZ9.
028200 01  DLH8-TOTAL-LINE-2.
028300     05  FILLER                    PIC X(30)
028400         VALUE "MEMBERS READ".
028500     05  DLH8-T-MSTR-READ          PIC ZZZ,ZZZ,ZZ9.
028600 01  DLH8-TOTAL-LINE-3.
028700     05  FILLER                    PIC X(30)
028800         VALUE "MEMBERS IN SELECTED GROUPS".
028900     05  DLH8-T-MSTR-ENROLLED      PIC ZZZ,ZZZ,ZZ9.
029000 01  DLH8-TOTAL-LINE-4.
029100     05  FILLER                    PIC X(30)
029200         VALUE "DEPENDENTS READ".
029300     05  DLH8-T-DEP-READ           PIC ZZZ,ZZZ,ZZ9.
029400 01  DLH8-TOTAL-LINE-5.
029500     05  FILLER                    PIC X(30)
029600         VALUE "CLAIMS READ".
029700     05  DLH8-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
029800 01  DLH8-TOTAL-LINE-6.
029900     05  FILLER                    PIC X(30)
030000         VALUE "CLAIMS PAID IN MONTH".
030100     05  DLH8-T-CLM-USED           PIC ZZZ,ZZZ,ZZ9.
030200 01  DLH8-TOTAL-LINE-7.
030300     05  FILLER                    PIC X(30)
030400         VALUE "CLAIMS WITHOUT A MEMBER".
030500     05  DLH8-T-CLM-NO-MBR         PIC ZZZ,ZZZ,ZZ9.
030600 01  DLH8-TOTAL-LINE-8.
030700     05  FILLER                    PIC X(30)
030800         VALUE "DIVISIONS REPORTED".
030900     05  DLH8-T-DIV-RPT            PIC ZZZ,ZZZ,ZZ9.
031000 01  DLH8-TOTAL-LINE-9.
031100     05  FILLER                    PIC X(30)
031200         VALUE "ORG CODES NOT IN TABLE".
031300     05  DLH8-T-DIV-UNMAPPED       PIC ZZZ,ZZZ,ZZ9.
031400*----------------------------------------------------------------
031500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
031600*----------------------------------------------------------------
031700 01  DL903-PARMS.
031800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL178".
031900     05  DL903-REC-TYPE            PIC X(1).
032000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
032100*----------------------------------------------------------------
032200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
032300*----------------------------------------------------------------
032400 01  DL902-DATES.
032500     05  DL902-EXEC-DATE           PIC 9(8).
032600 01  DL902-EXEC-LINE.
032700     05  FILLER                    PIC X(14)
032800         VALUE "BUSINESS DATE ".
032900     05  DL902-EL-BUS              PIC 9(8).
033000     05  FILLER                    PIC X(11)
033100         VALUE "  EXECUTED ".
033200     05  DL902-EL-EXEC             PIC 9(8).
033300 PROCEDURE DIVISION.
033400*================================================================
033500*    0000-MAINLINE
033600*================================================================
033700 0000-MAINLINE.
033800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
033900     MOVE "S"                      TO DL903-REC-TYPE
034000     CALL "DL903" USING DL903-PARMS
034100     PERFORM 1200-LOAD-ONE-DIV      THRU 1200-EXIT
034200         UNTIL DLH8-DIV-EOF
034300     CLOSE DL178-DIV-FILE
034400     SORT DL178-SORT-FILE
034500         ON ASCENDING KEY DLH8-S-DIV-SUB
034600                          DLH8-S-DIAG-GRP
034700         INPUT PROCEDURE IS 2000-MATCH-MEMBERS
034800             THRU 2999-EXIT
034900         OUTPUT PROCEDURE IS 3000-RANK-DIAGNOSES
035000             THRU 3999-EXIT
035100     PERFORM 4000-TERMINATE         THRU 4000-EXIT
035200     MOVE "E"                      TO DL903-REC-TYPE
035300     MOVE DLH8-MSTR-READ TO DL903-REC-COUNT
035400     CALL "DL903" USING DL903-PARMS
035500     GOBACK.
035600*================================================================
035700*    1000-INITIALIZE  -  THE REPORT MONTH IS THE LAST COMPLETE   *
035800*                        MONTH BEFORE THE BUSINESS DATE UNLESS   *
035900*                        THE FIRST CARD NAMES ONE                *
036000*================================================================
036100 1000-INITIALIZE.
036200     CALL "DL902" USING DLH8-RUN-DATE DL902-EXEC-DATE
036300     MOVE DLH8-RUN-DATE            TO DLH8-WORK-DATE
036400     COMPUTE DLH8-RPT-MO =
036500         DLH8-WORK-YYYY * 12 + DLH8-WORK-MM - 2
036600     INITIALIZE DLH8-GRP-TABLE
036700     INITIALIZE DLH8-DIV-TABLE
036800     OPEN INPUT  DL178-PRM-FILE
036900     PERFORM 1100-LOAD-ONE-CARD     THRU 1100-EXIT
037000         UNTIL DLH8-PRM-EOF
037100     CLOSE DL178-PRM-FILE
037200     IF DLH8-GRP-COUNT = ZERO
037300         DISPLAY "DL178: PARAMETER CARD MISSING OR INVALID"
037400         MOVE 8                    TO RETURN-CODE
037500         GOBACK
037600     END-IF
037700     IF DLH8-CARD-MONTH NOT = ZERO
037800         COMPUTE DLH8-WORK-DATE = DLH8-CARD-MONTH * 100 + 1
037900         IF DLH8-WORK-MM < 1
038000             OR DLH8-WORK-MM > 12
038100             DISPLAY "DL178: PARAMETER CARD MISSING OR INVALID"
038200             MOVE 8                TO RETURN-CODE
038300             GOBACK
038400         END-IF
038500         PERFORM 8800-DATE-TO-MONTH THRU 8800-EXIT
038600         MOVE DLH8-DATE-MO         TO DLH8-RPT-MO
038700     END-IF
038800     MOVE DLH8-RPT-MO              TO DLH8-CNV-MO
038900     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
039000     MOVE DLH8-CNV-YYYYMM          TO DLH8-RPT-YYYYMM
039100     OPEN INPUT  DL178-DIV-FILE
039200     OPEN INPUT  BED1EMP-FILE
039300     OPEN INPUT  BHS1DEP-FILE
039400     OPEN INPUT  BHS2MCH-FILE
039500     OPEN OUTPUT DL178-RPT-FILE
039600     WRITE DL178-RPT-LINE FROM DLH8-HEADING-1
039700     MOVE DLH8-RUN-DATE TO DL902-EL-BUS
039800     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
039900     WRITE DL178-RPT-LINE FROM DL902-EXEC-LINE.
040000 1000-EXIT.
040100     EXIT.
040200*================================================================
040300*    1100-LOAD-ONE-CARD  -  A NON-NUMERIC PACKAGE OR MONTH FAILS *
040400*                           THE STEP (THE DL098 RULE)            *
040500*================================================================
040600 1100-LOAD-ONE-CARD.
040700     READ DL178-PRM-FILE
040800         AT END
040900             SET DLH8-PRM-EOF TO TRUE
041000     END-READ
041100     IF DLH8-PRM-EOF
041200         GO TO 1100-EXIT
041300     END-IF
041400     IF DL178-P-PKG-NO NOT NUMERIC
041500         DISPLAY "DL178: PARAMETER CARD MISSING OR INVALID"
041600         MOVE 8                    TO RETURN-CODE
041700         GOBACK
041800     END-IF
041900     IF DLH8-GRP-COUNT >= 50
042000         PERFORM 9900-GRP-ABORT     THRU 9900-EXIT
042100     END-IF
042200     ADD 1 TO DLH8-GRP-COUNT
042300     MOVE DL178-P-PKG-NO     TO DLH8-G-PKG-NO(DLH8-GRP-COUNT)
042400     IF DLH8-GRP-COUNT NOT = 1
042500         GO TO 1100-EXIT
042600     END-IF
042700     IF DL178-P-RPT-MONTH-X = SPACES
042800         GO TO 1100-EXIT
042900     END-IF
043000     IF DL178-P-RPT-MONTH NOT NUMERIC
043100         DISPLAY "DL178: PARAMETER CARD MISSING OR INVALID"
043200         MOVE 8                    TO RETURN-CODE
043300         GOBACK
043400     END-IF
043500     MOVE DL178-P-RPT-MONTH        TO DLH8-CARD-MONTH.
043600 1100-EXIT.
043700     EXIT.
043800*================================================================
043900*    1200-LOAD-ONE-DIV  -  ONLY THE ROWS FOR THE SELECTED GROUPS *
044000*                          ARE KEPT                              *
044100*================================================================
044200 1200-LOAD-ONE-DIV.
044300     READ DL178-DIV-FILE
044400         AT END
044500             SET DLH8-DIV-EOF TO TRUE
044600     END-READ
044700     IF DLH8-DIV-EOF
044800         GO TO 1200-EXIT
044900     END-IF
045000     IF DL178-D-PKG-NO NOT NUMERIC
045100         GO TO 1200-EXIT
045200     END-IF
045300     MOVE DL178-D-PKG-NO           TO DLH8-WORK-PKG-NO
045400     PERFORM 2400-FIND-GROUP        THRU 2400-EXIT
045500         VARYING DLH8-GRP-SUB FROM 1 BY 1
045600         UNTIL DLH8-GRP-SUB > DLH8-GRP-COUNT
045700         OR DLH8-G-PKG-NO(DLH8-GRP-SUB) = DLH8-WORK-PKG-NO
045800     IF DLH8-GRP-SUB > DLH8-GRP-COUNT
045900         GO TO 1200-EXIT
046000     END-IF
046100     IF DLH8-DIV-COUNT >= 500
046200         PERFORM 9910-DIV-ABORT     THRU 9910-EXIT
046300     END-IF
046400     ADD 1 TO DLH8-DIV-COUNT
046500     ADD 1 TO DLH8-DIV-LOADED
046600     MOVE DL178-D-PKG-NO     TO DLH8-D-PKG-NO(DLH8-DIV-COUNT)
046700     MOVE DL178-D-ORG-CD     TO DLH8-D-ORG-CD(DLH8-DIV-COUNT)
046800     MOVE DL178-D-DIV-NAME   TO DLH8-D-DIV-NAME(DLH8-DIV-COUNT)
046900     MOVE DL178-D-COST-CTR   TO DLH8-D-COST-CTR(DLH8-DIV-COUNT).
047000 1200-EXIT.
047100     EXIT.
047200*================================================================
047300*    2000-MATCH-MEMBERS  -  INPUT PROCEDURE: MASTER, DEPENDENTS  *
047400*                           AND CLAIMS IN MEMBER ORDER; ONE SORT *
047500*                           RECORD PER CLAIM PAID IN THE MONTH   *
047600*================================================================
047700 2000-MATCH-MEMBERS.
047800     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
047900     PERFORM 8100-READ-DEP          THRU 8100-EXIT
048000     PERFORM 8200-READ-CLAIM        THRU 8200-EXIT
048100     PERFORM 2100-ONE-MEMBER        THRU 2100-EXIT
048200         UNTIL DLH8-MSTR-EOF
048300     PERFORM 2130-SKIP-ORPHAN-CLAIM THRU 2130-EXIT
048400         UNTIL DLH8-CLM-EOF
048500     GO TO 2999-EXIT.
048600 2000-EXIT.
048700     EXIT.
048800*================================================================
048900*    2100-ONE-MEMBER
049000*================================================================
049100 2100-ONE-MEMBER.
049200     ADD 1 TO DLH8-MSTR-READ
049300     PERFORM 2110-SKIP-ORPHAN-DEP   THRU 2110-EXIT
049400         UNTIL DLH8-DEP-EOF
049500         OR DLH8-DEP-KEY >= EMP-EMP-ID
049600     MOVE ZERO                     TO DLH8-DEP-COUNT
049700     PERFORM 2120-COUNT-ONE-DEP     THRU 2120-EXIT
049800         UNTIL DLH8-DEP-EOF
049900         OR DLH8-DEP-KEY NOT = EMP-EMP-ID
050000     PERFORM 2130-SKIP-ORPHAN-CLAIM THRU 2130-EXIT
050100         UNTIL DLH8-CLM-EOF
050200         OR DLH8-CLM-PAT-KEY >= EMP-EMP-ID
050300     PERFORM 2200-ENROLL-MEMBER     THRU 2200-EXIT
050400     PERFORM 2300-ONE-CLAIM         THRU 2300-EXIT
050500         UNTIL DLH8-CLM-EOF
050600         OR DLH8-CLM-PAT-KEY NOT = EMP-EMP-ID
050700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
050800 2100-EXIT.
050900     EXIT.
051000*================================================================
051100*    2110-SKIP-ORPHAN-DEP  -  DEPENDENT FOR A MEMBER NO LONGER   *
051200*                             ON BED1EMP                         *
051300*================================================================
051400 2110-SKIP-ORPHAN-DEP.
051500     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
051600 2110-EXIT.
051700     EXIT.
051800*================================================================
051900*    2120-COUNT-ONE-DEP
052000*================================================================
052100 2120-COUNT-ONE-DEP.
052200     ADD 1 TO DLH8-DEP-COUNT
052300     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
052400 2120-EXIT.
052500     EXIT.
052600*================================================================
052700*    2130-SKIP-ORPHAN-CLAIM  -  CLAIM FOR A PATIENT NOT ON       *
052800*                               BED1EMP                          *
052900*================================================================
053000 2130-SKIP-ORPHAN-CLAIM.
053100     ADD 1 TO DLH8-CLM-READ
053200     ADD 1 TO DLH8-CLM-NO-MBR
053300     PERFORM 8200-READ-CLAIM        THRU 8200-EXIT.
053400 2130-EXIT.
053500     EXIT.
053600*================================================================
053700*    2200-ENROLL-MEMBER  -  THE FIRST SELECTED-GROUP OCCURRENCE  *
053800*                           IN FORCE DURING THE REPORT MONTH     *
053900*                           PLACES THE MEMBER IN A DIVISION AND  *
054000*                           TIER.  A NEW OCCURRENCE IS AN ADD    *
054100*                           AND A CANCELLED ONE A TERM ONLY WHEN *
054200*                           NO OTHER OCCURRENCE OF THE SAME      *
054300*                           GROUP COVERS THE MONTH BEFORE OR     *
054400*                           AFTER, SO A REISSUE IS NEITHER       *
054500*================================================================
054600 2200-ENROLL-MEMBER.
054700     PERFORM 2210-CONVERT-ONE-OCC   THRU 2210-EXIT
054800         VARYING DLH8-COV-SUB FROM 1 BY 1
054900         UNTIL DLH8-COV-SUB > 12
055000     PERFORM 2290-SCAN-ONE          THRU 2290-EXIT
055100         VARYING DLH8-COV-SUB FROM 1 BY 1
055200         UNTIL DLH8-COV-SUB > 12
055300         OR (DLH8-O-FROM-MO(DLH8-COV-SUB) NOT = ZERO
055400             AND DLH8-O-FROM-MO(DLH8-COV-SUB) NOT > DLH8-RPT-MO
055500             AND DLH8-O-TO-MO(DLH8-COV-SUB) NOT < DLH8-RPT-MO)
055600     IF DLH8-COV-SUB > 12
055700         GO TO 2200-EXIT
055800     END-IF
055900     ADD 1 TO DLH8-MSTR-ENROLLED
056000     MOVE DLH8-O-PKG-NO(DLH8-COV-SUB) TO DLH8-WORK-PKG-NO
056100     MOVE ZERO                     TO DLH8-WORK-CON-TY
056200     IF EMP-COV-ROUT-CD-T(DLH8-COV-SUB) NUMERIC
056300         MOVE EMP-COV-ROUT-CD-T(DLH8-COV-SUB)
056400                                   TO DLH8-WORK-CON-TY
056500     END-IF
056600     PERFORM 2500-LOCATE-DIVISION   THRU 2500-EXIT
056700     PERFORM 2600-LOCATE-TIER       THRU 2600-EXIT
056800     ADD 1 TO DLH8-D-T-SUBS(DLH8-DIV-SUB DLH8-TIER-SUB)
056900     COMPUTE DLH8-D-T-LIVES(DLH8-DIV-SUB DLH8-TIER-SUB) =
057000         DLH8-D-T-LIVES(DLH8-DIV-SUB DLH8-TIER-SUB)
057100         + DLH8-DEP-COUNT + 1
057200     IF DLH8-O-FROM-MO(DLH8-COV-SUB) = DLH8-RPT-MO
057300         COMPUTE DLH8-WORK-MO = DLH8-RPT-MO - 1
057400         PERFORM 2220-SCAN-SAME-GROUP THRU 2220-EXIT
057500         IF DLH8-SCAN-SUB > 12
057600             ADD 1 TO DLH8-D-T-ADDS(DLH8-DIV-SUB DLH8-TIER-SUB)
057700         END-IF
057800     END-IF
057900     IF DLH8-O-TO-MO(DLH8-COV-SUB) = DLH8-RPT-MO
058000         COMPUTE DLH8-WORK-MO = DLH8-RPT-MO + 1
058100         PERFORM 2220-SCAN-SAME-GROUP THRU 2220-EXIT
058200         IF DLH8-SCAN-SUB > 12
058300             ADD 1 TO DLH8-D-T-TERMS(DLH8-DIV-SUB DLH8-TIER-SUB)
058400         END-IF
058500     END-IF.
058600 2200-EXIT.
058700     EXIT.
058800*================================================================
058900*    2210-CONVERT-ONE-OCC  -  AN OCCURRENCE WITHOUT AN EFFECTIVE *
059000*                             DATE OR OUTSIDE THE SELECTED       *
059100*                             GROUPS IS LEFT UNCREDITABLE; AN    *
059200*                             OPEN OCCURRENCE RUNS PAST THE      *
059300*                             MONTH AFTER THE REPORT MONTH       *
059400*================================================================
059500 2210-CONVERT-ONE-OCC.
059600     MOVE ZERO             TO DLH8-O-FROM-MO(DLH8-COV-SUB)
059700     MOVE ZERO             TO DLH8-O-TO-MO(DLH8-COV-SUB)
059800     MOVE ZERO             TO DLH8-O-PKG-NO(DLH8-COV-SUB)
059900     IF EMP-COV-EFF-DT-EE-T(DLH8-COV-SUB) = ZERO
060000         OR EMP-COV-GROUP-EE-T(DLH8-COV-SUB)(1:3) NOT NUMERIC
060100         GO TO 2210-EXIT
060200     END-IF
060300     MOVE EMP-COV-GROUP-EE-T(DLH8-COV-SUB)(1:3)
060400                           TO DLH8-WORK-PKG-NO
060500     PERFORM 2400-FIND-GROUP        THRU 2400-EXIT
060600         VARYING DLH8-GRP-SUB FROM 1 BY 1
060700         UNTIL DLH8-GRP-SUB > DLH8-GRP-COUNT
060800         OR DLH8-G-PKG-NO(DLH8-GRP-SUB) = DLH8-WORK-PKG-NO
060900     IF DLH8-GRP-SUB > DLH8-GRP-COUNT
061000         GO TO 2210-EXIT
061100     END-IF
061200     MOVE DLH8-WORK-PKG-NO TO DLH8-O-PKG-NO(DLH8-COV-SUB)
061300     MOVE EMP-COV-EFF-DT-EE-T(DLH8-COV-SUB) TO DLH8-WORK-DATE
061400     PERFORM 8800-DATE-TO-MONTH     THRU 8800-EXIT
061500     MOVE DLH8-DATE-MO     TO DLH8-O-FROM-MO(DLH8-COV-SUB)
061600     IF EMP-COV-CANC-DT-EE-T(DLH8-COV-SUB) = ZERO
061700         COMPUTE DLH8-O-TO-MO(DLH8-COV-SUB) = DLH8-RPT-MO + 2
061800         GO TO 2210-EXIT
061900     END-IF
062000     MOVE EMP-COV-CANC-DT-EE-T(DLH8-COV-SUB) TO DLH8-WORK-DATE
062100     PERFORM 8800-DATE-TO-MONTH     THRU 8800-EXIT
062200     MOVE DLH8-DATE-MO     TO DLH8-O-TO-MO(DLH8-COV-SUB).
062300 2210-EXIT.
062400     EXIT.
062500*================================================================
062600*    2220-SCAN-SAME-GROUP  -  ANY OCCURRENCE OF THE SAME GROUP   *
062700*                             IN FORCE DURING DLH8-WORK-MO;      *
062800*                             DLH8-SCAN-SUB OVER 12 WHEN NONE    *
062900*================================================================
063000 2220-SCAN-SAME-GROUP.
063100     PERFORM 2290-SCAN-ONE          THRU 2290-EXIT
063200         VARYING DLH8-SCAN-SUB FROM 1 BY 1
063300         UNTIL DLH8-SCAN-SUB > 12
063400         OR (DLH8-O-FROM-MO(DLH8-SCAN-SUB) NOT = ZERO
063500             AND DLH8-O-PKG-NO(DLH8-SCAN-SUB) = DLH8-WORK-PKG-NO
063600             AND DLH8-O-FROM-MO(DLH8-SCAN-SUB)
063700                 NOT > DLH8-WORK-MO
063800             AND DLH8-O-TO-MO(DLH8-SCAN-SUB)
063900                 NOT < DLH8-WORK-MO).
064000 2220-EXIT.
064100     EXIT.
064200*================================================================
064300*    2290-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
064400*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
064500*                      PERFORM THAT CALLS THIS                   *
064600*================================================================
064700 2290-SCAN-ONE.
064800     CONTINUE.
064900 2290-EXIT.
065000     EXIT.
065100*================================================================
065200*    2300-ONE-CLAIM  -  A FINALIZED CLAIM PAID IN THE REPORT     *
065300*                       MONTH UNDER A SELECTED GROUP GOES TO THE *
065400*                       MEMBER'S DIVISION IN THAT GROUP          *
065500*================================================================
065600 2300-ONE-CLAIM.
065700     ADD 1 TO DLH8-CLM-READ
065800     IF CLH-FIN-PROC-DT = ZERO
065900         OR CLH-ACT-PD-DT = ZERO
066000         GO TO 2300-READ-NEXT
066100     END-IF
066200     MOVE CLH-ACT-PD-DT            TO DLH8-WORK-DATE
066300     PERFORM 8800-DATE-TO-MONTH     THRU 8800-EXIT
066400     IF DLH8-DATE-MO NOT = DLH8-RPT-MO
066500         GO TO 2300-READ-NEXT
066600     END-IF
066700     IF CLH-GROUP(1:3) NOT NUMERIC
066800         GO TO 2300-READ-NEXT
066900     END-IF
067000     MOVE CLH-GROUP(1:3)           TO DLH8-WORK-PKG-NO
067100     PERFORM 2400-FIND-GROUP        THRU 2400-EXIT
067200         VARYING DLH8-GRP-SUB FROM 1 BY 1
067300         UNTIL DLH8-GRP-SUB > DLH8-GRP-COUNT
067400         OR DLH8-G-PKG-NO(DLH8-GRP-SUB) = DLH8-WORK-PKG-NO
067500     IF DLH8-GRP-SUB > DLH8-GRP-COUNT
067600         GO TO 2300-READ-NEXT
067700     END-IF
067800     ADD 1 TO DLH8-CLM-USED
067900     PERFORM 2500-LOCATE-DIVISION   THRU 2500-EXIT
068000     ADD 1 TO DLH8-D-CLAIMS(DLH8-DIV-SUB)
068100     ADD CLH-CLM-PAID-AMT          TO DLH8-D-PAID(DLH8-DIV-SUB)
068200     MOVE DLH8-DIV-SUB             TO DLH8-S-DIV-SUB
068300     MOVE CLH-DIAGNOSIS-CD-1(1:3)  TO DLH8-S-DIAG-GRP
068400     IF DLH8-S-DIAG-GRP = SPACES
068500         MOVE "N/A"                TO DLH8-S-DIAG-GRP
068600     END-IF
068700     MOVE CLH-CLM-PAID-AMT         TO DLH8-S-PAID-AMT
068800     RELEASE DLH8-SORT-RECORD.
068900 2300-READ-NEXT.
069000     PERFORM 8200-READ-CLAIM        THRU 8200-EXIT.
069100 2300-EXIT.
069200     EXIT.
069300*================================================================
069400*    2400-FIND-GROUP  -  BODY IS EMPTY; SEARCH IS IN THE         *
069500*                        VARYING/UNTIL                           *
069600*================================================================
069700 2400-FIND-GROUP.
069800     CONTINUE.
069900 2400-EXIT.
070000     EXIT.
070100*================================================================
070200*    2500-LOCATE-DIVISION  -  THE MEMBER'S ORGANIZATION CODE IN  *
070300*                             THE GROUP; A CODE THE TABLE DOES   *
070400*                             NOT CARRY GETS AN ENTRY OF ITS OWN *
070500*                             SO ITS MEMBERS ARE NOT LOST        *
070600*================================================================
070700 2500-LOCATE-DIVISION.
070800     MOVE EMP-CO-ORG-CD            TO DLH8-WORK-ORG-CD
070900     PERFORM 2590-FIND-DIVISION     THRU 2590-EXIT
071000         VARYING DLH8-DIV-SUB FROM 1 BY 1
071100         UNTIL DLH8-DIV-SUB > DLH8-DIV-COUNT
071200         OR (DLH8-D-PKG-NO(DLH8-DIV-SUB) = DLH8-WORK-PKG-NO
071300             AND DLH8-D-ORG-CD(DLH8-DIV-SUB) = DLH8-WORK-ORG-CD)
071400     IF DLH8-DIV-SUB NOT > DLH8-DIV-COUNT
071500         GO TO 2500-EXIT
071600     END-IF
071700     IF DLH8-DIV-COUNT >= 500
071800         PERFORM 9910-DIV-ABORT     THRU 9910-EXIT
071900     END-IF
072000     ADD 1 TO DLH8-DIV-COUNT
072100     ADD 1 TO DLH8-DIV-UNMAPPED
072200     MOVE DLH8-DIV-COUNT           TO DLH8-DIV-SUB
072300     MOVE DLH8-WORK-PKG-NO   TO DLH8-D-PKG-NO(DLH8-DIV-SUB)
072400     MOVE DLH8-WORK-ORG-CD   TO DLH8-D-ORG-CD(DLH8-DIV-SUB)
072500     MOVE DLH8-UNMAPPED-NAME TO DLH8-D-DIV-NAME(DLH8-DIV-SUB)
072600     MOVE SPACES             TO DLH8-D-COST-CTR(DLH8-DIV-SUB).
072700 2500-EXIT.
072800     EXIT.
072900*================================================================
073000*    2590-FIND-DIVISION  -  BODY IS EMPTY; SEARCH IS IN THE      *
073100*                           VARYING/UNTIL                        *
073200*================================================================
073300 2590-FIND-DIVISION.
073400     CONTINUE.
073500 2590-EXIT.
073600     EXIT.
073700*================================================================
073800*    2600-LOCATE-TIER  -  THE CONTRACT TYPE'S SLOT IN THE        *
073900*                         DIVISION, OPENED ON FIRST USE          *
074000*================================================================
074100 2600-LOCATE-TIER.
074200     PERFORM 2690-FIND-TIER         THRU 2690-EXIT
074300         VARYING DLH8-TIER-SUB FROM 1 BY 1
074400         UNTIL DLH8-TIER-SUB > DLH8-D-TIER-COUNT(DLH8-DIV-SUB)
074500         OR DLH8-D-CON-TY(DLH8-DIV-SUB DLH8-TIER-SUB)
074600            = DLH8-WORK-CON-TY
074700     IF DLH8-TIER-SUB NOT > DLH8-D-TIER-COUNT(DLH8-DIV-SUB)
074800         GO TO 2600-EXIT
074900     END-IF
075000     IF DLH8-D-TIER-COUNT(DLH8-DIV-SUB) >= 10
075100         PERFORM 9920-TIER-ABORT    THRU 9920-EXIT
075200     END-IF
075300     ADD 1 TO DLH8-D-TIER-COUNT(DLH8-DIV-SUB)
075400     MOVE DLH8-D-TIER-COUNT(DLH8-DIV-SUB) TO DLH8-TIER-SUB
075500     MOVE DLH8-WORK-CON-TY
075600         TO DLH8-D-CON-TY(DLH8-DIV-SUB DLH8-TIER-SUB).
075700 2600-EXIT.
075800     EXIT.
075900*================================================================
076000*    2690-FIND-TIER  -  BODY IS EMPTY; SEARCH IS IN THE          *
076100*                       VARYING/UNTIL                            *
076200*================================================================
076300 2690-FIND-TIER.
076400     CONTINUE.
076500 2690-EXIT.
076600     EXIT.
076700 2999-EXIT.
076800     EXIT.
076900*================================================================
077000*    3000-RANK-DIAGNOSES  -  OUTPUT PROCEDURE: FOOT EACH         *
077100*                            DIAGNOSIS GROUP WITHIN DIVISION AND *
077200*                            KEEP THE FIVE LARGEST BY PAID       *
077300*================================================================
077400 3000-RANK-DIAGNOSES.
077500     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
077600     PERFORM 3200-ONE-DIAG-GROUP    THRU 3200-EXIT
077700         UNTIL DLH8-SORT-EOF
077800     GO TO 3999-EXIT.
077900 3000-EXIT.
078000     EXIT.
078100*================================================================
078200*    3100-RETURN-SORT
078300*================================================================
078400 3100-RETURN-SORT.
078500     RETURN DL178-SORT-FILE
078600         AT END
078700             SET DLH8-SORT-EOF TO TRUE
078800     END-RETURN.
078900 3100-EXIT.
079000     EXIT.
079100*================================================================
079200*    3200-ONE-DIAG-GROUP  -  ALL OF ONE DIVISION'S CLAIMS IN ONE *
079300*                            DIAGNOSIS GROUP                     *
079400*================================================================
079500 3200-ONE-DIAG-GROUP.
079600     MOVE DLH8-S-KEY               TO DLH8-CUR-KEY
079700     MOVE ZERO                     TO DLH8-DIAG-CLAIMS
079800     MOVE ZERO                     TO DLH8-DIAG-PAID
079900     PERFORM 3210-ADD-ONE-CLAIM     THRU 3210-EXIT
080000         UNTIL DLH8-SORT-EOF
080100         OR DLH8-S-KEY NOT = DLH8-CUR-KEY
080200     MOVE DLH8-CUR-DIV-SUB         TO DLH8-DIV-SUB
080300     PERFORM 3300-RANK-ONE          THRU 3300-EXIT.
080400 3200-EXIT.
080500     EXIT.
080600*================================================================
080700*    3210-ADD-ONE-CLAIM
080800*================================================================
080900 3210-ADD-ONE-CLAIM.
081000     ADD 1                         TO DLH8-DIAG-CLAIMS
081100     ADD DLH8-S-PAID-AMT           TO DLH8-DIAG-PAID
081200     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
081300 3210-EXIT.
081400     EXIT.
081500*================================================================
081600*    3300-RANK-ONE  -  SLOT THE GROUP AHEAD OF THE FIRST SMALLER *
081700*                      ONE, PUSHING THE REST DOWN AND THE SIXTH  *
081800*                      OFF THE END                               *
081900*================================================================
082000 3300-RANK-ONE.
082100     PERFORM 3390-SCAN-ONE          THRU 3390-EXIT
082200         VARYING DLH8-TOP-SUB FROM 1 BY 1
082300         UNTIL DLH8-TOP-SUB > DLH8-D-TOP-COUNT(DLH8-DIV-SUB)
082400         OR DLH8-DIAG-PAID
082500            > DLH8-D-TOP-PAID(DLH8-DIV-SUB DLH8-TOP-SUB)
082600     IF DLH8-TOP-SUB > 5
082700         GO TO 3300-EXIT
082800     END-IF
082900     IF DLH8-D-TOP-COUNT(DLH8-DIV-SUB) < 5
083000         ADD 1 TO DLH8-D-TOP-COUNT(DLH8-DIV-SUB)
083100     END-IF
083200     PERFORM 3310-SHIFT-ONE         THRU 3310-EXIT
083300         VARYING DLH8-SHIFT-SUB
083400         FROM DLH8-D-TOP-COUNT(DLH8-DIV-SUB) BY -1
083500         UNTIL DLH8-SHIFT-SUB NOT > DLH8-TOP-SUB
083600     MOVE DLH8-CUR-DIAG-GRP
083700         TO DLH8-D-TOP-DIAG(DLH8-DIV-SUB DLH8-TOP-SUB)
083800     MOVE DLH8-DIAG-CLAIMS
083900         TO DLH8-D-TOP-CLAIMS(DLH8-DIV-SUB DLH8-TOP-SUB)
084000     MOVE DLH8-DIAG-PAID
084100         TO DLH8-D-TOP-PAID(DLH8-DIV-SUB DLH8-TOP-SUB).
084200 3300-EXIT.
084300     EXIT.
084400*================================================================
084500*    3310-SHIFT-ONE
084600*================================================================
084700 3310-SHIFT-ONE.
084800     COMPUTE DLH8-PREV-SUB = DLH8-SHIFT-SUB - 1
084900     MOVE DLH8-D-TOP(DLH8-DIV-SUB DLH8-PREV-SUB)
085000         TO DLH8-D-TOP(DLH8-DIV-SUB DLH8-SHIFT-SUB).
085100 3310-EXIT.
085200     EXIT.
085300*================================================================
085400*    3390-SCAN-ONE  -  BODY IS EMPTY; SEARCH IS IN THE           *
085500*                      VARYING/UNTIL                             *
085600*================================================================
085700 3390-SCAN-ONE.
085800     CONTINUE.
085900 3390-EXIT.
086000     EXIT.
086100 3999-EXIT.
086200     EXIT.
086300*================================================================
086400*    4000-TERMINATE  -  ONE PACKAGE PER GROUP IN CARD ORDER,     *
086500*                       THEN RUN TOTALS                          *
086600*================================================================
086700 4000-TERMINATE.
086800     PERFORM 4100-REPORT-ONE-GROUP  THRU 4100-EXIT
086900         VARYING DLH8-GRP-SUB FROM 1 BY 1
087000         UNTIL DLH8-GRP-SUB > DLH8-GRP-COUNT
087100     MOVE DLH8-DIV-LOADED          TO DLH8-T-DIV-LOADED
087200     MOVE DLH8-MSTR-READ           TO DLH8-T-MSTR-READ
087300     MOVE DLH8-MSTR-ENROLLED       TO DLH8-T-MSTR-ENROLLED
087400     MOVE DLH8-DEP-READ            TO DLH8-T-DEP-READ
087500     MOVE DLH8-CLM-READ            TO DLH8-T-CLM-READ
087600     MOVE DLH8-CLM-USED            TO DLH8-T-CLM-USED
087700     MOVE DLH8-CLM-NO-MBR          TO DLH8-T-CLM-NO-MBR
087800     MOVE DLH8-DIV-RPT             TO DLH8-T-DIV-RPT
087900     MOVE DLH8-DIV-UNMAPPED        TO DLH8-T-DIV-UNMAPPED
088000     WRITE DL178-RPT-LINE FROM SPACES
088100     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-1
088200     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-2
088300     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-3
088400     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-4
088500     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-5
088600     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-6
088700     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-7
088800     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-8
088900     WRITE DL178-RPT-LINE FROM DLH8-TOTAL-LINE-9
089000     CLOSE BED1EMP-FILE
089100     CLOSE BHS1DEP-FILE
089200     CLOSE BHS2MCH-FILE
089300     CLOSE DL178-RPT-FILE.
089400 4000-EXIT.
089500     EXIT.
089600*================================================================
089700*    4100-REPORT-ONE-GROUP
089800*================================================================
089900 4100-REPORT-ONE-GROUP.
090000     MOVE DLH8-G-PKG-NO(DLH8-GRP-SUB) TO DLH8-H-PKG-NO
090100     MOVE DLH8-RPT-YYYYMM          TO DLH8-H-RPT-MONTH
090200     WRITE DL178-RPT-LINE FROM SPACES
090300     WRITE DL178-RPT-LINE FROM DLH8-GRP-HEADING
090400     WRITE DL178-RPT-LINE FROM DLH8-COL-HEADING
090500     PERFORM 4200-REPORT-ONE-DIV    THRU 4200-EXIT
090600         VARYING DLH8-DIV-SUB FROM 1 BY 1
090700         UNTIL DLH8-DIV-SUB > DLH8-DIV-COUNT
090800     MOVE DLH8-G-SUBS(DLH8-GRP-SUB)  TO DLH8-GT-SUBS
090900     MOVE DLH8-G-LIVES(DLH8-GRP-SUB) TO DLH8-GT-LIVES
091000     MOVE DLH8-G-ADDS(DLH8-GRP-SUB)  TO DLH8-GT-ADDS
091100     MOVE DLH8-G-TERMS(DLH8-GRP-SUB) TO DLH8-GT-TERMS
091200     COMPUTE DLH8-GT-PAID = DLH8-G-PAID(DLH8-GRP-SUB) / 100
091300     MOVE ZERO                     TO DLH8-PMPM-AMT
091400     IF DLH8-G-LIVES(DLH8-GRP-SUB) > ZERO
091500         COMPUTE DLH8-PMPM-AMT ROUNDED =
091600             DLH8-G-PAID(DLH8-GRP-SUB)
091700             / DLH8-G-LIVES(DLH8-GRP-SUB)
091800     END-IF
091900     COMPUTE DLH8-GT-PMPM = DLH8-PMPM-AMT / 100
092000     WRITE DL178-RPT-LINE FROM SPACES
092100     WRITE DL178-RPT-LINE FROM DLH8-GRP-TOTAL-LINE.
092200 4100-EXIT.
092300     EXIT.
092400*================================================================
092500*    4200-REPORT-ONE-DIV  -  A DIVISION OF ANOTHER GROUP, OR ONE *
092600*                            WITH NO MEMBERS OR CLAIMS IN THE    *
092700*                            MONTH, IS LEFT OFF                  *
092800*================================================================
092900 4200-REPORT-ONE-DIV.
093000     IF DLH8-D-PKG-NO(DLH8-DIV-SUB)
093100         NOT = DLH8-G-PKG-NO(DLH8-GRP-SUB)
093200         GO TO 4200-EXIT
093300     END-IF
093400     IF DLH8-D-TIER-COUNT(DLH8-DIV-SUB) = ZERO
093500         AND DLH8-D-CLAIMS(DLH8-DIV-SUB) = ZERO
093600         GO TO 4200-EXIT
093700     END-IF
093800     ADD 1 TO DLH8-DIV-RPT
093900     MOVE ZERO                     TO DLH8-DV-SUBS
094000     MOVE ZERO                     TO DLH8-DV-LIVES
094100     MOVE ZERO                     TO DLH8-DV-ADDS
094200     MOVE ZERO                     TO DLH8-DV-TERMS
094300     PERFORM 4210-FOOT-ONE-TIER     THRU 4210-EXIT
094400         VARYING DLH8-TIER-SUB FROM 1 BY 1
094500         UNTIL DLH8-TIER-SUB > DLH8-D-TIER-COUNT(DLH8-DIV-SUB)
094600     ADD DLH8-DV-SUBS     TO DLH8-G-SUBS(DLH8-GRP-SUB)
094700     ADD DLH8-DV-LIVES    TO DLH8-G-LIVES(DLH8-GRP-SUB)
094800     ADD DLH8-DV-ADDS     TO DLH8-G-ADDS(DLH8-GRP-SUB)
094900     ADD DLH8-DV-TERMS    TO DLH8-G-TERMS(DLH8-GRP-SUB)
095000     ADD DLH8-D-PAID(DLH8-DIV-SUB) TO DLH8-G-PAID(DLH8-GRP-SUB)
095100     MOVE ZERO                     TO DLH8-PMPM-AMT
095200     IF DLH8-DV-LIVES > ZERO
095300         COMPUTE DLH8-PMPM-AMT ROUNDED =
095400             DLH8-D-PAID(DLH8-DIV-SUB) / DLH8-DV-LIVES
095500     END-IF
095600     MOVE DLH8-D-ORG-CD(DLH8-DIV-SUB)   TO DLH8-R-ORG-CD
095700     MOVE DLH8-D-DIV-NAME(DLH8-DIV-SUB) TO DLH8-R-DIV-NAME
095800     MOVE DLH8-D-COST-CTR(DLH8-DIV-SUB) TO DLH8-R-COST-CTR
095900     MOVE DLH8-DV-SUBS             TO DLH8-R-SUBS
096000     MOVE DLH8-DV-LIVES            TO DLH8-R-LIVES
096100     MOVE DLH8-DV-ADDS             TO DLH8-R-ADDS
096200     MOVE DLH8-DV-TERMS            TO DLH8-R-TERMS
096300     COMPUTE DLH8-R-PAID = DLH8-D-PAID(DLH8-DIV-SUB) / 100
096400     COMPUTE DLH8-R-PMPM = DLH8-PMPM-AMT / 100
096500     WRITE DL178-RPT-LINE FROM SPACES
096600     WRITE DL178-RPT-LINE FROM DLH8-DIV-LINE
096700     PERFORM 4220-PRINT-ONE-TIER    THRU 4220-EXIT
096800         VARYING DLH8-TIER-SUB FROM 1 BY 1
096900         UNTIL DLH8-TIER-SUB > DLH8-D-TIER-COUNT(DLH8-DIV-SUB)
097000     PERFORM 4230-PRINT-ONE-DIAG    THRU 4230-EXIT
097100         VARYING DLH8-TOP-SUB FROM 1 BY 1
097200         UNTIL DLH8-TOP-SUB > DLH8-D-TOP-COUNT(DLH8-DIV-SUB).
097300 4200-EXIT.
097400     EXIT.
097500*================================================================
097600*    4210-FOOT-ONE-TIER
097700*================================================================
097800 4210-FOOT-ONE-TIER.
097900     ADD DLH8-D-T-SUBS(DLH8-DIV-SUB DLH8-TIER-SUB)
098000                                   TO DLH8-DV-SUBS
098100     ADD DLH8-D-T-LIVES(DLH8-DIV-SUB DLH8-TIER-SUB)
098200                                   TO DLH8-DV-LIVES
098300     ADD DLH8-D-T-ADDS(DLH8-DIV-SUB DLH8-TIER-SUB)
098400                                   TO DLH8-DV-ADDS
098500     ADD DLH8-D-T-TERMS(DLH8-DIV-SUB DLH8-TIER-SUB)
098600                                   TO DLH8-DV-TERMS.
098700 4210-EXIT.
098800     EXIT.
098900*================================================================
099000*    4220-PRINT-ONE-TIER
099100*================================================================
099200 4220-PRINT-ONE-TIER.
099300     MOVE DLH8-D-CON-TY(DLH8-DIV-SUB DLH8-TIER-SUB)
099400                                   TO DLH8-TR-CON-TY
099500     MOVE DLH8-D-T-SUBS(DLH8-DIV-SUB DLH8-TIER-SUB)
099600                                   TO DLH8-TR-SUBS
099700     MOVE DLH8-D-T-LIVES(DLH8-DIV-SUB DLH8-TIER-SUB)
099800                                   TO DLH8-TR-LIVES
099900     MOVE DLH8-D-T-ADDS(DLH8-DIV-SUB DLH8-TIER-SUB)
100000                                   TO DLH8-TR-ADDS
100100     MOVE DLH8-D-T-TERMS(DLH8-DIV-SUB DLH8-TIER-SUB)
100200                                   TO DLH8-TR-TERMS
100300     WRITE DL178-RPT-LINE FROM DLH8-TIER-LINE.
100400 4220-EXIT.
100500     EXIT.
100600*================================================================
100700*    4230-PRINT-ONE-DIAG
100800*================================================================
100900 4230-PRINT-ONE-DIAG.
101000     MOVE DLH8-D-TOP-DIAG(DLH8-DIV-SUB DLH8-TOP-SUB)
101100                                   TO DLH8-DG-DIAG
101200     MOVE DLH8-D-TOP-CLAIMS(DLH8-DIV-SUB DLH8-TOP-SUB)
101300                                   TO DLH8-DG-CLAIMS
101400     COMPUTE DLH8-DG-PAID =
101500         DLH8-D-TOP-PAID(DLH8-DIV-SUB DLH8-TOP-SUB) / 100
101600     WRITE DL178-RPT-LINE FROM DLH8-DIAG-LINE.
101700 4230-EXIT.
101800     EXIT.
101900*================================================================
102000*    8000-READ-MASTER
102100*================================================================
102200 8000-READ-MASTER.
102300     READ BED1EMP-FILE
102400         AT END
102500             SET DLH8-MSTR-EOF TO TRUE
102600     END-READ.
102700 8000-EXIT.
102800     EXIT.
102900*================================================================
103000*    8100-READ-DEP
103100*================================================================
103200 8100-READ-DEP.
103300     READ BHS1DEP-FILE
103400         AT END
103500             SET DLH8-DEP-EOF TO TRUE
103600             MOVE HIGH-VALUES      TO DLH8-DEP-KEY
103700     END-READ
103800     IF NOT DLH8-DEP-EOF
103900         ADD 1 TO DLH8-DEP-READ
104000         MOVE CLS-EMP-ID           TO DLH8-DEP-KEY
104100     END-IF.
104200 8100-EXIT.
104300     EXIT.
104400*================================================================
104500*    8200-READ-CLAIM
104600*================================================================
104700 8200-READ-CLAIM.
104800     READ BHS2MCH-FILE
104900         AT END
105000             SET DLH8-CLM-EOF TO TRUE
105100             MOVE HIGH-VALUES      TO DLH8-CLM-PAT-KEY
105200     END-READ
105300     IF NOT DLH8-CLM-EOF
105400         MOVE CLH-PATIENT-NBR(1:13) TO DLH8-CLM-PAT-KEY
105500     END-IF.
105600 8200-EXIT.
105700     EXIT.
105800*================================================================
105900*    8800-DATE-TO-MONTH  -  YYYYMMDD TO MONTH NUMBER             *
106000*================================================================
106100 8800-DATE-TO-MONTH.
106200     COMPUTE DLH8-DATE-MO =
106300         DLH8-WORK-YYYY * 12 + DLH8-WORK-MM - 1.
106400 8800-EXIT.
106500     EXIT.
106600*================================================================
106700*    8900-MONTH-TO-YYYYMM
106800*================================================================
106900 8900-MONTH-TO-YYYYMM.
107000     DIVIDE DLH8-CNV-MO BY 12 GIVING DLH8-CNV-YYYY
107100         REMAINDER DLH8-CNV-REM
107200     COMPUTE DLH8-CNV-YYYYMM =
107300         DLH8-CNV-YYYY * 100 + DLH8-CNV-REM + 1.
107400 8900-EXIT.
107500     EXIT.
107600*================================================================
107700*    9900-GRP-ABORT  -  MORE GROUP CARDS THAN THE TABLE HOLDS    *
107800*                       (THE DL060 RULE)                         *
107900*================================================================
108000 9900-GRP-ABORT.
108100     DISPLAY "DL178: DL178PRM EXCEEDS THE 50-GROUP TABLE"
108200     MOVE 8                        TO RETURN-CODE
108300     GOBACK.
108400 9900-EXIT.
108500     EXIT.
108600*================================================================
108700*    9910-DIV-ABORT  -  MORE DIVISIONS THAN THE TABLE HOLDS      *
108800*================================================================
108900 9910-DIV-ABORT.
109000     DISPLAY "DL178: DIVISIONS EXCEED THE 500-ENTRY TABLE"
109100     MOVE 8                        TO RETURN-CODE
109200     GOBACK.
109300 9910-EXIT.
109400     EXIT.
109500*================================================================
109600*    9920-TIER-ABORT  -  MORE COVERAGE TIERS IN ONE DIVISION     *
109700*                        THAN THE TABLE HOLDS                    *
109800*================================================================
109900 9920-TIER-ABORT.
110000     DISPLAY "DL178: COVERAGE TIERS EXCEED THE 10-SLOT TABLE"
110100     MOVE 8                        TO RETURN-CODE
110200     GOBACK.
110300 9920-EXIT.
110400     EXIT.
