000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL142.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MEMBER AND FAMILY OUT-OF-
001100*                   POCKET MAXIMUM ACCUMULATOR.  THE MEMBER
001200*                   COST SHARE ON EACH FINALIZED BHS3MDE LINE
001300*                   (CLD-BASE-DED-AMT, CLD-MM-DED-AMT, CLD-
001400*                   COPAY-AMT-BASE/MM AND CLD-COINS-AMT-BASE/
001500*                   MM/SUPP) IS ADDED TO A CARRIED-FORWARD
001600*                   DL142ACC ACCUMULATOR (THE DL111ACC SHAPE)
001700*                   PER PERSON AND PER FAMILY PER BENEFIT YEAR
001800*                   (THE LINE'S FIRST-SERVICE YEAR, AS DL065
001900*                   MATCHES EMP-DED-YR).  CLAIMS JOIN BED1EMP BY
002000*                   THE LEADING 13 BYTES OF CLH-PATIENT-NBR; THE
002100*                   TRAILING FOUR BYTES, WHEN NUMERIC AND NOT
002200*                   ZERO, NAME THE BHS1DEP DEPENDENT (CLS-DEP-
002300*                   NBR) WHO RECEIVED THE SERVICE.  THE FAMILY
002400*                   LEVEL APPLIES ONLY WHEN THE SUBSCRIBER HAS
002500*                   DEPENDENTS ON BHS1DEP.  MAXIMUMS COME FROM
002600*                   THE DL142LIM PARAMETER FILE BY PACKAGE (THE
002700*                   EMP-COV-GROUP-EE1 LEADING-THREE-BYTE JOIN).
002800*                   THE FIRST TIME A ROW REACHES ITS MAXIMUM IT
002900*                   IS FLAGGED MET AND A DL142NTC OOP-MET NOTICE
003000*                   IS CUT (SUPPRESSED AND COUNTED WHEN DL097ADR
003100*                   HAS THE MEMBER UNDELIVERABLE); ANY LINE THAT
003200*                   CHARGED COST SHARE PAST A MAXIMUM ALREADY
003300*                   REACHED GOES TO THE DL142EXC EXCEPTION FILE
003400*                   WITH THE EXCESS FOR CUSTOMER SERVICE TO
003500*                   REFUND.  ROWS OLDER THAN THE PRIOR BENEFIT
003600*                   YEAR AGE OFF AT LOAD; THE PRIOR YEAR STAYS
003700*                   SO JANUARY RUN-OUT CLAIMS STILL COUNT.
003701*  2026-10-15  RH   ACCUMULATE ONLY CLAIMS FINALIZED ON THE RUN
003702*                   DATE - THE CARRIED DL142ACC ALREADY HOLDS
003703*                   EVERY EARLIER DAY, SO HISTORY WAS COUNTED
003704*                   AGAIN EACH NIGHT.
003705*  2026-10-15  RH   AN ADJUSTED CLAIM (CLH-ALT-INV-NBR SET ON
003706*                   A CLAIM OF FOUR LINES OR FEWER) NOW BACKS
003707*                   OUT ITS ORIGINAL'S COST SHARE FROM THE
003708*                   PERSON AND FAMILY ROWS BEFORE THE NEW
003709*                   LINES ARE ADDED, FROM A DL142IDX INVOICE
003710*                   INDEX BUILT AT START (THE DL159 PATTERN).
003711*                   A MET FLAG IS CLEARED WHEN THE REVERSAL
003712*                   DROPS THE ROW BELOW ITS MAXIMUM.
003800*================================================================
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
005200            ORGANIZATION IS SEQUENTIAL.
005201     SELECT DL142-IDX-FILE     ASSIGN TO DL142IDX
005202            ORGANIZATION IS INDEXED
005203            ACCESS MODE IS DYNAMIC
005204            RECORD KEY IS DL142-IDX-INV-NBR.
005300     SELECT DL142-LIM-FILE     ASSIGN TO DL142LIM
005400            ORGANIZATION IS SEQUENTIAL.
005500     SELECT DL142-ACC-IN-FILE  ASSIGN TO DL142ACCI
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT DL142-ACC-OUT-FILE ASSIGN TO DL142ACCO
005800            ORGANIZATION IS SEQUENTIAL.
005900     SELECT DL097-ADR-FILE     ASSIGN TO DL097ADR
006000            ORGANIZATION IS SEQUENTIAL.
006100     SELECT DL142-NTC-FILE     ASSIGN TO DL142NTC
006200            ORGANIZATION IS SEQUENTIAL.
006300     SELECT DL142-EXC-FILE     ASSIGN TO DL142EXC
006400            ORGANIZATION IS SEQUENTIAL.
006500     SELECT DL142-RPT-FILE     ASSIGN TO DL142RPT
006600            ORGANIZATION IS LINE SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  BED1EMP-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY BED1EMP.
007200 FD  BHS1DEP-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY BHS1DEP.
007500 FD  BHS2MCH-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY BHS2MCH.
007800 FD  BHS3MDE-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY BHS3MDE.
008001 FD  DL142-IDX-FILE
008002     LABEL RECORDS ARE STANDARD.
008003     COPY DL142IDX.
008100 FD  DL142-LIM-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DL142LIM.
008400 FD  DL142-ACC-IN-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY DL142ACC.
008700 FD  DL142-ACC-OUT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  DL142-ACC-OUT-RECORD          PIC X(37).
009000 FD  DL097-ADR-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY DL097ADR.
009300 FD  DL142-NTC-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY DL142NTC.
009600 FD  DL142-EXC-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY DL142EXC.
009900 FD  DL142-RPT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  DL142-RPT-LINE                PIC X(132).
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
010400*    DLE2-SWITCHES AND COUNTERS
010500*----------------------------------------------------------------
010600 01  DLE2-SWITCHES.
010700     05  DLE2-MSTR-EOF-SW          PIC X(1)     VALUE "N".
010800         88  DLE2-MSTR-EOF                       VALUE "Y".
010900     05  DLE2-DEP-EOF-SW           PIC X(1)     VALUE "N".
011000         88  DLE2-DEP-EOF                        VALUE "Y".
011100     05  DLE2-CLM-EOF-SW           PIC X(1)     VALUE "N".
011200         88  DLE2-CLM-EOF                        VALUE "Y".
011300     05  DLE2-DET-EOF-SW           PIC X(1)     VALUE "N".
011400         88  DLE2-DET-EOF                        VALUE "Y".
011500     05  DLE2-LIM-EOF-SW           PIC X(1)     VALUE "N".
011600         88  DLE2-LIM-EOF                        VALUE "Y".
011700     05  DLE2-ACC-EOF-SW           PIC X(1)     VALUE "N".
011800         88  DLE2-ACC-EOF                        VALUE "Y".
011900     05  DLE2-ADR-EOF-SW           PIC X(1)     VALUE "N".
012000         88  DLE2-ADR-EOF                        VALUE "Y".
012100     05  DLE2-ADDR-BAD-SW          PIC X(1)     VALUE "N".
012200         88  DLE2-ADDR-BAD                       VALUE "Y".
012201     05  DLE2-FOUND-SW             PIC X(1)     VALUE "N".
012202         88  DLE2-FOUND                          VALUE "Y".
012300 01  DLE2-KEYS.
012400     05  DLE2-DEP-KEY              PIC X(13).
012500     05  DLE2-CLM-KEY              PIC X(13).
012600     05  DLE2-ADR-KEY              PIC X(13).
012700*----------------------------------------------------------------
012800*    DLE2-LIM-TABLE  -  OUT-OF-POCKET MAXIMUMS PER PACKAGE
012900*----------------------------------------------------------------
013000 01  DLE2-LIM-TABLE.
013100     05  DLE2-LIM-COUNT            PIC S9(4) COMP VALUE ZERO.
013200     05  DLE2-LIM-ENTRY OCCURS 500 TIMES.
013300         10  DLE2-L-PKG-NO         PIC 9(3).
013400         10  DLE2-L-IND-MAX        PIC S9(9) COMP-3.
013500         10  DLE2-L-FAM-MAX        PIC S9(9) COMP-3.
013600*----------------------------------------------------------------
013700*    DLE2-DEP-TABLE  -  THE CURRENT SUBSCRIBER'S DEPENDENTS
013800*----------------------------------------------------------------
013900 01  DLE2-DEP-TABLE.
014000     05  DLE2-DEP-COUNT            PIC S9(4) COMP VALUE ZERO.
014100     05  DLE2-DEP-ENTRY OCCURS 30 TIMES.
014200         10  DLE2-P-DEP-NBR        PIC 9(4).
014300         10  DLE2-P-FNAME          PIC X(10).
014400         10  DLE2-P-LNAME          PIC X(20).
014500*----------------------------------------------------------------
014600*    DLE2-ACC-TABLE  -  THE CARRIED PERSON/FAMILY ACCUMULATORS
014700*----------------------------------------------------------------
014800 01  DLE2-ACC-TABLE.
014900     05  DLE2-ACC-COUNT            PIC S9(4) COMP VALUE ZERO.
015000     05  DLE2-ACC-ENTRY OCCURS 9000 TIMES.
015100         10  DLE2-E-EMP-ID         PIC X(13).
015200         10  DLE2-E-LEVEL          PIC X(1).
015300         10  DLE2-E-DEP-NBR        PIC 9(4).
015400         10  DLE2-E-YEAR           PIC 9(4).
015500         10  DLE2-E-OOP-AMT        PIC S9(11) COMP-3.
015600         10  DLE2-E-MET-FLAG       PIC X(1).
015700         10  DLE2-E-MET-DT         PIC 9(8).
015800 01  DLE2-WORK-FIELDS.
015900     05  DLE2-SUB                  PIC S9(4) COMP VALUE ZERO.
016000     05  DLE2-IND-SUB              PIC S9(4) COMP VALUE ZERO.
016100     05  DLE2-FAM-SUB              PIC S9(4) COMP VALUE ZERO.
016200     05  DLE2-LN-SUB               PIC S9(4) COMP VALUE ZERO.
016300     05  DLE2-DEP-SUB              PIC S9(4) COMP VALUE ZERO.
016400     05  DLE2-WORK-PKG-NO          PIC 9(3).
016500     05  DLE2-WORK-DEP-NBR         PIC 9(4).
016600     05  DLE2-WORK-LEVEL           PIC X(1).
016700     05  DLE2-WORK-IND-MAX         PIC S9(9) COMP-3.
016800     05  DLE2-WORK-FAM-MAX         PIC S9(9) COMP-3.
016900     05  DLE2-MET-MAX              PIC S9(9) COMP-3.
017000     05  DLE2-LINE-YEAR            PIC 9(4).
017100     05  DLE2-LINE-YR-REM          PIC S9(8) COMP.
017200     05  DLE2-COST-SHARE           PIC S9(9) COMP-3.
017300     05  DLE2-IND-EXCESS           PIC S9(11) COMP-3.
017400     05  DLE2-FAM-EXCESS           PIC S9(11) COMP-3.
017500     05  DLE2-EXCESS               PIC S9(11) COMP-3.
017600     05  DLE2-EXC-LEVEL            PIC X(1).
017700 01  DLE2-DATE-WORK.
017800     05  DLE2-RUN-DATE             PIC 9(8).
017900     05  DLE2-RUN-DATE-R REDEFINES DLE2-RUN-DATE.
018000         10  DLE2-RUN-CCYY         PIC 9(4).
018100         10  FILLER                PIC X(4).
018200     05  DLE2-KEEP-CCYY            PIC 9(4).
018300 01  DLE2-COUNTERS.
018400     05  DLE2-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
018500     05  DLE2-LINES-ACCUMULATED    PIC S9(8) COMP VALUE ZERO.
018600     05  DLE2-IND-MET              PIC S9(8) COMP VALUE ZERO.
018700     05  DLE2-FAM-MET              PIC S9(8) COMP VALUE ZERO.
018800     05  DLE2-NOTICES-WRITTEN      PIC S9(8) COMP VALUE ZERO.
018900     05  DLE2-NOTICES-SUPPRESSED   PIC S9(8) COMP VALUE ZERO.
019000     05  DLE2-EXC-WRITTEN          PIC S9(8) COMP VALUE ZERO.
019100     05  DLE2-EXC-AMT              PIC S9(13) COMP-3 VALUE ZERO.
019200     05  DLE2-NO-LIMIT-MBRS        PIC S9(8) COMP VALUE ZERO.
019300     05  DLE2-ROWS-AGED-OFF        PIC S9(8) COMP VALUE ZERO.
019301     05  DLE2-ORIG-BACKED-OUT      PIC S9(8) COMP VALUE ZERO.
019302     05  DLE2-ORIG-NOT-FOUND       PIC S9(8) COMP VALUE ZERO.
019303     05  DLE2-MET-CLEARED          PIC S9(8) COMP VALUE ZERO.
019400 01  DLE2-HEADING-1.
019500     05  FILLER                    PIC X(44)
019600         VALUE "OUT-OF-POCKET MAXIMUM ACCUMULATOR".
019700 01  DLE2-COLUMN-HEADING.
019800     05  FILLER                   PIC X(15) VALUE "EMPLOYEE ID".
019900     05  FILLER                   PIC X(6)  VALUE "DEP".
020000     05  FILLER                   PIC X(4)  VALUE "LVL".
020100     05  FILLER                   PIC X(6)  VALUE "YEAR".
020200     05  FILLER                   PIC X(16) VALUE "ACCUMULATED".
020300     05  FILLER                   PIC X(14) VALUE "MAXIMUM".
020400     05  FILLER                   PIC X(12) VALUE "EXCESS".
020500     05  FILLER                   PIC X(20) VALUE "DISPOSITION".
020600 01  DLE2-DETAIL-LINE.
020700     05  DLE2-D-EMP-ID             PIC X(13).
020800     05  FILLER                    PIC X(2)  VALUE SPACES.
020900     05  DLE2-D-DEP-NBR            PIC 9(4).
021000     05  FILLER                    PIC X(2)  VALUE SPACES.
021100     05  DLE2-D-LEVEL              PIC X(1).
021200     05  FILLER                    PIC X(3)  VALUE SPACES.
021300     05  DLE2-D-YEAR               PIC 9(4).
021400     05  FILLER                    PIC X(2)  VALUE SPACES.
021500     05  DLE2-D-OOP                PIC ZZZ,ZZZ,ZZ9.
021600     05  FILLER                    PIC X(3)  VALUE SPACES.
021700     05  DLE2-D-MAX                PIC ZZZ,ZZZ,ZZ9.
021800     05  FILLER                    PIC X(3)  VALUE SPACES.
021900     05  DLE2-D-EXCESS             PIC ZZ,ZZZ,ZZ9.
022000     05  FILLER                    PIC X(2)  VALUE SPACES.
022100     05  DLE2-D-DISP               PIC X(20).
022200 01  DLE2-TOTAL-LINE-1.
022300     05  FILLER                    PIC X(30)
022400         VALUE "COST-SHARE LINES ACCUMULATED".
022500     05  DLE2-T-LINES              PIC ZZZ,ZZ9.
022600 01  DLE2-TOTAL-LINE-2.
022700     05  FILLER                    PIC X(30)
022800         VALUE "PERSON MAXIMUMS MET".
022900     05  DLE2-T-IND-MET            PIC ZZZ,ZZ9.
023000 01  DLE2-TOTAL-LINE-3.
023100     05  FILLER                    PIC X(30)
023200         VALUE "FAMILY MAXIMUMS MET".
023300     05  DLE2-T-FAM-MET            PIC ZZZ,ZZ9.
023400 01  DLE2-TOTAL-LINE-4.
023500     05  FILLER                    PIC X(30)
023600         VALUE "OOP-MET NOTICES WRITTEN".
023700     05  DLE2-T-NOTICES            PIC ZZZ,ZZ9.
023800 01  DLE2-TOTAL-LINE-5.
023900     05  FILLER                    PIC X(30)
024000         VALUE "NOTICES BAD-ADDR SUPPRESSED".
024100     05  DLE2-T-SUPPRESSED         PIC ZZZ,ZZ9.
024200 01  DLE2-TOTAL-LINE-6.
024300     05  FILLER                    PIC X(30)
024400         VALUE "EXCESS COST-SHARE LINES".
024500     05  DLE2-T-EXC                PIC ZZZ,ZZ9.
024600     05  FILLER                    PIC X(2)  VALUE SPACES.
024700     05  DLE2-T-EXC-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.
024800 01  DLE2-TOTAL-LINE-7.
024900     05  FILLER                    PIC X(30)
025000         VALUE "MEMBERS-PACKAGE HAS NO LIMIT".
025100     05  DLE2-T-NO-LIMIT           PIC ZZZ,ZZ9.
025200 01  DLE2-TOTAL-LINE-8.
025300     05  FILLER                    PIC X(30)
025400         VALUE "OLD-YEAR ROWS AGED OFF".
025500     05  DLE2-T-AGED               PIC ZZZ,ZZ9.
025501 01  DLE2-TOTAL-LINE-9.
025502     05  FILLER                    PIC X(30)
025503         VALUE "ADJUSTED ORIGINALS BACKED OUT".
025504     05  DLE2-T-BACKED-OUT         PIC ZZZ,ZZ9.
025505 01  DLE2-TOTAL-LINE-10.
025506     05  FILLER                    PIC X(30)
025507         VALUE "ADJ - ORIGINAL NOT COUNTED".
025508     05  DLE2-T-NOT-FOUND          PIC ZZZ,ZZ9.
025509 01  DLE2-TOTAL-LINE-11.
025510     05  FILLER                    PIC X(30)
025511         VALUE "MET FLAGS CLEARED".
025512     05  DLE2-T-MET-CLEARED        PIC ZZZ,ZZ9.
025600*----------------------------------------------------------------
025700*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
025800*----------------------------------------------------------------
025900 01  DL903-PARMS.
026000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL142".
026100     05  DL903-REC-TYPE            PIC X(1).
026200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
026300*----------------------------------------------------------------
026400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
026500*----------------------------------------------------------------
026600 01  DL902-DATES.
026700     05  DL902-EXEC-DATE           PIC 9(8).
026800 01  DL902-EXEC-LINE.
026900     05  FILLER                    PIC X(14)
027000         VALUE "BUSINESS DATE ".
027100     05  DL902-EL-BUS              PIC 9(8).
027200     05  FILLER                    PIC X(11)
027300         VALUE "  EXECUTED ".
027400     05  DL902-EL-EXEC             PIC 9(8).
027500 PROCEDURE DIVISION.
027600*================================================================
027700*    0000-MAINLINE
027800*================================================================
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
028100     MOVE "S"                      TO DL903-REC-TYPE
028200     CALL "DL903" USING DL903-PARMS
028300     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
028400         UNTIL DLE2-MSTR-EOF
028500     PERFORM 3000-TERMINATE         THRU 3000-EXIT
028600     MOVE "E"                      TO DL903-REC-TYPE
028700     MOVE DLE2-MSTR-READ TO DL903-REC-COUNT
028800     CALL "DL903" USING DL903-PARMS
028900     GOBACK.
029000*================================================================
029001*    1000-INITIALIZE  -  PASS 1: BUILD THE INVOICE-NUMBER        *
029002*                        INDEX, THEN REOPEN FOR PASS 2           *
029200*================================================================
029300 1000-INITIALIZE.
029400     CALL "DL902" USING DLE2-RUN-DATE DL902-EXEC-DATE
029500     COMPUTE DLE2-KEEP-CCYY = DLE2-RUN-CCYY - 1
029501     OPEN INPUT  BHS2MCH-FILE
029502     OPEN INPUT  BHS3MDE-FILE
029503     OPEN OUTPUT DL142-IDX-FILE
029504     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT
029505     PERFORM 1300-BUILD-INDEX       THRU 1300-EXIT
029506         UNTIL DLE2-CLM-EOF
029507     CLOSE BHS2MCH-FILE
029508     CLOSE BHS3MDE-FILE
029509     CLOSE DL142-IDX-FILE
029510     MOVE "N"                      TO DLE2-CLM-EOF-SW
029511     MOVE "N"                      TO DLE2-DET-EOF-SW
029512     OPEN INPUT  DL142-IDX-FILE
029600     OPEN INPUT  BED1EMP-FILE
029700     OPEN INPUT  BHS1DEP-FILE
029800     OPEN INPUT  BHS2MCH-FILE
029900     OPEN INPUT  BHS3MDE-FILE
030000     OPEN INPUT  DL142-LIM-FILE
030100     OPEN INPUT  DL142-ACC-IN-FILE
030200     OPEN INPUT  DL097-ADR-FILE
030300     OPEN OUTPUT DL142-ACC-OUT-FILE
030400     OPEN OUTPUT DL142-NTC-FILE
030500     OPEN OUTPUT DL142-EXC-FILE
030600     OPEN OUTPUT DL142-RPT-FILE
030700     WRITE DL142-RPT-LINE FROM DLE2-HEADING-1
030800     MOVE DLE2-RUN-DATE TO DL902-EL-BUS
030900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
031000     WRITE DL142-RPT-LINE FROM DL902-EXEC-LINE
031100     WRITE DL142-RPT-LINE FROM SPACES
031200     WRITE DL142-RPT-LINE FROM DLE2-COLUMN-HEADING
031300     PERFORM 1100-LOAD-LIM-TABLE    THRU 1100-EXIT
031400         UNTIL DLE2-LIM-EOF
031500     PERFORM 1200-LOAD-ONE-ACC      THRU 1200-EXIT
031600         UNTIL DLE2-ACC-EOF
031700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
031800     PERFORM 8100-READ-DEP          THRU 8100-EXIT
031900     PERFORM 8200-READ-ADR          THRU 8200-EXIT
032000     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
032100 1000-EXIT.
032200     EXIT.
032300*================================================================
032400*    1100-LOAD-LIM-TABLE
032500*================================================================
032600 1100-LOAD-LIM-TABLE.
032700     READ DL142-LIM-FILE
032800         AT END
032900             SET DLE2-LIM-EOF TO TRUE
033000     END-READ
033100     IF DLE2-LIM-EOF
033200         GO TO 1100-EXIT
033300     END-IF
033400*    A DROPPED LIMIT ROW WOULD SILENTLY STOP THE NOTICES AND
033500*    THE REFUND EXCEPTIONS FOR A WHOLE PACKAGE - FAIL THE STEP
033600     IF DLE2-LIM-COUNT >= 500
033700         PERFORM 9910-LIM-ABORT     THRU 9910-EXIT
033800     END-IF
033900     ADD 1 TO DLE2-LIM-COUNT
034000     MOVE DL142-L-PKG-NO   TO DLE2-L-PKG-NO(DLE2-LIM-COUNT)
034100     MOVE DL142-L-IND-MAX-AMT
034200                           TO DLE2-L-IND-MAX(DLE2-LIM-COUNT)
034300     MOVE DL142-L-FAM-MAX-AMT
034400                           TO DLE2-L-FAM-MAX(DLE2-LIM-COUNT).
034500 1100-EXIT.
034600     EXIT.
034700*================================================================
034800*    1200-LOAD-ONE-ACC  -  ROWS OLDER THAN THE PRIOR BENEFIT     *
034900*                          YEAR AGE OFF HERE                     *
035000*================================================================
035100 1200-LOAD-ONE-ACC.
035200     READ DL142-ACC-IN-FILE
035300         AT END
035400             SET DLE2-ACC-EOF TO TRUE
035500     END-READ
035600     IF DLE2-ACC-EOF
035700         GO TO 1200-EXIT
035800     END-IF
035900     IF DL142-A-YEAR < DLE2-KEEP-CCYY
036000         ADD 1 TO DLE2-ROWS-AGED-OFF
036100         GO TO 1200-EXIT
036200     END-IF
036300     IF DLE2-ACC-COUNT >= 9000
036400         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
036500     END-IF
036600     ADD 1 TO DLE2-ACC-COUNT
036700     MOVE DL142-A-EMP-ID   TO DLE2-E-EMP-ID(DLE2-ACC-COUNT)
036800     MOVE DL142-A-LEVEL    TO DLE2-E-LEVEL(DLE2-ACC-COUNT)
036900     MOVE DL142-A-DEP-NBR  TO DLE2-E-DEP-NBR(DLE2-ACC-COUNT)
037000     MOVE DL142-A-YEAR     TO DLE2-E-YEAR(DLE2-ACC-COUNT)
037100     MOVE DL142-A-OOP-AMT  TO DLE2-E-OOP-AMT(DLE2-ACC-COUNT)
037200     MOVE DL142-A-MET-FLAG TO DLE2-E-MET-FLAG(DLE2-ACC-COUNT)
037300     MOVE DL142-A-MET-DT   TO DLE2-E-MET-DT(DLE2-ACC-COUNT).
037400 1200-EXIT.
037500     EXIT.
037501*================================================================
037502*    1300-BUILD-INDEX  -  EVERY CLAIM, WITH THE COST             *
037503*                         SHARE EACH LINE WOULD ADD              *
037504*================================================================
037505 1300-BUILD-INDEX.
037506     MOVE CLH-INV-NBR-COMP         TO DL142-IDX-INV-NBR
037507     MOVE CLH-PATIENT-NBR(1:13)    TO DL142-IDX-EMP-ID
037508     MOVE ZERO                     TO DL142-IDX-DEP-NBR
037509     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
037510         MOVE CLH-PATIENT-NBR(14:4) TO DL142-IDX-DEP-NBR
037511     END-IF
037512     MOVE CLH-FIN-PROC-DT          TO DL142-IDX-FIN-DT
037513     PERFORM 1310-INDEX-ONE-LINE    THRU 1310-EXIT
037514         VARYING DLE2-LN-SUB FROM 1 BY 1
037515         UNTIL DLE2-LN-SUB > 4
037516     WRITE DL142-IDX-RECORD
037517     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
037518 1300-EXIT.
037519     EXIT.
037520*================================================================
037521*    1310-INDEX-ONE-LINE  -  THE SAME LINES AND AMOUNTS          *
037522*                            2110 ACCUMULATES                    *
037523*================================================================
037524 1310-INDEX-ONE-LINE.
037525     MOVE ZERO                     TO DL142-IDX-YEAR(DLE2-LN-SUB)
037526     MOVE ZERO               TO DL142-IDX-COST-SHARE(DLE2-LN-SUB)
037527     IF DLE2-DET-EOF
037528         OR CLD-FST-DT(DLE2-LN-SUB) = ZERO
037529         GO TO 1310-EXIT
037530     END-IF
037531     PERFORM 2120-LINE-COST-SHARE   THRU 2120-EXIT
037532     IF DLE2-COST-SHARE NOT > ZERO
037533         GO TO 1310-EXIT
037534     END-IF
037535     DIVIDE CLD-FST-DT(DLE2-LN-SUB) BY 10000
037536         GIVING DL142-IDX-YEAR(DLE2-LN-SUB)
037537         REMAINDER DLE2-LINE-YR-REM
037538     MOVE DLE2-COST-SHARE    TO DL142-IDX-COST-SHARE(DLE2-LN-SUB).
037539 1310-EXIT.
037540     EXIT.
037600*================================================================
037700*    2000-PROCESS-MASTER  -  GATHER THE FAMILY, THEN ACCUMULATE  *
037800*                            EACH OF ITS CLAIM LINES             *
037900*================================================================
038000 2000-PROCESS-MASTER.
038100     ADD 1 TO DLE2-MSTR-READ
038200     PERFORM 2050-SKIP-ORPHAN-CLM   THRU 2050-EXIT
038300         UNTIL DLE2-CLM-EOF
038400         OR DLE2-CLM-KEY >= EMP-EMP-ID
038500     PERFORM 2060-SKIP-ORPHAN-DEP   THRU 2060-EXIT
038600         UNTIL DLE2-DEP-EOF
038700         OR DLE2-DEP-KEY >= EMP-EMP-ID
038800     MOVE ZERO                     TO DLE2-DEP-COUNT
038900     PERFORM 2070-LOAD-ONE-DEP      THRU 2070-EXIT
039000         UNTIL DLE2-DEP-EOF
039100         OR DLE2-DEP-KEY NOT = EMP-EMP-ID
039200     IF DLE2-CLM-EOF
039300         OR DLE2-CLM-KEY NOT = EMP-EMP-ID
039400         GO TO 2000-READ-NEXT
039500     END-IF
039600     PERFORM 2080-CHECK-ADDRESS     THRU 2080-EXIT
039700     MOVE ZERO                     TO DLE2-WORK-PKG-NO
039800     MOVE ZERO                     TO DLE2-WORK-IND-MAX
039900     MOVE ZERO                     TO DLE2-WORK-FAM-MAX
040000     IF EMP-COV-GROUP-EE1(1:3) IS NUMERIC
040100         MOVE EMP-COV-GROUP-EE1(1:3) TO DLE2-WORK-PKG-NO
040200         PERFORM 2090-FIND-LIMITS   THRU 2090-EXIT
040300     END-IF
040400     IF DLE2-WORK-IND-MAX = ZERO
040500         AND DLE2-WORK-FAM-MAX = ZERO
040600         ADD 1 TO DLE2-NO-LIMIT-MBRS
040700     END-IF
040800     PERFORM 2100-ACCUM-ONE-CLAIM   THRU 2100-EXIT
040900         UNTIL DLE2-CLM-EOF
041000         OR DLE2-CLM-KEY NOT = EMP-EMP-ID.
041100 2000-READ-NEXT.
041200     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
041300 2000-EXIT.
041400     EXIT.
041500*================================================================
041600*    2050-SKIP-ORPHAN-CLM
041700*================================================================
041800 2050-SKIP-ORPHAN-CLM.
041900     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
042000 2050-EXIT.
042100     EXIT.
042200*================================================================
042300*    2060-SKIP-ORPHAN-DEP  -  DEPENDENT FOR A MEMBER NO LONGER   *
042400*                             ON BED1EMP                         *
042500*================================================================
042600 2060-SKIP-ORPHAN-DEP.
042700     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
042800 2060-EXIT.
042900     EXIT.
043000*================================================================
043100*    2070-LOAD-ONE-DEP  -  NAMES FOR A DEPENDENT'S NOTICE; THE   *
043200*                          COUNT DECIDES WHETHER THE FAMILY      *
043300*                          LEVEL APPLIES                         *
043400*================================================================
043500 2070-LOAD-ONE-DEP.
043600     IF DLE2-DEP-COUNT >= 30
043700         PERFORM 9920-DEP-ABORT     THRU 9920-EXIT
043800     END-IF
043900     ADD 1 TO DLE2-DEP-COUNT
044000     MOVE CLS-DEP-NBR      TO DLE2-P-DEP-NBR(DLE2-DEP-COUNT)
044100     MOVE CLS-FNAME        TO DLE2-P-FNAME(DLE2-DEP-COUNT)
044200     MOVE CLS-LNAME        TO DLE2-P-LNAME(DLE2-DEP-COUNT)
044300     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
044400 2070-EXIT.
044500     EXIT.
044600*================================================================
044700*    2080-CHECK-ADDRESS  -  CONSULT THE DL097ADR ADDRESS-STATUS  *
044800*                           SATELLITE FOR THIS SUBSCRIBER        *
044900*================================================================
045000 2080-CHECK-ADDRESS.
045100     MOVE "N"                      TO DLE2-ADDR-BAD-SW
045200     PERFORM 8200-READ-ADR          THRU 8200-EXIT
045300         UNTIL DLE2-ADR-EOF
045400         OR DLE2-ADR-KEY >= EMP-EMP-ID
045500     IF NOT DLE2-ADR-EOF
045600         AND DLE2-ADR-KEY = EMP-EMP-ID
045700         AND DL097-A-UNDELIVERABLE
045800         SET DLE2-ADDR-BAD         TO TRUE
045900     END-IF.
046000 2080-EXIT.
046100     EXIT.
046200*================================================================
046300*    2090-FIND-LIMITS  -  THE PACKAGE'S MAXIMUMS, ZERO WHEN      *
046400*                         NONE ARE ON FILE                       *
046500*================================================================
046600 2090-FIND-LIMITS.
046700     PERFORM 2410-SCAN-ONE          THRU 2410-EXIT
046800         VARYING DLE2-SUB FROM 1 BY 1
046900         UNTIL DLE2-SUB > DLE2-LIM-COUNT
047000         OR DLE2-L-PKG-NO(DLE2-SUB) = DLE2-WORK-PKG-NO
047100     IF DLE2-SUB NOT > DLE2-LIM-COUNT
047200         MOVE DLE2-L-IND-MAX(DLE2-SUB) TO DLE2-WORK-IND-MAX
047300         MOVE DLE2-L-FAM-MAX(DLE2-SUB) TO DLE2-WORK-FAM-MAX
047400     END-IF
047500     IF DLE2-DEP-COUNT = ZERO
047600         MOVE ZERO                 TO DLE2-WORK-FAM-MAX
047700     END-IF.
047800 2090-EXIT.
047900     EXIT.
048000*================================================================
048001*    2100-ACCUM-ONE-CLAIM  -  CLAIMS FINALIZED ON THE RUN DATE   *
048002*                             ONLY; EARLIER ONES ARE ALREADY IN  *
048003*                             THE CARRIED ACCUMULATOR.  AN       *
048004*                             ADJUSTMENT FIRST BACKS OUT ITS     *
048005*                             ORIGINAL                           *
048200*================================================================
048300 2100-ACCUM-ONE-CLAIM.
048400     IF CLH-FIN-PROC-DT NOT = DLE2-RUN-DATE
048500         OR DLE2-DET-EOF
048600         GO TO 2100-READ-NEXT
048700     END-IF
048800     MOVE ZERO                     TO DLE2-WORK-DEP-NBR
048900     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
049000         MOVE CLH-PATIENT-NBR(14:4) TO DLE2-WORK-DEP-NBR
049100     END-IF
049101*    CLH-ALT-INV-NBR ABOVE FOUR LINES IS THE DL023
049102*    CONTINUATION LINK, NOT AN ADJUSTMENT
049103     IF CLH-ALT-INV-NBR NOT = ZERO
049104         AND CLH-LINE-COUNT NOT > 4
049105         PERFORM 2200-BACK-OUT-ORIGINAL THRU 2200-EXIT
049106     END-IF
049200     PERFORM 2110-ACCUM-ONE-LINE    THRU 2110-EXIT
049300         VARYING DLE2-LN-SUB FROM 1 BY 1
049400         UNTIL DLE2-LN-SUB > 4.
049500 2100-READ-NEXT.
049600     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
049700 2100-EXIT.
049800     EXIT.
049900*================================================================
050000*    2110-ACCUM-ONE-LINE  -  ANY COST SHARE PAST A MAXIMUM       *
050100*                            ALREADY REACHED IS AN EXCEPTION;    *
050200*                            THE LINE THAT REACHES A MAXIMUM     *
050300*                            SETS THE MET FLAG AND CUTS THE      *
050400*                            NOTICE                              *
050500*================================================================
050600 2110-ACCUM-ONE-LINE.
050700     IF CLD-FST-DT(DLE2-LN-SUB) = ZERO
050800         GO TO 2110-EXIT
050900     END-IF
050901     PERFORM 2120-LINE-COST-SHARE   THRU 2120-EXIT
051800     IF DLE2-COST-SHARE NOT > ZERO
051900         GO TO 2110-EXIT
052000     END-IF
052100     ADD 1 TO DLE2-LINES-ACCUMULATED
052200     DIVIDE CLD-FST-DT(DLE2-LN-SUB) BY 10000
052300         GIVING DLE2-LINE-YEAR REMAINDER DLE2-LINE-YR-REM
052400     MOVE "I"                      TO DLE2-WORK-LEVEL
052500     PERFORM 2400-FIND-ACC          THRU 2400-EXIT
052600     MOVE DLE2-SUB                 TO DLE2-IND-SUB
052700     MOVE ZERO                     TO DLE2-IND-EXCESS
052800     MOVE ZERO                     TO DLE2-FAM-EXCESS
052900     IF DLE2-WORK-IND-MAX > ZERO
053000         COMPUTE DLE2-IND-EXCESS =
053100             DLE2-E-OOP-AMT(DLE2-IND-SUB) + DLE2-COST-SHARE
053200           - DLE2-WORK-IND-MAX
053300     END-IF
053400     ADD DLE2-COST-SHARE TO DLE2-E-OOP-AMT(DLE2-IND-SUB)
053500     MOVE ZERO                     TO DLE2-FAM-SUB
053600     IF DLE2-DEP-COUNT > ZERO
053700         MOVE "F"                  TO DLE2-WORK-LEVEL
053800         PERFORM 2400-FIND-ACC      THRU 2400-EXIT
053900         MOVE DLE2-SUB             TO DLE2-FAM-SUB
054000         IF DLE2-WORK-FAM-MAX > ZERO
054100             COMPUTE DLE2-FAM-EXCESS =
054200                 DLE2-E-OOP-AMT(DLE2-FAM-SUB) + DLE2-COST-SHARE
054300               - DLE2-WORK-FAM-MAX
054400         END-IF
054500         ADD DLE2-COST-SHARE TO DLE2-E-OOP-AMT(DLE2-FAM-SUB)
054600     END-IF
054700*    THE LINE'S EXCESS IS ITS COST SHARE OVER WHICHEVER MAXIMUM
054800*    BINDS FIRST, NEVER MORE THAN THE LINE ITSELF CHARGED
054900     MOVE DLE2-IND-EXCESS          TO DLE2-EXCESS
055000     MOVE "I"                      TO DLE2-EXC-LEVEL
055100     IF DLE2-FAM-EXCESS > DLE2-EXCESS
055200         MOVE DLE2-FAM-EXCESS      TO DLE2-EXCESS
055300         MOVE "F"                  TO DLE2-EXC-LEVEL
055400     END-IF
055500     IF DLE2-EXCESS > DLE2-COST-SHARE
055600         MOVE DLE2-COST-SHARE      TO DLE2-EXCESS
055700     END-IF
055800     IF DLE2-EXCESS > ZERO
055900         PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
056000     END-IF
056100     IF DLE2-WORK-IND-MAX > ZERO
056200         AND DLE2-E-MET-FLAG(DLE2-IND-SUB) NOT = "Y"
056300         AND DLE2-E-OOP-AMT(DLE2-IND-SUB) >= DLE2-WORK-IND-MAX
056400         MOVE DLE2-IND-SUB         TO DLE2-SUB
056500         MOVE DLE2-WORK-IND-MAX    TO DLE2-MET-MAX
056600         ADD 1 TO DLE2-IND-MET
056700         PERFORM 2500-SET-MET       THRU 2500-EXIT
056800     END-IF
056900     IF DLE2-FAM-SUB > ZERO
057000         AND DLE2-WORK-FAM-MAX > ZERO
057100         AND DLE2-E-MET-FLAG(DLE2-FAM-SUB) NOT = "Y"
057200         AND DLE2-E-OOP-AMT(DLE2-FAM-SUB) >= DLE2-WORK-FAM-MAX
057300         MOVE DLE2-FAM-SUB         TO DLE2-SUB
057400         MOVE DLE2-WORK-FAM-MAX    TO DLE2-MET-MAX
057500         ADD 1 TO DLE2-FAM-MET
057600         PERFORM 2500-SET-MET       THRU 2500-EXIT
057700     END-IF.
057800 2110-EXIT.
057900     EXIT.
057901*================================================================
057902*    2120-LINE-COST-SHARE  -  MEMBER DEDUCTIBLE, COPAY           *
057903*                             AND COINSURANCE ON LINE            *
057904*                             DLE2-LN-SUB                        *
057905*================================================================
057906 2120-LINE-COST-SHARE.
057907     COMPUTE DLE2-COST-SHARE =
057908         CLD-BASE-DED-AMT(DLE2-LN-SUB)
057909       + CLD-MM-DED-AMT(DLE2-LN-SUB)
057910       + CLD-COPAY-AMT-BASE(DLE2-LN-SUB)
057911       + CLD-COPAY-AMT-MM(DLE2-LN-SUB)
057912       + CLD-COINS-AMT-BASE(DLE2-LN-SUB)
057913       + CLD-COINS-AMT-MM(DLE2-LN-SUB)
057914       + CLD-COINS-AMT-SUPP(DLE2-LN-SUB).
057915 2120-EXIT.
057916     EXIT.
057917*================================================================
057918*    2200-BACK-OUT-ORIGINAL  -  THE ADJUSTED CLAIM'S             *
057919*                               ORIGINAL WAS ACCUMULATED THE     *
057920*                               DAY IT FINALIZED; TAKE ITS       *
057921*                               COST SHARE BACK OUT BEFORE       *
057922*                               THE REPLACEMENT IS ADDED         *
057923*================================================================
057924 2200-BACK-OUT-ORIGINAL.
057925     MOVE CLH-ALT-INV-NBR          TO DL142-IDX-INV-NBR
057926     PERFORM 8400-READ-INDEX        THRU 8400-EXIT
057927*    AN ORIGINAL NEVER FINALIZED WAS NEVER ACCUMULATED
057928     IF NOT DLE2-FOUND
057929         OR DL142-IDX-FIN-DT = ZERO
057930         ADD 1 TO DLE2-ORIG-NOT-FOUND
057931         GO TO 2200-EXIT
057932     END-IF
057933     ADD 1 TO DLE2-ORIG-BACKED-OUT
057934     PERFORM 2210-BACK-OUT-ONE-LINE THRU 2210-EXIT
057935         VARYING DLE2-LN-SUB FROM 1 BY 1
057936         UNTIL DLE2-LN-SUB > 4.
057937 2200-EXIT.
057938     EXIT.
057939*================================================================
057940*    2210-BACK-OUT-ONE-LINE  -  THE PERSON ROW, THEN THE         *
057941*                               FAMILY ROW, OF THE LINE'S        *
057942*                               YEAR.  A ROW ALREADY AGED        *
057943*                               OFF IS LEFT ALONE                *
057944*================================================================
057945 2210-BACK-OUT-ONE-LINE.
057946     IF DL142-IDX-COST-SHARE(DLE2-LN-SUB) NOT > ZERO
057947         GO TO 2210-EXIT
057948     END-IF
057949     MOVE DL142-IDX-YEAR(DLE2-LN-SUB) TO DLE2-LINE-YEAR
057950     MOVE DL142-IDX-COST-SHARE(DLE2-LN-SUB) TO DLE2-COST-SHARE
057951     PERFORM 2410-SCAN-ONE          THRU 2410-EXIT
057952         VARYING DLE2-SUB FROM 1 BY 1
057953         UNTIL DLE2-SUB > DLE2-ACC-COUNT
057954         OR (DLE2-E-EMP-ID(DLE2-SUB) = DL142-IDX-EMP-ID
057955         AND DLE2-E-LEVEL(DLE2-SUB) = "I"
057956         AND DLE2-E-DEP-NBR(DLE2-SUB) = DL142-IDX-DEP-NBR
057957         AND DLE2-E-YEAR(DLE2-SUB) = DLE2-LINE-YEAR)
057958     IF DLE2-SUB NOT > DLE2-ACC-COUNT
057959         MOVE DLE2-WORK-IND-MAX    TO DLE2-MET-MAX
057960         PERFORM 2220-BACK-OUT-ROW  THRU 2220-EXIT
057961     END-IF
057962     PERFORM 2410-SCAN-ONE          THRU 2410-EXIT
057963         VARYING DLE2-SUB FROM 1 BY 1
057964         UNTIL DLE2-SUB > DLE2-ACC-COUNT
057965         OR (DLE2-E-EMP-ID(DLE2-SUB) = DL142-IDX-EMP-ID
057966         AND DLE2-E-LEVEL(DLE2-SUB) = "F"
057967         AND DLE2-E-YEAR(DLE2-SUB) = DLE2-LINE-YEAR)
057968     IF DLE2-SUB NOT > DLE2-ACC-COUNT
057969         MOVE DLE2-WORK-FAM-MAX    TO DLE2-MET-MAX
057970         PERFORM 2220-BACK-OUT-ROW  THRU 2220-EXIT
057971     END-IF.
057972 2210-EXIT.
057973     EXIT.
057974*================================================================
057975*    2220-BACK-OUT-ROW  -  REDUCE THE ROW AT DLE2-SUB;           *
057976*                          A MET FLAG THE REVERSAL               *
057977*                          TAKES BACK UNDER THE                  *
057978*                          MAXIMUM IS CLEARED SO THE             *
057979*                          ROW CAN MEET IT AGAIN                 *
057980*================================================================
057981 2220-BACK-OUT-ROW.
057982     SUBTRACT DLE2-COST-SHARE FROM DLE2-E-OOP-AMT(DLE2-SUB)
057983     IF DLE2-E-OOP-AMT(DLE2-SUB) < ZERO
057984         MOVE ZERO                 TO DLE2-E-OOP-AMT(DLE2-SUB)
057985     END-IF
057986     IF DLE2-E-MET-FLAG(DLE2-SUB) NOT = "Y"
057987         OR DLE2-MET-MAX = ZERO
057988         OR DLE2-E-OOP-AMT(DLE2-SUB) NOT < DLE2-MET-MAX
057989         GO TO 2220-EXIT
057990     END-IF
057991     MOVE "N"                      TO DLE2-E-MET-FLAG(DLE2-SUB)
057992     MOVE ZERO                     TO DLE2-E-MET-DT(DLE2-SUB)
057993     ADD 1 TO DLE2-MET-CLEARED
057994     MOVE DLE2-E-EMP-ID(DLE2-SUB)  TO DLE2-D-EMP-ID
057995     MOVE DLE2-E-DEP-NBR(DLE2-SUB) TO DLE2-D-DEP-NBR
057996     MOVE DLE2-E-LEVEL(DLE2-SUB)   TO DLE2-D-LEVEL
057997     MOVE DLE2-E-YEAR(DLE2-SUB)    TO DLE2-D-YEAR
057998     MOVE DLE2-E-OOP-AMT(DLE2-SUB) TO DLE2-D-OOP
057999     MOVE DLE2-MET-MAX             TO DLE2-D-MAX
058000     MOVE ZERO                     TO DLE2-D-EXCESS
058001     MOVE "MET FLAG CLEARED"       TO DLE2-D-DISP
058002     WRITE DL142-RPT-LINE FROM DLE2-DETAIL-LINE.
058003 2220-EXIT.
058004     EXIT.
058005*================================================================
058006*    2400-FIND-ACC  -  LOCATE OR ADD THE ROW FOR THE WORK LEVEL  *
058007*                      AND THE LINE'S YEAR; DLE2-SUB POINTS AT   *
058008*                      IT ON EXIT.  A FAMILY ROW IS ALWAYS       *
058009*                      DEPENDENT NUMBER ZERO                     *
058010*================================================================
058011 2400-FIND-ACC.
058012     IF DLE2-WORK-LEVEL = "F"
058013         PERFORM 2410-SCAN-ONE      THRU 2410-EXIT
058014             VARYING DLE2-SUB FROM 1 BY 1
058015             UNTIL DLE2-SUB > DLE2-ACC-COUNT
058016             OR (DLE2-E-EMP-ID(DLE2-SUB) = EMP-EMP-ID
058017             AND DLE2-E-LEVEL(DLE2-SUB) = "F"
058018             AND DLE2-E-YEAR(DLE2-SUB) = DLE2-LINE-YEAR)
058019     ELSE
058020         PERFORM 2410-SCAN-ONE      THRU 2410-EXIT
058021             VARYING DLE2-SUB FROM 1 BY 1
058022             UNTIL DLE2-SUB > DLE2-ACC-COUNT
058023             OR (DLE2-E-EMP-ID(DLE2-SUB) = EMP-EMP-ID
058024             AND DLE2-E-LEVEL(DLE2-SUB) = "I"
058025             AND DLE2-E-DEP-NBR(DLE2-SUB) = DLE2-WORK-DEP-NBR
058026             AND DLE2-E-YEAR(DLE2-SUB) = DLE2-LINE-YEAR)
058027     END-IF
058028     IF DLE2-SUB > DLE2-ACC-COUNT
058029         IF DLE2-ACC-COUNT >= 9000
058030             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
058031         END-IF
058032         ADD 1 TO DLE2-ACC-COUNT
058033         MOVE DLE2-ACC-COUNT       TO DLE2-SUB
058034         MOVE EMP-EMP-ID           TO DLE2-E-EMP-ID(DLE2-SUB)
058035         MOVE DLE2-WORK-LEVEL      TO DLE2-E-LEVEL(DLE2-SUB)
058036         MOVE DLE2-LINE-YEAR       TO DLE2-E-YEAR(DLE2-SUB)
058037         MOVE ZERO                 TO DLE2-E-OOP-AMT(DLE2-SUB)
058038         MOVE "N"                  TO DLE2-E-MET-FLAG(DLE2-SUB)
058039         MOVE ZERO                 TO DLE2-E-MET-DT(DLE2-SUB)
058040         IF DLE2-WORK-LEVEL = "F"
058041             MOVE ZERO             TO DLE2-E-DEP-NBR(DLE2-SUB)
058042         ELSE
058043             MOVE DLE2-WORK-DEP-NBR TO DLE2-E-DEP-NBR(DLE2-SUB)
058044         END-IF
058045     END-IF.
058046 2400-EXIT.
058047     EXIT.
058048*================================================================
058049*    2410-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
058050*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
058051*                      PERFORM THAT CALLS THIS                   *
058052*================================================================
058053 2410-SCAN-ONE.
058054     CONTINUE.
058055 2410-EXIT.
058056     EXIT.
063200*================================================================
063300*    2500-SET-MET  -  FIRST TIME THE ROW AT DLE2-SUB REACHES     *
063400*                     ITS MAXIMUM: FLAG IT, PRINT IT AND CUT     *
063500*                     THE NOTICE UNLESS THE ADDRESS IS BAD       *
063600*================================================================
063700 2500-SET-MET.
063800     MOVE "Y"                      TO DLE2-E-MET-FLAG(DLE2-SUB)
063900     MOVE DLE2-RUN-DATE            TO DLE2-E-MET-DT(DLE2-SUB)
064000     MOVE EMP-EMP-ID               TO DLE2-D-EMP-ID
064100     MOVE DLE2-E-DEP-NBR(DLE2-SUB) TO DLE2-D-DEP-NBR
064200     MOVE DLE2-E-LEVEL(DLE2-SUB)   TO DLE2-D-LEVEL
064300     MOVE DLE2-E-YEAR(DLE2-SUB)    TO DLE2-D-YEAR
064400     MOVE DLE2-E-OOP-AMT(DLE2-SUB) TO DLE2-D-OOP
064500     MOVE DLE2-MET-MAX             TO DLE2-D-MAX
064600     MOVE ZERO                     TO DLE2-D-EXCESS
064700     IF DLE2-ADDR-BAD
064800         MOVE "MET-NOTICE SUPPRESS" TO DLE2-D-DISP
064900         ADD 1 TO DLE2-NOTICES-SUPPRESSED
065000     ELSE
065100         MOVE "MAXIMUM MET-NOTICE"  TO DLE2-D-DISP
065200         PERFORM 2510-WRITE-NOTICE  THRU 2510-EXIT
065300     END-IF
065400     WRITE DL142-RPT-LINE FROM DLE2-DETAIL-LINE.
065500 2500-EXIT.
065600     EXIT.
065700*================================================================
065800*    2510-WRITE-NOTICE  -  A PERSON NOTICE NAMES THE PATIENT     *
065900*                          (THE SUBSCRIBER WHEN THE DEPENDENT    *
066000*                          IS NOT ON BHS1DEP); A FAMILY NOTICE   *
066100*                          NAMES THE SUBSCRIBER                  *
066200*================================================================
066300 2510-WRITE-NOTICE.
066400     MOVE EMP-EMP-ID               TO DL142-N-EMP-ID
066500     MOVE DLE2-E-DEP-NBR(DLE2-SUB) TO DL142-N-DEP-NBR
066600     MOVE DLE2-E-LEVEL(DLE2-SUB)   TO DL142-N-LEVEL
066700     MOVE DLE2-WORK-PKG-NO         TO DL142-N-PKG-NO
066800     MOVE DLE2-E-YEAR(DLE2-SUB)    TO DL142-N-YEAR
066900     MOVE EMP-FNAME                TO DL142-N-FNAME
067000     MOVE EMP-LNAME                TO DL142-N-LNAME
067100     IF DLE2-E-DEP-NBR(DLE2-SUB) NOT = ZERO
067200         PERFORM 2410-SCAN-ONE      THRU 2410-EXIT
067300             VARYING DLE2-DEP-SUB FROM 1 BY 1
067400             UNTIL DLE2-DEP-SUB > DLE2-DEP-COUNT
067500             OR DLE2-P-DEP-NBR(DLE2-DEP-SUB)
067600                = DLE2-E-DEP-NBR(DLE2-SUB)
067700         IF DLE2-DEP-SUB NOT > DLE2-DEP-COUNT
067800             MOVE DLE2-P-FNAME(DLE2-DEP-SUB) TO DL142-N-FNAME
067900             MOVE DLE2-P-LNAME(DLE2-DEP-SUB) TO DL142-N-LNAME
068000         END-IF
068100     END-IF
068200     MOVE EMP-ADDR                 TO DL142-N-ADDR
068300     MOVE EMP-ADDR4                TO DL142-N-ADDR4
068400     MOVE EMP-CITY                 TO DL142-N-CITY
068500     MOVE EMP-ST                   TO DL142-N-ST
068600     MOVE EMP-ZIP                  TO DL142-N-ZIP
068700     MOVE DLE2-E-OOP-AMT(DLE2-SUB) TO DL142-N-OOP-AMT
068800     MOVE DLE2-MET-MAX             TO DL142-N-MAX-AMT
068900     MOVE DLE2-RUN-DATE            TO DL142-N-ISSUE-DT
069000     WRITE DL142-NTC-RECORD
069100     ADD 1 TO DLE2-NOTICES-WRITTEN.
069200 2510-EXIT.
069300     EXIT.
069400*================================================================
069500*    2600-WRITE-EXCEPTION  -  COST SHARE CHARGED PAST A MAXIMUM  *
069600*================================================================
069700 2600-WRITE-EXCEPTION.
069800     MOVE EMP-EMP-ID               TO DL142-X-EMP-ID
069900     MOVE CLH-PATIENT-NBR          TO DL142-X-PATIENT-NBR
070000     MOVE CLH-INV-NBR              TO DL142-X-INV-NBR
070100     MOVE DLE2-LN-SUB              TO DL142-X-LINE-NBR
070200     MOVE CLD-FST-DT(DLE2-LN-SUB)  TO DL142-X-FST-DT
070300     MOVE CLD-PROC-CD(DLE2-LN-SUB) TO DL142-X-PROC-CD
070400     MOVE CLD-LINE-PRV-ID-NBR(DLE2-LN-SUB) TO DL142-X-PRV-ID
070500     MOVE DLE2-EXC-LEVEL           TO DL142-X-LEVEL
070600     MOVE DLE2-LINE-YEAR           TO DL142-X-YEAR
070700     MOVE DLE2-COST-SHARE          TO DL142-X-COST-SHARE
070800     MOVE DLE2-EXCESS              TO DL142-X-EXCESS-AMT
070900     WRITE DL142-EXC-RECORD
071000     ADD 1 TO DLE2-EXC-WRITTEN
071100     ADD DLE2-EXCESS TO DLE2-EXC-AMT
071200     MOVE EMP-EMP-ID               TO DLE2-D-EMP-ID
071300     MOVE DLE2-WORK-DEP-NBR        TO DLE2-D-DEP-NBR
071400     MOVE DLE2-EXC-LEVEL           TO DLE2-D-LEVEL
071500     MOVE DLE2-LINE-YEAR           TO DLE2-D-YEAR
071600     IF DLE2-EXC-LEVEL = "F"
071700         MOVE DLE2-E-OOP-AMT(DLE2-FAM-SUB) TO DLE2-D-OOP
071800         MOVE DLE2-WORK-FAM-MAX    TO DLE2-D-MAX
071900     ELSE
072000         MOVE DLE2-E-OOP-AMT(DLE2-IND-SUB) TO DLE2-D-OOP
072100         MOVE DLE2-WORK-IND-MAX    TO DLE2-D-MAX
072200     END-IF
072300     MOVE DLE2-EXCESS              TO DLE2-D-EXCESS
072400     MOVE "CHARGED PAST MAXIMUM"   TO DLE2-D-DISP
072500     WRITE DL142-RPT-LINE FROM DLE2-DETAIL-LINE.
072600 2600-EXIT.
072700     EXIT.
072800*================================================================
072900*    3000-TERMINATE  -  REWRITE THE ACCUMULATOR AND PRINT        *
073000*                       CONTROL TOTALS                           *
073100*================================================================
073200 3000-TERMINATE.
073300     PERFORM 3100-WRITE-ONE-ACC     THRU 3100-EXIT
073400         VARYING DLE2-SUB FROM 1 BY 1
073500         UNTIL DLE2-SUB > DLE2-ACC-COUNT
073600     MOVE DLE2-LINES-ACCUMULATED   TO DLE2-T-LINES
073700     MOVE DLE2-IND-MET             TO DLE2-T-IND-MET
073800     MOVE DLE2-FAM-MET             TO DLE2-T-FAM-MET
073900     MOVE DLE2-NOTICES-WRITTEN     TO DLE2-T-NOTICES
074000     MOVE DLE2-NOTICES-SUPPRESSED  TO DLE2-T-SUPPRESSED
074100     MOVE DLE2-EXC-WRITTEN         TO DLE2-T-EXC
074200     MOVE DLE2-EXC-AMT             TO DLE2-T-EXC-AMT
074300     MOVE DLE2-NO-LIMIT-MBRS       TO DLE2-T-NO-LIMIT
074400     MOVE DLE2-ROWS-AGED-OFF       TO DLE2-T-AGED
074401     MOVE DLE2-ORIG-BACKED-OUT     TO DLE2-T-BACKED-OUT
074402     MOVE DLE2-ORIG-NOT-FOUND      TO DLE2-T-NOT-FOUND
074403     MOVE DLE2-MET-CLEARED         TO DLE2-T-MET-CLEARED
074500     WRITE DL142-RPT-LINE FROM SPACES
074600     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-1
074700     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-2
074800     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-3
074900     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-4
075000     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-5
075100     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-6
075200     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-7
075300     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-8
075301     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-9
075302     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-10
075303     WRITE DL142-RPT-LINE FROM DLE2-TOTAL-LINE-11
075400     CLOSE BED1EMP-FILE
075500     CLOSE BHS1DEP-FILE
075600     CLOSE BHS2MCH-FILE
075700     CLOSE BHS3MDE-FILE
075701     CLOSE DL142-IDX-FILE
075800     CLOSE DL142-LIM-FILE
075900     CLOSE DL142-ACC-IN-FILE
076000     CLOSE DL097-ADR-FILE
076100     CLOSE DL142-ACC-OUT-FILE
076200     CLOSE DL142-NTC-FILE
076300     CLOSE DL142-EXC-FILE
076400     CLOSE DL142-RPT-FILE.
076500 3000-EXIT.
076600     EXIT.
076700*================================================================
076800*    3100-WRITE-ONE-ACC
076900*================================================================
077000 3100-WRITE-ONE-ACC.
077100     MOVE DLE2-E-EMP-ID(DLE2-SUB)  TO DL142-A-EMP-ID
077200     MOVE DLE2-E-LEVEL(DLE2-SUB)   TO DL142-A-LEVEL
077300     MOVE DLE2-E-DEP-NBR(DLE2-SUB) TO DL142-A-DEP-NBR
077400     MOVE DLE2-E-YEAR(DLE2-SUB)    TO DL142-A-YEAR
077500     MOVE DLE2-E-OOP-AMT(DLE2-SUB) TO DL142-A-OOP-AMT
077600     MOVE DLE2-E-MET-FLAG(DLE2-SUB) TO DL142-A-MET-FLAG
077700     MOVE DLE2-E-MET-DT(DLE2-SUB)  TO DL142-A-MET-DT
077800     WRITE DL142-ACC-OUT-RECORD FROM DL142-ACC-RECORD.
077900 3100-EXIT.
078000     EXIT.
078100*================================================================
078200*    8000-READ-MASTER
078300*================================================================
078400 8000-READ-MASTER.
078500     READ BED1EMP-FILE
078600         AT END
078700             SET DLE2-MSTR-EOF TO TRUE
078800     END-READ.
078900 8000-EXIT.
079000     EXIT.
079100*================================================================
079200*    8100-READ-DEP
079300*================================================================
079400 8100-READ-DEP.
079500     READ BHS1DEP-FILE
079600         AT END
079700             SET DLE2-DEP-EOF TO TRUE
079800             MOVE HIGH-VALUES      TO DLE2-DEP-KEY
079900     END-READ
080000     IF NOT DLE2-DEP-EOF
080100         MOVE CLS-EMP-ID           TO DLE2-DEP-KEY
080200     END-IF.
080300 8100-EXIT.
080400     EXIT.
080500*================================================================
080600*    8200-READ-ADR
080700*================================================================
080800 8200-READ-ADR.
080900     READ DL097-ADR-FILE
081000         AT END
081100             SET DLE2-ADR-EOF TO TRUE
081200             MOVE HIGH-VALUES      TO DLE2-ADR-KEY
081300     END-READ
081400     IF NOT DLE2-ADR-EOF
081500         MOVE DL097-A-EMP-ID       TO DLE2-ADR-KEY
081600     END-IF.
081700 8200-EXIT.
081800     EXIT.
081900*================================================================
082000*    8300-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
082100*================================================================
082200 8300-READ-CLAIM-PAIR.
082300     READ BHS2MCH-FILE
082400         AT END
082500             SET DLE2-CLM-EOF TO TRUE
082600             MOVE HIGH-VALUES      TO DLE2-CLM-KEY
082700     END-READ
082800     IF NOT DLE2-CLM-EOF
082900         MOVE CLH-PATIENT-NBR(1:13) TO DLE2-CLM-KEY
083000         READ BHS3MDE-FILE
083100             AT END
083200                 SET DLE2-DET-EOF TO TRUE
083300         END-READ
083400     END-IF.
083500 8300-EXIT.
083600     EXIT.
083601*================================================================
083602*    8400-READ-INDEX
083603*================================================================
083604 8400-READ-INDEX.
083605     MOVE "N"                      TO DLE2-FOUND-SW
083606     READ DL142-IDX-FILE
083607         INVALID KEY
083608             CONTINUE
083609         NOT INVALID KEY
083610             SET DLE2-FOUND TO TRUE
083611     END-READ.
083612 8400-EXIT.
083613     EXIT.
083700*================================================================
083800*    9900-TABLE-ABORT  -  THE CARRIED ACCUMULATOR NO LONGER      *
083900*                         FITS THE 9000-ENTRY TABLE; THE STEP    *
084000*                         FAILS INSTEAD OF DROPPING MEMBERS      *
084100*================================================================
084200 9900-TABLE-ABORT.
084300     DISPLAY "DL142: DL142ACC EXCEEDS THE 9000-ENTRY TABLE"
084400     MOVE 8                        TO RETURN-CODE
084500     GOBACK.
084600 9900-EXIT.
084700     EXIT.
084800*================================================================
084900*    9910-LIM-ABORT  -  MORE LIMIT ROWS THAN THE 500-ENTRY TABLE *
085000*================================================================
085100 9910-LIM-ABORT.
085200     DISPLAY "DL142: DL142LIM EXCEEDS THE 500-ENTRY TABLE"
085300     MOVE 8                        TO RETURN-CODE
085400     GOBACK.
085500 9910-EXIT.
085600     EXIT.
085700*================================================================
085800*    9920-DEP-ABORT  -  MORE DEPENDENTS ON ONE SUBSCRIBER THAN   *
085900*                       THE 30-ENTRY TABLE                       *
086000*================================================================
086100 9920-DEP-ABORT.
086200     DISPLAY "DL142: BHS1DEP EXCEEDS 30 DEPENDENTS FOR "
086300             EMP-EMP-ID
086400     MOVE 8                        TO RETURN-CODE
086500     GOBACK.
086600 9920-EXIT.
086700     EXIT.
