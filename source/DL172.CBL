000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL172.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - EMPLOYER FULL-FILE
001100*                   ENROLLMENT RECONCILIATION.  AN EMPLOYER'S
001200*                   MONTHLY CENSUS (DL172CEN, MEMBER AND
001300*                   DEPENDENT ORDER) IS MATCHED AGAINST THE
001400*                   BED1EMP MEMBERS OF THE DL172PRM GROUP
001500*                   (EMP-COV-GROUP-EE1) AND THEIR BHS1DEP
001600*                   DEPENDENTS - THE DL048 GATHER-THE-MEMBER'S-
001700*                   DEPENDENTS SHAPE.  EVERY DIFFERENCE IS
001800*                   REPORTED: MEMBERS MISSING FROM EITHER SIDE,
001900*                   NAME/ADDRESS/BIRTH-DATE MISMATCHES, EMPLOYEE
002000*                   COVERAGE TERMS, DEPENDENTS ADDED, CHANGED OR
002100*                   DROPPED AND SPOUSE/DEPENDENT COVERAGE.  THE
002200*                   MATCHING MAINTENANCE TRANSACTIONS ARE CUT IN
002300*                   THE DL007, DL047, DL048 AND DL089 LAYOUTS
002400*                   (THE DL076/DL106 GENERATED-TRANSACTION
002500*                   PATTERN).  MODE "R" ONLY REVIEWS; MODE "L"
002600*                   RELEASES THE TRANSACTIONS IN A SECOND PASS,
002700*                   AND ONLY WHEN THE TERMINATIONS THE FILE
002800*                   GENERATES ARE WITHIN THE CARD'S CAP, SO A
002900*                   TRUNCATED EMPLOYER FILE CANNOT WIPE OUT A
003000*                   GROUP.  A WITHHELD RELEASE ENDS THE STEP
003100*                   WITH RETURN CODE 8; A REVIEW OVER THE CAP
003200*                   WITH RETURN CODE 4.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DL172-PRM-FILE     ASSIGN TO DL172PRM
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL172-CEN-FILE     ASSIGN TO DL172CEN
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL172-T07-FILE     ASSIGN TO DL172T07
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL172-T47-FILE     ASSIGN TO DL172T47
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL172-T48-FILE     ASSIGN TO DL172T48
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT DL172-T89-FILE     ASSIGN TO DL172T89
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT DL172-RPT-FILE     ASSIGN TO DL172RPT
005700            ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DL172-PRM-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DL172PRM.
006300 FD  DL172-CEN-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DL172CEN.
006600 FD  BED1EMP-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY BED1EMP.
006900     COPY BED1EMPT.
007000 FD  BHS1DEP-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY BHS1DEP.
007300 FD  DL172-T07-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DL007TRN.
007600 FD  DL172-T47-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY DL047TRN.
007900 FD  DL172-T48-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY DL048TRN.
008200 FD  DL172-T89-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DL089TRN.
008500 FD  DL172-RPT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  DL172-RPT-LINE                PIC X(132).
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------
009000*    DLH2-SWITCHES AND COUNTERS
009100*----------------------------------------------------------------
009200 01  DLH2-SWITCHES.
009300     05  DLH2-PRM-EOF-SW           PIC X(1)     VALUE "N".
009400         88  DLH2-PRM-EOF                        VALUE "Y".
009500     05  DLH2-CEN-EOF-SW           PIC X(1)     VALUE "N".
009600         88  DLH2-CEN-EOF                        VALUE "Y".
009700     05  DLH2-MSTR-EOF-SW          PIC X(1)     VALUE "N".
009800         88  DLH2-MSTR-EOF                       VALUE "Y".
009900     05  DLH2-DEP-EOF-SW           PIC X(1)     VALUE "N".
010000         88  DLH2-DEP-EOF                        VALUE "Y".
010100     05  DLH2-PRINT-SW             PIC X(1)     VALUE "Y".
010200         88  DLH2-PRINTING                       VALUE "Y".
010300     05  DLH2-WRITE-SW             PIC X(1)     VALUE "N".
010400         88  DLH2-WRITING                        VALUE "Y".
010500     05  DLH2-CEN-EMP-SW           PIC X(1)     VALUE "N".
010600         88  DLH2-CEN-EMP-PRESENT                VALUE "Y".
010700     05  DLH2-CHANGED-SW           PIC X(1)     VALUE "N".
010800         88  DLH2-CHANGED                        VALUE "Y".
010900     05  DLH2-SIDE-SW              PIC X(1)     VALUE "N".
011000         88  DLH2-SIDE-PRESENT                   VALUE "Y".
011100 01  DLH2-KEYS.
011200     05  DLH2-CEN-KEY              PIC X(13).
011300     05  DLH2-MSTR-KEY             PIC X(13).
011400     05  DLH2-DEP-KEY              PIC X(13).
011401     05  DLH2-HOLD-KEY             PIC X(13).
011500*----------------------------------------------------------------
011600*    DLH2-PARMS  -  FROM THE DL172PRM CARD
011700*----------------------------------------------------------------
011800 01  DLH2-PARMS.
011900     05  DLH2-GROUP                PIC X(9).
012000     05  DLH2-MODE                 PIC X(1).
012100         88  DLH2-RELEASE-MODE                   VALUE "L".
012200     05  DLH2-TERM-CAP             PIC S9(8) COMP VALUE ZERO.
012300     05  DLH2-TERM-DT              PIC 9(8).
012400*----------------------------------------------------------------
012500*    DLH2-CEN-EMP  -  THE MEMBER'S EMPLOYEE CENSUS RECORD
012600*----------------------------------------------------------------
012700 01  DLH2-CEN-EMP.
012800     05  DLH2-CE-FNAME             PIC X(10).
012900     05  DLH2-CE-LNAME             PIC X(20).
013000     05  DLH2-CE-DOB               PIC 9(8).
013100     05  DLH2-CE-ADDR              PIC X(25).
013200     05  DLH2-CE-ADDR4             PIC X(25).
013300     05  DLH2-CE-CITY              PIC X(16).
013400     05  DLH2-CE-ST                PIC X(2).
013500     05  DLH2-CE-ZIP               PIC 9(8).
013600     05  DLH2-CE-BEN-CD            PIC X(9).
013700     05  DLH2-CE-COVERAGE          PIC X(2).
013800     05  DLH2-CE-EFF-DT            PIC 9(8).
013900     05  DLH2-CE-CANC-DT           PIC 9(8).
014000*----------------------------------------------------------------
014100*    DLH2-CEN-DEP-TABLE  -  THE MEMBER'S DEPENDENT CENSUS
014200*    RECORDS.  OVERFLOW ABORTS (DL060 RULE).
014300*----------------------------------------------------------------
014400 01  DLH2-CEN-DEP-TABLE.
014500     05  DLH2-CD-COUNT             PIC S9(4) COMP VALUE ZERO.
014600     05  DLH2-CD-ENTRY OCCURS 50 TIMES.
014700         10  DLH2-CD-DEP-NBR       PIC 9(4).
014900         10  DLH2-CD-FNAME         PIC X(10).
015000         10  DLH2-CD-LNAME         PIC X(20).
015100         10  DLH2-CD-REL           PIC X(2).
015200         10  DLH2-CD-DOB           PIC 9(8).
015300         10  DLH2-CD-SEX           PIC X(1).
015400         10  DLH2-CD-BEN-CD        PIC X(9).
015500         10  DLH2-CD-EFF-DT        PIC 9(8).
015600*----------------------------------------------------------------
015700*    DLH2-MST-DEP-TABLE  -  THE MEMBER'S BHS1DEP DEPENDENTS.
015800*    OVERFLOW ABORTS (DL060 RULE).
015900*----------------------------------------------------------------
016000 01  DLH2-MST-DEP-TABLE.
016100     05  DLH2-MD-COUNT             PIC S9(4) COMP VALUE ZERO.
016200     05  DLH2-MD-ENTRY OCCURS 50 TIMES.
016300         10  DLH2-MD-DEP-NBR       PIC S9(4) COMP.
016400         10  DLH2-MD-FNAME         PIC X(10).
016500         10  DLH2-MD-LNAME         PIC X(20).
016600         10  DLH2-MD-REL           PIC X(2).
016700         10  DLH2-MD-DOB           PIC S9(8) COMP.
016800         10  DLH2-MD-SEX           PIC X(1).
016900 77  DLH2-SPOUSE-REL               PIC X(2)     VALUE "SP".
017000 01  DLH2-WORK-FIELDS.
017100     05  DLH2-SUB                  PIC S9(4) COMP VALUE ZERO.
017200     05  DLH2-CD-SUB               PIC S9(4) COMP VALUE ZERO.
017300     05  DLH2-MD-SUB               PIC S9(4) COMP VALUE ZERO.
017400     05  DLH2-COV-SUB              PIC S9(4) COMP VALUE ZERO.
017500     05  DLH2-SIDE-CD              PIC X(1).
017600     05  DLH2-SIDE-BEN-CD          PIC X(9).
017700     05  DLH2-SIDE-EFF-DT          PIC 9(8).
017800     05  DLH2-OPEN-BEN-CD          PIC X(9).
017900     05  DLH2-OPEN-EFF-DT          PIC 9(8).
018000     05  DLH2-OPEN-MULT-BILL       PIC X(5).
018100     05  DLH2-CANC-DT              PIC 9(8).
018101     05  DLH2-CANC-CD              PIC X(1).
018200     05  DLH2-NUM-WORK             PIC 9(8).
018300 01  DLH2-DATE-WORK.
018400     05  DLH2-RUN-DATE             PIC 9(8).
018500 01  DLH2-COUNTERS.
018600     05  DLH2-CEN-READ             PIC S9(8) COMP VALUE ZERO.
018700     05  DLH2-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
018800     05  DLH2-MBR-MATCHED          PIC S9(8) COMP VALUE ZERO.
018900     05  DLH2-MBR-NOT-ON-FILE      PIC S9(8) COMP VALUE ZERO.
019000     05  DLH2-MBR-NOT-ON-CEN       PIC S9(8) COMP VALUE ZERO.
019100     05  DLH2-DIFFS                PIC S9(8) COMP VALUE ZERO.
019200     05  DLH2-TERMS                PIC S9(8) COMP VALUE ZERO.
019300     05  DLH2-T07-CUT              PIC S9(8) COMP VALUE ZERO.
019400     05  DLH2-T47-CUT              PIC S9(8) COMP VALUE ZERO.
019500     05  DLH2-T48-CUT              PIC S9(8) COMP VALUE ZERO.
019600     05  DLH2-T89-CUT              PIC S9(8) COMP VALUE ZERO.
019700 01  DLH2-HEADING-1.
019800     05  FILLER                    PIC X(45)
019900         VALUE "EMPLOYER FULL-FILE ENROLLMENT RECONCILIATION".
020000 01  DLH2-HEADING-2.
020100     05  FILLER                    PIC X(7)  VALUE "GROUP ".
020200     05  DLH2-H-GROUP              PIC X(9).
020300     05  FILLER                    PIC X(8)  VALUE "  MODE ".
020400     05  DLH2-H-MODE               PIC X(7).
020500     05  FILLER                    PIC X(19)
020600         VALUE "  TERMINATION CAP ".
020700     05  DLH2-H-CAP                PIC ZZ,ZZ9.
020800     05  FILLER                    PIC X(12) VALUE "  TERM DATE ".
020900     05  DLH2-H-TERM-DT            PIC 9(8).
021000 01  DLH2-COLUMN-HEADING.
021100     05  FILLER                   PIC X(15) VALUE "MEMBER".
021200     05  FILLER                   PIC X(6)  VALUE "DEP".
021300     05  FILLER                   PIC X(30) VALUE "DIFFERENCE".
021400     05  FILLER                   PIC X(27) VALUE "EMPLOYER FILE".
021500     05  FILLER                   PIC X(27) VALUE "OUR FILE".
021600     05  FILLER                   PIC X(6)  VALUE "ACTION".
021700 01  DLH2-DETAIL-LINE.
021800     05  DLH2-D-EMP-ID             PIC X(13).
021900     05  FILLER                    PIC X(2)  VALUE SPACES.
022000     05  DLH2-D-DEP-NBR            PIC 9(4).
022100     05  FILLER                    PIC X(2)  VALUE SPACES.
022200     05  DLH2-D-TEXT               PIC X(28).
022300     05  FILLER                    PIC X(2)  VALUE SPACES.
022400     05  DLH2-D-EMPLOYER           PIC X(25).
022500     05  FILLER                    PIC X(2)  VALUE SPACES.
022600     05  DLH2-D-OURS               PIC X(25).
022700     05  FILLER                    PIC X(2)  VALUE SPACES.
022800     05  DLH2-D-ACTION             PIC X(6).
022900 01  DLH2-TOTAL-LINE-1.
023000     05  FILLER                    PIC X(25)
023100         VALUE "CENSUS RECORDS READ".
023200     05  DLH2-T-CEN-READ           PIC ZZZ,ZZZ,ZZ9.
023300 01  DLH2-TOTAL-LINE-2.
023400     05  FILLER                    PIC X(25)
023500         VALUE "GROUP MEMBERS ON FILE".
023600     05  DLH2-T-MSTR-READ          PIC ZZZ,ZZZ,ZZ9.
023700 01  DLH2-TOTAL-LINE-3.
023800     05  FILLER                    PIC X(25)
023900         VALUE "MEMBERS MATCHED".
024000     05  DLH2-T-MATCHED            PIC ZZZ,ZZZ,ZZ9.
024100 01  DLH2-TOTAL-LINE-4.
024200     05  FILLER                    PIC X(25)
024300         VALUE "MEMBERS NOT ON OUR FILE".
024400     05  DLH2-T-NOT-ON-FILE        PIC ZZZ,ZZZ,ZZ9.
024500 01  DLH2-TOTAL-LINE-5.
024600     05  FILLER                    PIC X(25)
024700         VALUE "MEMBERS NOT ON EMP FILE".
024800     05  DLH2-T-NOT-ON-CEN         PIC ZZZ,ZZZ,ZZ9.
024900 01  DLH2-TOTAL-LINE-6.
025000     05  FILLER                    PIC X(25)
025100         VALUE "DIFFERENCES REPORTED".
025200     05  DLH2-T-DIFFS              PIC ZZZ,ZZZ,ZZ9.
025300 01  DLH2-TOTAL-LINE-7.
025400     05  FILLER                    PIC X(25)
025500         VALUE "TERMINATIONS GENERATED".
025600     05  DLH2-T-TERMS              PIC ZZZ,ZZZ,ZZ9.
025700 01  DLH2-TOTAL-LINE-8.
025800     05  FILLER                    PIC X(25)
025900         VALUE "DL007 TRANSACTIONS".
026000     05  DLH2-T-T07                PIC ZZZ,ZZZ,ZZ9.
026100 01  DLH2-TOTAL-LINE-9.
026200     05  FILLER                    PIC X(25)
026300         VALUE "DL047 TRANSACTIONS".
026400     05  DLH2-T-T47                PIC ZZZ,ZZZ,ZZ9.
026500 01  DLH2-TOTAL-LINE-10.
026600     05  FILLER                    PIC X(25)
026700         VALUE "DL048 TRANSACTIONS".
026800     05  DLH2-T-T48                PIC ZZZ,ZZZ,ZZ9.
026900 01  DLH2-TOTAL-LINE-11.
027000     05  FILLER                    PIC X(25)
027100         VALUE "DL089 TRANSACTIONS".
027200     05  DLH2-T-T89                PIC ZZZ,ZZZ,ZZ9.
027300 01  DLH2-RELEASE-LINE.
027400     05  DLH2-R-TEXT               PIC X(60).
027500*----------------------------------------------------------------
027600*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
027700*----------------------------------------------------------------
027800 01  DL903-PARMS.
027900     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL172".
028000     05  DL903-REC-TYPE            PIC X(1).
028100     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
028200*----------------------------------------------------------------
028300*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
028400*----------------------------------------------------------------
028500 01  DL902-DATES.
028600     05  DL902-EXEC-DATE           PIC 9(8).
028700 01  DL902-EXEC-LINE.
028800     05  FILLER                    PIC X(14)
028900         VALUE "BUSINESS DATE ".
029000     05  DL902-EL-BUS              PIC 9(8).
029100     05  FILLER                    PIC X(11)
029200         VALUE "  EXECUTED ".
029300     05  DL902-EL-EXEC             PIC 9(8).
029400 PROCEDURE DIVISION.
029500*================================================================
029600*    0000-MAINLINE  -  PASS ONE REPORTS AND COUNTS; IN RELEASE   *
029700*                      MODE WITHIN THE CAP, PASS TWO WRITES THE  *
029800*                      TRANSACTIONS                              *
029900*================================================================
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
030200     MOVE "S"                      TO DL903-REC-TYPE
030300     CALL "DL903" USING DL903-PARMS
030400     PERFORM 2000-RECONCILE         THRU 2000-EXIT
030500     PERFORM 3000-DECIDE-RELEASE    THRU 3000-EXIT
030600     PERFORM 4000-TERMINATE         THRU 4000-EXIT
030700     MOVE "E"                      TO DL903-REC-TYPE
030800     MOVE DLH2-CEN-READ TO DL903-REC-COUNT
030900     CALL "DL903" USING DL903-PARMS
031000     GOBACK.
031100*================================================================
031200*    1000-INITIALIZE  -  THE TRANSACTION FILES ARE OPENED IN     *
031300*                        EVERY MODE SO A REVIEW OR A WITHHELD    *
031400*                        RELEASE LEAVES THEM EMPTY               *
031500*================================================================
031600 1000-INITIALIZE.
031700     CALL "DL902" USING DLH2-RUN-DATE DL902-EXEC-DATE
031800     OPEN INPUT  DL172-PRM-FILE
031900     PERFORM 1100-LOAD-PARMS        THRU 1100-EXIT
032000     CLOSE DL172-PRM-FILE
032100     OPEN OUTPUT DL172-T07-FILE
032200     OPEN OUTPUT DL172-T47-FILE
032300     OPEN OUTPUT DL172-T48-FILE
032400     OPEN OUTPUT DL172-T89-FILE
032500     OPEN OUTPUT DL172-RPT-FILE
032600     WRITE DL172-RPT-LINE FROM DLH2-HEADING-1
032700     MOVE DLH2-RUN-DATE TO DL902-EL-BUS
032800     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
032900     WRITE DL172-RPT-LINE FROM DL902-EXEC-LINE
033000     MOVE DLH2-GROUP               TO DLH2-H-GROUP
033100     IF DLH2-RELEASE-MODE
033200         MOVE "RELEASE"            TO DLH2-H-MODE
033300     ELSE
033400         MOVE "REVIEW"             TO DLH2-H-MODE
033500     END-IF
033600     MOVE DLH2-TERM-CAP            TO DLH2-H-CAP
033700     MOVE DLH2-TERM-DT             TO DLH2-H-TERM-DT
033800     WRITE DL172-RPT-LINE FROM DLH2-HEADING-2
033900     WRITE DL172-RPT-LINE FROM SPACES
034000     WRITE DL172-RPT-LINE FROM DLH2-COLUMN-HEADING.
034100 1000-EXIT.
034200     EXIT.
034300*================================================================
034400*    1100-LOAD-PARMS  -  A MISSING OR INVALID CARD FAILS THE     *
034500*                        STEP (THE DL098 RULE)                   *
034600*================================================================
034700 1100-LOAD-PARMS.
034800     READ DL172-PRM-FILE
034900         AT END
035000             SET DLH2-PRM-EOF TO TRUE
035100     END-READ
035200     IF DLH2-PRM-EOF
035300         OR DL172-P-GROUP = SPACES
035400         OR NOT (DL172-P-REVIEW OR DL172-P-RELEASE)
035500         OR DL172-P-TERM-CAP NOT NUMERIC
035600         OR DL172-P-TERM-DT NOT NUMERIC
035700         DISPLAY "DL172: PARAMETER CARD MISSING OR INVALID"
035800         MOVE 8                    TO RETURN-CODE
035900         GOBACK
036000     END-IF
036100     MOVE DL172-P-GROUP            TO DLH2-GROUP
036200     MOVE DL172-P-MODE             TO DLH2-MODE
036300     MOVE DL172-P-TERM-CAP         TO DLH2-TERM-CAP
036400     MOVE DL172-P-TERM-DT          TO DLH2-TERM-DT
036500     IF DLH2-TERM-DT = ZERO
036600         MOVE DLH2-RUN-DATE        TO DLH2-TERM-DT
036700     END-IF.
036800 1100-EXIT.
036900     EXIT.
037000*================================================================
037100*    1200-OPEN-INPUTS  -  OPEN AND PRIME THE THREE INPUTS; DONE  *
037200*                         AGAIN FOR THE RELEASE PASS             *
037300*================================================================
037400 1200-OPEN-INPUTS.
037500     MOVE "N"                      TO DLH2-CEN-EOF-SW
037600     MOVE "N"                      TO DLH2-MSTR-EOF-SW
037700     MOVE "N"                      TO DLH2-DEP-EOF-SW
037800     OPEN INPUT  DL172-CEN-FILE
037900     OPEN INPUT  BED1EMP-FILE
038000     OPEN INPUT  BHS1DEP-FILE
038100     PERFORM 8200-READ-CENSUS       THRU 8200-EXIT
038200     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
038300     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
038400 1200-EXIT.
038500     EXIT.
038600*================================================================
038700*    2000-RECONCILE  -  ONE FULL MATCH OF THE CENSUS AGAINST     *
038800*                       THE GROUP'S MEMBERS                      *
038900*================================================================
039000 2000-RECONCILE.
039100     PERFORM 1200-OPEN-INPUTS       THRU 1200-EXIT
039200     PERFORM 2100-MATCH-MEMBER      THRU 2100-EXIT
039300         UNTIL DLH2-CEN-EOF
039400         AND DLH2-MSTR-EOF
039500     CLOSE DL172-CEN-FILE
039600     CLOSE BED1EMP-FILE
039700     CLOSE BHS1DEP-FILE.
039800 2000-EXIT.
039900     EXIT.
040000*================================================================
040100*    2100-MATCH-MEMBER
040200*================================================================
040300 2100-MATCH-MEMBER.
040400     EVALUATE TRUE
040500         WHEN DLH2-CEN-KEY < DLH2-MSTR-KEY
040600             PERFORM 2200-CENSUS-ONLY   THRU 2200-EXIT
040700         WHEN DLH2-CEN-KEY > DLH2-MSTR-KEY
040800             PERFORM 2300-MASTER-ONLY   THRU 2300-EXIT
040900         WHEN OTHER
041000             PERFORM 2400-BOTH-SIDES    THRU 2400-EXIT
041100     END-EVALUATE.
041200 2100-EXIT.
041300     EXIT.
041400*================================================================
041500*    2150-GATHER-CENSUS  -  THE MEMBER'S EMPLOYEE RECORD AND     *
041600*                           DEPENDENT RECORDS                    *
041700*================================================================
041800 2150-GATHER-CENSUS.
041801     MOVE DLH2-CEN-KEY             TO DLH2-HOLD-KEY
041900     MOVE "N"                      TO DLH2-CEN-EMP-SW
041901     INITIALIZE DLH2-CEN-EMP
042000     MOVE ZERO                     TO DLH2-CD-COUNT
042100     PERFORM 2160-GATHER-ONE-CEN    THRU 2160-EXIT
042200         UNTIL DLH2-CEN-EOF
042201         OR DL172-C-EMP-ID NOT = DLH2-HOLD-KEY.
042400 2150-EXIT.
042500     EXIT.
042600*================================================================
042700*    2160-GATHER-ONE-CEN
042800*================================================================
042900 2160-GATHER-ONE-CEN.
043000     IF DL172-C-DEP-NBR = ZERO
043100         MOVE "Y"                  TO DLH2-CEN-EMP-SW
043200         MOVE DL172-C-FNAME        TO DLH2-CE-FNAME
043300         MOVE DL172-C-LNAME        TO DLH2-CE-LNAME
043400         MOVE DL172-C-DOB          TO DLH2-CE-DOB
043500         MOVE DL172-C-ADDR         TO DLH2-CE-ADDR
043600         MOVE DL172-C-ADDR4        TO DLH2-CE-ADDR4
043700         MOVE DL172-C-CITY         TO DLH2-CE-CITY
043800         MOVE DL172-C-ST           TO DLH2-CE-ST
043900         MOVE DL172-C-ZIP          TO DLH2-CE-ZIP
044000         MOVE DL172-C-BEN-CD       TO DLH2-CE-BEN-CD
044100         MOVE DL172-C-COVERAGE     TO DLH2-CE-COVERAGE
044200         MOVE DL172-C-EFF-DT       TO DLH2-CE-EFF-DT
044300         MOVE DL172-C-CANC-DT      TO DLH2-CE-CANC-DT
044400         GO TO 2160-READ-NEXT
044500     END-IF
044600     IF DLH2-CD-COUNT >= 50
044700         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
044800     END-IF
044900     ADD 1 TO DLH2-CD-COUNT
045000     MOVE DL172-C-DEP-NBR    TO DLH2-CD-DEP-NBR(DLH2-CD-COUNT)
045200     MOVE DL172-C-FNAME      TO DLH2-CD-FNAME(DLH2-CD-COUNT)
045300     MOVE DL172-C-LNAME      TO DLH2-CD-LNAME(DLH2-CD-COUNT)
045400     MOVE DL172-C-REL        TO DLH2-CD-REL(DLH2-CD-COUNT)
045500     MOVE DL172-C-DOB        TO DLH2-CD-DOB(DLH2-CD-COUNT)
045600     MOVE DL172-C-SEX        TO DLH2-CD-SEX(DLH2-CD-COUNT)
045700     MOVE DL172-C-BEN-CD     TO DLH2-CD-BEN-CD(DLH2-CD-COUNT)
045800     MOVE DL172-C-EFF-DT     TO DLH2-CD-EFF-DT(DLH2-CD-COUNT).
045900 2160-READ-NEXT.
046000     PERFORM 8200-READ-CENSUS       THRU 8200-EXIT.
046100 2160-EXIT.
046200     EXIT.
046300*================================================================
046400*    2170-GATHER-DEPS  -  PASS DEPENDENTS OF MEMBERS OUTSIDE THE *
046500*                         GROUP, THEN HOLD THIS MEMBER'S         *
046600*================================================================
046700 2170-GATHER-DEPS.
046800     MOVE ZERO                     TO DLH2-MD-COUNT
046900     PERFORM 8100-READ-DEP          THRU 8100-EXIT
047000         UNTIL DLH2-DEP-KEY NOT < EMP-EMP-ID
047100     PERFORM 2180-HOLD-ONE-DEP      THRU 2180-EXIT
047200         UNTIL DLH2-DEP-KEY NOT = EMP-EMP-ID.
047300 2170-EXIT.
047400     EXIT.
047500*================================================================
047600*    2180-HOLD-ONE-DEP
047700*================================================================
047800 2180-HOLD-ONE-DEP.
047900     IF DLH2-MD-COUNT >= 50
048000         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
048100     END-IF
048200     ADD 1 TO DLH2-MD-COUNT
048300     MOVE CLS-DEP-NBR        TO DLH2-MD-DEP-NBR(DLH2-MD-COUNT)
048400     MOVE CLS-FNAME          TO DLH2-MD-FNAME(DLH2-MD-COUNT)
048500     MOVE CLS-LNAME          TO DLH2-MD-LNAME(DLH2-MD-COUNT)
048600     MOVE CLS-REL            TO DLH2-MD-REL(DLH2-MD-COUNT)
048700     MOVE CLS-DOB            TO DLH2-MD-DOB(DLH2-MD-COUNT)
048800     MOVE CLS-SEX            TO DLH2-MD-SEX(DLH2-MD-COUNT)
048900     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
049000 2180-EXIT.
049100     EXIT.
049200*================================================================
049300*    2200-CENSUS-ONLY  -  ON THE EMPLOYER FILE, NOT IN THE       *
049400*                         GROUP ON BED1EMP.  THE COVERAGE IS     *
049500*                         STILL CUT - DL007 RECYCLES IT UNTIL    *
049600*                         THE MEMBER IS ENROLLED                 *
049700*================================================================
049800 2200-CENSUS-ONLY.
049900     PERFORM 2150-GATHER-CENSUS     THRU 2150-EXIT
050000     ADD 1 TO DLH2-MBR-NOT-ON-FILE
050001     MOVE DLH2-HOLD-KEY            TO DLH2-D-EMP-ID
050100     MOVE ZERO                     TO DLH2-D-DEP-NBR
050101     MOVE 13                       TO DLH2-COV-SUB
050200     MOVE "MEMBER NOT ON OUR FILE" TO DLH2-D-TEXT
050300     MOVE SPACES                   TO DLH2-D-EMPLOYER
050400     MOVE SPACES                   TO DLH2-D-OURS
050500     MOVE "REVIEW"                 TO DLH2-D-ACTION
050600     IF DLH2-CEN-EMP-PRESENT
050700         AND DLH2-CE-BEN-CD NOT = SPACES
050800         AND DLH2-CE-CANC-DT = ZERO
050900         MOVE DLH2-CE-BEN-CD       TO DLH2-D-EMPLOYER
051000         MOVE "DL007"              TO DLH2-D-ACTION
051100         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
051200         PERFORM 2560-CUT-NEW-COV   THRU 2560-EXIT
051300     ELSE
051400         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
051500     END-IF.
051600 2200-EXIT.
051700     EXIT.
051800*================================================================
051900*    2300-MASTER-ONLY  -  IN THE GROUP, MISSING FROM THE         *
052000*                         EMPLOYER FILE: EVERY OPEN GROUP        *
052100*                         COVERAGE IS TERMINATED                 *
052200*================================================================
052300 2300-MASTER-ONLY.
052400     ADD 1 TO DLH2-MSTR-READ
052500     PERFORM 2170-GATHER-DEPS       THRU 2170-EXIT
052600     MOVE EMP-EMP-ID               TO DLH2-D-EMP-ID
052700     MOVE ZERO                     TO DLH2-D-DEP-NBR
052701     MOVE "N"                      TO DLH2-CHANGED-SW
052800     PERFORM 2310-TERM-ONE-COV      THRU 2310-EXIT
052900         VARYING DLH2-COV-SUB FROM 1 BY 1
053000         UNTIL DLH2-COV-SUB > 12
053001     IF DLH2-CHANGED
053002         ADD 1 TO DLH2-MBR-NOT-ON-CEN
053003     END-IF
053100     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
053200 2300-EXIT.
053300     EXIT.
053400*================================================================
053500*    2310-TERM-ONE-COV
053600*================================================================
053700 2310-TERM-ONE-COV.
053800     IF EMP-COV-EFF-DT-EE-T(DLH2-COV-SUB) = ZERO
053900         OR EMP-COV-CANC-DT-EE-T(DLH2-COV-SUB) NOT = ZERO
054000         OR EMP-COV-GROUP-EE-T(DLH2-COV-SUB) NOT = DLH2-GROUP
054100         GO TO 2310-EXIT
054200     END-IF
054201     MOVE "Y"                      TO DLH2-CHANGED-SW
054400     ADD 1 TO DLH2-TERMS
054500     MOVE "MEMBER NOT ON EMPLOYER FILE" TO DLH2-D-TEXT
054600     MOVE SPACES                   TO DLH2-D-EMPLOYER
054700     MOVE EMP-COV-BEN-CD-EE-T(DLH2-COV-SUB) TO DLH2-D-OURS
054800     MOVE "DL007"                  TO DLH2-D-ACTION
054900     PERFORM 5900-PRINT-DIFF        THRU 5900-EXIT
055000     MOVE DLH2-TERM-DT             TO DLH2-CANC-DT
055001     MOVE "T"                      TO DLH2-CANC-CD
055200     PERFORM 2570-CUT-COV-CANCEL    THRU 2570-EXIT.
055300 2310-EXIT.
055400     EXIT.
055500*================================================================
055600*    2400-BOTH-SIDES  -  ON THE EMPLOYER FILE AND IN THE GROUP   *
055700*================================================================
055800 2400-BOTH-SIDES.
055900     ADD 1 TO DLH2-MSTR-READ
056000     ADD 1 TO DLH2-MBR-MATCHED
056100     PERFORM 2150-GATHER-CENSUS     THRU 2150-EXIT
056200     PERFORM 2170-GATHER-DEPS       THRU 2170-EXIT
056300     MOVE EMP-EMP-ID               TO DLH2-D-EMP-ID
056400     MOVE ZERO                     TO DLH2-D-DEP-NBR
056500     IF DLH2-CEN-EMP-PRESENT
056600         PERFORM 2500-COMPARE-EMPLOYEE THRU 2500-EXIT
056700         PERFORM 2550-COMPARE-COVERAGE THRU 2550-EXIT
056800     END-IF
056900     PERFORM 2600-COMPARE-DEPENDENTS THRU 2600-EXIT
057000     MOVE "S"                      TO DLH2-SIDE-CD
057100     PERFORM 2700-COMPARE-SIDE      THRU 2700-EXIT
057200     MOVE "D"                      TO DLH2-SIDE-CD
057300     PERFORM 2700-COMPARE-SIDE      THRU 2700-EXIT
057400     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
057500 2400-EXIT.
057600     EXIT.
057700*================================================================
057800*    2500-COMPARE-EMPLOYEE  -  NAME AND ADDRESS DIFFERENCES GO   *
057900*                              OUT AS ONE DL047 TRANSACTION      *
058000*                              CARRYING ONLY THE CHANGED FIELDS; *
058100*                              BIRTH DATE HAS NO TRANSACTION AND *
058200*                              IS REPORTED FOR REVIEW            *
058300*================================================================
058400 2500-COMPARE-EMPLOYEE.
058500     MOVE "N"                      TO DLH2-CHANGED-SW
058600     MOVE SPACES                   TO DL047-TRAN-RECORD
058700     MOVE ZERO                     TO DL047-T-ZIP
058800     MOVE EMP-EMP-ID               TO DL047-T-EMP-ID
058900     MOVE "DL047"                  TO DLH2-D-ACTION
059000     IF DLH2-CE-FNAME NOT = SPACES
059100         AND DLH2-CE-FNAME NOT = EMP-FNAME
059200         MOVE DLH2-CE-FNAME        TO DL047-T-FNAME
059300         MOVE "FIRST NAME"         TO DLH2-D-TEXT
059400         MOVE DLH2-CE-FNAME        TO DLH2-D-EMPLOYER
059500         MOVE EMP-FNAME            TO DLH2-D-OURS
059600         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
059700     END-IF
059800     IF DLH2-CE-LNAME NOT = SPACES
059900         AND DLH2-CE-LNAME NOT = EMP-LNAME
060000         MOVE DLH2-CE-LNAME        TO DL047-T-LNAME
060100         MOVE "LAST NAME"          TO DLH2-D-TEXT
060200         MOVE DLH2-CE-LNAME        TO DLH2-D-EMPLOYER
060300         MOVE EMP-LNAME            TO DLH2-D-OURS
060400         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
060500     END-IF
060600     IF DLH2-CE-ADDR NOT = SPACES
060700         AND DLH2-CE-ADDR NOT = EMP-ADDR
060800         MOVE DLH2-CE-ADDR         TO DL047-T-ADDR
060900         MOVE "ADDRESS"            TO DLH2-D-TEXT
061000         MOVE DLH2-CE-ADDR         TO DLH2-D-EMPLOYER
061100         MOVE EMP-ADDR             TO DLH2-D-OURS
061200         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
061300     END-IF
061400     IF DLH2-CE-ADDR4 NOT = SPACES
061500         AND DLH2-CE-ADDR4 NOT = EMP-ADDR4
061600         MOVE DLH2-CE-ADDR4        TO DL047-T-ADDR4
061700         MOVE "ADDRESS LINE 2"     TO DLH2-D-TEXT
061800         MOVE DLH2-CE-ADDR4        TO DLH2-D-EMPLOYER
061900         MOVE EMP-ADDR4            TO DLH2-D-OURS
062000         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
062100     END-IF
062200     IF DLH2-CE-CITY NOT = SPACES
062300         AND DLH2-CE-CITY NOT = EMP-CITY
062400         MOVE DLH2-CE-CITY         TO DL047-T-CITY
062500         MOVE "CITY"               TO DLH2-D-TEXT
062600         MOVE DLH2-CE-CITY         TO DLH2-D-EMPLOYER
062700         MOVE EMP-CITY             TO DLH2-D-OURS
062800         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
062900     END-IF
063000     IF DLH2-CE-ST NOT = SPACES
063100         AND DLH2-CE-ST NOT = EMP-ST
063200         MOVE DLH2-CE-ST           TO DL047-T-ST
063300         MOVE "STATE"              TO DLH2-D-TEXT
063400         MOVE DLH2-CE-ST           TO DLH2-D-EMPLOYER
063500         MOVE EMP-ST               TO DLH2-D-OURS
063600         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
063700     END-IF
063800     IF DLH2-CE-ZIP NOT = ZERO
063900         AND DLH2-CE-ZIP NOT = EMP-ZIP
064000         MOVE DLH2-CE-ZIP          TO DL047-T-ZIP
064100         MOVE "ZIP CODE"           TO DLH2-D-TEXT
064200         MOVE DLH2-CE-ZIP          TO DLH2-D-EMPLOYER
064300         MOVE EMP-ZIP              TO DLH2-NUM-WORK
064400         MOVE DLH2-NUM-WORK        TO DLH2-D-OURS
064500         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
064600     END-IF
064700     IF DLH2-CHANGED
064800         PERFORM 5100-WRITE-DL047   THRU 5100-EXIT
064900     END-IF
065000     IF DLH2-CE-DOB NOT = ZERO
065100         AND DLH2-CE-DOB NOT = EMP-DOB
065200         MOVE "DATE OF BIRTH"      TO DLH2-D-TEXT
065300         MOVE DLH2-CE-DOB          TO DLH2-D-EMPLOYER
065400         MOVE EMP-DOB              TO DLH2-NUM-WORK
065500         MOVE DLH2-NUM-WORK        TO DLH2-D-OURS
065600         MOVE "REVIEW"             TO DLH2-D-ACTION
065700         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
065800     END-IF.
065900 2500-EXIT.
066000     EXIT.
066100*================================================================
066200*    2550-COMPARE-COVERAGE  -  THE EMPLOYEE'S OPEN OCCURRENCE IN *
066300*                              THE GROUP AGAINST THE FILE'S      *
066400*                              TERMS.  A PLAN OR TIER CHANGE IS  *
066500*                              CUT AS A CANCEL OF THE OLD        *
066600*                              OCCURRENCE AND AN ADD OF THE NEW  *
066700*================================================================
066800 2550-COMPARE-COVERAGE.
066900     PERFORM 2555-FIND-OPEN-COV     THRU 2555-EXIT
067000         VARYING DLH2-COV-SUB FROM 1 BY 1
067100         UNTIL DLH2-COV-SUB > 12
067200         OR (EMP-COV-EFF-DT-EE-T(DLH2-COV-SUB) NOT = ZERO
067300         AND EMP-COV-CANC-DT-EE-T(DLH2-COV-SUB) = ZERO
067400         AND EMP-COV-GROUP-EE-T(DLH2-COV-SUB) = DLH2-GROUP)
067500     MOVE DLH2-CE-BEN-CD           TO DLH2-D-EMPLOYER
067600     MOVE SPACES                   TO DLH2-D-OURS
067700     MOVE "DL007"                  TO DLH2-D-ACTION
067800     IF DLH2-COV-SUB NOT > 12
067900         MOVE EMP-COV-BEN-CD-EE-T(DLH2-COV-SUB) TO DLH2-D-OURS
068000     END-IF
068100     IF DLH2-CE-CANC-DT NOT = ZERO
068200         IF DLH2-COV-SUB NOT > 12
068300             ADD 1 TO DLH2-TERMS
068400             MOVE "EMPLOYEE TERMINATED"  TO DLH2-D-TEXT
068500             MOVE DLH2-CE-CANC-DT       TO DLH2-D-EMPLOYER
068600             PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
068700             MOVE DLH2-CE-CANC-DT       TO DLH2-CANC-DT
068701             MOVE "T"                   TO DLH2-CANC-CD
068900             PERFORM 2570-CUT-COV-CANCEL THRU 2570-EXIT
069000         END-IF
069100         GO TO 2550-EXIT
069200     END-IF
069300     IF DLH2-CE-BEN-CD = SPACES
069400         GO TO 2550-EXIT
069500     END-IF
069600     IF DLH2-COV-SUB > 12
069700         MOVE "NO OPEN COVERAGE ON FILE" TO DLH2-D-TEXT
069800         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
069900         PERFORM 2560-CUT-NEW-COV   THRU 2560-EXIT
070000         GO TO 2550-EXIT
070100     END-IF
070200     IF DLH2-CE-BEN-CD NOT = EMP-COV-BEN-CD-EE-T(DLH2-COV-SUB)
070300         OR (DLH2-CE-COVERAGE NOT = SPACES
070400         AND DLH2-CE-COVERAGE NOT = EMP-COVERAGE-T(DLH2-COV-SUB))
070500         MOVE "COVERAGE TERMS DIFFER" TO DLH2-D-TEXT
070600         MOVE DLH2-CE-COVERAGE     TO DLH2-D-EMPLOYER(11:2)
070700         MOVE EMP-COVERAGE-T(DLH2-COV-SUB) TO DLH2-D-OURS(11:2)
070800         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
070900         MOVE DLH2-CE-EFF-DT       TO DLH2-CANC-DT
071000         IF DLH2-CANC-DT = ZERO
071100             MOVE DLH2-RUN-DATE    TO DLH2-CANC-DT
071200         END-IF
071201         MOVE "C"                  TO DLH2-CANC-CD
071400         PERFORM 2570-CUT-COV-CANCEL THRU 2570-EXIT
071500         PERFORM 2560-CUT-NEW-COV   THRU 2560-EXIT
071600         GO TO 2550-EXIT
071700     END-IF
071800     IF DLH2-CE-EFF-DT NOT = ZERO
071900         AND DLH2-CE-EFF-DT
072000             NOT = EMP-COV-EFF-DT-EE-T(DLH2-COV-SUB)
072100         MOVE "COVERAGE EFFECTIVE DATE"  TO DLH2-D-TEXT
072200         MOVE DLH2-CE-EFF-DT       TO DLH2-D-EMPLOYER
072300         MOVE EMP-COV-EFF-DT-EE-T(DLH2-COV-SUB) TO DLH2-NUM-WORK
072400         MOVE DLH2-NUM-WORK        TO DLH2-D-OURS
072500         MOVE "REVIEW"             TO DLH2-D-ACTION
072600         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
072700     END-IF.
072800 2550-EXIT.
072900     EXIT.
073000*================================================================
073100*    2555-FIND-OPEN-COV  -  BODY IS EMPTY; THE SEARCH IS DONE    *
073200*                           ENTIRELY BY THE VARYING/UNTIL        *
073300*================================================================
073400 2555-FIND-OPEN-COV.
073500     CONTINUE.
073600 2555-EXIT.
073700     EXIT.
073800*================================================================
073900*    2560-CUT-NEW-COV  -  A NEW OCCURRENCE FROM THE FILE'S TERMS;*
074000*                         A PLAN CHANGE KEEPS THE OLD            *
074100*                         OCCURRENCE'S BILLING FIELDS            *
074200*================================================================
074300 2560-CUT-NEW-COV.
074400     MOVE SPACES                   TO DL007-TRAN-RECORD
074401     MOVE DLH2-HOLD-KEY            TO DL007-T-EMP-ID
074402     IF DLH2-COV-SUB NOT > 12
074800         MOVE EMP-COV-EE-TBL(DLH2-COV-SUB) TO DL007-COV-DETAIL
074900     ELSE
075000         MOVE ZERO                 TO DL007-COV-ROUT-CD
075100     END-IF
075200     MOVE DLH2-CE-EFF-DT           TO DL007-COV-EFF-DT-EE
075300     IF DLH2-CE-EFF-DT = ZERO
075400         MOVE DLH2-RUN-DATE        TO DL007-COV-EFF-DT-EE
075500     END-IF
075600     MOVE ZERO                     TO DL007-COV-CANC-DT-EE
075700     MOVE DLH2-GROUP               TO DL007-COV-GROUP-EE
075800     MOVE DLH2-CE-BEN-CD           TO DL007-COV-BEN-CD-EE
075900     IF DLH2-CE-COVERAGE NOT = SPACES
076000         MOVE DLH2-CE-COVERAGE     TO DL007-COVERAGE
076100     END-IF
076200     MOVE SPACE                    TO DL007-COV-CANC-CD
076300     PERFORM 5000-WRITE-DL007       THRU 5000-EXIT.
076400 2560-EXIT.
076500     EXIT.
076600*================================================================
076700*    2570-CUT-COV-CANCEL  -  THE OCCURRENCE'S OWN KEYS WITH      *
076701*                            DLH2-CANC-DT AND DLH2-CANC-CD, THE  *
076702*                            DL076 SHAPE                         *
077000*================================================================
077100 2570-CUT-COV-CANCEL.
077300     MOVE EMP-EMP-ID               TO DL007-T-EMP-ID
077400     MOVE EMP-COV-EE-TBL(DLH2-COV-SUB) TO DL007-COV-DETAIL
077500     MOVE DLH2-CANC-DT             TO DL007-COV-CANC-DT-EE
077501     MOVE DLH2-CANC-CD             TO DL007-COV-CANC-CD
077700     PERFORM 5000-WRITE-DL007       THRU 5000-EXIT.
077800 2570-EXIT.
077900     EXIT.
078000*================================================================
078100*    2590-NOTE-CHANGE  -  REPORT ONE CHANGED FIELD AND MARK THE  *
078200*                         TRANSACTION IN HAND AS NEEDED          *
078300*================================================================
078400 2590-NOTE-CHANGE.
078500     MOVE "Y"                      TO DLH2-CHANGED-SW
078600     PERFORM 5900-PRINT-DIFF        THRU 5900-EXIT.
078700 2590-EXIT.
078800     EXIT.
078900*================================================================
079000*    2600-COMPARE-DEPENDENTS  -  ADDS FIRST (DL048 NUMBERS       *
079100*                                THEM), THEN OUR DEPENDENTS IN   *
079200*                                DEPENDENT-NUMBER ORDER: CHANGED *
079300*                                OR DROPPED                      *
079400*================================================================
079500 2600-COMPARE-DEPENDENTS.
079600     PERFORM 2610-MATCH-CEN-DEP     THRU 2610-EXIT
079700         VARYING DLH2-CD-SUB FROM 1 BY 1
079800         UNTIL DLH2-CD-SUB > DLH2-CD-COUNT
079900     PERFORM 2650-CHECK-MST-DEP     THRU 2650-EXIT
080000         VARYING DLH2-MD-SUB FROM 1 BY 1
080100         UNTIL DLH2-MD-SUB > DLH2-MD-COUNT.
080200 2600-EXIT.
080300     EXIT.
080400*================================================================
080500*    2610-MATCH-CEN-DEP  -  A FILE DEPENDENT WHOSE NUMBER IS NOT *
080600*                           ON BHS1DEP FOR THE MEMBER IS ADDED   *
080700*================================================================
080800 2610-MATCH-CEN-DEP.
080900     PERFORM 2620-FIND-MST-DEP      THRU 2620-EXIT
081000         VARYING DLH2-MD-SUB FROM 1 BY 1
081100         UNTIL DLH2-MD-SUB > DLH2-MD-COUNT
081200         OR DLH2-MD-DEP-NBR(DLH2-MD-SUB)
081300             = DLH2-CD-DEP-NBR(DLH2-CD-SUB)
081400     IF DLH2-MD-SUB NOT > DLH2-MD-COUNT
081600         GO TO 2610-EXIT
081700     END-IF
081800     MOVE DLH2-CD-DEP-NBR(DLH2-CD-SUB) TO DLH2-D-DEP-NBR
081900     MOVE "DEPENDENT ADDED"        TO DLH2-D-TEXT
082000     MOVE DLH2-CD-FNAME(DLH2-CD-SUB) TO DLH2-D-EMPLOYER
082100     MOVE SPACES                   TO DLH2-D-OURS
082200     MOVE "DL048"                  TO DLH2-D-ACTION
082300     PERFORM 5900-PRINT-DIFF        THRU 5900-EXIT
082400     MOVE SPACES                   TO DL048-TRAN-RECORD
082500     MOVE EMP-EMP-ID               TO DL048-T-EMP-ID
082600     MOVE ZERO                     TO DL048-T-DEP-NBR
082700     MOVE "A"                      TO DL048-T-ACTION-CD
082800     MOVE DLH2-CD-FNAME(DLH2-CD-SUB) TO DL048-T-FNAME
082900     MOVE DLH2-CD-LNAME(DLH2-CD-SUB) TO DL048-T-LNAME
083000     MOVE DLH2-CD-REL(DLH2-CD-SUB) TO DL048-T-REL
083100     MOVE DLH2-CD-DOB(DLH2-CD-SUB) TO DL048-T-DOB
083200     MOVE DLH2-CD-SEX(DLH2-CD-SUB) TO DL048-T-SEX
083300     PERFORM 5200-WRITE-DL048       THRU 5200-EXIT.
083400 2610-EXIT.
083500     EXIT.
083600*================================================================
083700*    2620-FIND-MST-DEP  -  BODY IS EMPTY; THE SEARCH IS DONE     *
083800*                          ENTIRELY BY THE VARYING/UNTIL         *
083900*================================================================
084000 2620-FIND-MST-DEP.
084100     CONTINUE.
084200 2620-EXIT.
084300     EXIT.
084400*================================================================
084500*    2650-CHECK-MST-DEP  -  ONE OF OUR DEPENDENTS: DROPPED WHEN  *
084600*                           THE FILE DOES NOT CARRY IT, ELSE ONE *
084700*                           DL048 CHANGE CARRYING ONLY THE       *
084800*                           FIELDS THAT DIFFER                   *
084900*================================================================
085000 2650-CHECK-MST-DEP.
085100     MOVE DLH2-MD-DEP-NBR(DLH2-MD-SUB) TO DLH2-D-DEP-NBR
085200     MOVE "DL048"                  TO DLH2-D-ACTION
085300     MOVE SPACES                   TO DL048-TRAN-RECORD
085400     MOVE EMP-EMP-ID               TO DL048-T-EMP-ID
085500     MOVE DLH2-MD-DEP-NBR(DLH2-MD-SUB) TO DL048-T-DEP-NBR
085600     MOVE ZERO                     TO DL048-T-DOB
085700     PERFORM 2660-FIND-CEN-DEP      THRU 2660-EXIT
085800         VARYING DLH2-CD-SUB FROM 1 BY 1
085900         UNTIL DLH2-CD-SUB > DLH2-CD-COUNT
086000         OR DLH2-CD-DEP-NBR(DLH2-CD-SUB)
086100             = DLH2-MD-DEP-NBR(DLH2-MD-SUB)
086200     IF DLH2-CD-SUB > DLH2-CD-COUNT
086300         ADD 1 TO DLH2-TERMS
086400         MOVE "DEPENDENT DROPPED"  TO DLH2-D-TEXT
086500         MOVE SPACES               TO DLH2-D-EMPLOYER
086600         MOVE DLH2-MD-FNAME(DLH2-MD-SUB) TO DLH2-D-OURS
086700         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
086800         MOVE "X"                  TO DL048-T-ACTION-CD
086900         PERFORM 5200-WRITE-DL048   THRU 5200-EXIT
087000         GO TO 2650-EXIT
087100     END-IF
087200     MOVE "N"                      TO DLH2-CHANGED-SW
087300     MOVE "C"                      TO DL048-T-ACTION-CD
087400     IF DLH2-CD-FNAME(DLH2-CD-SUB) NOT = SPACES
087500         AND DLH2-CD-FNAME(DLH2-CD-SUB)
087600             NOT = DLH2-MD-FNAME(DLH2-MD-SUB)
087700         MOVE DLH2-CD-FNAME(DLH2-CD-SUB) TO DL048-T-FNAME
087800         MOVE "DEPENDENT FIRST NAME"    TO DLH2-D-TEXT
087900         MOVE DL048-T-FNAME        TO DLH2-D-EMPLOYER
088000         MOVE DLH2-MD-FNAME(DLH2-MD-SUB) TO DLH2-D-OURS
088100         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
088200     END-IF
088300     IF DLH2-CD-LNAME(DLH2-CD-SUB) NOT = SPACES
088400         AND DLH2-CD-LNAME(DLH2-CD-SUB)
088500             NOT = DLH2-MD-LNAME(DLH2-MD-SUB)
088600         MOVE DLH2-CD-LNAME(DLH2-CD-SUB) TO DL048-T-LNAME
088700         MOVE "DEPENDENT LAST NAME"     TO DLH2-D-TEXT
088800         MOVE DL048-T-LNAME        TO DLH2-D-EMPLOYER
088900         MOVE DLH2-MD-LNAME(DLH2-MD-SUB) TO DLH2-D-OURS
089000         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
089100     END-IF
089200     IF DLH2-CD-REL(DLH2-CD-SUB) NOT = SPACES
089300         AND DLH2-CD-REL(DLH2-CD-SUB)
089400             NOT = DLH2-MD-REL(DLH2-MD-SUB)
089500         MOVE DLH2-CD-REL(DLH2-CD-SUB) TO DL048-T-REL
089600         MOVE "DEPENDENT RELATIONSHIP"  TO DLH2-D-TEXT
089700         MOVE DL048-T-REL          TO DLH2-D-EMPLOYER
089800         MOVE DLH2-MD-REL(DLH2-MD-SUB) TO DLH2-D-OURS
089900         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
090000     END-IF
090100     IF DLH2-CD-DOB(DLH2-CD-SUB) NOT = ZERO
090200         AND DLH2-CD-DOB(DLH2-CD-SUB)
090300             NOT = DLH2-MD-DOB(DLH2-MD-SUB)
090400         MOVE DLH2-CD-DOB(DLH2-CD-SUB) TO DL048-T-DOB
090500         MOVE "DEPENDENT DATE OF BIRTH" TO DLH2-D-TEXT
090600         MOVE DLH2-CD-DOB(DLH2-CD-SUB) TO DLH2-D-EMPLOYER
090700         MOVE DLH2-MD-DOB(DLH2-MD-SUB) TO DLH2-NUM-WORK
090800         MOVE DLH2-NUM-WORK        TO DLH2-D-OURS
090900         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
091000     END-IF
091100     IF DLH2-CD-SEX(DLH2-CD-SUB) NOT = SPACES
091200         AND DLH2-CD-SEX(DLH2-CD-SUB)
091300             NOT = DLH2-MD-SEX(DLH2-MD-SUB)
091400         MOVE DLH2-CD-SEX(DLH2-CD-SUB) TO DL048-T-SEX
091500         MOVE "DEPENDENT SEX"      TO DLH2-D-TEXT
091600         MOVE DL048-T-SEX          TO DLH2-D-EMPLOYER
091700         MOVE DLH2-MD-SEX(DLH2-MD-SUB) TO DLH2-D-OURS
091800         PERFORM 2590-NOTE-CHANGE   THRU 2590-EXIT
091900     END-IF
092000     IF DLH2-CHANGED
092100         PERFORM 5200-WRITE-DL048   THRU 5200-EXIT
092200     END-IF.
092300 2650-EXIT.
092400     EXIT.
092500*================================================================
092600*    2660-FIND-CEN-DEP  -  BODY IS EMPTY; THE SEARCH IS DONE     *
092700*                          ENTIRELY BY THE VARYING/UNTIL         *
092800*================================================================
092900 2660-FIND-CEN-DEP.
093000     CONTINUE.
093100 2660-EXIT.
093200     EXIT.
093300*================================================================
093400*    2700-COMPARE-SIDE  -  SPOUSE ("S") OR DEPENDENT ("D")       *
093500*                          COVERAGE.  THE FILE'S FIRST BENEFIT   *
093600*                          CODE FOR THE SIDE IS THE TERM WANTED; *
093700*                          THE OPEN OCCURRENCE IS CANCELLED ONLY *
093800*                          WHEN THE FILE CARRIES NOBODY ON THAT  *
093900*                          SIDE                                  *
094000*================================================================
094100 2700-COMPARE-SIDE.
094200     MOVE "N"                      TO DLH2-SIDE-SW
094300     MOVE SPACES                   TO DLH2-SIDE-BEN-CD
094400     MOVE ZERO                     TO DLH2-SIDE-EFF-DT
094500     PERFORM 2710-SCAN-CEN-SIDE     THRU 2710-EXIT
094600         VARYING DLH2-CD-SUB FROM 1 BY 1
094700         UNTIL DLH2-CD-SUB > DLH2-CD-COUNT
094800     IF DLH2-SIDE-EFF-DT = ZERO
094900         MOVE DLH2-CE-EFF-DT       TO DLH2-SIDE-EFF-DT
095000     END-IF
095100     IF DLH2-SIDE-EFF-DT = ZERO
095200         MOVE DLH2-RUN-DATE        TO DLH2-SIDE-EFF-DT
095300     END-IF
095400     MOVE SPACES                   TO DLH2-OPEN-BEN-CD
095500     PERFORM 2720-FIND-OPEN-SIDE    THRU 2720-EXIT
095600         VARYING DLH2-SUB FROM 1 BY 1
095700         UNTIL DLH2-SUB > 6
095800         OR DLH2-OPEN-BEN-CD NOT = SPACES
095900     MOVE ZERO                     TO DLH2-D-DEP-NBR
096000     MOVE DLH2-SIDE-BEN-CD         TO DLH2-D-EMPLOYER
096100     MOVE DLH2-OPEN-BEN-CD         TO DLH2-D-OURS
096200     MOVE "DL089"                  TO DLH2-D-ACTION
096300     EVALUATE TRUE
096400         WHEN DLH2-OPEN-BEN-CD NOT = SPACES
096500             AND NOT DLH2-SIDE-PRESENT
096600             ADD 1 TO DLH2-TERMS
096700             PERFORM 2730-SIDE-TEXT     THRU 2730-EXIT
096800             MOVE "COVERAGE DROPPED"    TO DLH2-D-TEXT(11:)
096900             PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
097000             MOVE DLH2-TERM-DT          TO DLH2-CANC-DT
097100             PERFORM 2750-CUT-SIDE-CANCEL THRU 2750-EXIT
097200         WHEN DLH2-SIDE-BEN-CD = SPACES
097300             CONTINUE
097400         WHEN DLH2-OPEN-BEN-CD = SPACES
097500             PERFORM 2730-SIDE-TEXT     THRU 2730-EXIT
097600             MOVE "COVERAGE ADDED"      TO DLH2-D-TEXT(11:)
097700             PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
097800             PERFORM 2760-CUT-SIDE-ADD  THRU 2760-EXIT
097900         WHEN DLH2-OPEN-BEN-CD NOT = DLH2-SIDE-BEN-CD
098000             PERFORM 2730-SIDE-TEXT     THRU 2730-EXIT
098100             MOVE "COVERAGE DIFFERS"    TO DLH2-D-TEXT(11:)
098200             PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
098300             MOVE DLH2-SIDE-EFF-DT      TO DLH2-CANC-DT
098400             PERFORM 2750-CUT-SIDE-CANCEL THRU 2750-EXIT
098500             PERFORM 2760-CUT-SIDE-ADD  THRU 2760-EXIT
098600     END-EVALUATE.
098700 2700-EXIT.
098800     EXIT.
098900*================================================================
099000*    2710-SCAN-CEN-SIDE
099100*================================================================
099200 2710-SCAN-CEN-SIDE.
099300     IF DLH2-SIDE-CD = "S"
099400         AND DLH2-CD-REL(DLH2-CD-SUB) NOT = DLH2-SPOUSE-REL
099500         GO TO 2710-EXIT
099600     END-IF
099700     IF DLH2-SIDE-CD = "D"
099800         AND DLH2-CD-REL(DLH2-CD-SUB) = DLH2-SPOUSE-REL
099900         GO TO 2710-EXIT
100000     END-IF
100100     MOVE "Y"                      TO DLH2-SIDE-SW
100200     IF DLH2-SIDE-BEN-CD = SPACES
100300         MOVE DLH2-CD-BEN-CD(DLH2-CD-SUB) TO DLH2-SIDE-BEN-CD
100400         MOVE DLH2-CD-EFF-DT(DLH2-CD-SUB) TO DLH2-SIDE-EFF-DT
100500     END-IF.
100600 2710-EXIT.
100700     EXIT.
100800*================================================================
100900*    2720-FIND-OPEN-SIDE  -  THE FIRST OPEN OCCURRENCE ON THE    *
101000*                            SIDE                                *
101100*================================================================
101200 2720-FIND-OPEN-SIDE.
101300     IF DLH2-SIDE-CD = "S"
101400         IF EMP-COV-SP-EFF-DT-SP-T(DLH2-SUB) NOT = ZERO
101500             AND EMP-COV-SP-CANC-DT-SP-T(DLH2-SUB) = ZERO
101600             MOVE EMP-COV-SP-BEN-CD-SP-T(DLH2-SUB)
101700                                   TO DLH2-OPEN-BEN-CD
101800             MOVE EMP-COV-SP-EFF-DT-SP-T(DLH2-SUB)
101900                                   TO DLH2-OPEN-EFF-DT
102000             MOVE EMP-COV-SP-MULT-BL-SP-T(DLH2-SUB)
102100                                   TO DLH2-OPEN-MULT-BILL
102200         END-IF
102300     ELSE
102400         IF EMP-COV-SP-EFF-DT-DEP-T(DLH2-SUB) NOT = ZERO
102500             AND EMP-COV-SP-CANC-DT-DEP-T(DLH2-SUB) = ZERO
102600             MOVE EMP-COV-SP-BEN-CD-DEP-T(DLH2-SUB)
102700                                   TO DLH2-OPEN-BEN-CD
102800             MOVE EMP-COV-SP-EFF-DT-DEP-T(DLH2-SUB)
102900                                   TO DLH2-OPEN-EFF-DT
103000             MOVE EMP-COV-SP-MULT-BL-DEP-T(DLH2-SUB)
103100                                   TO DLH2-OPEN-MULT-BILL
103200         END-IF
103300     END-IF.
103400 2720-EXIT.
103500     EXIT.
103600*================================================================
103700*    2730-SIDE-TEXT
103800*================================================================
103900 2730-SIDE-TEXT.
104000     IF DLH2-SIDE-CD = "S"
104100         MOVE "SPOUSE"             TO DLH2-D-TEXT
104200     ELSE
104300         MOVE "DEPENDENT"          TO DLH2-D-TEXT
104400     END-IF.
104500 2730-EXIT.
104600     EXIT.
104700*================================================================
104800*    2750-CUT-SIDE-CANCEL
104900*================================================================
105000 2750-CUT-SIDE-CANCEL.
105100     MOVE SPACES                   TO DL089-TRAN-RECORD
105200     MOVE EMP-EMP-ID               TO DL089-T-EMP-ID
105300     MOVE DLH2-SIDE-CD             TO DL089-T-TARGET-CD
105400     MOVE "X"                      TO DL089-T-ACTION-CD
105500     MOVE DLH2-OPEN-EFF-DT         TO DL089-T-EFF-DT
105600     MOVE DLH2-CANC-DT             TO DL089-T-CANC-DT
105700     MOVE DLH2-OPEN-BEN-CD         TO DL089-T-BEN-CD
105800     MOVE DLH2-OPEN-MULT-BILL      TO DL089-T-MULT-BILL
105900     PERFORM 5300-WRITE-DL089       THRU 5300-EXIT.
106000 2750-EXIT.
106100     EXIT.
106200*================================================================
106300*    2760-CUT-SIDE-ADD
106400*================================================================
106500 2760-CUT-SIDE-ADD.
106600     MOVE SPACES                   TO DL089-TRAN-RECORD
106700     MOVE EMP-EMP-ID               TO DL089-T-EMP-ID
106800     MOVE DLH2-SIDE-CD             TO DL089-T-TARGET-CD
106900     MOVE "A"                      TO DL089-T-ACTION-CD
107000     MOVE DLH2-SIDE-EFF-DT         TO DL089-T-EFF-DT
107100     MOVE ZERO                     TO DL089-T-CANC-DT
107200     MOVE DLH2-SIDE-BEN-CD         TO DL089-T-BEN-CD
107300     PERFORM 5300-WRITE-DL089       THRU 5300-EXIT.
107400 2760-EXIT.
107500     EXIT.
107600*================================================================
107700*    3000-DECIDE-RELEASE  -  RELEASE MODE WITHIN THE CAP RUNS    *
107800*                            THE MATCH AGAIN, WRITING ONLY       *
107900*================================================================
108000 3000-DECIDE-RELEASE.
108100     IF DLH2-TERMS > DLH2-TERM-CAP
108200         IF DLH2-RELEASE-MODE
108300             MOVE "RELEASE WITHHELD - TERMINATIONS EXCEED THE CAP"
108400                                   TO DLH2-R-TEXT
108500             MOVE 8                TO RETURN-CODE
108600         ELSE
108700             MOVE "REVIEW ONLY - TERMINATIONS EXCEED THE CAP"
108800                                   TO DLH2-R-TEXT
108900             MOVE 4                TO RETURN-CODE
109000         END-IF
109100         GO TO 3000-EXIT
109200     END-IF
109300     IF NOT DLH2-RELEASE-MODE
109400         MOVE "REVIEW ONLY - NO TRANSACTIONS RELEASED"
109500                                   TO DLH2-R-TEXT
109600         GO TO 3000-EXIT
109700     END-IF
109800     MOVE "N"                      TO DLH2-PRINT-SW
109900     MOVE "Y"                      TO DLH2-WRITE-SW
110000     INITIALIZE DLH2-COUNTERS
110100     PERFORM 2000-RECONCILE         THRU 2000-EXIT
110200     MOVE "TRANSACTIONS RELEASED"  TO DLH2-R-TEXT.
110300 3000-EXIT.
110400     EXIT.
110500*================================================================
110600*    4000-TERMINATE
110700*================================================================
110800 4000-TERMINATE.
110900     MOVE DLH2-CEN-READ            TO DLH2-T-CEN-READ
111000     MOVE DLH2-MSTR-READ           TO DLH2-T-MSTR-READ
111100     MOVE DLH2-MBR-MATCHED         TO DLH2-T-MATCHED
111200     MOVE DLH2-MBR-NOT-ON-FILE     TO DLH2-T-NOT-ON-FILE
111300     MOVE DLH2-MBR-NOT-ON-CEN      TO DLH2-T-NOT-ON-CEN
111400     MOVE DLH2-DIFFS               TO DLH2-T-DIFFS
111500     MOVE DLH2-TERMS               TO DLH2-T-TERMS
111600     MOVE DLH2-T07-CUT             TO DLH2-T-T07
111700     MOVE DLH2-T47-CUT             TO DLH2-T-T47
111800     MOVE DLH2-T48-CUT             TO DLH2-T-T48
111900     MOVE DLH2-T89-CUT             TO DLH2-T-T89
112000     WRITE DL172-RPT-LINE FROM SPACES
112100     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-1
112200     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-2
112300     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-3
112400     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-4
112500     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-5
112600     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-6
112700     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-7
112800     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-8
112900     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-9
113000     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-10
113100     WRITE DL172-RPT-LINE FROM DLH2-TOTAL-LINE-11
113200     WRITE DL172-RPT-LINE FROM SPACES
113300     WRITE DL172-RPT-LINE FROM DLH2-RELEASE-LINE
113400     CLOSE DL172-T07-FILE
113500     CLOSE DL172-T47-FILE
113600     CLOSE DL172-T48-FILE
113700     CLOSE DL172-T89-FILE
113800     CLOSE DL172-RPT-FILE.
113900 4000-EXIT.
114000     EXIT.
114100*================================================================
114200*    5000-WRITE-DL007  -  THE TRANSACTION WRITERS COUNT ON       *
114300*                         EVERY PASS AND WRITE ONLY ON THE       *
114400*                         RELEASE PASS                           *
114500*================================================================
114600 5000-WRITE-DL007.
114700     ADD 1 TO DLH2-T07-CUT
114800     IF DLH2-WRITING
114900         WRITE DL007-TRAN-RECORD
115000     END-IF.
115100 5000-EXIT.
115200     EXIT.
115300*================================================================
115400*    5100-WRITE-DL047
115500*================================================================
115600 5100-WRITE-DL047.
115700     ADD 1 TO DLH2-T47-CUT
115800     IF DLH2-WRITING
115900         WRITE DL047-TRAN-RECORD
116000     END-IF.
116100 5100-EXIT.
116200     EXIT.
116300*================================================================
116400*    5200-WRITE-DL048
116500*================================================================
116600 5200-WRITE-DL048.
116700     ADD 1 TO DLH2-T48-CUT
116800     IF DLH2-WRITING
116900         WRITE DL048-TRAN-RECORD
117000     END-IF.
117100 5200-EXIT.
117200     EXIT.
117300*================================================================
117400*    5300-WRITE-DL089
117500*================================================================
117600 5300-WRITE-DL089.
117700     ADD 1 TO DLH2-T89-CUT
117800     IF DLH2-WRITING
117900         WRITE DL089-TRAN-RECORD
118000     END-IF.
118100 5300-EXIT.
118200     EXIT.
118300*================================================================
118400*    5900-PRINT-DIFF  -  ONE DIFFERENCE LINE, PRINTED ON THE     *
118500*                        REVIEW PASS ONLY                        *
118600*================================================================
118700 5900-PRINT-DIFF.
118800     ADD 1 TO DLH2-DIFFS
118900     IF DLH2-PRINTING
119000         WRITE DL172-RPT-LINE FROM DLH2-DETAIL-LINE
119100     END-IF.
119200 5900-EXIT.
119300     EXIT.
119400*================================================================
119500*    8000-READ-MASTER  -  NEXT BED1EMP MEMBER IN THE GROUP       *
119600*================================================================
119700 8000-READ-MASTER.
119800     READ BED1EMP-FILE
119900         AT END
120000             SET DLH2-MSTR-EOF TO TRUE
120100             MOVE HIGH-VALUES      TO DLH2-MSTR-KEY
120200             GO TO 8000-EXIT
120300     END-READ
120400     IF EMP-COV-GROUP-EE1 NOT = DLH2-GROUP
120500         GO TO 8000-READ-MASTER
120600     END-IF
120700     MOVE EMP-EMP-ID               TO DLH2-MSTR-KEY.
120800 8000-EXIT.
120900     EXIT.
121000*================================================================
121100*    8100-READ-DEP
121200*================================================================
121300 8100-READ-DEP.
121400     READ BHS1DEP-FILE
121500         AT END
121600             SET DLH2-DEP-EOF TO TRUE
121700             MOVE HIGH-VALUES      TO DLH2-DEP-KEY
121800     END-READ
121900     IF NOT DLH2-DEP-EOF
122000         MOVE CLS-EMP-ID           TO DLH2-DEP-KEY
122100     END-IF.
122200 8100-EXIT.
122300     EXIT.
122400*================================================================
122500*    8200-READ-CENSUS
122600*================================================================
122700 8200-READ-CENSUS.
122800     READ DL172-CEN-FILE
122900         AT END
123000             SET DLH2-CEN-EOF TO TRUE
123100             MOVE HIGH-VALUES      TO DLH2-CEN-KEY
123200     END-READ
123300     IF NOT DLH2-CEN-EOF
123400         ADD 1 TO DLH2-CEN-READ
123401         MOVE DL172-C-EMP-ID       TO DLH2-CEN-KEY
123500     END-IF.
123600 8200-EXIT.
123700     EXIT.
123800*================================================================
123900*    9900-TABLE-ABORT  -  MORE THAN 50 DEPENDENTS FOR ONE MEMBER *
124000*================================================================
124100 9900-TABLE-ABORT.
124200     DISPLAY "DL172: DEPENDENTS EXCEED THE 50-ENTRY TABLE"
124300     MOVE 8                        TO RETURN-CODE
124400     GOBACK.
124500 9900-EXIT.
124600     EXIT.
