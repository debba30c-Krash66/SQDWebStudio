000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL157.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - BIRTHDAY-RULE COB ORDER
001100*                   DETERMINATION FOR CHILDREN CARRIED UNDER TWO
001200*                   OF OUR OWN SUBSCRIBERS.  PASS 1 BUILDS A
001300*                   ONE-TIME INDEXED LOOKUP EXTRACT (DL157IDX) OF
001400*                   EVERY MEMBER'S DATE OF BIRTH AND IN-FORCE
001500*                   COVERAGE DATE, THE WAY DL051 BUILDS DL051IDX.
001600*                   PASS 2 RE-READS BED1EMP WITH BHS1DEP AND THE
001700*                   LOCKSTEP BHS2MCH/BHS3MDE PAIR (PATIENT ORDER)
001800*                   MATCHED TO IT.  A SUBSCRIBER WITH AN IN-FORCE
001900*                   EMP-OI-TBL OCCURRENCE WHOSE EMP-DUAL-ID-T IS
002000*                   ON THE INDEX HAS THE OTHER PARENT ON OUR OWN
002100*                   BOOKS: THE EARLIER MONTH AND DAY OF BIRTH IS
002200*                   PRIMARY, A SHARED BIRTHDAY GOES TO THE PARENT
002300*                   COVERED LONGER (EARLIER COVERAGE DATE).  ONE
002400*                   DL157COB DETERMINATION IS WRITTEN PER CHILD
002500*                   (CLS-REL NOT "SP"), AND EACH OF THE CHILD'S
002600*                   PAID CLAIMS UNDER THIS SUBSCRIBER IS COMPARED
002700*                   WITH IT: PAID IN FULL UNDER THE SECONDARY
002800*                   PARENT, OR CUT BACK AS SECONDARY UNDER THE
002900*                   PRIMARY ONE, GOES TO DL157EXC.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL157-IDX-FILE     ASSIGN TO DL157IDX
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS DYNAMIC
004200            RECORD KEY IS DL157-IDX-EMP-ID.
004300     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL157-COB-FILE     ASSIGN TO DL157COB
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT DL157-EXC-FILE     ASSIGN TO DL157EXC
005200            ORGANIZATION IS SEQUENTIAL.
005300     SELECT DL157-RPT-FILE     ASSIGN TO DL157RPT
005400            ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  BED1EMP-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY BED1EMP.
006000     COPY BED1EMPT.
006100 FD  DL157-IDX-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DL157IDX.
006400 FD  BHS1DEP-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY BHS1DEP.
006700 FD  BHS2MCH-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY BHS2MCH.
007000 FD  BHS3MDE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY BHS3MDE.
007300 FD  DL157-COB-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DL157COB.
007600 FD  DL157-EXC-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY DL157EXC.
007900 FD  DL157-RPT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  DL157-RPT-LINE                PIC X(132).
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------------
008400*    DLF7-SWITCHES AND COUNTERS
008500*----------------------------------------------------------------
008600 01  DLF7-SWITCHES.
008700     05  DLF7-MSTR-EOF-SW          PIC X(1)     VALUE "N".
008800         88  DLF7-MSTR-EOF                       VALUE "Y".
008900     05  DLF7-DEP-EOF-SW           PIC X(1)     VALUE "N".
009000         88  DLF7-DEP-EOF                        VALUE "Y".
009100     05  DLF7-CLM-EOF-SW           PIC X(1)     VALUE "N".
009200         88  DLF7-CLM-EOF                        VALUE "Y".
009300     05  DLF7-DET-EOF-SW           PIC X(1)     VALUE "N".
009400         88  DLF7-DET-EOF                        VALUE "Y".
009500     05  DLF7-FOUND-SW             PIC X(1)     VALUE "N".
009600         88  DLF7-FOUND                          VALUE "Y".
009700     05  DLF7-DUAL-SW              PIC X(1)     VALUE "N".
009800         88  DLF7-DUAL-IN-FORCE                  VALUE "Y".
009900*    THIS SUBSCRIBER'S PLACE IN THE ORDER OF BENEFITS
010000     05  DLF7-ORDER-SW             PIC X(1)     VALUE SPACE.
010100         88  DLF7-OWN-PRIMARY                    VALUE "P".
010200         88  DLF7-OWN-SECONDARY                  VALUE "S".
010300         88  DLF7-ORDER-UNKNOWN                  VALUE "U".
010400 01  DLF7-KEYS.
010500     05  DLF7-DEP-KEY              PIC X(13).
010600     05  DLF7-CLM-KEY              PIC X(13).
010700*----------------------------------------------------------------
010800*    DLF7-DEP-TABLE  -  THE CURRENT SUBSCRIBER'S DEPENDENTS
010900*----------------------------------------------------------------
011000 01  DLF7-DEP-TABLE.
011100     05  DLF7-DEP-COUNT            PIC S9(4) COMP VALUE ZERO.
011200     05  DLF7-DEP-ENTRY OCCURS 30 TIMES.
011300         10  DLF7-P-DEP-NBR        PIC 9(4).
011400         10  DLF7-P-REL            PIC X(2).
011500         10  DLF7-P-FNAME          PIC X(10).
011600 01  DLF7-WORK-FIELDS.
011700     05  DLF7-SUB                  PIC S9(4) COMP VALUE ZERO.
011800     05  DLF7-DEP-SUB              PIC S9(4) COMP VALUE ZERO.
011900     05  DLF7-WORK-DEP-NBR         PIC 9(4).
012000     05  DLF7-OTHER-EMP-ID         PIC X(13).
012100     05  DLF7-PRIMARY-EMP-ID       PIC X(13).
012200     05  DLF7-RULE                 PIC X(1).
012300     05  DLF7-WORK-DATE            PIC 9(8).
012400     05  DLF7-WORK-DATE-R REDEFINES DLF7-WORK-DATE.
012500         10  FILLER                PIC 9(4).
012600         10  DLF7-WORK-MMDD        PIC 9(4).
012700     05  DLF7-OWN-BDAY             PIC 9(4).
012800     05  DLF7-OTHER-BDAY           PIC 9(4).
012900     05  DLF7-OWN-COV-SINCE        PIC 9(8).
013000     05  DLF7-OTHER-COV-SINCE      PIC 9(8).
013100     05  DLF7-COV-SINCE            PIC 9(8).
013200 01  DLF7-DATE-WORK.
013300     05  DLF7-RUN-DATE             PIC 9(8).
013400 01  DLF7-COUNTERS.
013500     05  DLF7-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
013600     05  DLF7-DUAL-FAMILIES        PIC S9(8) COMP VALUE ZERO.
013700     05  DLF7-OTHER-NOT-COV        PIC S9(8) COMP VALUE ZERO.
013800     05  DLF7-DETERMINED           PIC S9(8) COMP VALUE ZERO.
013900     05  DLF7-UNDETERMINED         PIC S9(8) COMP VALUE ZERO.
014000     05  DLF7-CLM-CHECKED          PIC S9(8) COMP VALUE ZERO.
014100     05  DLF7-WRONG-SECONDARY      PIC S9(8) COMP VALUE ZERO.
014200     05  DLF7-WRONG-PRIMARY        PIC S9(8) COMP VALUE ZERO.
014300     05  DLF7-WRONG-AMT            PIC S9(13) COMP-3 VALUE ZERO.
014400 01  DLF7-HEADING-1.
014500     05  FILLER                    PIC X(50)
014600         VALUE "BIRTHDAY-RULE COB ORDER DETERMINATION".
014700 01  DLF7-COLUMN-HEADING.
014800     05  FILLER                   PIC X(15) VALUE "MEMBER".
014900     05  FILLER                   PIC X(6)  VALUE "DEP".
015000     05  FILLER                   PIC X(12) VALUE "NAME".
015100     05  FILLER                   PIC X(15) VALUE "OTHER PARENT".
015200     05  FILLER                   PIC X(15) VALUE "PRIMARY".
015300     05  FILLER                   PIC X(6)  VALUE "RULE".
015400     05  FILLER                   PIC X(6)  VALUE "OWN".
015500     05  FILLER                   PIC X(6)  VALUE "OTHER".
015600     05  FILLER                   PIC X(10) VALUE "OWN COV".
015700     05  FILLER                   PIC X(10) VALUE "OTHER COV".
015800 01  DLF7-DETAIL-LINE.
015900     05  DLF7-D-EMP-ID             PIC X(13).
016000     05  FILLER                    PIC X(2)  VALUE SPACES.
016100     05  DLF7-D-DEP-NBR            PIC 9(4).
016200     05  FILLER                    PIC X(2)  VALUE SPACES.
016300     05  DLF7-D-FNAME              PIC X(10).
016400     05  FILLER                    PIC X(2)  VALUE SPACES.
016500     05  DLF7-D-OTHER-ID           PIC X(13).
016600     05  FILLER                    PIC X(2)  VALUE SPACES.
016700     05  DLF7-D-PRIMARY-ID         PIC X(13).
016800     05  FILLER                    PIC X(2)  VALUE SPACES.
016900     05  DLF7-D-RULE               PIC X(1).
017000     05  FILLER                    PIC X(5)  VALUE SPACES.
017100     05  DLF7-D-OWN-BDAY           PIC 9(4).
017200     05  FILLER                    PIC X(2)  VALUE SPACES.
017300     05  DLF7-D-OTHER-BDAY         PIC 9(4).
017400     05  FILLER                    PIC X(2)  VALUE SPACES.
017500     05  DLF7-D-OWN-COV            PIC 9(8).
017600     05  FILLER                    PIC X(2)  VALUE SPACES.
017700     05  DLF7-D-OTHER-COV          PIC 9(8).
017800 01  DLF7-EXC-LINE.
017900     05  FILLER                    PIC X(6)  VALUE SPACES.
018000     05  FILLER                    PIC X(15)
018100         VALUE "WRONG PARENT - ".
018200     05  DLF7-E-REASON-TEXT        PIC X(26).
018300     05  FILLER                    PIC X(8)  VALUE "INVOICE ".
018400     05  DLF7-E-INV-NBR            PIC 9(13).
018500     05  FILLER                    PIC X(7)  VALUE "  PAID ".
018600     05  DLF7-E-PAID-DT            PIC 9(8).
018700     05  FILLER                    PIC X(2)  VALUE SPACES.
018800     05  DLF7-E-PAID-AMT           PIC ZZZ,ZZZ,ZZ9.
018900     05  FILLER                    PIC X(5)  VALUE "  OI ".
019000     05  DLF7-E-OI-AMT             PIC ZZZ,ZZZ,ZZ9.
019100 01  DLF7-TOTAL-LINE-1.
019200     05  FILLER                    PIC X(25)
019300         VALUE "MEMBERS READ".
019400     05  DLF7-T-MEMBERS            PIC ZZZ,ZZZ,ZZ9.
019500 01  DLF7-TOTAL-LINE-2.
019600     05  FILLER                    PIC X(25)
019700         VALUE "DUAL-COVERED SUBSCRIBERS".
019800     05  DLF7-T-FAMILIES           PIC ZZZ,ZZZ,ZZ9.
019900 01  DLF7-TOTAL-LINE-3.
020000     05  FILLER                    PIC X(25)
020100         VALUE "OTHER PARENT NOT COVERED".
020200     05  DLF7-T-NOT-COV            PIC ZZZ,ZZZ,ZZ9.
020300 01  DLF7-TOTAL-LINE-4.
020400     05  FILLER                    PIC X(25)
020500         VALUE "DEPENDENTS DETERMINED".
020600     05  DLF7-T-DETERMINED         PIC ZZZ,ZZZ,ZZ9.
020700 01  DLF7-TOTAL-LINE-5.
020800     05  FILLER                    PIC X(25)
020900         VALUE "DEPENDENTS UNDETERMINED".
021000     05  DLF7-T-UNDETERMINED       PIC ZZZ,ZZZ,ZZ9.
021100 01  DLF7-TOTAL-LINE-6.
021200     05  FILLER                    PIC X(25)
021300         VALUE "PAID CLAIMS CHECKED".
021400     05  DLF7-T-CHECKED            PIC ZZZ,ZZZ,ZZ9.
021500 01  DLF7-TOTAL-LINE-7.
021600     05  FILLER                    PIC X(25)
021700         VALUE "PAID FULL AS SECONDARY".
021800     05  DLF7-T-WRONG-SEC          PIC ZZZ,ZZZ,ZZ9.
021900 01  DLF7-TOTAL-LINE-8.
022000     05  FILLER                    PIC X(25)
022100         VALUE "PRIMARY PAID AS SECONDARY".
022200     05  DLF7-T-WRONG-PRI          PIC ZZZ,ZZZ,ZZ9.
022300 01  DLF7-TOTAL-LINE-9.
022400     05  FILLER                    PIC X(25)
022500         VALUE "PAID ON WRONG-PARENT CLMS".
022600     05  DLF7-T-WRONG-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
022700*----------------------------------------------------------------
022800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
022900*----------------------------------------------------------------
023000 01  DL903-PARMS.
023100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL157".
023200     05  DL903-REC-TYPE            PIC X(1).
023300     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
023400*----------------------------------------------------------------
023500*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
023600*----------------------------------------------------------------
023700 01  DL902-DATES.
023800     05  DL902-EXEC-DATE           PIC 9(8).
023900 01  DL902-EXEC-LINE.
024000     05  FILLER                    PIC X(14)
024100         VALUE "BUSINESS DATE ".
024200     05  DL902-EL-BUS              PIC 9(8).
024300     05  FILLER                    PIC X(11)
024400         VALUE "  EXECUTED ".
024500     05  DL902-EL-EXEC             PIC 9(8).
024600 PROCEDURE DIVISION.
024700*================================================================
024800*    0000-MAINLINE
024900*================================================================
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
025200     MOVE "S"                      TO DL903-REC-TYPE
025300     CALL "DL903" USING DL903-PARMS
025400     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
025500         UNTIL DLF7-MSTR-EOF
025600     PERFORM 3000-TERMINATE         THRU 3000-EXIT
025700     MOVE "E"                      TO DL903-REC-TYPE
025800     MOVE DLF7-MSTR-READ TO DL903-REC-COUNT
025900     CALL "DL903" USING DL903-PARMS
026000     GOBACK.
026100*================================================================
026200*    1000-INITIALIZE  -  PASS 1 BUILDS THE LOOKUP INDEX, THEN    *
026300*                        THE MASTER IS REOPENED FOR PASS 2       *
026400*================================================================
026500 1000-INITIALIZE.
026600     CALL "DL902" USING DLF7-RUN-DATE DL902-EXEC-DATE
026700     OPEN INPUT  BED1EMP-FILE
026800     OPEN OUTPUT DL157-IDX-FILE
026900     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
027000     PERFORM 1100-BUILD-INDEX       THRU 1100-EXIT
027100         UNTIL DLF7-MSTR-EOF
027200     CLOSE BED1EMP-FILE
027300     CLOSE DL157-IDX-FILE
027400     MOVE "N"                      TO DLF7-MSTR-EOF-SW
027500     OPEN INPUT  BED1EMP-FILE
027600     OPEN INPUT  DL157-IDX-FILE
027700     OPEN INPUT  BHS1DEP-FILE
027800     OPEN INPUT  BHS2MCH-FILE
027900     OPEN INPUT  BHS3MDE-FILE
028000     OPEN OUTPUT DL157-COB-FILE
028100     OPEN OUTPUT DL157-EXC-FILE
028200     OPEN OUTPUT DL157-RPT-FILE
028300     WRITE DL157-RPT-LINE FROM DLF7-HEADING-1
028400     MOVE DLF7-RUN-DATE TO DL902-EL-BUS
028500     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
028600     WRITE DL157-RPT-LINE FROM DL902-EXEC-LINE
028700     WRITE DL157-RPT-LINE FROM SPACES
028800     WRITE DL157-RPT-LINE FROM DLF7-COLUMN-HEADING
028900     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
029000     PERFORM 8100-READ-DEP          THRU 8100-EXIT
029100     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
029200 1000-EXIT.
029300     EXIT.
029400*================================================================
029500*    1100-BUILD-INDEX
029600*================================================================
029700 1100-BUILD-INDEX.
029800     PERFORM 1200-FIND-COV-SINCE    THRU 1200-EXIT
029900     MOVE EMP-EMP-ID               TO DL157-IDX-EMP-ID
030000     MOVE EMP-DOB                  TO DL157-IDX-DOB
030100     MOVE DLF7-COV-SINCE           TO DL157-IDX-COV-SINCE
030200     WRITE DL157-IDX-RECORD
030300     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
030400 1100-EXIT.
030500     EXIT.
030600*================================================================
030700*    1200-FIND-COV-SINCE  -  EARLIEST EFFECTIVE DATE AMONG THE   *
030800*                            EE-COVERAGE OCCURRENCES IN FORCE ON *
030900*                            THE RUN DATE                        *
031000*================================================================
031100 1200-FIND-COV-SINCE.
031200     MOVE ZERO                     TO DLF7-COV-SINCE
031300     PERFORM 1210-TEST-ONE-SLOT     THRU 1210-EXIT
031400         VARYING DLF7-SUB FROM 1 BY 1
031500         UNTIL DLF7-SUB > 12.
031600 1200-EXIT.
031700     EXIT.
031800*================================================================
031900*    1210-TEST-ONE-SLOT
032000*================================================================
032100 1210-TEST-ONE-SLOT.
032200     IF EMP-COV-EFF-DT-EE-T(DLF7-SUB) = ZERO
032300         OR EMP-COV-EFF-DT-EE-T(DLF7-SUB) > DLF7-RUN-DATE
032400         GO TO 1210-EXIT
032500     END-IF
032600     IF EMP-COV-CANC-DT-EE-T(DLF7-SUB) NOT = ZERO
032700         AND EMP-COV-CANC-DT-EE-T(DLF7-SUB) < DLF7-RUN-DATE
032800         GO TO 1210-EXIT
032900     END-IF
033000     IF DLF7-COV-SINCE = ZERO
033100         OR EMP-COV-EFF-DT-EE-T(DLF7-SUB) < DLF7-COV-SINCE
033200         MOVE EMP-COV-EFF-DT-EE-T(DLF7-SUB) TO DLF7-COV-SINCE
033300     END-IF.
033400 1210-EXIT.
033500     EXIT.
033600*================================================================
033700*    2000-PROCESS-MASTER  -  GATHER THE FAMILY, SETTLE THE ORDER *
033800*                            OF BENEFITS AND CHECK THE CLAIMS    *
033900*================================================================
034000 2000-PROCESS-MASTER.
034100     ADD 1 TO DLF7-MSTR-READ
034200     PERFORM 2050-SKIP-ORPHAN-CLM   THRU 2050-EXIT
034300         UNTIL DLF7-CLM-EOF
034400         OR DLF7-CLM-KEY >= EMP-EMP-ID
034500     PERFORM 2060-SKIP-ORPHAN-DEP   THRU 2060-EXIT
034600         UNTIL DLF7-DEP-EOF
034700         OR DLF7-DEP-KEY >= EMP-EMP-ID
034800     MOVE ZERO                     TO DLF7-DEP-COUNT
034900     PERFORM 2070-LOAD-ONE-DEP      THRU 2070-EXIT
035000         UNTIL DLF7-DEP-EOF
035100         OR DLF7-DEP-KEY NOT = EMP-EMP-ID
035200     PERFORM 2100-FIND-DUAL         THRU 2100-EXIT
035300     IF DLF7-DUAL-IN-FORCE
035400         PERFORM 2200-DETERMINE-ORDER THRU 2200-EXIT
035500         PERFORM 2300-WRITE-ONE-DEP THRU 2300-EXIT
035600             VARYING DLF7-DEP-SUB FROM 1 BY 1
035700             UNTIL DLF7-DEP-SUB > DLF7-DEP-COUNT
035800     END-IF
035900     PERFORM 2400-CHECK-ONE-CLAIM   THRU 2400-EXIT
036000         UNTIL DLF7-CLM-EOF
036100         OR DLF7-CLM-KEY NOT = EMP-EMP-ID
036200     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
036300 2000-EXIT.
036400     EXIT.
036500*================================================================
036600*    2050-SKIP-ORPHAN-CLM
036700*================================================================
036800 2050-SKIP-ORPHAN-CLM.
036900     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
037000 2050-EXIT.
037100     EXIT.
037200*================================================================
037300*    2060-SKIP-ORPHAN-DEP  -  DEPENDENT FOR A MEMBER NO LONGER   *
037400*                             ON BED1EMP                         *
037500*================================================================
037600 2060-SKIP-ORPHAN-DEP.
037700     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
037800 2060-EXIT.
037900     EXIT.
038000*================================================================
038100*    2070-LOAD-ONE-DEP
038200*================================================================
038300 2070-LOAD-ONE-DEP.
038400     IF DLF7-DEP-COUNT >= 30
038500         PERFORM 9920-DEP-ABORT     THRU 9920-EXIT
038600     END-IF
038700     ADD 1 TO DLF7-DEP-COUNT
038800     MOVE CLS-DEP-NBR      TO DLF7-P-DEP-NBR(DLF7-DEP-COUNT)
038900     MOVE CLS-REL          TO DLF7-P-REL(DLF7-DEP-COUNT)
039000     MOVE CLS-FNAME        TO DLF7-P-FNAME(DLF7-DEP-COUNT)
039100     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
039200 2070-EXIT.
039300     EXIT.
039400*================================================================
039500*    2100-FIND-DUAL  -  THE FIRST IN-FORCE OTHER-INSURANCE       *
039600*                       OCCURRENCE WHOSE DUAL ID IS ANOTHER OF   *
039700*                       OUR OWN MEMBERS                          *
039800*================================================================
039900 2100-FIND-DUAL.
040000     MOVE "N"                      TO DLF7-DUAL-SW
040100     IF DLF7-DEP-COUNT = ZERO
040200         GO TO 2100-EXIT
040300     END-IF
040400     PERFORM 2110-TEST-ONE-OI       THRU 2110-EXIT
040500         VARYING DLF7-SUB FROM 1 BY 1
040600         UNTIL DLF7-SUB > 6
040700         OR DLF7-DUAL-IN-FORCE.
040800 2100-EXIT.
040900     EXIT.
041000*================================================================
041100*    2110-TEST-ONE-OI
041200*================================================================
041300 2110-TEST-ONE-OI.
041400     IF EMP-OI-IND-T(DLF7-SUB) NOT = "Y"
041500         OR EMP-DUAL-ID-T(DLF7-SUB) = SPACES
041600         OR EMP-DUAL-ID-T(DLF7-SUB) = EMP-EMP-ID
041700         GO TO 2110-EXIT
041800     END-IF
041900     IF EMP-OI-CANC-DT-T(DLF7-SUB) NOT = ZERO
042000         AND EMP-OI-CANC-DT-T(DLF7-SUB) < DLF7-RUN-DATE
042100         GO TO 2110-EXIT
042200     END-IF
042300     MOVE EMP-DUAL-ID-T(DLF7-SUB)  TO DL157-IDX-EMP-ID
042400     PERFORM 8200-READ-INDEX        THRU 8200-EXIT
042500     IF NOT DLF7-FOUND
042600         GO TO 2110-EXIT
042700     END-IF
042800     ADD 1 TO DLF7-DUAL-FAMILIES
042900*    THE OTHER PARENT'S PLAN IS NOT IN FORCE - NOTHING TO ORDER
043000     IF DL157-IDX-COV-SINCE = ZERO
043100         ADD 1 TO DLF7-OTHER-NOT-COV
043200         GO TO 2110-EXIT
043300     END-IF
043400     SET DLF7-DUAL-IN-FORCE        TO TRUE
043500     MOVE EMP-DUAL-ID-T(DLF7-SUB)  TO DLF7-OTHER-EMP-ID
043600     MOVE DL157-IDX-DOB            TO DLF7-WORK-DATE
043700     MOVE DLF7-WORK-MMDD           TO DLF7-OTHER-BDAY
043800     MOVE DL157-IDX-COV-SINCE      TO DLF7-OTHER-COV-SINCE.
043900 2110-EXIT.
044000     EXIT.
044100*================================================================
044200*    2200-DETERMINE-ORDER  -  BIRTHDAY RULE ON MONTH AND DAY;    *
044300*                             A SHARED BIRTHDAY GOES TO THE      *
044400*                             PARENT COVERED LONGER              *
044500*================================================================
044600 2200-DETERMINE-ORDER.
044700     MOVE EMP-DOB                  TO DLF7-WORK-DATE
044800     MOVE DLF7-WORK-MMDD           TO DLF7-OWN-BDAY
044900     PERFORM 1200-FIND-COV-SINCE    THRU 1200-EXIT
045000     MOVE DLF7-COV-SINCE           TO DLF7-OWN-COV-SINCE
045100     EVALUATE TRUE
045200         WHEN DLF7-OWN-BDAY < DLF7-OTHER-BDAY
045300             SET DLF7-OWN-PRIMARY  TO TRUE
045400             MOVE "B"              TO DLF7-RULE
045500         WHEN DLF7-OWN-BDAY > DLF7-OTHER-BDAY
045600             SET DLF7-OWN-SECONDARY TO TRUE
045700             MOVE "B"              TO DLF7-RULE
045800         WHEN DLF7-OWN-COV-SINCE = ZERO
045900             SET DLF7-ORDER-UNKNOWN TO TRUE
046000             MOVE "U"              TO DLF7-RULE
046100         WHEN DLF7-OWN-COV-SINCE < DLF7-OTHER-COV-SINCE
046200             SET DLF7-OWN-PRIMARY  TO TRUE
046300             MOVE "L"              TO DLF7-RULE
046400         WHEN DLF7-OWN-COV-SINCE > DLF7-OTHER-COV-SINCE
046500             SET DLF7-OWN-SECONDARY TO TRUE
046600             MOVE "L"              TO DLF7-RULE
046700         WHEN OTHER
046800             SET DLF7-ORDER-UNKNOWN TO TRUE
046900             MOVE "U"              TO DLF7-RULE
047000     END-EVALUATE
047100     EVALUATE TRUE
047200         WHEN DLF7-OWN-PRIMARY
047300             MOVE EMP-EMP-ID       TO DLF7-PRIMARY-EMP-ID
047400         WHEN DLF7-OWN-SECONDARY
047500             MOVE DLF7-OTHER-EMP-ID TO DLF7-PRIMARY-EMP-ID
047600         WHEN OTHER
047700             MOVE SPACES           TO DLF7-PRIMARY-EMP-ID
047800     END-EVALUATE.
047900 2200-EXIT.
048000     EXIT.
048100*================================================================
048200*    2300-WRITE-ONE-DEP  -  ONE DETERMINATION PER CHILD; THE     *
048300*                           SPOUSE IS NOT ORDERED BY THIS RULE   *
048400*================================================================
048500 2300-WRITE-ONE-DEP.
048600     IF DLF7-P-REL(DLF7-DEP-SUB) = "SP"
048700         GO TO 2300-EXIT
048800     END-IF
048900     MOVE EMP-EMP-ID               TO DL157-C-EMP-ID
049000     MOVE DLF7-P-DEP-NBR(DLF7-DEP-SUB) TO DL157-C-DEP-NBR
049100     MOVE DLF7-P-FNAME(DLF7-DEP-SUB)   TO DL157-C-DEP-FNAME
049200     MOVE DLF7-OTHER-EMP-ID        TO DL157-C-OTHER-EMP-ID
049300     MOVE DLF7-PRIMARY-EMP-ID      TO DL157-C-PRIMARY-EMP-ID
049400     MOVE DLF7-RULE                TO DL157-C-RULE
049500     MOVE DLF7-OWN-BDAY            TO DL157-C-OWN-BDAY
049600     MOVE DLF7-OTHER-BDAY          TO DL157-C-OTHER-BDAY
049700     MOVE DLF7-OWN-COV-SINCE       TO DL157-C-OWN-COV-SINCE
049800     MOVE DLF7-OTHER-COV-SINCE     TO DL157-C-OTHER-COV-SINCE
049900     MOVE DLF7-RUN-DATE            TO DL157-C-DETERMINED-DT
050000     WRITE DL157-COB-RECORD
050100     IF DL157-C-UNDETERMINED
050200         ADD 1 TO DLF7-UNDETERMINED
050300     ELSE
050400         ADD 1 TO DLF7-DETERMINED
050500     END-IF
050600     MOVE EMP-EMP-ID               TO DLF7-D-EMP-ID
050700     MOVE DLF7-P-DEP-NBR(DLF7-DEP-SUB) TO DLF7-D-DEP-NBR
050800     MOVE DLF7-P-FNAME(DLF7-DEP-SUB)   TO DLF7-D-FNAME
050900     MOVE DLF7-OTHER-EMP-ID        TO DLF7-D-OTHER-ID
051000     MOVE DLF7-PRIMARY-EMP-ID      TO DLF7-D-PRIMARY-ID
051100     MOVE DLF7-RULE                TO DLF7-D-RULE
051200     MOVE DLF7-OWN-BDAY            TO DLF7-D-OWN-BDAY
051300     MOVE DLF7-OTHER-BDAY          TO DLF7-D-OTHER-BDAY
051400     MOVE DLF7-OWN-COV-SINCE       TO DLF7-D-OWN-COV
051500     MOVE DLF7-OTHER-COV-SINCE     TO DLF7-D-OTHER-COV
051600     WRITE DL157-RPT-LINE FROM DLF7-DETAIL-LINE.
051700 2300-EXIT.
051800     EXIT.
051900*================================================================
052000*    2400-CHECK-ONE-CLAIM  -  A PAID CLAIM FOR A DUALLY-COVERED  *
052100*                             CHILD MUST AGREE WITH THE ORDER    *
052200*================================================================
052300 2400-CHECK-ONE-CLAIM.
052400     IF NOT DLF7-DUAL-IN-FORCE
052500         OR DLF7-ORDER-UNKNOWN
052600         OR CLH-ACT-PD-DT = ZERO
052700         OR CLH-CLM-PAID-AMT NOT > ZERO
052800         GO TO 2400-READ-NEXT
052900     END-IF
053000     MOVE ZERO                     TO DLF7-WORK-DEP-NBR
053100     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
053200         MOVE CLH-PATIENT-NBR(14:4) TO DLF7-WORK-DEP-NBR
053300     END-IF
053400     IF DLF7-WORK-DEP-NBR = ZERO
053500         GO TO 2400-READ-NEXT
053600     END-IF
053700     PERFORM 2490-SCAN-ONE          THRU 2490-EXIT
053800         VARYING DLF7-DEP-SUB FROM 1 BY 1
053900         UNTIL DLF7-DEP-SUB > DLF7-DEP-COUNT
054000         OR DLF7-P-DEP-NBR(DLF7-DEP-SUB) = DLF7-WORK-DEP-NBR
054100     IF DLF7-DEP-SUB > DLF7-DEP-COUNT
054200         GO TO 2400-READ-NEXT
054300     END-IF
054400     IF DLF7-P-REL(DLF7-DEP-SUB) = "SP"
054500         GO TO 2400-READ-NEXT
054600     END-IF
054700     ADD 1 TO DLF7-CLM-CHECKED
054800     MOVE SPACES                   TO DL157-X-REASON
054900     IF DLF7-OWN-SECONDARY
055000         AND CLH-OI-PAID-TOT = ZERO
055100         SET DL157-X-PAID-BY-SECONDARY TO TRUE
055200         MOVE "PAID FULL UNDER SECONDARY" TO DLF7-E-REASON-TEXT
055300         ADD 1 TO DLF7-WRONG-SECONDARY
055400     END-IF
055500     IF DLF7-OWN-PRIMARY
055600         AND CLH-OI-PAID-TOT > ZERO
055700         SET DL157-X-PRIMARY-AS-SECOND TO TRUE
055800         MOVE "PRIMARY PAID AS SECONDARY" TO DLF7-E-REASON-TEXT
055900         ADD 1 TO DLF7-WRONG-PRIMARY
056000     END-IF
056100     IF DL157-X-REASON = SPACES
056200         GO TO 2400-READ-NEXT
056300     END-IF
056400     MOVE EMP-EMP-ID               TO DL157-X-EMP-ID
056500     MOVE DLF7-WORK-DEP-NBR        TO DL157-X-DEP-NBR
056600     MOVE CLH-INV-NBR              TO DL157-X-INV-NBR
056700     MOVE DLF7-PRIMARY-EMP-ID      TO DL157-X-PRIMARY-EMP-ID
056800     MOVE CLH-ACT-PD-DT            TO DL157-X-PAID-DT
056900     MOVE CLH-CLM-PAID-AMT         TO DL157-X-PAID-AMT
057000     MOVE CLH-OI-PAID-TOT          TO DL157-X-OI-PAID-AMT
057100     WRITE DL157-EXC-RECORD
057200     ADD CLH-CLM-PAID-AMT          TO DLF7-WRONG-AMT
057300     MOVE CLH-INV-NBR              TO DLF7-E-INV-NBR
057400     MOVE CLH-ACT-PD-DT            TO DLF7-E-PAID-DT
057500     MOVE CLH-CLM-PAID-AMT         TO DLF7-E-PAID-AMT
057600     MOVE CLH-OI-PAID-TOT          TO DLF7-E-OI-AMT
057700     WRITE DL157-RPT-LINE FROM DLF7-EXC-LINE.
057800 2400-READ-NEXT.
057900     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
058000 2400-EXIT.
058100     EXIT.
058200*================================================================
058300*    2490-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
058400*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
058500*                      PERFORM THAT CALLS THIS                   *
058600*================================================================
058700 2490-SCAN-ONE.
058800     CONTINUE.
058900 2490-EXIT.
059000     EXIT.
059100*================================================================
059200*    3000-TERMINATE
059300*================================================================
059400 3000-TERMINATE.
059500     MOVE DLF7-MSTR-READ           TO DLF7-T-MEMBERS
059600     MOVE DLF7-DUAL-FAMILIES       TO DLF7-T-FAMILIES
059700     MOVE DLF7-OTHER-NOT-COV       TO DLF7-T-NOT-COV
059800     MOVE DLF7-DETERMINED          TO DLF7-T-DETERMINED
059900     MOVE DLF7-UNDETERMINED        TO DLF7-T-UNDETERMINED
060000     MOVE DLF7-CLM-CHECKED         TO DLF7-T-CHECKED
060100     MOVE DLF7-WRONG-SECONDARY     TO DLF7-T-WRONG-SEC
060200     MOVE DLF7-WRONG-PRIMARY       TO DLF7-T-WRONG-PRI
060300     MOVE DLF7-WRONG-AMT           TO DLF7-T-WRONG-AMT
060400     WRITE DL157-RPT-LINE FROM SPACES
060500     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-1
060600     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-2
060700     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-3
060800     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-4
060900     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-5
061000     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-6
061100     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-7
061200     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-8
061300     WRITE DL157-RPT-LINE FROM DLF7-TOTAL-LINE-9
061400     CLOSE BED1EMP-FILE
061500     CLOSE DL157-IDX-FILE
061600     CLOSE BHS1DEP-FILE
061700     CLOSE BHS2MCH-FILE
061800     CLOSE BHS3MDE-FILE
061900     CLOSE DL157-COB-FILE
062000     CLOSE DL157-EXC-FILE
062100     CLOSE DL157-RPT-FILE.
062200 3000-EXIT.
062300     EXIT.
062400*================================================================
062500*    8000-READ-MASTER
062600*================================================================
062700 8000-READ-MASTER.
062800     READ BED1EMP-FILE
062900         AT END
063000             SET DLF7-MSTR-EOF TO TRUE
063100     END-READ.
063200 8000-EXIT.
063300     EXIT.
063400*================================================================
063500*    8100-READ-DEP
063600*================================================================
063700 8100-READ-DEP.
063800     READ BHS1DEP-FILE
063900         AT END
064000             SET DLF7-DEP-EOF TO TRUE
064100             MOVE HIGH-VALUES      TO DLF7-DEP-KEY
064200     END-READ
064300     IF NOT DLF7-DEP-EOF
064400         MOVE CLS-EMP-ID           TO DLF7-DEP-KEY
064500     END-IF.
064600 8100-EXIT.
064700     EXIT.
064800*================================================================
064900*    8200-READ-INDEX
065000*================================================================
065100 8200-READ-INDEX.
065200     MOVE "N"                      TO DLF7-FOUND-SW
065300     READ DL157-IDX-FILE
065400         INVALID KEY
065500             CONTINUE
065600         NOT INVALID KEY
065700             SET DLF7-FOUND TO TRUE
065800     END-READ.
065900 8200-EXIT.
066000     EXIT.
066100*================================================================
066200*    8300-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
066300*================================================================
066400 8300-READ-CLAIM-PAIR.
066500     READ BHS2MCH-FILE
066600         AT END
066700             SET DLF7-CLM-EOF TO TRUE
066800             MOVE HIGH-VALUES      TO DLF7-CLM-KEY
066900     END-READ
067000     IF NOT DLF7-CLM-EOF
067100         MOVE CLH-PATIENT-NBR(1:13) TO DLF7-CLM-KEY
067200         READ BHS3MDE-FILE
067300             AT END
067400                 SET DLF7-DET-EOF TO TRUE
067500         END-READ
067600     END-IF.
067700 8300-EXIT.
067800     EXIT.
067900*================================================================
068000*    9920-DEP-ABORT  -  MORE DEPENDENTS ON ONE SUBSCRIBER THAN   *
068100*                       THE 30-ENTRY TABLE                       *
068200*================================================================
068300 9920-DEP-ABORT.
068400     DISPLAY "DL157: BHS1DEP EXCEEDS 30 DEPENDENTS FOR "
068500             EMP-EMP-ID
068600     MOVE 8                        TO RETURN-CODE
068700     GOBACK.
068800 9920-EXIT.
068900     EXIT.
