000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL193.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY UNAUTHORIZED-FUNCTION
001100*                   EXCEPTION REPORT ON THE SREAUDIT EXTRACT.
001200*                   THE DL192ENT ENTITLEMENT MASTER IS LOADED
001300*                   WHOLE (IN ITS OPERATOR/FUNCTION ORDER); FOR
001400*                   EVERY AUDIT RECORD THE OPERATOR'S ROWS FOR
001500*                   THE FUNCTION CODE ARE SEARCHED FOR ONE IN
001600*                   FORCE ON LAST_UPDT_DATE THAT ALLOWS THE
001700*                   EVENT - RELEASE WHEN FUNC_RLSE_IND IS "Y"
001800*                   (THE DL139 RULE), ENTRY OTHERWISE.  A
001900*                   RECORD WITH NO SUCH ROW IS LISTED: NO
002000*                   ENTITLEMENT AT ALL, NONE IN FORCE ON THE
002100*                   DATE, OR IN FORCE WITHOUT THE ENTER OR
002200*                   RELEASE RIGHT.  THE TABLE ABORTS ON
002300*                   OVERFLOW (DL060 RULE).
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DL192-ENT-FILE     ASSIGN TO DL192ENT
003200            ORGANIZATION IS SEQUENTIAL.
003300     SELECT SREAUDIT-FILE      ASSIGN TO SREAUDIT
003400            ORGANIZATION IS SEQUENTIAL.
003500     SELECT DL193-RPT-FILE     ASSIGN TO DL193RPT
003600            ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DL192-ENT-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY DL192ENT.
004200 FD  SREAUDIT-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY SREAUDIT.
004500 FD  DL193-RPT-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  DL193-RPT-LINE                PIC X(132).
004800 WORKING-STORAGE SECTION.
004900*----------------------------------------------------------------
005000*    DLJ3-SWITCHES AND COUNTERS
005100*----------------------------------------------------------------
005200 01  DLJ3-SWITCHES.
005300     05  DLJ3-ENT-EOF-SW           PIC X(1)     VALUE "N".
005400         88  DLJ3-ENT-EOF                        VALUE "Y".
005500     05  DLJ3-AUD-EOF-SW           PIC X(1)     VALUE "N".
005600         88  DLJ3-AUD-EOF                        VALUE "Y".
005700     05  DLJ3-IN-FORCE-SW          PIC X(1)     VALUE "N".
005800         88  DLJ3-IN-FORCE                       VALUE "Y".
005900     05  DLJ3-ENTITLED-SW          PIC X(1)     VALUE "N".
006000         88  DLJ3-ENTITLED                       VALUE "Y".
006100     05  DLJ3-RELEASE-SW           PIC X(1)     VALUE "N".
006200         88  DLJ3-RELEASE                        VALUE "Y".
006300*----------------------------------------------------------------
006400*    DLJ3-ENT-TABLE  -  THE ENTITLEMENT MASTER, IN OPERATOR AND
006500*    FUNCTION ORDER SO AN OPERATOR'S ROWS FOR ONE FUNCTION LIE
006600*    TOGETHER
006700*----------------------------------------------------------------
006800 01  DLJ3-ENT-TABLE.
006900     05  DLJ3-ENT-COUNT            PIC S9(4) COMP VALUE ZERO.
007000     05  DLJ3-ENT-ENTRY OCCURS 5000 TIMES.
007100         10  DLJ3-E-OPID-FUNC      PIC X(11).
007200         10  DLJ3-E-EFF-DT         PIC 9(8).
007300         10  DLJ3-E-EXP-DT         PIC 9(8).
007400         10  DLJ3-E-CAN-ENTER      PIC X(1).
007500         10  DLJ3-E-CAN-RELEASE    PIC X(1).
007600 01  DLJ3-WORK-FIELDS.
007700     05  DLJ3-SUB                  PIC S9(4) COMP.
007800     05  DLJ3-OPID-FUNC            PIC X(11).
007900     05  DLJ3-AUD-DATE-X           PIC X(8).
008000     05  DLJ3-AUD-DATE REDEFINES DLJ3-AUD-DATE-X
008100                                   PIC 9(8).
008200 01  DLJ3-RUN-DATE                 PIC 9(8).
008300 01  DLJ3-COUNTERS.
008400     05  DLJ3-AUD-READ             PIC S9(8) COMP VALUE ZERO.
008500     05  DLJ3-NO-ENTITLEMENT       PIC S9(8) COMP VALUE ZERO.
008600     05  DLJ3-NOT-IN-FORCE         PIC S9(8) COMP VALUE ZERO.
008700     05  DLJ3-NO-ENTER-RIGHT       PIC S9(8) COMP VALUE ZERO.
008800     05  DLJ3-NO-RELEASE-RIGHT     PIC S9(8) COMP VALUE ZERO.
008900     05  DLJ3-BAD-DATE             PIC S9(8) COMP VALUE ZERO.
009000 01  DLJ3-HEADING-1.
009100     05  FILLER                    PIC X(44)
009200         VALUE "UNAUTHORIZED-FUNCTION EXCEPTION REPORT".
009300 01  DLJ3-COLUMN-HEADING.
009400     05  FILLER                   PIC X(11) VALUE "OPERATOR".
009500     05  FILLER                   PIC X(6)  VALUE "FUNC".
009600     05  FILLER                   PIC X(9)  VALUE "EVENT".
009700     05  FILLER                   PIC X(10) VALUE "DATE".
009800     05  FILLER                   PIC X(8)  VALUE "TIME".
009900     05  FILLER                   PIC X(16) VALUE "KEY".
010000     05  FILLER                   PIC X(26) VALUE "EXCEPTION".
010100 01  DLJ3-DETAIL-LINE.
010200     05  DLJ3-D-OPID               PIC X(9).
010300     05  FILLER                    PIC X(2)  VALUE SPACES.
010400     05  DLJ3-D-FUNC-CODE          PIC X(2).
010500     05  FILLER                    PIC X(4)  VALUE SPACES.
010600     05  DLJ3-D-EVENT              PIC X(7).
010700     05  FILLER                    PIC X(2)  VALUE SPACES.
010800     05  DLJ3-D-DATE               PIC X(8).
010900     05  FILLER                    PIC X(2)  VALUE SPACES.
011000     05  DLJ3-D-TIME               PIC X(6).
011100     05  FILLER                    PIC X(2)  VALUE SPACES.
011200     05  DLJ3-D-KEY                PIC X(14).
011300     05  FILLER                    PIC X(2)  VALUE SPACES.
011400     05  DLJ3-D-EXCEPTION          PIC X(26).
011500 01  DLJ3-TOTAL-LINE-1.
011600     05  FILLER                    PIC X(25)
011700         VALUE "AUDIT RECORDS READ".
011800     05  DLJ3-T-READ               PIC ZZZ,ZZ9.
011900 01  DLJ3-TOTAL-LINE-2.
012000     05  FILLER                    PIC X(25)
012100         VALUE "NO ENTITLEMENT".
012200     05  DLJ3-T-NO-ENT             PIC ZZZ,ZZ9.
012300 01  DLJ3-TOTAL-LINE-3.
012400     05  FILLER                    PIC X(25)
012500         VALUE "NOT IN FORCE ON DATE".
012600     05  DLJ3-T-NOT-IN-FORCE       PIC ZZZ,ZZ9.
012700 01  DLJ3-TOTAL-LINE-4.
012800     05  FILLER                    PIC X(25)
012900         VALUE "ENTRY NOT ALLOWED".
013000     05  DLJ3-T-NO-ENTER           PIC ZZZ,ZZ9.
013100 01  DLJ3-TOTAL-LINE-5.
013200     05  FILLER                    PIC X(25)
013300         VALUE "RELEASE NOT ALLOWED".
013400     05  DLJ3-T-NO-RELEASE         PIC ZZZ,ZZ9.
013500 01  DLJ3-TOTAL-LINE-6.
013600     05  FILLER                    PIC X(25)
013700         VALUE "UNREADABLE AUDIT DATE".
013800     05  DLJ3-T-BAD-DATE           PIC ZZZ,ZZ9.
013900*----------------------------------------------------------------
014000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
014100*----------------------------------------------------------------
014200 01  DL903-PARMS.
014300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL193".
014400     05  DL903-REC-TYPE            PIC X(1).
014500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
014600*----------------------------------------------------------------
014700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
014800*----------------------------------------------------------------
014900 01  DL902-DATES.
015000     05  DL902-EXEC-DATE           PIC 9(8).
015100 01  DL902-EXEC-LINE.
015200     05  FILLER                    PIC X(14)
015300         VALUE "BUSINESS DATE ".
015400     05  DL902-EL-BUS              PIC 9(8).
015500     05  FILLER                    PIC X(11)
015600         VALUE "  EXECUTED ".
015700     05  DL902-EL-EXEC             PIC 9(8).
015800 PROCEDURE DIVISION.
015900*================================================================
016000*    0000-MAINLINE
016100*================================================================
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016400     MOVE "S"                      TO DL903-REC-TYPE
016500     CALL "DL903" USING DL903-PARMS
016600     PERFORM 2000-CHECK-AUDIT       THRU 2000-EXIT
016700         UNTIL DLJ3-AUD-EOF
016800     PERFORM 3000-TERMINATE         THRU 3000-EXIT
016900     MOVE "E"                      TO DL903-REC-TYPE
017000     MOVE DLJ3-AUD-READ TO DL903-REC-COUNT
017100     CALL "DL903" USING DL903-PARMS
017200     GOBACK.
017300*================================================================
017400*    1000-INITIALIZE
017500*================================================================
017600 1000-INITIALIZE.
017700     CALL "DL902" USING DLJ3-RUN-DATE DL902-EXEC-DATE
017800     OPEN INPUT  DL192-ENT-FILE
017900     PERFORM 1100-LOAD-ONE-ENT      THRU 1100-EXIT
018000         UNTIL DLJ3-ENT-EOF
018100     CLOSE DL192-ENT-FILE
018200     OPEN INPUT  SREAUDIT-FILE
018300     OPEN OUTPUT DL193-RPT-FILE
018400     WRITE DL193-RPT-LINE FROM DLJ3-HEADING-1
018500     MOVE DLJ3-RUN-DATE TO DL902-EL-BUS
018600     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
018700     WRITE DL193-RPT-LINE FROM DL902-EXEC-LINE
018800     WRITE DL193-RPT-LINE FROM SPACES
018900     WRITE DL193-RPT-LINE FROM DLJ3-COLUMN-HEADING
019000     PERFORM 8000-READ-AUDIT        THRU 8000-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300*================================================================
019400*    1100-LOAD-ONE-ENT
019500*================================================================
019600 1100-LOAD-ONE-ENT.
019700     READ DL192-ENT-FILE
019800         AT END
019900             SET DLJ3-ENT-EOF TO TRUE
020000     END-READ
020100     IF DLJ3-ENT-EOF
020200         GO TO 1100-EXIT
020300     END-IF
020400     IF DLJ3-ENT-COUNT >= 5000
020500         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
020600     END-IF
020700     ADD 1 TO DLJ3-ENT-COUNT
020800     MOVE DL192-E-KEY(1:11)
020900                       TO DLJ3-E-OPID-FUNC(DLJ3-ENT-COUNT)
021000     MOVE DL192-E-EFF-DT
021100                       TO DLJ3-E-EFF-DT(DLJ3-ENT-COUNT)
021200     MOVE DL192-E-EXP-DT
021300                       TO DLJ3-E-EXP-DT(DLJ3-ENT-COUNT)
021400     MOVE DL192-E-CAN-ENTER
021500                       TO DLJ3-E-CAN-ENTER(DLJ3-ENT-COUNT)
021600     MOVE DL192-E-CAN-RELEASE
021700                       TO DLJ3-E-CAN-RELEASE(DLJ3-ENT-COUNT).
021800 1100-EXIT.
021900     EXIT.
022000*================================================================
022100*    2000-CHECK-AUDIT  -  WAS THE OPERATOR ALLOWED THIS EVENT    *
022200*                         ON THE DAY IT HAPPENED                 *
022300*================================================================
022400 2000-CHECK-AUDIT.
022500     ADD 1 TO DLJ3-AUD-READ
022600     MOVE FUNC_OPID                TO DLJ3-D-OPID
022700     MOVE FUNC_CODE                TO DLJ3-D-FUNC-CODE
022800     MOVE "N"                      TO DLJ3-RELEASE-SW
022900     IF FUNC_RLSE_IND = "Y"
023000         SET DLJ3-RELEASE          TO TRUE
023100         MOVE "RELEASE"            TO DLJ3-D-EVENT
023200     ELSE
023300         MOVE "ENTRY"              TO DLJ3-D-EVENT
023400     END-IF
023500     MOVE LAST_UPDT_DATE           TO DLJ3-D-DATE
023600     MOVE LAST_UPDT_TIME           TO DLJ3-D-TIME
023700     MOVE CONCAT_KEY               TO DLJ3-D-KEY
023800     MOVE LAST_UPDT_DATE           TO DLJ3-AUD-DATE-X
023900     IF DLJ3-AUD-DATE-X NOT NUMERIC
024000         ADD 1 TO DLJ3-BAD-DATE
024100         MOVE "AUDIT DATE UNREADABLE" TO DLJ3-D-EXCEPTION
024200         GO TO 2000-WRITE
024300     END-IF
024400     MOVE FUNC_OPID                TO DLJ3-OPID-FUNC(1:9)
024500     MOVE FUNC_CODE                TO DLJ3-OPID-FUNC(10:2)
024600     PERFORM 2190-FIND-FIRST-ROW    THRU 2190-EXIT
024700         VARYING DLJ3-SUB FROM 1 BY 1
024800         UNTIL DLJ3-SUB > DLJ3-ENT-COUNT
024900         OR DLJ3-E-OPID-FUNC(DLJ3-SUB) = DLJ3-OPID-FUNC
025000     IF DLJ3-SUB > DLJ3-ENT-COUNT
025100         ADD 1 TO DLJ3-NO-ENTITLEMENT
025200         MOVE "NO ENTITLEMENT"     TO DLJ3-D-EXCEPTION
025300         GO TO 2000-WRITE
025400     END-IF
025500     MOVE "N"                      TO DLJ3-IN-FORCE-SW
025600     MOVE "N"                      TO DLJ3-ENTITLED-SW
025700     PERFORM 2100-TEST-ROW          THRU 2100-EXIT
025800         VARYING DLJ3-SUB FROM DLJ3-SUB BY 1
025900         UNTIL DLJ3-SUB > DLJ3-ENT-COUNT
026000         OR DLJ3-E-OPID-FUNC(DLJ3-SUB) NOT = DLJ3-OPID-FUNC
026100         OR DLJ3-ENTITLED
026200     IF DLJ3-ENTITLED
026300         GO TO 2000-READ-NEXT
026400     END-IF
026500     IF NOT DLJ3-IN-FORCE
026600         ADD 1 TO DLJ3-NOT-IN-FORCE
026700         MOVE "ENTITLEMENT NOT IN FORCE" TO DLJ3-D-EXCEPTION
026800         GO TO 2000-WRITE
026900     END-IF
027000     IF DLJ3-RELEASE
027100         ADD 1 TO DLJ3-NO-RELEASE-RIGHT
027200         MOVE "NOT ENTITLED TO RELEASE" TO DLJ3-D-EXCEPTION
027300     ELSE
027400         ADD 1 TO DLJ3-NO-ENTER-RIGHT
027500         MOVE "NOT ENTITLED TO ENTER" TO DLJ3-D-EXCEPTION
027600     END-IF.
027700 2000-WRITE.
027800     WRITE DL193-RPT-LINE FROM DLJ3-DETAIL-LINE.
027900 2000-READ-NEXT.
028000     PERFORM 8000-READ-AUDIT        THRU 8000-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300*================================================================
028400*    2100-TEST-ROW  -  ONE OF THE OPERATOR'S ROWS FOR THE        *
028500*                      FUNCTION; EXPIRY IS THE LAST DAY ALLOWED  *
028600*================================================================
028700 2100-TEST-ROW.
028800     IF DLJ3-E-EFF-DT(DLJ3-SUB) > DLJ3-AUD-DATE
028900         GO TO 2100-EXIT
029000     END-IF
029100     IF DLJ3-E-EXP-DT(DLJ3-SUB) NOT = ZERO
029200         AND DLJ3-E-EXP-DT(DLJ3-SUB) < DLJ3-AUD-DATE
029300         GO TO 2100-EXIT
029400     END-IF
029500     SET DLJ3-IN-FORCE             TO TRUE
029600     IF DLJ3-RELEASE
029700         IF DLJ3-E-CAN-RELEASE(DLJ3-SUB) = "Y"
029800             SET DLJ3-ENTITLED     TO TRUE
029900         END-IF
030000     ELSE
030100         IF DLJ3-E-CAN-ENTER(DLJ3-SUB) = "Y"
030200             SET DLJ3-ENTITLED     TO TRUE
030300         END-IF
030400     END-IF.
030500 2100-EXIT.
030600     EXIT.
030700*================================================================
030800*    2190-FIND-FIRST-ROW  -  BODY IS EMPTY; THE SEARCH IS DONE   *
030900*                            ENTIRELY BY THE VARYING/UNTIL       *
031000*================================================================
031100 2190-FIND-FIRST-ROW.
031200     CONTINUE.
031300 2190-EXIT.
031400     EXIT.
031500*================================================================
031600*    3000-TERMINATE
031700*================================================================
031800 3000-TERMINATE.
031900     MOVE DLJ3-AUD-READ            TO DLJ3-T-READ
032000     MOVE DLJ3-NO-ENTITLEMENT      TO DLJ3-T-NO-ENT
032100     MOVE DLJ3-NOT-IN-FORCE        TO DLJ3-T-NOT-IN-FORCE
032200     MOVE DLJ3-NO-ENTER-RIGHT      TO DLJ3-T-NO-ENTER
032300     MOVE DLJ3-NO-RELEASE-RIGHT    TO DLJ3-T-NO-RELEASE
032400     MOVE DLJ3-BAD-DATE            TO DLJ3-T-BAD-DATE
032500     WRITE DL193-RPT-LINE FROM SPACES
032600     WRITE DL193-RPT-LINE FROM DLJ3-TOTAL-LINE-1
032700     WRITE DL193-RPT-LINE FROM DLJ3-TOTAL-LINE-2
032800     WRITE DL193-RPT-LINE FROM DLJ3-TOTAL-LINE-3
032900     WRITE DL193-RPT-LINE FROM DLJ3-TOTAL-LINE-4
033000     WRITE DL193-RPT-LINE FROM DLJ3-TOTAL-LINE-5
033100     WRITE DL193-RPT-LINE FROM DLJ3-TOTAL-LINE-6
033200     CLOSE SREAUDIT-FILE
033300     CLOSE DL193-RPT-FILE.
033400 3000-EXIT.
033500     EXIT.
033600*================================================================
033700*    8000-READ-AUDIT
033800*================================================================
033900 8000-READ-AUDIT.
034000     READ SREAUDIT-FILE
034100         AT END
034200             SET DLJ3-AUD-EOF TO TRUE
034300     END-READ.
034400 8000-EXIT.
034500     EXIT.
034600*================================================================
034700*    9900-TABLE-ABORT  -  THE ENTITLEMENT TABLE IS FULL; THE     *
034800*                         STEP FAILS RATHER THAN MISREPORT       *
034900*================================================================
035000 9900-TABLE-ABORT.
035100     DISPLAY "DL193: ENTITLEMENTS EXCEED THE 5000-ENTRY TABLE"
035200     MOVE 8                        TO RETURN-CODE
035300     GOBACK.
035400 9900-EXIT.
035500     EXIT.
