000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL180.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY HEALTH-PLAN
001100*                   REFERENTIAL-INTEGRITY SWEEP, THE MEMBER-SIDE
001200*                   COUNTERPART OF THE DL042 KEY CHECK.  BED1EMP,
001300*                   BHS1DEP AND BHS2MCH ARE MATCHED IN MEMBER
001400*                   ORDER (THE DL055 MATCH - CLS-EMP-ID AND THE
001500*                   LEADING 13 BYTES OF CLH-PATIENT-NBR) AND FIVE
001600*                   EXCEPTION CLASSES ARE LISTED IN DETAIL AND
001700*                   COUNTED: A DEPENDENT WITH NO MEMBER, A CLAIM
001800*                   WITH NO MEMBER, A CLAIM WHOSE DEPENDENT
001900*                   SUFFIX (CLH-PATIENT-NBR(14:4), THE DL142
002000*                   CONVENTION) NAMES NO DEPENDENT OF ITS
002100*                   MEMBER, A CLAIM WHOSE CLH-GROUP RESOLVES TO
002200*                   NO VSGPPAC PACKAGE AND A MEMBER WHOSE
002300*                   EMP-COV-GROUP-EE1 RESOLVES TO NO PACKAGE.
002400*                   THE DL180PRM CARD CARRIES A TOLERANCE PER
002500*                   CLASS AND A HARD-STOP INDICATOR; WITH THE
002600*                   STOP ON, A CLASS OVER TOLERANCE FAILS THE
002700*                   STEP AND NO DL903 END RECORD IS WRITTEN, SO
002800*                   THE DL088 GATEKEEPER HOLDS EVERY STEP THAT
002900*                   NAMES DL180 AS A PREREQUISITE.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DL180-PRM-FILE     ASSIGN TO DL180PRM
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT VSGPPAC-FILE       ASSIGN TO VSGPPAC
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL180-RPT-FILE     ASSIGN TO DL180RPT
004800            ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  DL180-PRM-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL180PRM.
005400 FD  VSGPPAC-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY VSGPPAC.
005700 FD  BED1EMP-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY BED1EMP.
006000     COPY BED1EMPT.
006100 FD  BHS1DEP-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY BHS1DEP.
006400 FD  BHS2MCH-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY BHS2MCH.
006700 FD  DL180-RPT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  DL180-RPT-LINE                PIC X(132).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200*    DLI0-SWITCHES AND COUNTERS
007300*----------------------------------------------------------------
007400 01  DLI0-SWITCHES.
007500     05  DLI0-PKG-EOF-SW           PIC X(1)     VALUE "N".
007600         88  DLI0-PKG-EOF                        VALUE "Y".
007700     05  DLI0-MSTR-EOF-SW          PIC X(1)     VALUE "N".
007800         88  DLI0-MSTR-EOF                       VALUE "Y".
007900     05  DLI0-DEP-EOF-SW           PIC X(1)     VALUE "N".
008000         88  DLI0-DEP-EOF                        VALUE "Y".
008100     05  DLI0-CLM-EOF-SW           PIC X(1)     VALUE "N".
008200         88  DLI0-CLM-EOF                        VALUE "Y".
008300     05  DLI0-OVER-SW              PIC X(1)     VALUE "N".
008400         88  DLI0-OVER-TOLERANCE                 VALUE "Y".
008500 01  DLI0-KEYS.
008600     05  DLI0-DEP-KEY              PIC X(13).
008700     05  DLI0-CLM-PAT-KEY          PIC X(13).
008800*----------------------------------------------------------------
008900*    DLI0-PKG-TABLE  -  "Y" FOR EACH PACKAGE 000-999 ON VSGPPAC, *
009000*    SUBSCRIPTED BY PACKAGE NUMBER PLUS ONE                      *
009100*----------------------------------------------------------------
009200 01  DLI0-PKG-TABLE.
009300     05  DLI0-PKG-ON-FILE OCCURS 1000 TIMES PIC X(1).
009400*----------------------------------------------------------------
009500*    DLI0-DEP-TABLE  -  THE CURRENT MEMBER'S DEPENDENT NUMBERS
009600*----------------------------------------------------------------
009700 01  DLI0-DEP-TABLE.
009800     05  DLI0-DEP-COUNT            PIC S9(4) COMP VALUE ZERO.
009900     05  DLI0-DEP-NBR OCCURS 99 TIMES PIC S9(4) COMP.
010000*----------------------------------------------------------------
010100*    DLI0-CLASS-TABLE  -  ONE ENTRY PER EXCEPTION CLASS:         *
010200*      1  DEPENDENT WITH NO MEMBER                               *
010300*      2  CLAIM WITH NO MEMBER                                   *
010400*      3  CLAIM WITH NO DEPENDENT                                *
010500*      4  CLAIM WITH NO PACKAGE                                  *
010600*      5  MEMBER WITH NO PACKAGE                                 *
010700*----------------------------------------------------------------
010800 01  DLI0-CLASS-NAMES.
010900     05  FILLER                    PIC X(28)
011000         VALUE "DEPENDENT - NO MEMBER".
011100     05  FILLER                    PIC X(28)
011200         VALUE "CLAIM - NO MEMBER".
011300     05  FILLER                    PIC X(28)
011400         VALUE "CLAIM - NO DEPENDENT".
011500     05  FILLER                    PIC X(28)
011600         VALUE "CLAIM - NO PACKAGE".
011700     05  FILLER                    PIC X(28)
011800         VALUE "MEMBER - NO PACKAGE".
011900 01  DLI0-CLASS-NAME-TABLE REDEFINES DLI0-CLASS-NAMES.
012000     05  DLI0-C-NAME OCCURS 5 TIMES PIC X(28).
012100 01  DLI0-CLASS-TABLE.
012200     05  DLI0-C-ENTRY OCCURS 5 TIMES.
012300         10  DLI0-C-COUNT          PIC S9(8) COMP.
012400         10  DLI0-C-TOLERANCE      PIC S9(8) COMP.
012500 01  DLI0-WORK-FIELDS.
012600     05  DLI0-SUB                  PIC S9(4) COMP.
012700     05  DLI0-DEP-SUB              PIC S9(4) COMP.
012800     05  DLI0-CLASS                PIC S9(4) COMP.
012900     05  DLI0-WORK-PKG-NO          PIC 9(3).
013000     05  DLI0-WORK-DEP-NBR         PIC 9(4).
013100     05  DLI0-WORK-INV-NBR         PIC 9(13).
013200 01  DLI0-DATE-WORK.
013300     05  DLI0-RUN-DATE             PIC 9(8).
013400 01  DLI0-COUNTERS.
013500     05  DLI0-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
013600     05  DLI0-DEP-READ             PIC S9(8) COMP VALUE ZERO.
013700     05  DLI0-CLM-READ             PIC S9(8) COMP VALUE ZERO.
013800     05  DLI0-PKG-READ             PIC S9(8) COMP VALUE ZERO.
013900 01  DLI0-HEADING-1.
014000     05  FILLER                    PIC X(40)
014100         VALUE "HEALTH-PLAN REFERENTIAL INTEGRITY SWEEP".
014200 01  DLI0-COLUMN-HEADING.
014300     05  FILLER                   PIC X(30) VALUE "EXCEPTION".
014400     05  FILLER                   PIC X(19) VALUE "KEY".
014500     05  FILLER                   PIC X(40) VALUE "DETAIL".
014600 01  DLI0-DETAIL-LINE.
014700     05  DLI0-D-CLASS              PIC X(28).
014800     05  FILLER                    PIC X(2)  VALUE SPACES.
014900     05  DLI0-D-KEY                PIC X(17).
015000     05  FILLER                    PIC X(2)  VALUE SPACES.
015100     05  DLI0-D-DETAIL             PIC X(60).
015200 01  DLI0-SUMMARY-HEADING.
015300     05  FILLER                   PIC X(30)
015400         VALUE "EXCEPTION CLASS".
015500     05  FILLER                   PIC X(12) VALUE "      COUNT".
015600     05  FILLER                   PIC X(12) VALUE "  TOLERANCE".
015700     05  FILLER                   PIC X(8)  VALUE "  STATUS".
015800 01  DLI0-SUMMARY-LINE.
015900     05  DLI0-S-CLASS              PIC X(28).
016000     05  FILLER                    PIC X(2)  VALUE SPACES.
016100     05  DLI0-S-COUNT              PIC ZZZ,ZZZ,ZZ9.
016200     05  FILLER                    PIC X(1)  VALUE SPACES.
016300     05  DLI0-S-TOLERANCE          PIC ZZZ,ZZZ,ZZ9.
016400     05  FILLER                    PIC X(2)  VALUE SPACES.
016500     05  DLI0-S-STATUS             PIC X(6).
016600 01  DLI0-TOTAL-LINE-1.
016700     05  FILLER                    PIC X(30)
016800         VALUE "MEMBERS READ".
016900     05  DLI0-T-MSTR-READ          PIC ZZZ,ZZZ,ZZ9.
017000 01  DLI0-TOTAL-LINE-2.
017100     05  FILLER                    PIC X(30)
017200         VALUE "DEPENDENTS READ".
017300     05  DLI0-T-DEP-READ           PIC ZZZ,ZZZ,ZZ9.
017400 01  DLI0-TOTAL-LINE-3.
017500     05  FILLER                    PIC X(30)
017600         VALUE "CLAIMS READ".
017700     05  DLI0-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
017800 01  DLI0-TOTAL-LINE-4.
017900     05  FILLER                    PIC X(30)
018000         VALUE "PACKAGE RECORDS READ".
018100     05  DLI0-T-PKG-READ           PIC ZZZ,ZZZ,ZZ9.
018200 01  DLI0-STOP-LINE.
018300     05  FILLER                    PIC X(60)
018400         VALUE "*** TOLERANCE EXCEEDED - STEP FAILED".
018500*----------------------------------------------------------------
018600*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
018700*----------------------------------------------------------------
018800 01  DL903-PARMS.
018900     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL180".
019000     05  DL903-REC-TYPE            PIC X(1).
019100     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
019200*----------------------------------------------------------------
019300*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
019400*----------------------------------------------------------------
019500 01  DL902-DATES.
019600     05  DL902-EXEC-DATE           PIC 9(8).
019700 01  DL902-EXEC-LINE.
019800     05  FILLER                    PIC X(14)
019900         VALUE "BUSINESS DATE ".
020000     05  DL902-EL-BUS              PIC 9(8).
020100     05  FILLER                    PIC X(11)
020200         VALUE "  EXECUTED ".
020300     05  DL902-EL-EXEC             PIC 9(8).
020400 PROCEDURE DIVISION.
020500*================================================================
020600*    0000-MAINLINE  -  A HARD STOP LEAVES THE DL903 END RECORD   *
020700*                      UNWRITTEN SO DL088 HOLDS THE DEPENDENT    *
020800*                      STEPS                                     *
020900*================================================================
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
021200     MOVE "S"                      TO DL903-REC-TYPE
021300     CALL "DL903" USING DL903-PARMS
021400     PERFORM 2000-MATCH-FILES       THRU 2000-EXIT
021500     PERFORM 6000-TERMINATE         THRU 6000-EXIT
021600     IF DLI0-OVER-TOLERANCE
021700         AND DL180-P-STOP
021800         DISPLAY "DL180: INTEGRITY TOLERANCE EXCEEDED - "
021900                 "DEPENDENT REPORTS HELD"
022000         MOVE 8                    TO RETURN-CODE
022100         GOBACK
022200     END-IF
022300     MOVE "E"                      TO DL903-REC-TYPE
022400     MOVE DLI0-MSTR-READ TO DL903-REC-COUNT
022500     CALL "DL903" USING DL903-PARMS
022600     GOBACK.
022700*================================================================
022800*    1000-INITIALIZE  -  A MISSING OR NON-NUMERIC CARD FAILS THE *
022900*                        STEP (THE DL098 RULE)                   *
023000*================================================================
023100 1000-INITIALIZE.
023200     CALL "DL902" USING DLI0-RUN-DATE DL902-EXEC-DATE
023300     OPEN INPUT  DL180-PRM-FILE
023400     READ DL180-PRM-FILE
023500         AT END
023600             MOVE SPACES           TO DL180-PRM-RECORD
023700     END-READ
023800     CLOSE DL180-PRM-FILE
023900     IF NOT DL180-P-STOP-VALID
024000         OR DL180-P-TOL-DEP-NO-MBR NOT NUMERIC
024100         OR DL180-P-TOL-CLM-NO-MBR NOT NUMERIC
024200         OR DL180-P-TOL-CLM-NO-DEP NOT NUMERIC
024300         OR DL180-P-TOL-CLM-NO-PKG NOT NUMERIC
024400         OR DL180-P-TOL-MBR-NO-PKG NOT NUMERIC
024500         DISPLAY "DL180: PARAMETER CARD MISSING OR INVALID"
024600         MOVE 8                    TO RETURN-CODE
024700         GOBACK
024800     END-IF
024900     MOVE ZERO                     TO DLI0-C-COUNT(1)
025000     MOVE ZERO                     TO DLI0-C-COUNT(2)
025100     MOVE ZERO                     TO DLI0-C-COUNT(3)
025200     MOVE ZERO                     TO DLI0-C-COUNT(4)
025300     MOVE ZERO                     TO DLI0-C-COUNT(5)
025400     MOVE DL180-P-TOL-DEP-NO-MBR   TO DLI0-C-TOLERANCE(1)
025500     MOVE DL180-P-TOL-CLM-NO-MBR   TO DLI0-C-TOLERANCE(2)
025600     MOVE DL180-P-TOL-CLM-NO-DEP   TO DLI0-C-TOLERANCE(3)
025700     MOVE DL180-P-TOL-CLM-NO-PKG   TO DLI0-C-TOLERANCE(4)
025800     MOVE DL180-P-TOL-MBR-NO-PKG   TO DLI0-C-TOLERANCE(5)
025900     MOVE SPACES                   TO DLI0-PKG-TABLE
026000     OPEN INPUT  VSGPPAC-FILE
026100     PERFORM 1100-LOAD-ONE-PKG      THRU 1100-EXIT
026200         UNTIL DLI0-PKG-EOF
026300     CLOSE VSGPPAC-FILE
026400     OPEN INPUT  BED1EMP-FILE
026500     OPEN INPUT  BHS1DEP-FILE
026600     OPEN INPUT  BHS2MCH-FILE
026700     OPEN OUTPUT DL180-RPT-FILE
026800     WRITE DL180-RPT-LINE FROM DLI0-HEADING-1
026900     MOVE DLI0-RUN-DATE TO DL902-EL-BUS
027000     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
027100     WRITE DL180-RPT-LINE FROM DL902-EXEC-LINE
027200     WRITE DL180-RPT-LINE FROM SPACES
027300     WRITE DL180-RPT-LINE FROM DLI0-COLUMN-HEADING.
027400 1000-EXIT.
027500     EXIT.
027600*================================================================
027700*    1100-LOAD-ONE-PKG
027800*================================================================
027900 1100-LOAD-ONE-PKG.
028000     READ VSGPPAC-FILE
028100         AT END
028200             SET DLI0-PKG-EOF TO TRUE
028300     END-READ
028400     IF DLI0-PKG-EOF
028500         GO TO 1100-EXIT
028600     END-IF
028700     ADD 1 TO DLI0-PKG-READ
028800     COMPUTE DLI0-SUB = GB-PKG-NO + 1
028900     MOVE "Y"                      TO DLI0-PKG-ON-FILE(DLI0-SUB).
029000 1100-EXIT.
029100     EXIT.
029200*================================================================
029300*    2000-MATCH-FILES  -  DEPENDENTS AND CLAIMS LEFT AFTER THE   *
029400*                         LAST MEMBER HAVE NO MEMBER             *
029500*================================================================
029600 2000-MATCH-FILES.
029700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
029800     PERFORM 8100-READ-DEP          THRU 8100-EXIT
029900     PERFORM 8200-READ-CLAIM        THRU 8200-EXIT
030000     PERFORM 2100-ONE-MEMBER        THRU 2100-EXIT
030100         UNTIL DLI0-MSTR-EOF
030200     PERFORM 2110-ORPHAN-DEP        THRU 2110-EXIT
030300         UNTIL DLI0-DEP-EOF
030400     PERFORM 2130-ORPHAN-CLAIM      THRU 2130-EXIT
030500         UNTIL DLI0-CLM-EOF.
030600 2000-EXIT.
030700     EXIT.
030800*================================================================
030900*    2100-ONE-MEMBER
031000*================================================================
031100 2100-ONE-MEMBER.
031200     ADD 1 TO DLI0-MSTR-READ
031300     PERFORM 2110-ORPHAN-DEP        THRU 2110-EXIT
031400         UNTIL DLI0-DEP-EOF
031500         OR DLI0-DEP-KEY >= EMP-EMP-ID
031600     MOVE ZERO                     TO DLI0-DEP-COUNT
031700     PERFORM 2120-HOLD-ONE-DEP      THRU 2120-EXIT
031800         UNTIL DLI0-DEP-EOF
031900         OR DLI0-DEP-KEY NOT = EMP-EMP-ID
032000     PERFORM 2130-ORPHAN-CLAIM      THRU 2130-EXIT
032100         UNTIL DLI0-CLM-EOF
032200         OR DLI0-CLM-PAT-KEY >= EMP-EMP-ID
032300     PERFORM 2200-CHECK-MEMBER      THRU 2200-EXIT
032400     PERFORM 2300-CHECK-CLAIM       THRU 2300-EXIT
032500         UNTIL DLI0-CLM-EOF
032600         OR DLI0-CLM-PAT-KEY NOT = EMP-EMP-ID
032700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
032800 2100-EXIT.
032900     EXIT.
033000*================================================================
033100*    2110-ORPHAN-DEP  -  DEPENDENT FOR A MEMBER NOT ON BED1EMP
033200*================================================================
033300 2110-ORPHAN-DEP.
033400     MOVE 1                        TO DLI0-CLASS
033500     MOVE SPACES                   TO DLI0-D-DETAIL
033600     MOVE CLS-EMP-ID               TO DLI0-D-KEY
033700     MOVE CLS-DEP-NBR              TO DLI0-WORK-DEP-NBR
033800     STRING "DEPENDENT " DLI0-WORK-DEP-NBR " " CLS-FNAME
033900            DELIMITED BY SIZE INTO DLI0-D-DETAIL
034000     PERFORM 5000-WRITE-EXCEPTION   THRU 5000-EXIT
034100     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
034200 2110-EXIT.
034300     EXIT.
034400*================================================================
034500*    2120-HOLD-ONE-DEP  -  A MEMBER WITH MORE DEPENDENTS THAN    *
034600*                          THE TABLE FAILS THE STEP (THE DL060   *
034700*                          RULE)                                 *
034800*================================================================
034900 2120-HOLD-ONE-DEP.
035000     IF DLI0-DEP-COUNT >= 99
035100         PERFORM 9900-DEP-ABORT     THRU 9900-EXIT
035200     END-IF
035300     ADD 1 TO DLI0-DEP-COUNT
035400     MOVE CLS-DEP-NBR           TO DLI0-DEP-NBR(DLI0-DEP-COUNT)
035500     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
035600 2120-EXIT.
035700     EXIT.
035800*================================================================
035900*    2130-ORPHAN-CLAIM  -  CLAIM FOR A PATIENT NOT ON BED1EMP;   *
036000*                          ITS PACKAGE IS STILL CHECKED          *
036100*================================================================
036200 2130-ORPHAN-CLAIM.
036300     MOVE 2                        TO DLI0-CLASS
036400     PERFORM 2310-CLAIM-DETAIL      THRU 2310-EXIT
036500     PERFORM 5000-WRITE-EXCEPTION   THRU 5000-EXIT
036600     PERFORM 2320-CHECK-CLAIM-PKG   THRU 2320-EXIT
036700     PERFORM 8200-READ-CLAIM        THRU 8200-EXIT.
036800 2130-EXIT.
036900     EXIT.
037000*================================================================
037100*    2200-CHECK-MEMBER  -  EMP-COV-GROUP-EE1 MUST NAME A PACKAGE *
037200*                          ON VSGPPAC                            *
037300*================================================================
037400 2200-CHECK-MEMBER.
037500     IF EMP-COV-GROUP-EE1(1:3) IS NUMERIC
037600         MOVE EMP-COV-GROUP-EE1(1:3) TO DLI0-WORK-PKG-NO
037700         COMPUTE DLI0-SUB = DLI0-WORK-PKG-NO + 1
037800         IF DLI0-PKG-ON-FILE(DLI0-SUB) = "Y"
037900             GO TO 2200-EXIT
038000         END-IF
038100     END-IF
038200     MOVE 5                        TO DLI0-CLASS
038300     MOVE EMP-EMP-ID               TO DLI0-D-KEY
038400     MOVE SPACES                   TO DLI0-D-DETAIL
038500     STRING "COVERAGE GROUP " EMP-COV-GROUP-EE1
038600            DELIMITED BY SIZE INTO DLI0-D-DETAIL
038700     PERFORM 5000-WRITE-EXCEPTION   THRU 5000-EXIT.
038800 2200-EXIT.
038900     EXIT.
039000*================================================================
039100*    2300-CHECK-CLAIM  -  A NUMERIC, NONZERO SUFFIX MUST BE ONE  *
039200*                         OF THE MEMBER'S DEPENDENTS; ANY OTHER  *
039300*                         SUFFIX IS THE SUBSCRIBER (DL142)       *
039400*================================================================
039500 2300-CHECK-CLAIM.
039600     MOVE ZERO                     TO DLI0-WORK-DEP-NBR
039700     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
039800         MOVE CLH-PATIENT-NBR(14:4) TO DLI0-WORK-DEP-NBR
039900     END-IF
040000     IF DLI0-WORK-DEP-NBR = ZERO
040100         GO TO 2300-CHECK-PKG
040200     END-IF
040300     PERFORM 2390-SCAN-ONE          THRU 2390-EXIT
040400         VARYING DLI0-DEP-SUB FROM 1 BY 1
040500         UNTIL DLI0-DEP-SUB > DLI0-DEP-COUNT
040600         OR DLI0-DEP-NBR(DLI0-DEP-SUB) = DLI0-WORK-DEP-NBR
040700     IF DLI0-DEP-SUB > DLI0-DEP-COUNT
040800         MOVE 3                    TO DLI0-CLASS
040900         PERFORM 2310-CLAIM-DETAIL  THRU 2310-EXIT
041000         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
041100     END-IF.
041200 2300-CHECK-PKG.
041300     PERFORM 2320-CHECK-CLAIM-PKG   THRU 2320-EXIT
041400     PERFORM 8200-READ-CLAIM        THRU 8200-EXIT.
041500 2300-EXIT.
041600     EXIT.
041700*================================================================
041800*    2310-CLAIM-DETAIL
041900*================================================================
042000 2310-CLAIM-DETAIL.
042100     MOVE CLH-PATIENT-NBR          TO DLI0-D-KEY
042200     MOVE CLH-INV-NBR              TO DLI0-WORK-INV-NBR
042300     MOVE SPACES                   TO DLI0-D-DETAIL
042400     STRING "INVOICE " DLI0-WORK-INV-NBR
042500            " GROUP " CLH-GROUP
042600            DELIMITED BY SIZE INTO DLI0-D-DETAIL.
042700 2310-EXIT.
042800     EXIT.
042900*================================================================
043000*    2320-CHECK-CLAIM-PKG  -  CLH-GROUP(1:3) MUST NAME A PACKAGE *
043100*                             ON VSGPPAC (THE DL120 JOIN)        *
043200*================================================================
043300 2320-CHECK-CLAIM-PKG.
043400     IF CLH-GROUP(1:3) IS NUMERIC
043500         MOVE CLH-GROUP(1:3)       TO DLI0-WORK-PKG-NO
043600         COMPUTE DLI0-SUB = DLI0-WORK-PKG-NO + 1
043700         IF DLI0-PKG-ON-FILE(DLI0-SUB) = "Y"
043800             GO TO 2320-EXIT
043900         END-IF
044000     END-IF
044100     MOVE 4                        TO DLI0-CLASS
044200     PERFORM 2310-CLAIM-DETAIL      THRU 2310-EXIT
044300     PERFORM 5000-WRITE-EXCEPTION   THRU 5000-EXIT.
044400 2320-EXIT.
044500     EXIT.
044600*================================================================
044700*    2390-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
044800*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
044900*                      PERFORM THAT CALLS THIS                   *
045000*================================================================
045100 2390-SCAN-ONE.
045200     CONTINUE.
045300 2390-EXIT.
045400     EXIT.
045500*================================================================
045600*    5000-WRITE-EXCEPTION  -  DLI0-CLASS, DLI0-D-KEY AND         *
045700*                             DLI0-D-DETAIL ARE SET BY THE       *
045800*                             CALLER                             *
045900*================================================================
046000 5000-WRITE-EXCEPTION.
046100     ADD 1 TO DLI0-C-COUNT(DLI0-CLASS)
046200     MOVE DLI0-C-NAME(DLI0-CLASS)  TO DLI0-D-CLASS
046300     WRITE DL180-RPT-LINE FROM DLI0-DETAIL-LINE.
046400 5000-EXIT.
046500     EXIT.
046600*================================================================
046700*    6000-TERMINATE  -  CLASS COUNTS AGAINST THE CARD'S          *
046800*                       TOLERANCES, THEN THE RUN TOTALS          *
046900*================================================================
047000 6000-TERMINATE.
047100     WRITE DL180-RPT-LINE FROM SPACES
047200     WRITE DL180-RPT-LINE FROM DLI0-SUMMARY-HEADING
047300     PERFORM 6100-SUMMARIZE-CLASS   THRU 6100-EXIT
047400         VARYING DLI0-CLASS FROM 1 BY 1
047500         UNTIL DLI0-CLASS > 5
047600     MOVE DLI0-MSTR-READ           TO DLI0-T-MSTR-READ
047700     MOVE DLI0-DEP-READ            TO DLI0-T-DEP-READ
047800     MOVE DLI0-CLM-READ            TO DLI0-T-CLM-READ
047900     MOVE DLI0-PKG-READ            TO DLI0-T-PKG-READ
048000     WRITE DL180-RPT-LINE FROM SPACES
048100     WRITE DL180-RPT-LINE FROM DLI0-TOTAL-LINE-1
048200     WRITE DL180-RPT-LINE FROM DLI0-TOTAL-LINE-2
048300     WRITE DL180-RPT-LINE FROM DLI0-TOTAL-LINE-3
048400     WRITE DL180-RPT-LINE FROM DLI0-TOTAL-LINE-4
048500     IF DLI0-OVER-TOLERANCE
048600         AND DL180-P-STOP
048700         WRITE DL180-RPT-LINE FROM SPACES
048800         WRITE DL180-RPT-LINE FROM DLI0-STOP-LINE
048900     END-IF
049000     CLOSE BED1EMP-FILE
049100     CLOSE BHS1DEP-FILE
049200     CLOSE BHS2MCH-FILE
049300     CLOSE DL180-RPT-FILE.
049400 6000-EXIT.
049500     EXIT.
049600*================================================================
049700*    6100-SUMMARIZE-CLASS
049800*================================================================
049900 6100-SUMMARIZE-CLASS.
050000     MOVE DLI0-C-NAME(DLI0-CLASS)  TO DLI0-S-CLASS
050100     MOVE DLI0-C-COUNT(DLI0-CLASS) TO DLI0-S-COUNT
050200     MOVE DLI0-C-TOLERANCE(DLI0-CLASS) TO DLI0-S-TOLERANCE
050300     IF DLI0-C-COUNT(DLI0-CLASS) > DLI0-C-TOLERANCE(DLI0-CLASS)
050400         SET DLI0-OVER-TOLERANCE   TO TRUE
050500         MOVE "OVER"               TO DLI0-S-STATUS
050600     ELSE
050700         MOVE "WITHIN"             TO DLI0-S-STATUS
050800     END-IF
050900     WRITE DL180-RPT-LINE FROM DLI0-SUMMARY-LINE.
051000 6100-EXIT.
051100     EXIT.
051200*================================================================
051300*    8000-READ-MASTER
051400*================================================================
051500 8000-READ-MASTER.
051600     READ BED1EMP-FILE
051700         AT END
051800             SET DLI0-MSTR-EOF TO TRUE
051900     END-READ.
052000 8000-EXIT.
052100     EXIT.
052200*================================================================
052300*    8100-READ-DEP
052400*================================================================
052500 8100-READ-DEP.
052600     READ BHS1DEP-FILE
052700         AT END
052800             SET DLI0-DEP-EOF TO TRUE
052900             MOVE HIGH-VALUES      TO DLI0-DEP-KEY
053000     END-READ
053100     IF NOT DLI0-DEP-EOF
053200         ADD 1 TO DLI0-DEP-READ
053300         MOVE CLS-EMP-ID           TO DLI0-DEP-KEY
053400     END-IF.
053500 8100-EXIT.
053600     EXIT.
053700*================================================================
053800*    8200-READ-CLAIM
053900*================================================================
054000 8200-READ-CLAIM.
054100     READ BHS2MCH-FILE
054200         AT END
054300             SET DLI0-CLM-EOF TO TRUE
054400             MOVE HIGH-VALUES      TO DLI0-CLM-PAT-KEY
054500     END-READ
054600     IF NOT DLI0-CLM-EOF
054700         ADD 1 TO DLI0-CLM-READ
054800         MOVE CLH-PATIENT-NBR(1:13) TO DLI0-CLM-PAT-KEY
054900     END-IF.
055000 8200-EXIT.
055100     EXIT.
055200*================================================================
055300*    9900-DEP-ABORT  -  MORE DEPENDENTS ON ONE MEMBER THAN THE   *
055400*                       TABLE HOLDS                              *
055500*================================================================
055600 9900-DEP-ABORT.
055700     DISPLAY "DL180: MEMBER " EMP-EMP-ID
055800             " EXCEEDS THE 99-DEPENDENT TABLE"
055900     MOVE 8                        TO RETURN-CODE
056000     GOBACK.
056100 9900-EXIT.
056200     EXIT.
