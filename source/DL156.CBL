000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL156.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - RETROACTIVE-ELIGIBILITY RE-
001100*                   ADJUDICATION WORKLIST.  RUNS NIGHTLY WITH
001200*                   THE DL126CHG CHANGED-MEMBER EXTRACT MOUNTED
001300*                   ON THE BED1EMP DD, SO ONLY MEMBERS ENROLLMENT
001400*                   TOUCHED TODAY (DL007 ADDS, DL089 SPOUSE/DEP
001500*                   WINDOWS) ARE READ.  BHS1DEP (BY CLS-EMP-ID)
001600*                   AND THE LOCKSTEP BHS2MCH/BHS3MDE PAIR (BY
001700*                   CLH-PATIENT-NBR(1:13)) ARE MATCHED TO IT.
001800*                   A FINALIZED CLAIM THAT PAID NOTHING AND
001900*                   CARRIES A REMARK CODE ON THE DL156DNC NO-
002000*                   COVERAGE LIST IS TESTED AGAINST THE PATIENT'S
002100*                   WINDOWS AS THEY NOW STAND - EMP-COV-EE-TBL FOR
002200*                   THE SUBSCRIBER, THE SPOUSE OR DEPENDENT PAIR
002300*                   OF EMP-COV-SP-TBL OTHERWISE (CLS-REL "SP" IS
002400*                   THE SPOUSE, THE DL090 READING).  WHEN ONE
002500*                   WINDOW SPANS THE CLAIM'S FIRST THROUGH LAST
002600*                   SERVICE DATE AND NO NOT-COVERED WINDOW TAKES
002700*                   EITHER END BACK (THE DL056 INTERPRETATION),
002800*                   A DL156RAJ REOPEN TRANSACTION AND A WORKLIST
002900*                   LINE ARE WRITTEN SO THE CLAIM IS RE-
003000*                   ADJUDICATED WITHOUT WAITING FOR A REBILL.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL156-DNC-FILE     ASSIGN TO DL156DNC
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL156-RAJ-FILE     ASSIGN TO DL156RAJ
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL156-RPT-FILE     ASSIGN TO DL156RPT
005100            ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  BED1EMP-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY BED1EMP.
005700     COPY BED1EMPT.
005800 FD  BHS1DEP-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY BHS1DEP.
006100 FD  BHS2MCH-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY BHS2MCH.
006400 FD  BHS3MDE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY BHS3MDE.
006700 FD  DL156-DNC-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DL156DNC.
007000 FD  DL156-RAJ-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DL156RAJ.
007300 FD  DL156-RPT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  DL156-RPT-LINE                PIC X(132).
007600 WORKING-STORAGE SECTION.
007700*----------------------------------------------------------------
007800*    DLF6-SWITCHES AND COUNTERS
007900*----------------------------------------------------------------
008000 01  DLF6-SWITCHES.
008100     05  DLF6-MSTR-EOF-SW          PIC X(1)     VALUE "N".
008200         88  DLF6-MSTR-EOF                       VALUE "Y".
008300     05  DLF6-DEP-EOF-SW           PIC X(1)     VALUE "N".
008400         88  DLF6-DEP-EOF                        VALUE "Y".
008500     05  DLF6-CLM-EOF-SW           PIC X(1)     VALUE "N".
008600         88  DLF6-CLM-EOF                        VALUE "Y".
008700     05  DLF6-DET-EOF-SW           PIC X(1)     VALUE "N".
008800         88  DLF6-DET-EOF                        VALUE "Y".
008900     05  DLF6-DNC-EOF-SW           PIC X(1)     VALUE "N".
009000         88  DLF6-DNC-EOF                        VALUE "Y".
009100     05  DLF6-NO-COV-SW            PIC X(1)     VALUE "N".
009200         88  DLF6-NO-COV-DENIAL                  VALUE "Y".
009300     05  DLF6-COVERED-SW           PIC X(1)     VALUE "N".
009400         88  DLF6-COVERED                        VALUE "Y".
009500     05  DLF6-EXCLUDED-SW          PIC X(1)     VALUE "N".
009600         88  DLF6-EXCLUDED                       VALUE "Y".
009700*    WHICH COVERAGE WINDOWS APPLY TO THE CLAIM'S PATIENT
009800     05  DLF6-PAT-TYPE             PIC X(1)     VALUE SPACE.
009900         88  DLF6-PAT-SUBSCRIBER                 VALUE "E".
010000         88  DLF6-PAT-SPOUSE                     VALUE "S".
010100         88  DLF6-PAT-DEPENDENT                  VALUE "D".
010200 01  DLF6-KEYS.
010300     05  DLF6-DEP-KEY              PIC X(13).
010400     05  DLF6-CLM-KEY              PIC X(13).
010500*----------------------------------------------------------------
010600*    DLF6-DNC-TABLE  -  REMARK CODES THAT MEAN "NO COVERAGE"
010700*----------------------------------------------------------------
010800 01  DLF6-DNC-TABLE.
010900     05  DLF6-DNC-COUNT            PIC S9(4) COMP VALUE ZERO.
011000     05  DLF6-DNC-ENTRY OCCURS 200 TIMES.
011100         10  DLF6-N-RMK-CD         PIC X(4).
011200*----------------------------------------------------------------
011300*    DLF6-DEP-TABLE  -  THE CURRENT SUBSCRIBER'S DEPENDENTS
011400*----------------------------------------------------------------
011500 01  DLF6-DEP-TABLE.
011600     05  DLF6-DEP-COUNT            PIC S9(4) COMP VALUE ZERO.
011700     05  DLF6-DEP-ENTRY OCCURS 30 TIMES.
011800         10  DLF6-P-DEP-NBR        PIC 9(4).
011900         10  DLF6-P-REL            PIC X(2).
012000 01  DLF6-WORK-FIELDS.
012100     05  DLF6-SUB                  PIC S9(4) COMP VALUE ZERO.
012200     05  DLF6-DEP-SUB              PIC S9(4) COMP VALUE ZERO.
012300     05  DLF6-LN-SUB               PIC S9(4) COMP VALUE ZERO.
012400     05  DLF6-COV-SUB              PIC S9(4) COMP VALUE ZERO.
012500     05  DLF6-NC-SUB               PIC S9(4) COMP VALUE ZERO.
012600     05  DLF6-WORK-DEP-NBR         PIC 9(4).
012700     05  DLF6-TEST-RMK             PIC X(4).
012800     05  DLF6-DENY-RMK             PIC X(4).
012900     05  DLF6-SVC-FROM-DT          PIC 9(8).
013000     05  DLF6-SVC-TO-DT            PIC 9(8).
013100     05  DLF6-LINE-TO-DT           PIC 9(8).
013200     05  DLF6-TEST-DT              PIC 9(8).
013300     05  DLF6-COV-EFF-DT           PIC 9(8).
013400     05  DLF6-COV-CANC-DT          PIC 9(8).
013500     05  DLF6-CLM-CHG              PIC S9(8) COMP.
013600 01  DLF6-DATE-WORK.
013700     05  DLF6-RUN-DATE             PIC 9(8).
013800 01  DLF6-COUNTERS.
013900     05  DLF6-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
014000     05  DLF6-CLM-READ             PIC S9(8) COMP VALUE ZERO.
014100     05  DLF6-DENIALS-TESTED       PIC S9(8) COMP VALUE ZERO.
014200     05  DLF6-REOPENED             PIC S9(8) COMP VALUE ZERO.
014300     05  DLF6-STILL-NOT-COV        PIC S9(8) COMP VALUE ZERO.
014400     05  DLF6-CLM-UNRESOLVED       PIC S9(8) COMP VALUE ZERO.
014500     05  DLF6-REOPEN-CHG           PIC S9(13) COMP-3 VALUE ZERO.
014600 01  DLF6-HEADING-1.
014700     05  FILLER                    PIC X(50)
014800         VALUE "RETROACTIVE-ELIGIBILITY RE-ADJUDICATION WORKLIST".
014900 01  DLF6-COLUMN-HEADING.
015000     05  FILLER                   PIC X(15) VALUE "MEMBER".
015100     05  FILLER                   PIC X(6)  VALUE "DEP".
015200     05  FILLER                   PIC X(15) VALUE "INVOICE".
015300     05  FILLER                   PIC X(6)  VALUE "RMK".
015400     05  FILLER                   PIC X(10) VALUE "SVC FROM".
015500     05  FILLER                   PIC X(10) VALUE "SVC TO".
015600     05  FILLER                   PIC X(10) VALUE "COV EFF".
015700     05  FILLER                   PIC X(10) VALUE "COV CANC".
015800     05  FILLER                   PIC X(12) VALUE "PROVIDER".
015900     05  FILLER                   PIC X(12) VALUE "CHARGE".
016000 01  DLF6-DETAIL-LINE.
016100     05  DLF6-D-EMP-ID             PIC X(13).
016200     05  FILLER                    PIC X(2)  VALUE SPACES.
016300     05  DLF6-D-DEP-NBR            PIC 9(4).
016400     05  FILLER                    PIC X(2)  VALUE SPACES.
016500     05  DLF6-D-INV-NBR            PIC 9(13).
016600     05  FILLER                    PIC X(2)  VALUE SPACES.
016700     05  DLF6-D-RMK-CD             PIC X(4).
016800     05  FILLER                    PIC X(2)  VALUE SPACES.
016900     05  DLF6-D-SVC-FROM           PIC 9(8).
017000     05  FILLER                    PIC X(2)  VALUE SPACES.
017100     05  DLF6-D-SVC-TO             PIC 9(8).
017200     05  FILLER                    PIC X(2)  VALUE SPACES.
017300     05  DLF6-D-COV-EFF            PIC 9(8).
017400     05  FILLER                    PIC X(2)  VALUE SPACES.
017500     05  DLF6-D-COV-CANC           PIC 9(8).
017600     05  FILLER                    PIC X(2)  VALUE SPACES.
017700     05  DLF6-D-CONT-PRV           PIC X(10).
017800     05  FILLER                    PIC X(2)  VALUE SPACES.
017900     05  DLF6-D-CHARGE             PIC ZZZ,ZZZ,ZZ9.
018000 01  DLF6-TOTAL-LINE-1.
018100     05  FILLER                    PIC X(25)
018200         VALUE "CHANGED MEMBERS READ".
018300     05  DLF6-T-MEMBERS            PIC ZZZ,ZZZ,ZZ9.
018400 01  DLF6-TOTAL-LINE-2.
018500     05  FILLER                    PIC X(25)
018600         VALUE "NO-COVERAGE DENIALS".
018700     05  DLF6-T-DENIALS            PIC ZZZ,ZZZ,ZZ9.
018800 01  DLF6-TOTAL-LINE-3.
018900     05  FILLER                    PIC X(25)
019000         VALUE "CLAIMS REOPENED".
019100     05  DLF6-T-REOPENED           PIC ZZZ,ZZZ,ZZ9.
019200 01  DLF6-TOTAL-LINE-4.
019300     05  FILLER                    PIC X(25)
019400         VALUE "CHARGES REOPENED".
019500     05  DLF6-T-CHARGES            PIC ZZZ,ZZZ,ZZZ,ZZ9.
019600 01  DLF6-TOTAL-LINE-5.
019700     05  FILLER                    PIC X(25)
019800         VALUE "DENIALS STILL NOT COVERED".
019900     05  DLF6-T-STILL              PIC ZZZ,ZZZ,ZZ9.
020000 01  DLF6-TOTAL-LINE-6.
020100     05  FILLER                    PIC X(25)
020200         VALUE "CLAIMS PATIENT UNRESOLVED".
020300     05  DLF6-T-UNRESOLVED         PIC ZZZ,ZZZ,ZZ9.
020400*----------------------------------------------------------------
020500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
020600*----------------------------------------------------------------
020700 01  DL903-PARMS.
020800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL156".
020900     05  DL903-REC-TYPE            PIC X(1).
021000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
021100*----------------------------------------------------------------
021200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
021300*----------------------------------------------------------------
021400 01  DL902-DATES.
021500     05  DL902-EXEC-DATE           PIC 9(8).
021600 01  DL902-EXEC-LINE.
021700     05  FILLER                    PIC X(14)
021800         VALUE "BUSINESS DATE ".
021900     05  DL902-EL-BUS              PIC 9(8).
022000     05  FILLER                    PIC X(11)
022100         VALUE "  EXECUTED ".
022200     05  DL902-EL-EXEC             PIC 9(8).
022300 PROCEDURE DIVISION.
022400*================================================================
022500*    0000-MAINLINE
022600*================================================================
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
022900     MOVE "S"                      TO DL903-REC-TYPE
023000     CALL "DL903" USING DL903-PARMS
023100     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
023200         UNTIL DLF6-MSTR-EOF
023300     PERFORM 3000-TERMINATE         THRU 3000-EXIT
023400     MOVE "E"                      TO DL903-REC-TYPE
023500     MOVE DLF6-MSTR-READ TO DL903-REC-COUNT
023600     CALL "DL903" USING DL903-PARMS
023700     GOBACK.
023800*================================================================
023900*    1000-INITIALIZE
024000*================================================================
024100 1000-INITIALIZE.
024200     CALL "DL902" USING DLF6-RUN-DATE DL902-EXEC-DATE
024300     OPEN INPUT  BED1EMP-FILE
024400     OPEN INPUT  BHS1DEP-FILE
024500     OPEN INPUT  BHS2MCH-FILE
024600     OPEN INPUT  BHS3MDE-FILE
024700     OPEN INPUT  DL156-DNC-FILE
024800     OPEN OUTPUT DL156-RAJ-FILE
024900     OPEN OUTPUT DL156-RPT-FILE
025000     WRITE DL156-RPT-LINE FROM DLF6-HEADING-1
025100     MOVE DLF6-RUN-DATE TO DL902-EL-BUS
025200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
025300     WRITE DL156-RPT-LINE FROM DL902-EXEC-LINE
025400     WRITE DL156-RPT-LINE FROM SPACES
025500     WRITE DL156-RPT-LINE FROM DLF6-COLUMN-HEADING
025600     PERFORM 1100-LOAD-ONE-DNC      THRU 1100-EXIT
025700         UNTIL DLF6-DNC-EOF
025800     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
025900     PERFORM 8100-READ-DEP          THRU 8100-EXIT
026000     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300*================================================================
026400*    1100-LOAD-ONE-DNC
026500*================================================================
026600 1100-LOAD-ONE-DNC.
026700     READ DL156-DNC-FILE
026800         AT END
026900             SET DLF6-DNC-EOF TO TRUE
027000     END-READ
027100     IF DLF6-DNC-EOF
027200         GO TO 1100-EXIT
027300     END-IF
027400*    A DROPPED CODE SILENTLY LEAVES ITS DENIALS UNREOPENED -
027500*    FAIL THE STEP (THE DL060 RULE)
027600     IF DLF6-DNC-COUNT >= 200
027700         PERFORM 9900-DNC-ABORT     THRU 9900-EXIT
027800     END-IF
027900     ADD 1 TO DLF6-DNC-COUNT
028000     MOVE DL156-N-RMK-CD   TO DLF6-N-RMK-CD(DLF6-DNC-COUNT).
028100 1100-EXIT.
028200     EXIT.
028300*================================================================
028400*    2000-PROCESS-MASTER  -  GATHER THE FAMILY, THEN TEST EACH   *
028500*                            OF ITS CLAIMS                       *
028600*================================================================
028700 2000-PROCESS-MASTER.
028800     ADD 1 TO DLF6-MSTR-READ
028900     PERFORM 2050-SKIP-ORPHAN-CLM   THRU 2050-EXIT
029000         UNTIL DLF6-CLM-EOF
029100         OR DLF6-CLM-KEY >= EMP-EMP-ID
029200     PERFORM 2060-SKIP-ORPHAN-DEP   THRU 2060-EXIT
029300         UNTIL DLF6-DEP-EOF
029400         OR DLF6-DEP-KEY >= EMP-EMP-ID
029500     MOVE ZERO                     TO DLF6-DEP-COUNT
029600     PERFORM 2070-LOAD-ONE-DEP      THRU 2070-EXIT
029700         UNTIL DLF6-DEP-EOF
029800         OR DLF6-DEP-KEY NOT = EMP-EMP-ID
029900     PERFORM 2100-TEST-ONE-CLAIM    THRU 2100-EXIT
030000         UNTIL DLF6-CLM-EOF
030100         OR DLF6-CLM-KEY NOT = EMP-EMP-ID
030200     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
030300 2000-EXIT.
030400     EXIT.
030500*================================================================
030600*    2050-SKIP-ORPHAN-CLM  -  CLAIM FOR A MEMBER NOT CHANGED     *
030700*                             TODAY                              *
030800*================================================================
030900 2050-SKIP-ORPHAN-CLM.
031000     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
031100 2050-EXIT.
031200     EXIT.
031300*================================================================
031400*    2060-SKIP-ORPHAN-DEP
031500*================================================================
031600 2060-SKIP-ORPHAN-DEP.
031700     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
031800 2060-EXIT.
031900     EXIT.
032000*================================================================
032100*    2070-LOAD-ONE-DEP
032200*================================================================
032300 2070-LOAD-ONE-DEP.
032400     IF DLF6-DEP-COUNT >= 30
032500         PERFORM 9920-DEP-ABORT     THRU 9920-EXIT
032600     END-IF
032700     ADD 1 TO DLF6-DEP-COUNT
032800     MOVE CLS-DEP-NBR      TO DLF6-P-DEP-NBR(DLF6-DEP-COUNT)
032900     MOVE CLS-REL          TO DLF6-P-REL(DLF6-DEP-COUNT)
033000     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
033100 2070-EXIT.
033200     EXIT.
033300*================================================================
033400*    2100-TEST-ONE-CLAIM  -  A FINALIZED, UNPAID CLAIM DENIED    *
033500*                            FOR NO COVERAGE IS TESTED AGAINST   *
033600*                            THE PATIENT'S WINDOWS AS THEY NOW   *
033700*                            STAND                               *
033800*================================================================
033900 2100-TEST-ONE-CLAIM.
034000     ADD 1 TO DLF6-CLM-READ
034100     IF CLH-FIN-PROC-DT = ZERO
034200         OR CLH-CLM-PAID-AMT NOT = ZERO
034300         OR DLF6-DET-EOF
034400         GO TO 2100-READ-NEXT
034500     END-IF
034600     MOVE "N"                      TO DLF6-NO-COV-SW
034700     MOVE ZERO                     TO DLF6-SVC-FROM-DT
034800     MOVE ZERO                     TO DLF6-SVC-TO-DT
034900     MOVE ZERO                     TO DLF6-CLM-CHG
035000     MOVE CLH-RMK-CD               TO DLF6-TEST-RMK
035100     PERFORM 2150-TEST-REMARK       THRU 2150-EXIT
035200     PERFORM 2200-SPAN-ONE-LINE     THRU 2200-EXIT
035300         VARYING DLF6-LN-SUB FROM 1 BY 1
035400         UNTIL DLF6-LN-SUB > 4
035500     IF NOT DLF6-NO-COV-DENIAL
035600         OR DLF6-SVC-FROM-DT = ZERO
035700         GO TO 2100-READ-NEXT
035800     END-IF
035900     ADD 1 TO DLF6-DENIALS-TESTED
036000     MOVE ZERO                     TO DLF6-WORK-DEP-NBR
036100     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
036200         MOVE CLH-PATIENT-NBR(14:4) TO DLF6-WORK-DEP-NBR
036300     END-IF
036400     IF DLF6-WORK-DEP-NBR = ZERO
036500         SET DLF6-PAT-SUBSCRIBER   TO TRUE
036600     ELSE
036700         PERFORM 2190-SCAN-ONE      THRU 2190-EXIT
036800             VARYING DLF6-DEP-SUB FROM 1 BY 1
036900             UNTIL DLF6-DEP-SUB > DLF6-DEP-COUNT
037000             OR DLF6-P-DEP-NBR(DLF6-DEP-SUB)
037100                = DLF6-WORK-DEP-NBR
037200         IF DLF6-DEP-SUB > DLF6-DEP-COUNT
037300             ADD 1 TO DLF6-CLM-UNRESOLVED
037400             GO TO 2100-READ-NEXT
037500         END-IF
037600         IF DLF6-P-REL(DLF6-DEP-SUB) = "SP"
037700             SET DLF6-PAT-SPOUSE   TO TRUE
037800         ELSE
037900             SET DLF6-PAT-DEPENDENT TO TRUE
038000         END-IF
038100     END-IF
038200     PERFORM 2300-FIND-COVERAGE     THRU 2300-EXIT
038300     IF NOT DLF6-COVERED
038400         ADD 1 TO DLF6-STILL-NOT-COV
038500         GO TO 2100-READ-NEXT
038600     END-IF
038700     PERFORM 2400-WRITE-REOPEN      THRU 2400-EXIT.
038800 2100-READ-NEXT.
038900     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
039000 2100-EXIT.
039100     EXIT.
039200*================================================================
039300*    2150-TEST-REMARK  -  THE FIRST NO-COVERAGE REMARK FOUND IS  *
039400*                         KEPT AS THE DENIAL REASON              *
039500*================================================================
039600 2150-TEST-REMARK.
039700     IF DLF6-NO-COV-DENIAL
039800         OR DLF6-TEST-RMK = SPACES
039900         GO TO 2150-EXIT
040000     END-IF
040100     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
040200         VARYING DLF6-SUB FROM 1 BY 1
040300         UNTIL DLF6-SUB > DLF6-DNC-COUNT
040400         OR DLF6-N-RMK-CD(DLF6-SUB) = DLF6-TEST-RMK
040500     IF DLF6-SUB NOT > DLF6-DNC-COUNT
040600         SET DLF6-NO-COV-DENIAL    TO TRUE
040700         MOVE DLF6-TEST-RMK        TO DLF6-DENY-RMK
040800     END-IF.
040900 2150-EXIT.
041000     EXIT.
041100*================================================================
041200*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
041300*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
041400*                      PERFORM THAT CALLS THIS                   *
041500*================================================================
041600 2190-SCAN-ONE.
041700     CONTINUE.
041800 2190-EXIT.
041900     EXIT.
042000*================================================================
042100*    2200-SPAN-ONE-LINE  -  WIDEN THE CLAIM'S SERVICE SPAN BY    *
042200*                           THE LINE, TOTAL ITS CHARGE AND TEST  *
042300*                           ITS REMARK CODES                     *
042400*================================================================
042500 2200-SPAN-ONE-LINE.
042600     IF CLD-FST-DT(DLF6-LN-SUB) = ZERO
042700         GO TO 2200-EXIT
042800     END-IF
042900     MOVE CLD-FST-DT(DLF6-LN-SUB)  TO DLF6-TEST-DT
043000     IF DLF6-SVC-FROM-DT = ZERO
043100         OR DLF6-TEST-DT < DLF6-SVC-FROM-DT
043200         MOVE DLF6-TEST-DT         TO DLF6-SVC-FROM-DT
043300     END-IF
043400     MOVE DLF6-TEST-DT             TO DLF6-LINE-TO-DT
043500     IF CLD-LST-DT(DLF6-LN-SUB) > CLD-FST-DT(DLF6-LN-SUB)
043600         MOVE CLD-LST-DT(DLF6-LN-SUB) TO DLF6-LINE-TO-DT
043700     END-IF
043800     IF DLF6-LINE-TO-DT > DLF6-SVC-TO-DT
043900         MOVE DLF6-LINE-TO-DT      TO DLF6-SVC-TO-DT
044000     END-IF
044100     ADD CLD-CHG(DLF6-LN-SUB)      TO DLF6-CLM-CHG
044200     MOVE CLD-RMK-CD-1(DLF6-LN-SUB) TO DLF6-TEST-RMK
044300     PERFORM 2150-TEST-REMARK       THRU 2150-EXIT
044400     MOVE CLD-RMK-CD-2(DLF6-LN-SUB) TO DLF6-TEST-RMK
044500     PERFORM 2150-TEST-REMARK       THRU 2150-EXIT
044600     MOVE CLD-RMK-CD-3(DLF6-LN-SUB) TO DLF6-TEST-RMK
044700     PERFORM 2150-TEST-REMARK       THRU 2150-EXIT
044800     MOVE CLD-RMK-CD-4(DLF6-LN-SUB) TO DLF6-TEST-RMK
044900     PERFORM 2150-TEST-REMARK       THRU 2150-EXIT
045000     MOVE CLD-RMK-CD-5(DLF6-LN-SUB) TO DLF6-TEST-RMK
045100     PERFORM 2150-TEST-REMARK       THRU 2150-EXIT.
045200 2200-EXIT.
045300     EXIT.
045400*================================================================
045500*    2300-FIND-COVERAGE  -  ONE WINDOW OF THE PATIENT'S KIND     *
045600*                           MUST SPAN THE WHOLE SERVICE SPAN,    *
045700*                           AND NO NOT-COVERED WINDOW MAY TAKE   *
045800*                           EITHER END BACK                      *
045900*================================================================
046000 2300-FIND-COVERAGE.
046100     MOVE "N"                      TO DLF6-COVERED-SW
046200     MOVE "N"                      TO DLF6-EXCLUDED-SW
046300     EVALUATE TRUE
046400         WHEN DLF6-PAT-SUBSCRIBER
046500             PERFORM 2310-TEST-EE-SLOT  THRU 2310-EXIT
046600                 VARYING DLF6-COV-SUB FROM 1 BY 1
046700                 UNTIL DLF6-COV-SUB > 12
046800                 OR DLF6-COVERED
046900         WHEN DLF6-PAT-SPOUSE
047000             PERFORM 2320-TEST-SP-SLOT  THRU 2320-EXIT
047100                 VARYING DLF6-COV-SUB FROM 1 BY 1
047200                 UNTIL DLF6-COV-SUB > 6
047300                 OR DLF6-COVERED
047400         WHEN OTHER
047500             PERFORM 2330-TEST-DEP-SLOT THRU 2330-EXIT
047600                 VARYING DLF6-COV-SUB FROM 1 BY 1
047700                 UNTIL DLF6-COV-SUB > 6
047800                 OR DLF6-COVERED
047900     END-EVALUATE
048000     IF NOT DLF6-COVERED
048100         GO TO 2300-EXIT
048200     END-IF
048300     MOVE DLF6-SVC-FROM-DT         TO DLF6-TEST-DT
048400     PERFORM 2350-CHECK-ONE-WINDOW  THRU 2350-EXIT
048500         VARYING DLF6-NC-SUB FROM 1 BY 1
048600         UNTIL DLF6-NC-SUB > 8
048700         OR DLF6-EXCLUDED
048800     MOVE DLF6-SVC-TO-DT           TO DLF6-TEST-DT
048900     PERFORM 2350-CHECK-ONE-WINDOW  THRU 2350-EXIT
049000         VARYING DLF6-NC-SUB FROM 1 BY 1
049100         UNTIL DLF6-NC-SUB > 8
049200         OR DLF6-EXCLUDED
049300     IF DLF6-EXCLUDED
049400         MOVE "N"                  TO DLF6-COVERED-SW
049500     END-IF.
049600 2300-EXIT.
049700     EXIT.
049800*================================================================
049900*    2310-TEST-EE-SLOT  -  SUBSCRIBER COVERAGE OCCURRENCE
050000*================================================================
050100 2310-TEST-EE-SLOT.
050200     MOVE EMP-COV-EFF-DT-EE-T(DLF6-COV-SUB)  TO DLF6-COV-EFF-DT
050300     MOVE EMP-COV-CANC-DT-EE-T(DLF6-COV-SUB) TO DLF6-COV-CANC-DT
050400     PERFORM 2340-TEST-SPAN         THRU 2340-EXIT.
050500 2310-EXIT.
050600     EXIT.
050700*================================================================
050800*    2320-TEST-SP-SLOT  -  SPOUSE HALF OF A SPOUSE/DEPENDENT     *
050900*                          OCCURRENCE                            *
051000*================================================================
051100 2320-TEST-SP-SLOT.
051200     MOVE EMP-COV-SP-EFF-DT-SP-T(DLF6-COV-SUB)
051300                                   TO DLF6-COV-EFF-DT
051400     MOVE EMP-COV-SP-CANC-DT-SP-T(DLF6-COV-SUB)
051500                                   TO DLF6-COV-CANC-DT
051600     PERFORM 2340-TEST-SPAN         THRU 2340-EXIT.
051700 2320-EXIT.
051800     EXIT.
051900*================================================================
052000*    2330-TEST-DEP-SLOT  -  DEPENDENT HALF OF A SPOUSE/DEPENDENT *
052100*                           OCCURRENCE                           *
052200*================================================================
052300 2330-TEST-DEP-SLOT.
052400     MOVE EMP-COV-SP-EFF-DT-DEP-T(DLF6-COV-SUB)
052500                                   TO DLF6-COV-EFF-DT
052600     MOVE EMP-COV-SP-CANC-DT-DEP-T(DLF6-COV-SUB)
052700                                   TO DLF6-COV-CANC-DT
052800     PERFORM 2340-TEST-SPAN         THRU 2340-EXIT.
052900 2330-EXIT.
053000     EXIT.
053100*================================================================
053200*    2340-TEST-SPAN  -  AN OPEN-ENDED OR LATER-CANCELLED WINDOW  *
053300*                       EFFECTIVE BY THE FIRST SERVICE DATE      *
053400*================================================================
053500 2340-TEST-SPAN.
053600     IF DLF6-COV-EFF-DT NOT = ZERO
053700         AND DLF6-COV-EFF-DT <= DLF6-SVC-FROM-DT
053800         AND (DLF6-COV-CANC-DT = ZERO
053900             OR DLF6-COV-CANC-DT >= DLF6-SVC-TO-DT)
054000         SET DLF6-COVERED          TO TRUE
054100     END-IF.
054200 2340-EXIT.
054300     EXIT.
054400*================================================================
054500*    2350-CHECK-ONE-WINDOW  -  A NOT-COVERED WINDOW SPANNING     *
054600*                              DLF6-TEST-DT OVERRIDES COVERAGE   *
054700*================================================================
054800 2350-CHECK-ONE-WINDOW.
054900     IF EMP-NOT-COV-FROM-T(DLF6-NC-SUB) NOT = ZERO
055000         AND EMP-NOT-COV-FROM-T(DLF6-NC-SUB) <= DLF6-TEST-DT
055100         AND (EMP-NOT-COV-TO-T(DLF6-NC-SUB) = ZERO
055200             OR EMP-NOT-COV-TO-T(DLF6-NC-SUB) >= DLF6-TEST-DT)
055300         SET DLF6-EXCLUDED         TO TRUE
055400     END-IF.
055500 2350-EXIT.
055600     EXIT.
055700*================================================================
055800*    2400-WRITE-REOPEN  -  TRANSACTION AND WORKLIST LINE
055900*================================================================
056000 2400-WRITE-REOPEN.
056100     MOVE SPACES                   TO DL156-RAJ-RECORD
056200     SET DL156-J-REOPEN            TO TRUE
056300     MOVE EMP-EMP-ID               TO DL156-J-EMP-ID
056400     MOVE DLF6-WORK-DEP-NBR        TO DL156-J-DEP-NBR
056500     MOVE CLH-INV-NBR              TO DL156-J-INV-NBR
056600     MOVE DLF6-DENY-RMK            TO DL156-J-RMK-CD
056700     MOVE DLF6-SVC-FROM-DT         TO DL156-J-SVC-FROM-DT
056800     MOVE DLF6-SVC-TO-DT           TO DL156-J-SVC-TO-DT
056900     MOVE DLF6-COV-EFF-DT          TO DL156-J-COV-EFF-DT
057000     MOVE DLF6-COV-CANC-DT         TO DL156-J-COV-CANC-DT
057100     MOVE DLF6-CLM-CHG             TO DL156-J-CHG-AMT
057200     MOVE CLH-CONT-PRV             TO DL156-J-CONT-PRV
057300     MOVE DLF6-RUN-DATE            TO DL156-J-CHANGE-DT
057400     WRITE DL156-RAJ-RECORD
057500     ADD 1 TO DLF6-REOPENED
057600     ADD DLF6-CLM-CHG              TO DLF6-REOPEN-CHG
057700     MOVE EMP-EMP-ID               TO DLF6-D-EMP-ID
057800     MOVE DLF6-WORK-DEP-NBR        TO DLF6-D-DEP-NBR
057900     MOVE CLH-INV-NBR              TO DLF6-D-INV-NBR
058000     MOVE DLF6-DENY-RMK            TO DLF6-D-RMK-CD
058100     MOVE DLF6-SVC-FROM-DT         TO DLF6-D-SVC-FROM
058200     MOVE DLF6-SVC-TO-DT           TO DLF6-D-SVC-TO
058300     MOVE DLF6-COV-EFF-DT          TO DLF6-D-COV-EFF
058400     MOVE DLF6-COV-CANC-DT         TO DLF6-D-COV-CANC
058500     MOVE CLH-CONT-PRV             TO DLF6-D-CONT-PRV
058600     MOVE DLF6-CLM-CHG             TO DLF6-D-CHARGE
058700     WRITE DL156-RPT-LINE FROM DLF6-DETAIL-LINE.
058800 2400-EXIT.
058900     EXIT.
059000*================================================================
059100*    3000-TERMINATE
059200*================================================================
059300 3000-TERMINATE.
059400     MOVE DLF6-MSTR-READ           TO DLF6-T-MEMBERS
059500     MOVE DLF6-DENIALS-TESTED      TO DLF6-T-DENIALS
059600     MOVE DLF6-REOPENED            TO DLF6-T-REOPENED
059700     MOVE DLF6-REOPEN-CHG          TO DLF6-T-CHARGES
059800     MOVE DLF6-STILL-NOT-COV       TO DLF6-T-STILL
059900     MOVE DLF6-CLM-UNRESOLVED      TO DLF6-T-UNRESOLVED
060000     WRITE DL156-RPT-LINE FROM SPACES
060100     WRITE DL156-RPT-LINE FROM DLF6-TOTAL-LINE-1
060200     WRITE DL156-RPT-LINE FROM DLF6-TOTAL-LINE-2
060300     WRITE DL156-RPT-LINE FROM DLF6-TOTAL-LINE-3
060400     WRITE DL156-RPT-LINE FROM DLF6-TOTAL-LINE-4
060500     WRITE DL156-RPT-LINE FROM DLF6-TOTAL-LINE-5
060600     WRITE DL156-RPT-LINE FROM DLF6-TOTAL-LINE-6
060700     CLOSE BED1EMP-FILE
060800     CLOSE BHS1DEP-FILE
060900     CLOSE BHS2MCH-FILE
061000     CLOSE BHS3MDE-FILE
061100     CLOSE DL156-DNC-FILE
061200     CLOSE DL156-RAJ-FILE
061300     CLOSE DL156-RPT-FILE.
061400 3000-EXIT.
061500     EXIT.
061600*================================================================
061700*    8000-READ-MASTER
061800*================================================================
061900 8000-READ-MASTER.
062000     READ BED1EMP-FILE
062100         AT END
062200             SET DLF6-MSTR-EOF TO TRUE
062300     END-READ.
062400 8000-EXIT.
062500     EXIT.
062600*================================================================
062700*    8100-READ-DEP
062800*================================================================
062900 8100-READ-DEP.
063000     READ BHS1DEP-FILE
063100         AT END
063200             SET DLF6-DEP-EOF TO TRUE
063300             MOVE HIGH-VALUES      TO DLF6-DEP-KEY
063400     END-READ
063500     IF NOT DLF6-DEP-EOF
063600         MOVE CLS-EMP-ID           TO DLF6-DEP-KEY
063700     END-IF.
063800 8100-EXIT.
063900     EXIT.
064000*================================================================
064100*    8300-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
064200*================================================================
064300 8300-READ-CLAIM-PAIR.
064400     READ BHS2MCH-FILE
064500         AT END
064600             SET DLF6-CLM-EOF TO TRUE
064700             MOVE HIGH-VALUES      TO DLF6-CLM-KEY
064800     END-READ
064900     IF NOT DLF6-CLM-EOF
065000         MOVE CLH-PATIENT-NBR(1:13) TO DLF6-CLM-KEY
065100         READ BHS3MDE-FILE
065200             AT END
065300                 SET DLF6-DET-EOF TO TRUE
065400         END-READ
065500     END-IF.
065600 8300-EXIT.
065700     EXIT.
065800*================================================================
065900*    9900-DNC-ABORT  -  MORE REMARK CODES THAN THE 200-ENTRY     *
066000*                       TABLE                                    *
066100*================================================================
066200 9900-DNC-ABORT.
066300     DISPLAY "DL156: DL156DNC EXCEEDS THE 200-ENTRY TABLE"
066400     MOVE 8                        TO RETURN-CODE
066500     GOBACK.
066600 9900-EXIT.
066700     EXIT.
066800*================================================================
066900*    9920-DEP-ABORT  -  MORE DEPENDENTS ON ONE SUBSCRIBER THAN   *
067000*                       THE 30-ENTRY TABLE                       *
067100*================================================================
067200 9920-DEP-ABORT.
067300     DISPLAY "DL156: BHS1DEP EXCEEDS 30 DEPENDENTS FOR "
067400             EMP-EMP-ID
067500     MOVE 8                        TO RETURN-CODE
067600     GOBACK.
067700 9920-EXIT.
067800     EXIT.
