000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL171.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY EXCLUSION-RIDER
001100*                   CLAIM EDIT.  EVERY PAID LINE (CLD-NET-PAY-
001200*                   AMT ABOVE ZERO) OF A CLAIM FINALIZED ON THE
001300*                   BUSINESS DATE (BHS2MCH/BHS3MDE IN LOCKSTEP)
001400*                   IS RELEASED TO AN INTERNAL SORT ON PATIENT
001500*                   (MEMBER AND DEPENDENT, FROM CLH-PATIENT-NBR)
001600*                   AND SERVICE DATE, AND MATCHED IN THE OUTPUT
001700*                   PROCEDURE AGAINST THE DL169RDR RIDER MASTER,
001800*                   WHICH IS IN THE SAME ORDER - THE DL152
001900*                   SHAPE.  THE PATIENT'S RIDERS ARE HELD IN A
002000*                   SMALL TABLE; A LINE WHOSE DIAGNOSIS (THE
002100*                   LINE'S, OR THE CLAIM'S FIRST WHEN THE LINE
002200*                   HAS NONE) OR PROCEDURE CODE FALLS IN A RIDER
002300*                   IN FORCE ON THE SERVICE DATE IS WRITTEN TO
002400*                   DL171EXC.  ANY EXCEPTION ENDS THE STEP WITH
002500*                   RETURN CODE 4.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
003400            ORGANIZATION IS SEQUENTIAL.
003500     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT DL169-RDR-FILE     ASSIGN TO DL169RDR
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL171-SORT-FILE    ASSIGN TO DL171SORT.
004000     SELECT DL171-EXC-FILE     ASSIGN TO DL171EXC
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL171-RPT-FILE     ASSIGN TO DL171RPT
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  BHS2MCH-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY BHS2MCH.
004900 FD  BHS3MDE-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY BHS3MDE.
005200 FD  DL169-RDR-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL169RDR.
005500 SD  DL171-SORT-FILE.
005600 01  DLH1-SORT-RECORD.
005700     05  DLH1-S-MBR-KEY.
005800         10  DLH1-S-EMP-ID         PIC X(13).
005900         10  DLH1-S-DEP-NBR        PIC 9(4).
006000     05  DLH1-S-FST-DT             PIC 9(8).
006100     05  DLH1-S-INV-NBR            PIC 9(13).
006200     05  DLH1-S-LINE-NBR           PIC 9(1).
006300     05  DLH1-S-DIAGNOSIS          PIC X(5).
006400     05  DLH1-S-PROC-CD            PIC X(5).
006500     05  DLH1-S-NET-PAY-AMT        PIC S9(8).
006600 FD  DL171-EXC-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DL171EXC.
006900 FD  DL171-RPT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  DL171-RPT-LINE                PIC X(132).
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
007400*    DLH1-SWITCHES AND COUNTERS
007500*----------------------------------------------------------------
007600 01  DLH1-SWITCHES.
007700     05  DLH1-CLM-EOF-SW           PIC X(1)     VALUE "N".
007800         88  DLH1-CLM-EOF                        VALUE "Y".
007900     05  DLH1-DET-EOF-SW           PIC X(1)     VALUE "N".
008000         88  DLH1-DET-EOF                        VALUE "Y".
008100     05  DLH1-RDR-EOF-SW           PIC X(1)     VALUE "N".
008200         88  DLH1-RDR-EOF                        VALUE "Y".
008300     05  DLH1-SORT-EOF-SW          PIC X(1)     VALUE "N".
008400         88  DLH1-SORT-EOF                       VALUE "Y".
008500     05  DLH1-EXCLUDED-SW          PIC X(1)     VALUE "N".
008600         88  DLH1-EXCLUDED                       VALUE "Y".
008700 01  DLH1-KEYS.
008800     05  DLH1-RDR-KEY.
008900         10  DLH1-RDR-KEY-EMP      PIC X(13).
009000         10  DLH1-RDR-KEY-DEP      PIC 9(4).
009100     05  DLH1-HOLD-KEY             PIC X(17) VALUE LOW-VALUES.
009200*----------------------------------------------------------------
009300*    DLH1-RIDER-TABLE  -  RIDERS FOR THE PATIENT IN HAND.
009400*    OVERFLOW ABORTS (DL060 RULE).
009500*----------------------------------------------------------------
009600 01  DLH1-RIDER-TABLE.
009700     05  DLH1-RIDER-COUNT          PIC S9(4) COMP VALUE ZERO.
009800     05  DLH1-RIDER-ENTRY OCCURS 20 TIMES.
009900         10  DLH1-R-RIDER-SEQ      PIC 9(2).
010000         10  DLH1-R-BODY-SYSTEM    PIC X(20).
010100         10  DLH1-R-DIAG-LOW       PIC X(5).
010200         10  DLH1-R-DIAG-HIGH      PIC X(5).
010300         10  DLH1-R-PROC-LOW       PIC X(5).
010400         10  DLH1-R-PROC-HIGH      PIC X(5).
010500         10  DLH1-R-EFF-DT         PIC 9(8).
010600         10  DLH1-R-END-DT         PIC 9(8).
010700         10  DLH1-R-UNDERWRITER    PIC X(8).
010800 01  DLH1-WORK-FIELDS.
010900     05  DLH1-SUB                  PIC S9(4) COMP VALUE ZERO.
011000     05  DLH1-LN-SUB               PIC S9(4) COMP VALUE ZERO.
011100     05  DLH1-WORK-DEP-NBR         PIC 9(4).
011200 01  DLH1-DATE-WORK.
011300     05  DLH1-RUN-DATE             PIC 9(8).
011400 01  DLH1-COUNTERS.
011500     05  DLH1-CLM-READ             PIC S9(8) COMP VALUE ZERO.
011600     05  DLH1-RDR-READ             PIC S9(8) COMP VALUE ZERO.
011700     05  DLH1-LINES-EDITED         PIC S9(8) COMP VALUE ZERO.
011800     05  DLH1-DIAG-EXC             PIC S9(8) COMP VALUE ZERO.
011900     05  DLH1-PROC-EXC             PIC S9(8) COMP VALUE ZERO.
012000     05  DLH1-EXC-AMT              PIC S9(13) COMP-3 VALUE ZERO.
012100 01  DLH1-HEADING-1.
012200     05  FILLER                    PIC X(50)
012300         VALUE "PAID CLAIM LINES WITHIN A MEMBER EXCLUSION RIDER".
012400 01  DLH1-COLUMN-HEADING.
012500     05  FILLER                   PIC X(5)  VALUE "TYPE".
012600     05  FILLER                   PIC X(15) VALUE "MEMBER".
012700     05  FILLER                   PIC X(6)  VALUE "DEP".
012800     05  FILLER                   PIC X(5)  VALUE "RDR".
012900     05  FILLER                   PIC X(22) VALUE "BODY SYSTEM".
013000     05  FILLER                   PIC X(15) VALUE "INVOICE".
013100     05  FILLER                   PIC X(3)  VALUE "LN".
013200     05  FILLER                   PIC X(10) VALUE "SVC DATE".
013300     05  FILLER                   PIC X(7)  VALUE "DIAG".
013400     05  FILLER                   PIC X(7)  VALUE "PROC".
013500     05  FILLER                   PIC X(12) VALUE "NET PAY".
013600 01  DLH1-DETAIL-LINE.
013700     05  DLH1-D-TYPE               PIC X(2).
013800     05  FILLER                    PIC X(3)  VALUE SPACES.
013900     05  DLH1-D-EMP-ID             PIC X(13).
014000     05  FILLER                    PIC X(2)  VALUE SPACES.
014100     05  DLH1-D-DEP-NBR            PIC 9(4).
014200     05  FILLER                    PIC X(2)  VALUE SPACES.
014300     05  DLH1-D-RIDER-SEQ          PIC 9(2).
014400     05  FILLER                    PIC X(3)  VALUE SPACES.
014500     05  DLH1-D-BODY-SYSTEM        PIC X(20).
014600     05  FILLER                    PIC X(2)  VALUE SPACES.
014700     05  DLH1-D-INV-NBR            PIC 9(13).
014800     05  FILLER                    PIC X(2)  VALUE SPACES.
014900     05  DLH1-D-LINE-NBR           PIC 9(1).
015000     05  FILLER                    PIC X(2)  VALUE SPACES.
015100     05  DLH1-D-FST-DT             PIC 9(8).
015200     05  FILLER                    PIC X(2)  VALUE SPACES.
015300     05  DLH1-D-DIAGNOSIS          PIC X(5).
015400     05  FILLER                    PIC X(2)  VALUE SPACES.
015500     05  DLH1-D-PROC-CD            PIC X(5).
015600     05  FILLER                    PIC X(2)  VALUE SPACES.
015700     05  DLH1-D-NET-PAY            PIC ZZZ,ZZZ,ZZ9-.
015800 01  DLH1-TOTAL-LINE-1.
015900     05  FILLER                    PIC X(25)
016000         VALUE "CLAIMS READ".
016100     05  DLH1-T-CLAIMS             PIC ZZZ,ZZZ,ZZ9.
016200 01  DLH1-TOTAL-LINE-2.
016300     05  FILLER                    PIC X(25)
016400         VALUE "PAID LINES EDITED".
016500     05  DLH1-T-EDITED             PIC ZZZ,ZZZ,ZZ9.
016600 01  DLH1-TOTAL-LINE-3.
016700     05  FILLER                    PIC X(25)
016800         VALUE "EXCLUDED DIAGNOSIS".
016900     05  DLH1-T-DIAG-EXC           PIC ZZZ,ZZZ,ZZ9.
017000 01  DLH1-TOTAL-LINE-4.
017100     05  FILLER                    PIC X(25)
017200         VALUE "EXCLUDED PROCEDURE".
017300     05  DLH1-T-PROC-EXC           PIC ZZZ,ZZZ,ZZ9.
017400 01  DLH1-TOTAL-LINE-5.
017500     05  FILLER                    PIC X(25)
017600         VALUE "NET PAY ON EXCEPTIONS".
017700     05  DLH1-T-EXC-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9-.
017800*----------------------------------------------------------------
017900*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
018000*----------------------------------------------------------------
018100 01  DL903-PARMS.
018200     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL171".
018300     05  DL903-REC-TYPE            PIC X(1).
018400     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
018500*----------------------------------------------------------------
018600*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
018700*----------------------------------------------------------------
018800 01  DL902-DATES.
018900     05  DL902-EXEC-DATE           PIC 9(8).
019000 01  DL902-EXEC-LINE.
019100     05  FILLER                    PIC X(14)
019200         VALUE "BUSINESS DATE ".
019300     05  DL902-EL-BUS              PIC 9(8).
019400     05  FILLER                    PIC X(11)
019500         VALUE "  EXECUTED ".
019600     05  DL902-EL-EXEC             PIC 9(8).
019700 PROCEDURE DIVISION.
019800*================================================================
019900*    0000-MAINLINE
020000*================================================================
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
020300     MOVE "S"                      TO DL903-REC-TYPE
020400     CALL "DL903" USING DL903-PARMS
020500     SORT DL171-SORT-FILE
020600         ON ASCENDING KEY DLH1-S-EMP-ID
020700                          DLH1-S-DEP-NBR
020800                          DLH1-S-FST-DT
020900         INPUT PROCEDURE IS 2000-RELEASE-LINES
021000             THRU 2999-EXIT
021100         OUTPUT PROCEDURE IS 3000-EDIT-LINES
021200             THRU 3999-EXIT
021300     PERFORM 4000-TERMINATE         THRU 4000-EXIT
021400     MOVE "E"                      TO DL903-REC-TYPE
021500     MOVE DLH1-CLM-READ TO DL903-REC-COUNT
021600     CALL "DL903" USING DL903-PARMS
021700     GOBACK.
021800*================================================================
021900*    1000-INITIALIZE
022000*================================================================
022100 1000-INITIALIZE.
022200     CALL "DL902" USING DLH1-RUN-DATE DL902-EXEC-DATE
022300     OPEN INPUT  BHS2MCH-FILE
022400     OPEN INPUT  BHS3MDE-FILE
022500     OPEN INPUT  DL169-RDR-FILE
022600     OPEN OUTPUT DL171-EXC-FILE
022700     OPEN OUTPUT DL171-RPT-FILE
022800     WRITE DL171-RPT-LINE FROM DLH1-HEADING-1
022900     MOVE DLH1-RUN-DATE TO DL902-EL-BUS
023000     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
023100     WRITE DL171-RPT-LINE FROM DL902-EXEC-LINE
023200     WRITE DL171-RPT-LINE FROM SPACES
023300     WRITE DL171-RPT-LINE FROM DLH1-COLUMN-HEADING
023400     PERFORM 8000-READ-RDR          THRU 8000-EXIT.
023500 1000-EXIT.
023600     EXIT.
023700*================================================================
023800*    2000-RELEASE-LINES  -  INPUT PROCEDURE: ONE SORT RECORD PER *
023900*                           PAID LINE FINALIZED TODAY            *
024000*================================================================
024100 2000-RELEASE-LINES.
024200     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
024300     PERFORM 2200-RELEASE-CLAIM     THRU 2200-EXIT
024400         UNTIL DLH1-CLM-EOF
024500     GO TO 2999-EXIT.
024600 2000-EXIT.
024700     EXIT.
024800*================================================================
024900*    2200-RELEASE-CLAIM
025000*================================================================
025100 2200-RELEASE-CLAIM.
025200     ADD 1 TO DLH1-CLM-READ
025300     IF CLH-FIN-PROC-DT NOT = DLH1-RUN-DATE
025400         OR DLH1-DET-EOF
025500         GO TO 2200-READ-NEXT
025600     END-IF
025700     MOVE ZERO                     TO DLH1-WORK-DEP-NBR
025800     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
025900         MOVE CLH-PATIENT-NBR(14:4) TO DLH1-WORK-DEP-NBR
026000     END-IF
026100     PERFORM 2300-RELEASE-ONE-LINE  THRU 2300-EXIT
026200         VARYING DLH1-LN-SUB FROM 1 BY 1
026300         UNTIL DLH1-LN-SUB > 4.
026400 2200-READ-NEXT.
026500     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
026600 2200-EXIT.
026700     EXIT.
026800*================================================================
026900*    2300-RELEASE-ONE-LINE  -  AN EMPTY SLOT (CLD-FST-DT ZERO)   *
027000*                              OR AN UNPAID LINE IS SKIPPED      *
027100*================================================================
027200 2300-RELEASE-ONE-LINE.
027300     IF CLD-FST-DT(DLH1-LN-SUB) = ZERO
027400         OR CLD-NET-PAY-AMT(DLH1-LN-SUB) NOT > ZERO
027500         GO TO 2300-EXIT
027600     END-IF
027700     ADD 1 TO DLH1-LINES-EDITED
027800     MOVE CLH-PATIENT-NBR(1:13)    TO DLH1-S-EMP-ID
027900     MOVE DLH1-WORK-DEP-NBR        TO DLH1-S-DEP-NBR
028000     MOVE CLD-FST-DT(DLH1-LN-SUB)  TO DLH1-S-FST-DT
028100     MOVE CLH-INV-NBR              TO DLH1-S-INV-NBR
028200     MOVE DLH1-LN-SUB              TO DLH1-S-LINE-NBR
028300     MOVE CLD-DIAGNOSIS(DLH1-LN-SUB) TO DLH1-S-DIAGNOSIS
028400     IF DLH1-S-DIAGNOSIS = SPACES
028500         MOVE CLH-DIAGNOSIS-CD-1   TO DLH1-S-DIAGNOSIS
028600     END-IF
028700     MOVE CLD-PROC-CD(DLH1-LN-SUB) TO DLH1-S-PROC-CD
028800     MOVE CLD-NET-PAY-AMT(DLH1-LN-SUB) TO DLH1-S-NET-PAY-AMT
028900     RELEASE DLH1-SORT-RECORD.
029000 2300-EXIT.
029100     EXIT.
029200 2999-EXIT.
029300     EXIT.
029400*================================================================
029500*    3000-EDIT-LINES  -  OUTPUT PROCEDURE: MATCH EACH LINE TO    *
029600*                        THE RIDER MASTER                        *
029700*================================================================
029800 3000-EDIT-LINES.
029900     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
030000     PERFORM 3200-EDIT-ONE-LINE     THRU 3200-EXIT
030100         UNTIL DLH1-SORT-EOF
030200     GO TO 3999-EXIT.
030300 3000-EXIT.
030400     EXIT.
030500*================================================================
030600*    3100-RETURN-SORT
030700*================================================================
030800 3100-RETURN-SORT.
030900     RETURN DL171-SORT-FILE
031000         AT END
031100             SET DLH1-SORT-EOF TO TRUE
031200     END-RETURN.
031300 3100-EXIT.
031400     EXIT.
031500*================================================================
031600*    3200-EDIT-ONE-LINE  -  THE FIRST RIDER THAT EXCLUDES THE    *
031700*                           LINE IS REPORTED                     *
031800*================================================================
031900 3200-EDIT-ONE-LINE.
032000     IF DLH1-S-MBR-KEY NOT = DLH1-HOLD-KEY
032100         PERFORM 3300-LOAD-RIDERS   THRU 3300-EXIT
032200     END-IF
032300     MOVE "N"                      TO DLH1-EXCLUDED-SW
032400     IF DLH1-RIDER-COUNT > ZERO
032500         PERFORM 3400-CHECK-ONE-RIDER THRU 3400-EXIT
032600             VARYING DLH1-SUB FROM 1 BY 1
032700             UNTIL DLH1-SUB > DLH1-RIDER-COUNT
032800             OR DLH1-EXCLUDED
032900     END-IF.
033000 3200-NEXT.
033100     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
033200 3200-EXIT.
033300     EXIT.
033400*================================================================
033500*    3300-LOAD-RIDERS  -  PASS RIDERS FOR PATIENTS WITH NO       *
033600*                         LINES, THEN HOLD THIS ONE'S            *
033700*================================================================
033800 3300-LOAD-RIDERS.
033900     MOVE DLH1-S-MBR-KEY           TO DLH1-HOLD-KEY
034000     MOVE ZERO                     TO DLH1-RIDER-COUNT
034100     PERFORM 8000-READ-RDR          THRU 8000-EXIT
034200         UNTIL DLH1-RDR-KEY NOT < DLH1-HOLD-KEY
034300     PERFORM 3310-HOLD-ONE-RIDER    THRU 3310-EXIT
034400         UNTIL DLH1-RDR-KEY NOT = DLH1-HOLD-KEY.
034500 3300-EXIT.
034600     EXIT.
034700*================================================================
034800*    3310-HOLD-ONE-RIDER
034900*================================================================
035000 3310-HOLD-ONE-RIDER.
035100     IF DLH1-RIDER-COUNT >= 20
035200         PERFORM 9900-RIDER-ABORT   THRU 9900-EXIT
035300     END-IF
035400     ADD 1 TO DLH1-RIDER-COUNT
035500     MOVE DL169-R-RIDER-SEQ
035600                     TO DLH1-R-RIDER-SEQ(DLH1-RIDER-COUNT)
035700     MOVE DL169-R-BODY-SYSTEM
035800                     TO DLH1-R-BODY-SYSTEM(DLH1-RIDER-COUNT)
035900     MOVE DL169-R-DIAG-LOW TO DLH1-R-DIAG-LOW(DLH1-RIDER-COUNT)
036000     MOVE DL169-R-DIAG-HIGH
036100                     TO DLH1-R-DIAG-HIGH(DLH1-RIDER-COUNT)
036200     MOVE DL169-R-PROC-LOW TO DLH1-R-PROC-LOW(DLH1-RIDER-COUNT)
036300     MOVE DL169-R-PROC-HIGH
036400                     TO DLH1-R-PROC-HIGH(DLH1-RIDER-COUNT)
036500     MOVE DL169-R-EFF-DT   TO DLH1-R-EFF-DT(DLH1-RIDER-COUNT)
036600     MOVE DL169-R-END-DT   TO DLH1-R-END-DT(DLH1-RIDER-COUNT)
036700     MOVE DL169-R-UNDERWRITER
036800                     TO DLH1-R-UNDERWRITER(DLH1-RIDER-COUNT)
036900     PERFORM 8000-READ-RDR          THRU 8000-EXIT.
037000 3310-EXIT.
037100     EXIT.
037200*================================================================
037300*    3400-CHECK-ONE-RIDER  -  IN FORCE ON THE SERVICE DATE, AND  *
037400*                             THE DIAGNOSIS OR PROCEDURE IN ITS  *
037500*                             RANGE; A BLANK RANGE EXCLUDES      *
037600*                             NOTHING                            *
037700*================================================================
037800 3400-CHECK-ONE-RIDER.
037900     IF DLH1-S-FST-DT < DLH1-R-EFF-DT(DLH1-SUB)
038000         OR DLH1-S-FST-DT > DLH1-R-END-DT(DLH1-SUB)
038100         GO TO 3400-EXIT
038200     END-IF
038300     IF DLH1-R-DIAG-LOW(DLH1-SUB) NOT = SPACES
038400         AND DLH1-S-DIAGNOSIS NOT = SPACES
038500         AND DLH1-S-DIAGNOSIS NOT < DLH1-R-DIAG-LOW(DLH1-SUB)
038600         AND DLH1-S-DIAGNOSIS NOT > DLH1-R-DIAG-HIGH(DLH1-SUB)
038700         SET DLH1-EXCLUDED         TO TRUE
038800         MOVE "DX"                 TO DL171-X-EXC-TYPE
038900         ADD 1 TO DLH1-DIAG-EXC
039000         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
039100         GO TO 3400-EXIT
039200     END-IF
039300     IF DLH1-R-PROC-LOW(DLH1-SUB) NOT = SPACES
039400         AND DLH1-S-PROC-CD NOT = SPACES
039500         AND DLH1-S-PROC-CD NOT < DLH1-R-PROC-LOW(DLH1-SUB)
039600         AND DLH1-S-PROC-CD NOT > DLH1-R-PROC-HIGH(DLH1-SUB)
039700         SET DLH1-EXCLUDED         TO TRUE
039800         MOVE "PX"                 TO DL171-X-EXC-TYPE
039900         ADD 1 TO DLH1-PROC-EXC
040000         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
040100     END-IF.
040200 3400-EXIT.
040300     EXIT.
040400*================================================================
040500*    3500-WRITE-EXCEPTION
040600*================================================================
040700 3500-WRITE-EXCEPTION.
040800     MOVE DLH1-S-EMP-ID            TO DL171-X-EMP-ID
040900     MOVE DLH1-S-DEP-NBR           TO DL171-X-DEP-NBR
041000     MOVE DLH1-R-RIDER-SEQ(DLH1-SUB) TO DL171-X-RIDER-SEQ
041100     MOVE DLH1-R-BODY-SYSTEM(DLH1-SUB) TO DL171-X-BODY-SYSTEM
041200     MOVE DLH1-S-INV-NBR           TO DL171-X-INV-NBR
041300     MOVE DLH1-S-LINE-NBR          TO DL171-X-LINE-NBR
041400     MOVE DLH1-S-FST-DT            TO DL171-X-FST-DT
041500     MOVE DLH1-S-DIAGNOSIS         TO DL171-X-DIAGNOSIS
041600     MOVE DLH1-S-PROC-CD           TO DL171-X-PROC-CD
041700     MOVE DLH1-S-NET-PAY-AMT       TO DL171-X-NET-PAY-AMT
041800     MOVE DLH1-R-UNDERWRITER(DLH1-SUB) TO DL171-X-UNDERWRITER
041900     WRITE DL171-EXC-RECORD
042000     ADD DLH1-S-NET-PAY-AMT TO DLH1-EXC-AMT
042100     MOVE DL171-X-EXC-TYPE         TO DLH1-D-TYPE
042200     MOVE DLH1-S-EMP-ID            TO DLH1-D-EMP-ID
042300     MOVE DLH1-S-DEP-NBR           TO DLH1-D-DEP-NBR
042400     MOVE DL171-X-RIDER-SEQ        TO DLH1-D-RIDER-SEQ
042500     MOVE DL171-X-BODY-SYSTEM      TO DLH1-D-BODY-SYSTEM
042600     MOVE DLH1-S-INV-NBR           TO DLH1-D-INV-NBR
042700     MOVE DLH1-S-LINE-NBR          TO DLH1-D-LINE-NBR
042800     MOVE DLH1-S-FST-DT            TO DLH1-D-FST-DT
042900     MOVE DLH1-S-DIAGNOSIS         TO DLH1-D-DIAGNOSIS
043000     MOVE DLH1-S-PROC-CD           TO DLH1-D-PROC-CD
043100     MOVE DLH1-S-NET-PAY-AMT       TO DLH1-D-NET-PAY
043200     WRITE DL171-RPT-LINE FROM DLH1-DETAIL-LINE.
043300 3500-EXIT.
043400     EXIT.
043500 3999-EXIT.
043600     EXIT.
043700*================================================================
043800*    4000-TERMINATE
043900*================================================================
044000 4000-TERMINATE.
044100     MOVE DLH1-CLM-READ            TO DLH1-T-CLAIMS
044200     MOVE DLH1-LINES-EDITED        TO DLH1-T-EDITED
044300     MOVE DLH1-DIAG-EXC            TO DLH1-T-DIAG-EXC
044400     MOVE DLH1-PROC-EXC            TO DLH1-T-PROC-EXC
044500     MOVE DLH1-EXC-AMT             TO DLH1-T-EXC-AMT
044600     WRITE DL171-RPT-LINE FROM SPACES
044700     WRITE DL171-RPT-LINE FROM DLH1-TOTAL-LINE-1
044800     WRITE DL171-RPT-LINE FROM DLH1-TOTAL-LINE-2
044900     WRITE DL171-RPT-LINE FROM DLH1-TOTAL-LINE-3
045000     WRITE DL171-RPT-LINE FROM DLH1-TOTAL-LINE-4
045100     WRITE DL171-RPT-LINE FROM DLH1-TOTAL-LINE-5
045200     CLOSE BHS2MCH-FILE
045300     CLOSE BHS3MDE-FILE
045400     CLOSE DL169-RDR-FILE
045500     CLOSE DL171-EXC-FILE
045600     CLOSE DL171-RPT-FILE
045700     IF DLH1-DIAG-EXC > ZERO
045800         OR DLH1-PROC-EXC > ZERO
045900         MOVE 4                    TO RETURN-CODE
046000     END-IF.
046100 4000-EXIT.
046200     EXIT.
046300*================================================================
046400*    8000-READ-RDR
046500*================================================================
046600 8000-READ-RDR.
046700     READ DL169-RDR-FILE
046800         AT END
046900             SET DLH1-RDR-EOF TO TRUE
047000             MOVE HIGH-VALUES      TO DLH1-RDR-KEY
047100     END-READ
047200     IF NOT DLH1-RDR-EOF
047300         ADD 1 TO DLH1-RDR-READ
047400         MOVE DL169-R-EMP-ID       TO DLH1-RDR-KEY-EMP
047500         MOVE DL169-R-DEP-NBR      TO DLH1-RDR-KEY-DEP
047600     END-IF.
047700 8000-EXIT.
047800     EXIT.
047900*================================================================
048000*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
048100*================================================================
048200 8100-READ-CLAIM-PAIR.
048300     READ BHS2MCH-FILE
048400         AT END
048500             SET DLH1-CLM-EOF TO TRUE
048600     END-READ
048700     IF NOT DLH1-CLM-EOF
048800         AND NOT DLH1-DET-EOF
048900         READ BHS3MDE-FILE
049000             AT END
049100                 SET DLH1-DET-EOF TO TRUE
049200         END-READ
049300     END-IF.
049400 8100-EXIT.
049500     EXIT.
049600*================================================================
049700*    9900-RIDER-ABORT  -  MORE THAN 20 RIDERS FOR ONE PATIENT    *
049800*================================================================
049900 9900-RIDER-ABORT.
050000     DISPLAY "DL171: RIDERS EXCEED THE 20-ENTRY TABLE"
050100     MOVE 8                        TO RETURN-CODE
050200     GOBACK.
050300 9900-EXIT.
050400     EXIT.
