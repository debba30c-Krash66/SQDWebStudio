000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL148.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY TIMELY-FILING
001100*                   EDIT.  BED1EMP DRIVES AND THE LOCKSTEP
001200*                   BHS2MCH/BHS3MDE PAIR IS MATCHED TO IT BY
001300*                   CLH-PATIENT-NBR(1:13); THE MEMBER'S PACKAGE
001400*                   (THE EMP-COV-GROUP-EE1 LEADING-THREE-BYTE
001500*                   JOIN) PICKS THE FILING LIMIT OFF THE NEW
001600*                   DL148TFL SATELLITE.  THE CLAIM'S AGE IS
001700*                   DAYS (VIA DL900) FROM ITS EARLIEST LINE
001800*                   CLD-FST-DT.  A PAID CLAIM WHOSE CLH-DT-REC
001900*                   IS PAST THE LIMIT, AND A PENDED CLAIM
002000*                   (CLH-SV-PEND-DT SET, NOT PAID OR FINALIZED)
002100*                   WITHIN THE WARN DAYS OF THE LIMIT ON THE
002200*                   RUN DATE, GO TO THE DL148EXC FILE THAT
002300*                   DL149 SUMMARIZES MONTHLY.  A PACKAGE WITH
002400*                   NO LIMIT ON FILE IS NOT EDITED; ITS CLAIMS
002500*                   ARE COUNTED ON THE REGISTER.
002501*  2026-10-15  RH   EDIT ONLY CLAIMS PAID ON THE RUN DATE, AND
002502*                   WARN A PENDED CLAIM ONLY THE NIGHT IT ENTERS
002503*                   THE WARNING WINDOW OR IS PENDED INSIDE IT -
002504*                   DL149 TOTALS THE MONTH'S NIGHTLY FILES, SO
002505*                   A CLAIM WAS COUNTED ONCE PER NIGHT.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
003400            ORGANIZATION IS SEQUENTIAL.
003500     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL148-TFL-FILE     ASSIGN TO DL148TFL
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL148-EXC-FILE     ASSIGN TO DL148EXC
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL148-RPT-FILE     ASSIGN TO DL148RPT
004400            ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BED1EMP-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY BED1EMP.
005000 FD  BHS2MCH-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY BHS2MCH.
005300 FD  BHS3MDE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BHS3MDE.
005600 FD  DL148-TFL-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL148TFL.
005900 FD  DL148-EXC-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL148EXC.
006200 FD  DL148-RPT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  DL148-RPT-LINE                PIC X(132).
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700*    DLE8-SWITCHES AND COUNTERS
006800*----------------------------------------------------------------
006900 01  DLE8-SWITCHES.
007000     05  DLE8-MSTR-EOF-SW          PIC X(1)     VALUE "N".
007100         88  DLE8-MSTR-EOF                       VALUE "Y".
007200     05  DLE8-CLM-EOF-SW           PIC X(1)     VALUE "N".
007300         88  DLE8-CLM-EOF                        VALUE "Y".
007400     05  DLE8-DET-EOF-SW           PIC X(1)     VALUE "N".
007500         88  DLE8-DET-EOF                        VALUE "Y".
007600     05  DLE8-TFL-EOF-SW           PIC X(1)     VALUE "N".
007700         88  DLE8-TFL-EOF                        VALUE "Y".
007800 01  DLE8-KEYS.
007900     05  DLE8-CLM-KEY              PIC X(13).
008000*----------------------------------------------------------------
008100*    DLE8-TFL-TABLE  -  FILING LIMIT PER PACKAGE
008200*----------------------------------------------------------------
008300 01  DLE8-TFL-TABLE.
008400     05  DLE8-TFL-COUNT            PIC S9(4) COMP VALUE ZERO.
008500     05  DLE8-TFL-ENTRY OCCURS 500 TIMES.
008600         10  DLE8-L-PKG-NO         PIC 9(3).
008700         10  DLE8-L-LIMIT-DAYS     PIC 9(3).
008800         10  DLE8-L-WARN-DAYS      PIC 9(3).
008900 01  DLE8-WORK-FIELDS.
009000     05  DLE8-SUB                  PIC S9(4) COMP VALUE ZERO.
009100     05  DLE8-LN-SUB               PIC S9(4) COMP VALUE ZERO.
009200     05  DLE8-WORK-PKG-NO          PIC 9(3).
009300     05  DLE8-WORK-LIMIT           PIC 9(3).
009400     05  DLE8-WORK-WARN            PIC 9(3).
009500     05  DLE8-FIRST-DT             PIC 9(8).
009600     05  DLE8-FIRST-JUL            PIC S9(8) COMP.
009700     05  DLE8-REC-DT               PIC 9(8).
009800     05  DLE8-REC-JUL              PIC S9(8) COMP.
009900     05  DLE8-LAG-DAYS             PIC S9(8) COMP.
010000     05  DLE8-WARN-FROM            PIC S9(8) COMP.
010100 01  DLE8-DATE-WORK.
010200     05  DLE8-RUN-DATE             PIC 9(8).
010300     05  DLE8-RUN-JUL              PIC S9(8) COMP.
010400 01  DLE8-COUNTERS.
010500     05  DLE8-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
010600     05  DLE8-CLM-EDITED           PIC S9(8) COMP VALUE ZERO.
010700     05  DLE8-CLM-NO-LIMIT         PIC S9(8) COMP VALUE ZERO.
010800     05  DLE8-LATE-PAID            PIC S9(8) COMP VALUE ZERO.
010900     05  DLE8-LATE-PAID-AMT        PIC S9(13) COMP-3 VALUE ZERO.
011000     05  DLE8-APPROACHING          PIC S9(8) COMP VALUE ZERO.
011100     05  DLE8-APPROACHING-AMT      PIC S9(13) COMP-3 VALUE ZERO.
011200 01  DLE8-HEADING-1.
011300     05  FILLER                    PIC X(44)
011400         VALUE "TIMELY-FILING LIMIT EDIT".
011500 01  DLE8-COLUMN-HEADING.
011600     05  FILLER                   PIC X(4)  VALUE "EXC".
011700     05  FILLER                   PIC X(19) VALUE "PATIENT".
011800     05  FILLER                   PIC X(15) VALUE "INVOICE".
011900     05  FILLER                   PIC X(5)  VALUE "PKG".
012000     05  FILLER                   PIC X(12) VALUE "PROVIDER".
012100     05  FILLER                   PIC X(10) VALUE "SVC DATE".
012200     05  FILLER                   PIC X(10) VALUE "RECEIVED".
012300     05  FILLER                   PIC X(7)  VALUE "DAYS".
012400     05  FILLER                   PIC X(6)  VALUE "LIMIT".
012500     05  FILLER                   PIC X(12) VALUE "PAID".
012600     05  FILLER                   PIC X(12) VALUE "CHARGED".
012700 01  DLE8-DETAIL-LINE.
012800     05  DLE8-D-EXC-TYPE           PIC X(2).
012900     05  FILLER                    PIC X(2)  VALUE SPACES.
013000     05  DLE8-D-PATIENT            PIC X(17).
013100     05  FILLER                    PIC X(2)  VALUE SPACES.
013200     05  DLE8-D-INV-NBR            PIC 9(13).
013300     05  FILLER                    PIC X(2)  VALUE SPACES.
013400     05  DLE8-D-PKG                PIC 9(3).
013500     05  FILLER                    PIC X(2)  VALUE SPACES.
013600     05  DLE8-D-PRV-ID             PIC X(10).
013700     05  FILLER                    PIC X(2)  VALUE SPACES.
013800     05  DLE8-D-FST-DT             PIC 9(8).
013900     05  FILLER                    PIC X(2)  VALUE SPACES.
014000     05  DLE8-D-REC-DT             PIC 9(8).
014100     05  FILLER                    PIC X(2)  VALUE SPACES.
014200     05  DLE8-D-LAG                PIC ZZZZ9.
014300     05  FILLER                    PIC X(2)  VALUE SPACES.
014400     05  DLE8-D-LIMIT              PIC ZZ9.
014500     05  FILLER                    PIC X(2)  VALUE SPACES.
014600     05  DLE8-D-PAID               PIC ZZZ,ZZZ,ZZ9.
014700     05  FILLER                    PIC X(1)  VALUE SPACES.
014800     05  DLE8-D-CHG                PIC ZZZ,ZZZ,ZZ9.
014900 01  DLE8-TOTAL-LINE-1.
015000     05  FILLER                    PIC X(25)
015100         VALUE "CLAIMS EDITED".
015200     05  DLE8-T-EDITED             PIC ZZZ,ZZZ,ZZ9.
015300 01  DLE8-TOTAL-LINE-2.
015400     05  FILLER                    PIC X(25)
015500         VALUE "LATE CLAIMS PAID".
015600     05  DLE8-T-LATE               PIC ZZZ,ZZZ,ZZ9.
015700     05  FILLER                    PIC X(2)  VALUE SPACES.
015800     05  DLE8-T-LATE-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
015900 01  DLE8-TOTAL-LINE-3.
016000     05  FILLER                    PIC X(25)
016100         VALUE "PENDED NEARING LIMIT".
016200     05  DLE8-T-APPR               PIC ZZZ,ZZZ,ZZ9.
016300     05  FILLER                    PIC X(2)  VALUE SPACES.
016400     05  DLE8-T-APPR-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.
016500 01  DLE8-TOTAL-LINE-4.
016600     05  FILLER                    PIC X(25)
016700         VALUE "CLAIMS-PKG NO LIMIT".
016800     05  DLE8-T-NO-LIMIT           PIC ZZZ,ZZZ,ZZ9.
016900*----------------------------------------------------------------
017000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
017100*----------------------------------------------------------------
017200 01  DL903-PARMS.
017300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL148".
017400     05  DL903-REC-TYPE            PIC X(1).
017500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
017600*----------------------------------------------------------------
017700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
017800*----------------------------------------------------------------
017900 01  DL902-DATES.
018000     05  DL902-EXEC-DATE           PIC 9(8).
018100 01  DL902-EXEC-LINE.
018200     05  FILLER                    PIC X(14)
018300         VALUE "BUSINESS DATE ".
018400     05  DL902-EL-BUS              PIC 9(8).
018500     05  FILLER                    PIC X(11)
018600         VALUE "  EXECUTED ".
018700     05  DL902-EL-EXEC             PIC 9(8).
018800 PROCEDURE DIVISION.
018900*================================================================
019000*    0000-MAINLINE
019100*================================================================
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
019400     MOVE "S"                      TO DL903-REC-TYPE
019500     CALL "DL903" USING DL903-PARMS
019600     PERFORM 2000-PROCESS-MASTER    THRU 2000-EXIT
019700         UNTIL DLE8-MSTR-EOF
019800     PERFORM 3000-TERMINATE         THRU 3000-EXIT
019900     MOVE "E"                      TO DL903-REC-TYPE
020000     MOVE DLE8-MSTR-READ TO DL903-REC-COUNT
020100     CALL "DL903" USING DL903-PARMS
020200     GOBACK.
020300*================================================================
020400*    1000-INITIALIZE
020500*================================================================
020600 1000-INITIALIZE.
020700     CALL "DL902" USING DLE8-RUN-DATE DL902-EXEC-DATE
020800     CALL "DL900" USING DLE8-RUN-DATE DLE8-RUN-JUL
020900     OPEN INPUT  BED1EMP-FILE
021000     OPEN INPUT  BHS2MCH-FILE
021100     OPEN INPUT  BHS3MDE-FILE
021200     OPEN INPUT  DL148-TFL-FILE
021300     OPEN OUTPUT DL148-EXC-FILE
021400     OPEN OUTPUT DL148-RPT-FILE
021500     WRITE DL148-RPT-LINE FROM DLE8-HEADING-1
021600     MOVE DLE8-RUN-DATE TO DL902-EL-BUS
021700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
021800     WRITE DL148-RPT-LINE FROM DL902-EXEC-LINE
021900     WRITE DL148-RPT-LINE FROM SPACES
022000     WRITE DL148-RPT-LINE FROM DLE8-COLUMN-HEADING
022100     PERFORM 1100-LOAD-ONE-TFL      THRU 1100-EXIT
022200         UNTIL DLE8-TFL-EOF
022300     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
022400     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
022500 1000-EXIT.
022600     EXIT.
022700*================================================================
022800*    1100-LOAD-ONE-TFL
022900*================================================================
023000 1100-LOAD-ONE-TFL.
023100     READ DL148-TFL-FILE
023200         AT END
023300             SET DLE8-TFL-EOF TO TRUE
023400     END-READ
023500     IF DLE8-TFL-EOF
023600         GO TO 1100-EXIT
023700     END-IF
023800*    A DROPPED ROW WOULD FAKE "NO LIMIT ON FILE" AND SILENTLY
023900*    STOP THE EDIT FOR A GROUP - FAIL THE STEP (THE DL060 RULE)
024000     IF DLE8-TFL-COUNT >= 500
024100         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
024200     END-IF
024300     ADD 1 TO DLE8-TFL-COUNT
024400     MOVE DL148-T-PKG-NO    TO DLE8-L-PKG-NO(DLE8-TFL-COUNT)
024500     MOVE DL148-T-LIMIT-DAYS
024600                            TO DLE8-L-LIMIT-DAYS(DLE8-TFL-COUNT)
024700     MOVE DL148-T-WARN-DAYS TO DLE8-L-WARN-DAYS(DLE8-TFL-COUNT).
024800 1100-EXIT.
024900     EXIT.
025000*================================================================
025100*    2000-PROCESS-MASTER  -  FIND THE MEMBER'S LIMIT, THEN EDIT  *
025200*                            EACH OF ITS CLAIMS                  *
025300*================================================================
025400 2000-PROCESS-MASTER.
025500     ADD 1 TO DLE8-MSTR-READ
025600     PERFORM 2050-SKIP-ORPHAN-CLM   THRU 2050-EXIT
025700         UNTIL DLE8-CLM-EOF
025800         OR DLE8-CLM-KEY >= EMP-EMP-ID
025900     IF DLE8-CLM-EOF
026000         OR DLE8-CLM-KEY NOT = EMP-EMP-ID
026100         GO TO 2000-READ-NEXT
026200     END-IF
026300     MOVE ZERO                     TO DLE8-WORK-PKG-NO
026400     MOVE ZERO                     TO DLE8-WORK-LIMIT
026500     MOVE ZERO                     TO DLE8-WORK-WARN
026600     IF EMP-COV-GROUP-EE1(1:3) IS NUMERIC
026700         MOVE EMP-COV-GROUP-EE1(1:3) TO DLE8-WORK-PKG-NO
026800         PERFORM 2090-FIND-LIMIT    THRU 2090-EXIT
026900     END-IF
027000     PERFORM 2100-EDIT-ONE-CLAIM    THRU 2100-EXIT
027100         UNTIL DLE8-CLM-EOF
027200         OR DLE8-CLM-KEY NOT = EMP-EMP-ID.
027300 2000-READ-NEXT.
027400     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700*================================================================
027800*    2050-SKIP-ORPHAN-CLM
027900*================================================================
028000 2050-SKIP-ORPHAN-CLM.
028100     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
028200 2050-EXIT.
028300     EXIT.
028400*================================================================
028500*    2090-FIND-LIMIT  -  ZERO WHEN THE PACKAGE HAS NONE ON FILE  *
028600*================================================================
028700 2090-FIND-LIMIT.
028800     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
028900         VARYING DLE8-SUB FROM 1 BY 1
029000         UNTIL DLE8-SUB > DLE8-TFL-COUNT
029100         OR DLE8-L-PKG-NO(DLE8-SUB) = DLE8-WORK-PKG-NO
029200     IF DLE8-SUB NOT > DLE8-TFL-COUNT
029300         MOVE DLE8-L-LIMIT-DAYS(DLE8-SUB) TO DLE8-WORK-LIMIT
029400         MOVE DLE8-L-WARN-DAYS(DLE8-SUB)  TO DLE8-WORK-WARN
029500     END-IF.
029600 2090-EXIT.
029700     EXIT.
029800*================================================================
029801*    2100-EDIT-ONE-CLAIM  -  CLAIMS PAID ON THE RUN DATE AGAINST *
029802*                            RECEIPT; A STILL-PENDED CLAIM THE   *
029803*                            NIGHT IT ENTERS THE WARNING WINDOW, *
029804*                            OR IS PENDED INSIDE IT, SO DL149    *
029805*                            COUNTS EACH CLAIM ONCE              *
030100*================================================================
030200 2100-EDIT-ONE-CLAIM.
030300     IF DLE8-DET-EOF
030400         GO TO 2100-READ-NEXT
030500     END-IF
030501     IF CLH-ACT-PD-DT NOT = ZERO
030502         AND CLH-ACT-PD-DT NOT = DLE8-RUN-DATE
030503         GO TO 2100-READ-NEXT
030504     END-IF
030600     MOVE ZERO                     TO DLE8-FIRST-DT
030700     PERFORM 2110-FIND-FIRST-DT     THRU 2110-EXIT
030800         VARYING DLE8-LN-SUB FROM 1 BY 1
030900         UNTIL DLE8-LN-SUB > 4
031000     IF DLE8-FIRST-DT = ZERO
031100         GO TO 2100-READ-NEXT
031200     END-IF
031300     IF DLE8-WORK-LIMIT = ZERO
031400         ADD 1 TO DLE8-CLM-NO-LIMIT
031500         GO TO 2100-READ-NEXT
031600     END-IF
031700     ADD 1 TO DLE8-CLM-EDITED
031800     CALL "DL900" USING DLE8-FIRST-DT DLE8-FIRST-JUL
031900     IF CLH-ACT-PD-DT NOT = ZERO
032000         AND CLH-DT-REC NOT = ZERO
032100         MOVE CLH-DT-REC           TO DLE8-REC-DT
032200         CALL "DL900" USING DLE8-REC-DT DLE8-REC-JUL
032300         COMPUTE DLE8-LAG-DAYS = DLE8-REC-JUL - DLE8-FIRST-JUL
032400         IF DLE8-LAG-DAYS > DLE8-WORK-LIMIT
032500             MOVE "LP"             TO DL148-X-EXC-TYPE
032600             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
032700         END-IF
032800         GO TO 2100-READ-NEXT
032900     END-IF
033000     IF CLH-ACT-PD-DT = ZERO
033100         AND CLH-FIN-PROC-DT = ZERO
033200         AND CLH-SV-PEND-DT NOT = ZERO
033300         COMPUTE DLE8-LAG-DAYS = DLE8-RUN-JUL - DLE8-FIRST-JUL
033400         COMPUTE DLE8-WARN-FROM =
033500             DLE8-WORK-LIMIT - DLE8-WORK-WARN
033600         IF DLE8-LAG-DAYS NOT < DLE8-WARN-FROM
033700             AND DLE8-LAG-DAYS NOT > DLE8-WORK-LIMIT
033701             AND (DLE8-LAG-DAYS = DLE8-WARN-FROM
033702             OR CLH-SV-PEND-DT = DLE8-RUN-DATE)
033800             MOVE "AP"             TO DL148-X-EXC-TYPE
033900             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
034000         END-IF
034100     END-IF.
034200 2100-READ-NEXT.
034300     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
034400 2100-EXIT.
034500     EXIT.
034600*================================================================
034700*    2110-FIND-FIRST-DT  -  EARLIEST POPULATED LINE              *
034800*================================================================
034900 2110-FIND-FIRST-DT.
035000     IF CLD-FST-DT(DLE8-LN-SUB) = ZERO
035100         GO TO 2110-EXIT
035200     END-IF
035300     IF DLE8-FIRST-DT = ZERO
035400         OR CLD-FST-DT(DLE8-LN-SUB) < DLE8-FIRST-DT
035500         MOVE CLD-FST-DT(DLE8-LN-SUB) TO DLE8-FIRST-DT
035600     END-IF.
035700 2110-EXIT.
035800     EXIT.
035900*================================================================
036000*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
036100*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
036200*                      PERFORM THAT CALLS THIS                   *
036300*================================================================
036400 2190-SCAN-ONE.
036500     CONTINUE.
036600 2190-EXIT.
036700     EXIT.
036800*================================================================
036900*    2700-WRITE-EXCEPTION  -  TYPE ALREADY SET BY THE CALLER     *
037000*================================================================
037100 2700-WRITE-EXCEPTION.
037200     MOVE CLH-PATIENT-NBR          TO DL148-X-PATIENT-NBR
037300     MOVE CLH-INV-NBR              TO DL148-X-INV-NBR
037400     MOVE DLE8-WORK-PKG-NO         TO DL148-X-PKG-NO
037500     MOVE CLH-CONT-PRV             TO DL148-X-PRV-ID
037600     MOVE DLE8-FIRST-DT            TO DL148-X-FST-DT
037700     MOVE CLH-DT-REC               TO DL148-X-REC-DT
037800     MOVE CLH-ACT-PD-DT            TO DL148-X-PAID-DT
037900     MOVE CLH-SV-PEND-DT           TO DL148-X-PEND-DT
038000     MOVE DLE8-LAG-DAYS            TO DL148-X-LAG-DAYS
038100     MOVE DLE8-WORK-LIMIT          TO DL148-X-LIMIT-DAYS
038200     MOVE CLH-CLM-PAID-AMT         TO DL148-X-PAID-AMT
038300     MOVE CLH-BAL-TOTL             TO DL148-X-CHG-AMT
038400     WRITE DL148-EXC-RECORD
038500     IF DL148-X-LATE-PAID
038600         ADD 1 TO DLE8-LATE-PAID
038700         ADD CLH-CLM-PAID-AMT TO DLE8-LATE-PAID-AMT
038800     ELSE
038900         ADD 1 TO DLE8-APPROACHING
039000         ADD CLH-BAL-TOTL TO DLE8-APPROACHING-AMT
039100     END-IF
039200     MOVE DL148-X-EXC-TYPE         TO DLE8-D-EXC-TYPE
039300     MOVE DL148-X-PATIENT-NBR      TO DLE8-D-PATIENT
039400     MOVE DL148-X-INV-NBR          TO DLE8-D-INV-NBR
039500     MOVE DL148-X-PKG-NO           TO DLE8-D-PKG
039600     MOVE DL148-X-PRV-ID           TO DLE8-D-PRV-ID
039700     MOVE DL148-X-FST-DT           TO DLE8-D-FST-DT
039800     MOVE DL148-X-REC-DT           TO DLE8-D-REC-DT
039900     MOVE DL148-X-LAG-DAYS         TO DLE8-D-LAG
040000     MOVE DL148-X-LIMIT-DAYS       TO DLE8-D-LIMIT
040100     MOVE DL148-X-PAID-AMT         TO DLE8-D-PAID
040200     MOVE DL148-X-CHG-AMT          TO DLE8-D-CHG
040300     WRITE DL148-RPT-LINE FROM DLE8-DETAIL-LINE.
040400 2700-EXIT.
040500     EXIT.
040600*================================================================
040700*    3000-TERMINATE
040800*================================================================
040900 3000-TERMINATE.
041000     MOVE DLE8-CLM-EDITED          TO DLE8-T-EDITED
041100     MOVE DLE8-LATE-PAID           TO DLE8-T-LATE
041200     MOVE DLE8-LATE-PAID-AMT       TO DLE8-T-LATE-AMT
041300     MOVE DLE8-APPROACHING         TO DLE8-T-APPR
041400     MOVE DLE8-APPROACHING-AMT     TO DLE8-T-APPR-AMT
041500     MOVE DLE8-CLM-NO-LIMIT        TO DLE8-T-NO-LIMIT
041600     WRITE DL148-RPT-LINE FROM SPACES
041700     WRITE DL148-RPT-LINE FROM DLE8-TOTAL-LINE-1
041800     WRITE DL148-RPT-LINE FROM DLE8-TOTAL-LINE-2
041900     WRITE DL148-RPT-LINE FROM DLE8-TOTAL-LINE-3
042000     WRITE DL148-RPT-LINE FROM DLE8-TOTAL-LINE-4
042100     CLOSE BED1EMP-FILE
042200     CLOSE BHS2MCH-FILE
042300     CLOSE BHS3MDE-FILE
042400     CLOSE DL148-TFL-FILE
042500     CLOSE DL148-EXC-FILE
042600     CLOSE DL148-RPT-FILE.
042700 3000-EXIT.
042800     EXIT.
042900*================================================================
043000*    8000-READ-MASTER
043100*================================================================
043200 8000-READ-MASTER.
043300     READ BED1EMP-FILE
043400         AT END
043500             SET DLE8-MSTR-EOF TO TRUE
043600     END-READ.
043700 8000-EXIT.
043800     EXIT.
043900*================================================================
044000*    8300-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
044100*================================================================
044200 8300-READ-CLAIM-PAIR.
044300     READ BHS2MCH-FILE
044400         AT END
044500             SET DLE8-CLM-EOF TO TRUE
044600             MOVE HIGH-VALUES      TO DLE8-CLM-KEY
044700     END-READ
044800     IF NOT DLE8-CLM-EOF
044900         MOVE CLH-PATIENT-NBR(1:13) TO DLE8-CLM-KEY
045000         READ BHS3MDE-FILE
045100             AT END
045200                 SET DLE8-DET-EOF TO TRUE
045300         END-READ
045400     END-IF.
045500 8300-EXIT.
045600     EXIT.
045700*================================================================
045800*    9900-TABLE-ABORT  -  MORE LIMIT ROWS THAN THE 500-ENTRY     *
045900*                         TABLE                                  *
046000*================================================================
046100 9900-TABLE-ABORT.
046200     DISPLAY "DL148: DL148TFL EXCEEDS THE 500-ENTRY TABLE"
046300     MOVE 8                        TO RETURN-CODE
046400     GOBACK.
046500 9900-EXIT.
046600     EXIT.
