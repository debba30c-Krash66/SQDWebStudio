000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL152.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY NETWORK-CONTRACT
001100*                   EDIT.  A CLAIM LINE IS PRICED IN-NETWORK
001200*                   WHEN THE PRICER HAS STAMPED BOTH
001300*                   CLD-LINE-CONT-PRVID-NO AND
001400*                   CLD-LINE-CONT-NTWK-NO.  THOSE LINES (THE
001500*                   DAY'S BHS2MCH/BHS3MDE, READ IN LOCKSTEP) ARE
001600*                   RELEASED TO AN INTERNAL SORT ON PROVIDER,
001700*                   NETWORK AND SERVICE DATE (THE DL017 SHAPE)
001800*                   AND MATCHED IN THE OUTPUT PROCEDURE AGAINST
001900*                   THE DL151CTR CONTRACT MASTER, WHICH IS IN
002000*                   THE SAME ORDER.  THE CONTRACT PERIODS FOR
002100*                   ONE PROVIDER AND NETWORK ARE HELD IN A
002200*                   SMALL TABLE; A LINE WHOSE SERVICE DATE
002300*                   FALLS IN NONE OF THEM IS WRITTEN TO
002400*                   DL152EXC - "NC" WHEN THE PROVIDER WAS NEVER
002500*                   CONTRACTED IN THAT NETWORK, "NF" WHEN NO
002600*                   CONTRACT WAS IN FORCE ON THE DATE.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL151-CTR-FILE     ASSIGN TO DL151CTR
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL152-SORT-FILE    ASSIGN TO DL152SORT.
004100     SELECT DL152-EXC-FILE     ASSIGN TO DL152EXC
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL152-RPT-FILE     ASSIGN TO DL152RPT
004400            ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  BHS2MCH-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY BHS2MCH.
005000 FD  BHS3MDE-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY BHS3MDE.
005300 FD  DL151-CTR-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY DL151CTR.
005600 SD  DL152-SORT-FILE.
005700 01  DLF2-SORT-RECORD.
005800     05  DLF2-S-CTR-KEY.
005900         10  DLF2-S-PRV-ID         PIC X(10).
006000         10  DLF2-S-NTWK-NO        PIC X(3).
006100     05  DLF2-S-FST-DT             PIC 9(8).
006200     05  DLF2-S-REG-NO             PIC X(3).
006300     05  DLF2-S-PRV-GRP-NO         PIC X(4).
006400     05  DLF2-S-PATIENT-NBR        PIC X(17).
006500     05  DLF2-S-INV-NBR            PIC 9(13).
006600     05  DLF2-S-LINE-NBR           PIC 9(1).
006700     05  DLF2-S-CONTRACT-TYPE      PIC X(2).
006800     05  DLF2-S-NET-PAY-AMT        PIC S9(8).
006900 FD  DL152-EXC-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DL152EXC.
007200 FD  DL152-RPT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  DL152-RPT-LINE                PIC X(132).
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------------
007700*    DLF2-SWITCHES AND COUNTERS
007800*----------------------------------------------------------------
007900 01  DLF2-SWITCHES.
008000     05  DLF2-CLM-EOF-SW           PIC X(1)     VALUE "N".
008100         88  DLF2-CLM-EOF                        VALUE "Y".
008200     05  DLF2-DET-EOF-SW           PIC X(1)     VALUE "N".
008300         88  DLF2-DET-EOF                        VALUE "Y".
008400     05  DLF2-CTR-EOF-SW           PIC X(1)     VALUE "N".
008500         88  DLF2-CTR-EOF                        VALUE "Y".
008600     05  DLF2-SORT-EOF-SW          PIC X(1)     VALUE "N".
008700         88  DLF2-SORT-EOF                       VALUE "Y".
008800     05  DLF2-IN-FORCE-SW          PIC X(1)     VALUE "N".
008900         88  DLF2-IN-FORCE                       VALUE "Y".
009000 01  DLF2-KEYS.
009100     05  DLF2-CTR-KEY.
009200         10  DLF2-CTR-KEY-PRV      PIC X(10).
009300         10  DLF2-CTR-KEY-NTWK     PIC X(3).
009400     05  DLF2-HOLD-KEY             PIC X(13) VALUE LOW-VALUES.
009500*----------------------------------------------------------------
009600*    DLF2-PERIOD-TABLE  -  CONTRACT PERIODS FOR THE PROVIDER
009700*    AND NETWORK IN HAND.  OVERFLOW ABORTS (DL060 RULE).
009800*----------------------------------------------------------------
009900 01  DLF2-PERIOD-TABLE.
010000     05  DLF2-PERIOD-COUNT         PIC S9(4) COMP VALUE ZERO.
010100     05  DLF2-PERIOD-ENTRY OCCURS 50 TIMES.
010200         10  DLF2-P-EFF-DT         PIC 9(8).
010300         10  DLF2-P-TERM-DT        PIC 9(8).
010400 01  DLF2-WORK-FIELDS.
010500     05  DLF2-SUB                  PIC S9(4) COMP VALUE ZERO.
010600     05  DLF2-LN-SUB               PIC S9(4) COMP VALUE ZERO.
010700 01  DLF2-DATE-WORK.
010800     05  DLF2-RUN-DATE             PIC 9(8).
010900 01  DLF2-COUNTERS.
011000     05  DLF2-CLM-READ             PIC S9(8) COMP VALUE ZERO.
011100     05  DLF2-CTR-READ             PIC S9(8) COMP VALUE ZERO.
011200     05  DLF2-LINES-IN-NTWK        PIC S9(8) COMP VALUE ZERO.
011300     05  DLF2-NO-CONTRACT          PIC S9(8) COMP VALUE ZERO.
011400     05  DLF2-NOT-IN-FORCE         PIC S9(8) COMP VALUE ZERO.
011500     05  DLF2-EXC-AMT              PIC S9(13) COMP-3 VALUE ZERO.
011600 01  DLF2-HEADING-1.
011700     05  FILLER                    PIC X(50)
011800         VALUE "IN-NETWORK PRICING WITHOUT AN IN-FORCE CONTRACT".
011900 01  DLF2-COLUMN-HEADING.
012000     05  FILLER                   PIC X(5)  VALUE "TYPE".
012100     05  FILLER                   PIC X(12) VALUE "PROVIDER".
012200     05  FILLER                   PIC X(6)  VALUE "NTWK".
012300     05  FILLER                   PIC X(5)  VALUE "REG".
012400     05  FILLER                   PIC X(6)  VALUE "GRP".
012500     05  FILLER                   PIC X(19) VALUE "PATIENT".
012600     05  FILLER                   PIC X(15) VALUE "INVOICE".
012700     05  FILLER                   PIC X(3)  VALUE "LN".
012800     05  FILLER                   PIC X(10) VALUE "SVC DATE".
012900     05  FILLER                   PIC X(12) VALUE "NET PAY".
013000 01  DLF2-DETAIL-LINE.
013100     05  DLF2-D-TYPE               PIC X(2).
013200     05  FILLER                    PIC X(3)  VALUE SPACES.
013300     05  DLF2-D-PRV-ID             PIC X(10).
013400     05  FILLER                    PIC X(2)  VALUE SPACES.
013500     05  DLF2-D-NTWK-NO            PIC X(3).
013600     05  FILLER                    PIC X(3)  VALUE SPACES.
013700     05  DLF2-D-REG-NO             PIC X(3).
013800     05  FILLER                    PIC X(2)  VALUE SPACES.
013900     05  DLF2-D-PRV-GRP-NO         PIC X(4).
014000     05  FILLER                    PIC X(2)  VALUE SPACES.
014100     05  DLF2-D-PATIENT            PIC X(17).
014200     05  FILLER                    PIC X(2)  VALUE SPACES.
014300     05  DLF2-D-INV-NBR            PIC 9(13).
014400     05  FILLER                    PIC X(2)  VALUE SPACES.
014500     05  DLF2-D-LINE-NBR           PIC 9(1).
014600     05  FILLER                    PIC X(2)  VALUE SPACES.
014700     05  DLF2-D-FST-DT             PIC 9(8).
014800     05  FILLER                    PIC X(2)  VALUE SPACES.
014900     05  DLF2-D-NET-PAY            PIC ZZZ,ZZZ,ZZ9-.
015000 01  DLF2-TOTAL-LINE-1.
015100     05  FILLER                    PIC X(25)
015200         VALUE "CLAIMS READ".
015300     05  DLF2-T-CLAIMS             PIC ZZZ,ZZZ,ZZ9.
015400 01  DLF2-TOTAL-LINE-2.
015500     05  FILLER                    PIC X(25)
015600         VALUE "LINES PRICED IN-NETWORK".
015700     05  DLF2-T-IN-NTWK            PIC ZZZ,ZZZ,ZZ9.
015800 01  DLF2-TOTAL-LINE-3.
015900     05  FILLER                    PIC X(25)
016000         VALUE "NO CONTRACT IN NETWORK".
016100     05  DLF2-T-NO-CONTRACT        PIC ZZZ,ZZZ,ZZ9.
016200 01  DLF2-TOTAL-LINE-4.
016300     05  FILLER                    PIC X(25)
016400         VALUE "CONTRACT NOT IN FORCE".
016500     05  DLF2-T-NOT-IN-FORCE       PIC ZZZ,ZZZ,ZZ9.
016600 01  DLF2-TOTAL-LINE-5.
016700     05  FILLER                    PIC X(25)
016800         VALUE "NET PAY ON EXCEPTIONS".
016900     05  DLF2-T-EXC-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9-.
017000*----------------------------------------------------------------
017100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
017200*----------------------------------------------------------------
017300 01  DL903-PARMS.
017400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL152".
017500     05  DL903-REC-TYPE            PIC X(1).
017600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
017700*----------------------------------------------------------------
017800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
017900*----------------------------------------------------------------
018000 01  DL902-DATES.
018100     05  DL902-EXEC-DATE           PIC 9(8).
018200 01  DL902-EXEC-LINE.
018300     05  FILLER                    PIC X(14)
018400         VALUE "BUSINESS DATE ".
018500     05  DL902-EL-BUS              PIC 9(8).
018600     05  FILLER                    PIC X(11)
018700         VALUE "  EXECUTED ".
018800     05  DL902-EL-EXEC             PIC 9(8).
018900 PROCEDURE DIVISION.
019000*================================================================
019100*    0000-MAINLINE
019200*================================================================
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
019500     MOVE "S"                      TO DL903-REC-TYPE
019600     CALL "DL903" USING DL903-PARMS
019700     SORT DL152-SORT-FILE
019800         ON ASCENDING KEY DLF2-S-PRV-ID
019900                          DLF2-S-NTWK-NO
020000                          DLF2-S-FST-DT
020100         INPUT PROCEDURE IS 2000-RELEASE-LINES
020200             THRU 2999-EXIT
020300         OUTPUT PROCEDURE IS 3000-EDIT-LINES
020400             THRU 3999-EXIT
020500     PERFORM 4000-TERMINATE         THRU 4000-EXIT
020600     MOVE "E"                      TO DL903-REC-TYPE
020700     MOVE DLF2-CLM-READ TO DL903-REC-COUNT
020800     CALL "DL903" USING DL903-PARMS
020900     GOBACK.
021000*================================================================
021100*    1000-INITIALIZE
021200*================================================================
021300 1000-INITIALIZE.
021400     CALL "DL902" USING DLF2-RUN-DATE DL902-EXEC-DATE
021500     OPEN INPUT  BHS2MCH-FILE
021600     OPEN INPUT  BHS3MDE-FILE
021700     OPEN INPUT  DL151-CTR-FILE
021800     OPEN OUTPUT DL152-EXC-FILE
021900     OPEN OUTPUT DL152-RPT-FILE
022000     WRITE DL152-RPT-LINE FROM DLF2-HEADING-1
022100     MOVE DLF2-RUN-DATE TO DL902-EL-BUS
022200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
022300     WRITE DL152-RPT-LINE FROM DL902-EXEC-LINE
022400     WRITE DL152-RPT-LINE FROM SPACES
022500     WRITE DL152-RPT-LINE FROM DLF2-COLUMN-HEADING
022600     PERFORM 8000-READ-CTR          THRU 8000-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900*================================================================
023000*    2000-RELEASE-LINES  -  INPUT PROCEDURE: ONE SORT RECORD PER *
023100*                           LINE PRICED IN-NETWORK               *
023200*================================================================
023300 2000-RELEASE-LINES.
023400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
023500     PERFORM 2200-RELEASE-CLAIM     THRU 2200-EXIT
023600         UNTIL DLF2-CLM-EOF
023700     GO TO 2999-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000*================================================================
024100*    2200-RELEASE-CLAIM
024200*================================================================
024300 2200-RELEASE-CLAIM.
024400     ADD 1 TO DLF2-CLM-READ
024500     IF NOT DLF2-DET-EOF
024600         PERFORM 2300-RELEASE-ONE-LINE THRU 2300-EXIT
024700             VARYING DLF2-LN-SUB FROM 1 BY 1
024800             UNTIL DLF2-LN-SUB > 4
024900     END-IF
025000     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
025100 2200-EXIT.
025200     EXIT.
025300*================================================================
025400*    2300-RELEASE-ONE-LINE
025500*================================================================
025600 2300-RELEASE-ONE-LINE.
025700     IF CLD-FST-DT(DLF2-LN-SUB) = ZERO
025800         OR CLD-LINE-CONT-PRVID-NO(DLF2-LN-SUB) = SPACES
025900         OR CLD-LINE-CONT-NTWK-NO(DLF2-LN-SUB) = SPACES
026000         GO TO 2300-EXIT
026100     END-IF
026200     ADD 1 TO DLF2-LINES-IN-NTWK
026300     MOVE CLD-LINE-CONT-PRVID-NO(DLF2-LN-SUB) TO DLF2-S-PRV-ID
026400     MOVE CLD-LINE-CONT-NTWK-NO(DLF2-LN-SUB) TO DLF2-S-NTWK-NO
026500     MOVE CLD-FST-DT(DLF2-LN-SUB)  TO DLF2-S-FST-DT
026600     MOVE CLD-LINE-CONT-REG-NO(DLF2-LN-SUB) TO DLF2-S-REG-NO
026700     MOVE CLD-LINE-PRV-GRP-NO(DLF2-LN-SUB)
026800                                   TO DLF2-S-PRV-GRP-NO
026900     MOVE CLH-PATIENT-NBR          TO DLF2-S-PATIENT-NBR
027000     MOVE CLH-INV-NBR              TO DLF2-S-INV-NBR
027100     MOVE DLF2-LN-SUB              TO DLF2-S-LINE-NBR
027200     MOVE CLH-PRV-CONTRACT-TYPE    TO DLF2-S-CONTRACT-TYPE
027300     MOVE CLD-NET-PAY-AMT(DLF2-LN-SUB) TO DLF2-S-NET-PAY-AMT
027400     RELEASE DLF2-SORT-RECORD.
027500 2300-EXIT.
027600     EXIT.
027700 2999-EXIT.
027800     EXIT.
027900*================================================================
028000*    3000-EDIT-LINES  -  OUTPUT PROCEDURE: MATCH EACH LINE TO    *
028100*                        THE CONTRACT MASTER                     *
028200*================================================================
028300 3000-EDIT-LINES.
028400     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
028500     PERFORM 3200-EDIT-ONE-LINE     THRU 3200-EXIT
028600         UNTIL DLF2-SORT-EOF
028700     GO TO 3999-EXIT.
028800 3000-EXIT.
028900     EXIT.
029000*================================================================
029100*    3100-RETURN-SORT
029200*================================================================
029300 3100-RETURN-SORT.
029400     RETURN DL152-SORT-FILE
029500         AT END
029600             SET DLF2-SORT-EOF TO TRUE
029700     END-RETURN.
029800 3100-EXIT.
029900     EXIT.
030000*================================================================
030100*    3200-EDIT-ONE-LINE
030200*================================================================
030300 3200-EDIT-ONE-LINE.
030400     IF DLF2-S-CTR-KEY NOT = DLF2-HOLD-KEY
030500         PERFORM 3300-LOAD-PERIODS  THRU 3300-EXIT
030600     END-IF
030700     IF DLF2-PERIOD-COUNT = ZERO
030800         MOVE "NC"                 TO DL152-X-EXC-TYPE
030900         ADD 1 TO DLF2-NO-CONTRACT
031000         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
031100         GO TO 3200-NEXT
031200     END-IF
031300     MOVE "N"                      TO DLF2-IN-FORCE-SW
031400     PERFORM 3400-CHECK-ONE-PERIOD  THRU 3400-EXIT
031500         VARYING DLF2-SUB FROM 1 BY 1
031600         UNTIL DLF2-SUB > DLF2-PERIOD-COUNT
031700         OR DLF2-IN-FORCE
031800     IF NOT DLF2-IN-FORCE
031900         MOVE "NF"                 TO DL152-X-EXC-TYPE
032000         ADD 1 TO DLF2-NOT-IN-FORCE
032100         PERFORM 3500-WRITE-EXCEPTION THRU 3500-EXIT
032200     END-IF.
032300 3200-NEXT.
032400     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
032500 3200-EXIT.
032600     EXIT.
032700*================================================================
032800*    3300-LOAD-PERIODS  -  PASS MASTERS FOR PROVIDERS/NETWORKS   *
032900*                          WITH NO LINES, THEN HOLD THIS ONE'S   *
033000*================================================================
033100 3300-LOAD-PERIODS.
033200     MOVE DLF2-S-CTR-KEY           TO DLF2-HOLD-KEY
033300     MOVE ZERO                     TO DLF2-PERIOD-COUNT
033400     PERFORM 8000-READ-CTR          THRU 8000-EXIT
033500         UNTIL DLF2-CTR-KEY NOT < DLF2-HOLD-KEY
033600     PERFORM 3310-HOLD-ONE-PERIOD   THRU 3310-EXIT
033700         UNTIL DLF2-CTR-KEY NOT = DLF2-HOLD-KEY.
033800 3300-EXIT.
033900     EXIT.
034000*================================================================
034100*    3310-HOLD-ONE-PERIOD
034200*================================================================
034300 3310-HOLD-ONE-PERIOD.
034400     IF DLF2-PERIOD-COUNT >= 50
034500         PERFORM 9900-PERIOD-ABORT  THRU 9900-EXIT
034600     END-IF
034700     ADD 1 TO DLF2-PERIOD-COUNT
034800     MOVE DL151-C-EFF-DT      TO DLF2-P-EFF-DT(DLF2-PERIOD-COUNT)
034900     MOVE DL151-C-TERM-DT     TO DLF2-P-TERM-DT(DLF2-PERIOD-COUNT)
035000     PERFORM 8000-READ-CTR          THRU 8000-EXIT.
035100 3310-EXIT.
035200     EXIT.
035300*================================================================
035400*    3400-CHECK-ONE-PERIOD  -  A ZERO TERM DATE IS OPEN-ENDED    *
035500*================================================================
035600 3400-CHECK-ONE-PERIOD.
035700     IF DLF2-S-FST-DT NOT < DLF2-P-EFF-DT(DLF2-SUB)
035800         AND (DLF2-P-TERM-DT(DLF2-SUB) = ZERO
035900              OR DLF2-S-FST-DT NOT > DLF2-P-TERM-DT(DLF2-SUB))
036000         SET DLF2-IN-FORCE         TO TRUE
036100     END-IF.
036200 3400-EXIT.
036300     EXIT.
036400*================================================================
036500*    3500-WRITE-EXCEPTION
036600*================================================================
036700 3500-WRITE-EXCEPTION.
036800     MOVE DLF2-S-PRV-ID            TO DL152-X-PRV-ID
036900     MOVE DLF2-S-NTWK-NO           TO DL152-X-NTWK-NO
037000     MOVE DLF2-S-REG-NO            TO DL152-X-REG-NO
037100     MOVE DLF2-S-PRV-GRP-NO        TO DL152-X-PRV-GRP-NO
037200     MOVE DLF2-S-PATIENT-NBR       TO DL152-X-PATIENT-NBR
037300     MOVE DLF2-S-INV-NBR           TO DL152-X-INV-NBR
037400     MOVE DLF2-S-LINE-NBR          TO DL152-X-LINE-NBR
037500     MOVE DLF2-S-FST-DT            TO DL152-X-FST-DT
037600     MOVE DLF2-S-CONTRACT-TYPE     TO DL152-X-CONTRACT-TYPE
037700     MOVE DLF2-S-NET-PAY-AMT       TO DL152-X-NET-PAY-AMT
037800     WRITE DL152-EXC-RECORD
037900     ADD DLF2-S-NET-PAY-AMT TO DLF2-EXC-AMT
038000     MOVE DL152-X-EXC-TYPE         TO DLF2-D-TYPE
038100     MOVE DLF2-S-PRV-ID            TO DLF2-D-PRV-ID
038200     MOVE DLF2-S-NTWK-NO           TO DLF2-D-NTWK-NO
038300     MOVE DLF2-S-REG-NO            TO DLF2-D-REG-NO
038400     MOVE DLF2-S-PRV-GRP-NO        TO DLF2-D-PRV-GRP-NO
038500     MOVE DLF2-S-PATIENT-NBR       TO DLF2-D-PATIENT
038600     MOVE DLF2-S-INV-NBR           TO DLF2-D-INV-NBR
038700     MOVE DLF2-S-LINE-NBR          TO DLF2-D-LINE-NBR
038800     MOVE DLF2-S-FST-DT            TO DLF2-D-FST-DT
038900     MOVE DLF2-S-NET-PAY-AMT       TO DLF2-D-NET-PAY
039000     WRITE DL152-RPT-LINE FROM DLF2-DETAIL-LINE.
039100 3500-EXIT.
039200     EXIT.
039300 3999-EXIT.
039400     EXIT.
039500*================================================================
039600*    4000-TERMINATE
039700*================================================================
039800 4000-TERMINATE.
039900     MOVE DLF2-CLM-READ            TO DLF2-T-CLAIMS
040000     MOVE DLF2-LINES-IN-NTWK       TO DLF2-T-IN-NTWK
040100     MOVE DLF2-NO-CONTRACT         TO DLF2-T-NO-CONTRACT
040200     MOVE DLF2-NOT-IN-FORCE        TO DLF2-T-NOT-IN-FORCE
040300     MOVE DLF2-EXC-AMT             TO DLF2-T-EXC-AMT
040400     WRITE DL152-RPT-LINE FROM SPACES
040500     WRITE DL152-RPT-LINE FROM DLF2-TOTAL-LINE-1
040600     WRITE DL152-RPT-LINE FROM DLF2-TOTAL-LINE-2
040700     WRITE DL152-RPT-LINE FROM DLF2-TOTAL-LINE-3
040800     WRITE DL152-RPT-LINE FROM DLF2-TOTAL-LINE-4
040900     WRITE DL152-RPT-LINE FROM DLF2-TOTAL-LINE-5
041000     CLOSE BHS2MCH-FILE
041100     CLOSE BHS3MDE-FILE
041200     CLOSE DL151-CTR-FILE
041300     CLOSE DL152-EXC-FILE
041400     CLOSE DL152-RPT-FILE
041500     IF DLF2-NO-CONTRACT > ZERO
041600         OR DLF2-NOT-IN-FORCE > ZERO
041700         MOVE 4                    TO RETURN-CODE
041800     END-IF.
041900 4000-EXIT.
042000     EXIT.
042100*================================================================
042200*    8000-READ-CTR
042300*================================================================
042400 8000-READ-CTR.
042500     READ DL151-CTR-FILE
042600         AT END
042700             SET DLF2-CTR-EOF TO TRUE
042800             MOVE HIGH-VALUES      TO DLF2-CTR-KEY
042900     END-READ
043000     IF NOT DLF2-CTR-EOF
043100         ADD 1 TO DLF2-CTR-READ
043200         MOVE DL151-C-PRV-ID       TO DLF2-CTR-KEY-PRV
043300         MOVE DL151-C-NTWK-NO      TO DLF2-CTR-KEY-NTWK
043400     END-IF.
043500 8000-EXIT.
043600     EXIT.
043700*================================================================
043800*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
043900*================================================================
044000 8100-READ-CLAIM-PAIR.
044100     READ BHS2MCH-FILE
044200         AT END
044300             SET DLF2-CLM-EOF TO TRUE
044400     END-READ
044500     IF NOT DLF2-CLM-EOF
044600         READ BHS3MDE-FILE
044700             AT END
044800                 SET DLF2-DET-EOF TO TRUE
044900         END-READ
045000     END-IF.
045100 8100-EXIT.
045200     EXIT.
045300*================================================================
045400*    9900-PERIOD-ABORT  -  MORE THAN 50 CONTRACT PERIODS FOR ONE *
045500*                          PROVIDER IN ONE NETWORK               *
045600*================================================================
045700 9900-PERIOD-ABORT.
045800     DISPLAY "DL152: CONTRACT PERIODS EXCEED THE 50-ENTRY TABLE"
045900     MOVE 8                        TO RETURN-CODE
046000     GOBACK.
046100 9900-EXIT.
046200     EXIT.
