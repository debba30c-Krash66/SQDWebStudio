000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL187.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - COMMISSION TARIFF MASTER
001100*                   MAINTENANCE, THE DL146 SORTED ADD/CHANGE
001200*                   MATCH-MERGE MOLD KEYED BY COMMISSION TYPE,
001300*                   COMMISSION CODE, ENTRY TYPE, PRICING
001400*                   CURRENCY AND EFFECTIVE DATE.  AN EXPIRE
001500*                   DOES NOT DELETE - IT ENDS THE ROW ON THE
001600*                   GIVEN DATE (THE RUN DATE WHEN NONE IS
001700*                   GIVEN) SO POSTINGS DATED BEFORE IT ARE
001800*                   STILL PRICED BY DL188 AT THE TERMS THEN IN
001900*                   FORCE.  AN ADD OR CHANGE WITH AN UNKNOWN
002000*                   BASIS, NON-NUMERIC TERMS, A MINIMUM ABOVE
002100*                   THE MAXIMUM, OR A WINDOW ENDING BEFORE IT
002200*                   STARTS IS REJECTED.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DL187-TRF-IN-FILE  ASSIGN TO DL187TRFI
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT DL187-TRF-OUT-FILE ASSIGN TO DL187TRFO
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL187-TRAN-FILE    ASSIGN TO DL187TRAN
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT DL187-RPT-FILE     ASSIGN TO DL187RPT
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DL187-TRF-IN-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY DL187TRF.
004300 FD  DL187-TRF-OUT-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DL187-TRF-OUT-RECORD          PIC X(90).
004600 FD  DL187-TRAN-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY DL187TRN.
004900 FD  DL187-RPT-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  DL187-RPT-LINE                PIC X(132).
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400*    DLI7-SWITCHES AND COUNTERS
005500*----------------------------------------------------------------
005600 01  DLI7-SWITCHES.
005700     05  DLI7-TRF-EOF-SW           PIC X(1)     VALUE "N".
005800         88  DLI7-TRF-EOF                        VALUE "Y".
005900     05  DLI7-TRAN-EOF-SW          PIC X(1)     VALUE "N".
006000         88  DLI7-TRAN-EOF                       VALUE "Y".
006100     05  DLI7-TRAN-OK-SW           PIC X(1)     VALUE "N".
006200         88  DLI7-TRAN-OK                        VALUE "Y".
006300 01  DLI7-KEYS.
006400     05  DLI7-TRF-KEY              PIC X(20).
006500     05  DLI7-TRAN-KEY             PIC X(20).
006600 01  DLI7-RUN-DATE                 PIC 9(8).
006700 01  DLI7-END-DT                   PIC 9(8).
006800 01  DLI7-HOLD-MASTER              PIC X(90).
006900 01  DLI7-COUNTERS.
007000     05  DLI7-TRF-READ             PIC S9(8) COMP VALUE ZERO.
007100     05  DLI7-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
007200     05  DLI7-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
007300     05  DLI7-EXPIRES-APPLIED      PIC S9(8) COMP VALUE ZERO.
007400     05  DLI7-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
007500 01  DLI7-HEADING-1.
007600     05  FILLER                    PIC X(44)
007700         VALUE "COMMISSION TARIFF MASTER MAINTENANCE".
007800 01  DLI7-COLUMN-HEADING.
007900     05  FILLER                   PIC X(6)  VALUE "TYPE".
008000     05  FILLER                   PIC X(6)  VALUE "CODE".
008100     05  FILLER                   PIC X(7)  VALUE "ENTRY".
008200     05  FILLER                   PIC X(6)  VALUE "CURR".
008300     05  FILLER                   PIC X(10) VALUE "EFF DATE".
008400     05  FILLER                   PIC X(10) VALUE "END DATE".
008500     05  FILLER                   PIC X(7)  VALUE "ACTION".
008600     05  FILLER                   PIC X(22) VALUE "DISPOSITION".
008700 01  DLI7-DETAIL-LINE.
008800     05  DLI7-D-COMM-TYPE          PIC X(4).
008900     05  FILLER                    PIC X(2)  VALUE SPACES.
009000     05  DLI7-D-COMM-CODE          PIC X(1).
009100     05  FILLER                    PIC X(5)  VALUE SPACES.
009200     05  DLI7-D-ENTRY-TYPE         PIC X(3).
009300     05  FILLER                    PIC X(4)  VALUE SPACES.
009400     05  DLI7-D-PRICE-CURR         PIC X(4).
009500     05  FILLER                    PIC X(2)  VALUE SPACES.
009600     05  DLI7-D-EFF-DT             PIC 9(8).
009700     05  FILLER                    PIC X(2)  VALUE SPACES.
009800     05  DLI7-D-END-DT             PIC 9(8).
009900     05  FILLER                    PIC X(2)  VALUE SPACES.
010000     05  DLI7-D-ACTION             PIC X(1).
010100     05  FILLER                    PIC X(6)  VALUE SPACES.
010200     05  DLI7-D-DISP               PIC X(22).
010300 01  DLI7-TOTAL-LINE-1.
010400     05  FILLER                    PIC X(25)
010500         VALUE "ADDS APPLIED".
010600     05  DLI7-T-ADDS               PIC ZZZ,ZZ9.
010700 01  DLI7-TOTAL-LINE-2.
010800     05  FILLER                    PIC X(25)
010900         VALUE "CHANGES APPLIED".
011000     05  DLI7-T-CHANGES            PIC ZZZ,ZZ9.
011100 01  DLI7-TOTAL-LINE-3.
011200     05  FILLER                    PIC X(25)
011300         VALUE "EXPIRES APPLIED".
011400     05  DLI7-T-EXPIRES            PIC ZZZ,ZZ9.
011500 01  DLI7-TOTAL-LINE-4.
011600     05  FILLER                    PIC X(25)
011700         VALUE "TRANS REJECTED".
011800     05  DLI7-T-REJECTED           PIC ZZZ,ZZ9.
011900*----------------------------------------------------------------
012000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
012100*----------------------------------------------------------------
012200 01  DL903-PARMS.
012300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL187".
012400     05  DL903-REC-TYPE            PIC X(1).
012500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
012600*----------------------------------------------------------------
012700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
012800*----------------------------------------------------------------
012900 01  DL902-DATES.
013000     05  DL902-EXEC-DATE           PIC 9(8).
013100 01  DL902-EXEC-LINE.
013200     05  FILLER                    PIC X(14)
013300         VALUE "BUSINESS DATE ".
013400     05  DL902-EL-BUS              PIC 9(8).
013500     05  FILLER                    PIC X(11)
013600         VALUE "  EXECUTED ".
013700     05  DL902-EL-EXEC             PIC 9(8).
013800 PROCEDURE DIVISION.
013900*================================================================
014000*    0000-MAINLINE  -  SORTED MATCH-MERGE BY TARIFF KEY AND      *
014100*                      EFFECTIVE DATE                            *
014200*================================================================
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014500     MOVE "S"                      TO DL903-REC-TYPE
014600     CALL "DL903" USING DL903-PARMS
014700     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
014800         UNTIL DLI7-TRF-EOF AND DLI7-TRAN-EOF
014900     PERFORM 3000-TERMINATE         THRU 3000-EXIT
015000     MOVE "E"                      TO DL903-REC-TYPE
015100     MOVE DLI7-TRF-READ TO DL903-REC-COUNT
015200     CALL "DL903" USING DL903-PARMS
015300     GOBACK.
015400*================================================================
015500*    1000-INITIALIZE
015600*================================================================
015700 1000-INITIALIZE.
015800     CALL "DL902" USING DLI7-RUN-DATE DL902-EXEC-DATE
015900     OPEN INPUT  DL187-TRF-IN-FILE
016000     OPEN INPUT  DL187-TRAN-FILE
016100     OPEN OUTPUT DL187-TRF-OUT-FILE
016200     OPEN OUTPUT DL187-RPT-FILE
016300     WRITE DL187-RPT-LINE FROM DLI7-HEADING-1
016400     MOVE DLI7-RUN-DATE TO DL902-EL-BUS
016500     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
016600     WRITE DL187-RPT-LINE FROM DL902-EXEC-LINE
016700     WRITE DL187-RPT-LINE FROM SPACES
016800     WRITE DL187-RPT-LINE FROM DLI7-COLUMN-HEADING
016900     PERFORM 8000-READ-TRF          THRU 8000-EXIT
017000     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
017100 1000-EXIT.
017200     EXIT.
017300*================================================================
017400*    2000-MATCH-MERGE
017500*================================================================
017600 2000-MATCH-MERGE.
017700     EVALUATE TRUE
017800         WHEN DLI7-TRF-KEY < DLI7-TRAN-KEY
017900             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
018000         WHEN DLI7-TRF-KEY > DLI7-TRAN-KEY
018100             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
018200         WHEN OTHER
018300             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
018400     END-EVALUATE.
018500 2000-EXIT.
018600     EXIT.
018700*================================================================
018800*    2100-COPY-MASTER  -  EXPIRED ROWS STAY; THEY STILL PRICE    *
018900*                         POSTINGS DATED INSIDE THEIR WINDOW     *
019000*================================================================
019100 2100-COPY-MASTER.
019200     WRITE DL187-TRF-OUT-RECORD FROM DL187-TRF-RECORD
019300     PERFORM 8000-READ-TRF          THRU 8000-EXIT.
019400 2100-EXIT.
019500     EXIT.
019600*================================================================
019700*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
019800*================================================================
019900 2200-UNMATCHED-TRAN.
020000     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
020100     IF NOT DL187-T-ADD
020200         ADD 1 TO DLI7-TRAN-REJECTED
020300         MOVE "REJECTED-NO RECORD" TO DLI7-D-DISP
020400         GO TO 2200-WRITE
020500     END-IF
020600     PERFORM 2500-EDIT-TRAN         THRU 2500-EXIT
020700     IF NOT DLI7-TRAN-OK
020800         GO TO 2200-WRITE
020900     END-IF
021000*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
021100*    WHILE THE ADD IS BUILT THERE
021200     MOVE DL187-TRF-RECORD         TO DLI7-HOLD-MASTER
021300     MOVE SPACES                   TO DL187-TRF-RECORD
021400     PERFORM 2400-BUILD-FROM-TRAN   THRU 2400-EXIT
021500     WRITE DL187-TRF-OUT-RECORD FROM DL187-TRF-RECORD
021600     MOVE DLI7-HOLD-MASTER         TO DL187-TRF-RECORD
021700     ADD 1 TO DLI7-ADDS-APPLIED
021800     MOVE "ADDED"                  TO DLI7-D-DISP.
021900 2200-WRITE.
022000     WRITE DL187-RPT-LINE FROM DLI7-DETAIL-LINE
022100     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
022200 2200-EXIT.
022300     EXIT.
022400*================================================================
022500*    2300-MATCHED-TRAN
022600*================================================================
022700 2300-MATCHED-TRAN.
022800     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
022900     EVALUATE TRUE
023000         WHEN DL187-T-CHANGE
023100             PERFORM 2500-EDIT-TRAN THRU 2500-EXIT
023200             IF DLI7-TRAN-OK
023300                 PERFORM 2400-BUILD-FROM-TRAN THRU 2400-EXIT
023400                 ADD 1 TO DLI7-CHANGES-APPLIED
023500                 MOVE "CHANGED"    TO DLI7-D-DISP
023600             END-IF
023700         WHEN DL187-T-EXPIRE
023800             PERFORM 2550-EDIT-EXPIRE THRU 2550-EXIT
023900             IF DLI7-TRAN-OK
024000                 MOVE DLI7-END-DT  TO DL187-F-END-DT
024100                 MOVE DLI7-RUN-DATE TO DL187-F-LOAD-DT
024200                 ADD 1 TO DLI7-EXPIRES-APPLIED
024300                 MOVE "EXPIRED"    TO DLI7-D-DISP
024400             END-IF
024500         WHEN OTHER
024600             ADD 1 TO DLI7-TRAN-REJECTED
024700             MOVE "REJECTED-DUPLICATE" TO DLI7-D-DISP
024800     END-EVALUATE
024900     WRITE DL187-TRF-OUT-RECORD FROM DL187-TRF-RECORD
025000     WRITE DL187-RPT-LINE FROM DLI7-DETAIL-LINE
025100     PERFORM 8000-READ-TRF          THRU 8000-EXIT
025200     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
025300 2300-EXIT.
025400     EXIT.
025500*================================================================
025600*    2400-BUILD-FROM-TRAN
025700*================================================================
025800 2400-BUILD-FROM-TRAN.
025900     MOVE DL187-T-KEY              TO DL187-F-KEY
026000     MOVE DL187-T-END-DT           TO DL187-F-END-DT
026100     MOVE DL187-T-BASIS            TO DL187-F-BASIS
026200     MOVE DL187-T-RATE-PCT         TO DL187-F-RATE-PCT
026300     MOVE DL187-T-FLAT-AMT         TO DL187-F-FLAT-AMT
026400     MOVE DL187-T-MIN-CHRG         TO DL187-F-MIN-CHRG
026500     MOVE DL187-T-MAX-CHRG         TO DL187-F-MAX-CHRG
026600     MOVE DLI7-RUN-DATE            TO DL187-F-LOAD-DT.
026700 2400-EXIT.
026800     EXIT.
026900*================================================================
027000*    2500-EDIT-TRAN  -  A ROW THE AUDIT COULD NOT PRICE FROM IS  *
027100*                       REJECTED                                 *
027200*================================================================
027300 2500-EDIT-TRAN.
027400     MOVE "N"                      TO DLI7-TRAN-OK-SW
027500     IF DL187-T-BASIS NOT = "R"
027600         AND DL187-T-BASIS NOT = "F"
027700         ADD 1 TO DLI7-TRAN-REJECTED
027800         MOVE "REJECTED-BASIS"     TO DLI7-D-DISP
027900         GO TO 2500-EXIT
028000     END-IF
028100     IF DL187-T-RATE-PCT NOT NUMERIC
028200         OR DL187-T-FLAT-AMT NOT NUMERIC
028300         OR DL187-T-MIN-CHRG NOT NUMERIC
028400         OR DL187-T-MAX-CHRG NOT NUMERIC
028500         OR DL187-T-EFF-DT NOT NUMERIC
028600         OR DL187-T-END-DT NOT NUMERIC
028700         ADD 1 TO DLI7-TRAN-REJECTED
028800         MOVE "REJECTED-NOT NUMERIC" TO DLI7-D-DISP
028900         GO TO 2500-EXIT
029000     END-IF
029100     IF DL187-T-MAX-CHRG NOT = ZERO
029200         AND DL187-T-MIN-CHRG > DL187-T-MAX-CHRG
029300         ADD 1 TO DLI7-TRAN-REJECTED
029400         MOVE "REJECTED-MIN OVER MAX" TO DLI7-D-DISP
029500         GO TO 2500-EXIT
029600     END-IF
029700     IF DL187-T-EFF-DT = ZERO
029800         OR (DL187-T-END-DT NOT = ZERO
029900         AND DL187-T-END-DT < DL187-T-EFF-DT)
030000         ADD 1 TO DLI7-TRAN-REJECTED
030100         MOVE "REJECTED-WINDOW"    TO DLI7-D-DISP
030200         GO TO 2500-EXIT
030300     END-IF
030400     SET DLI7-TRAN-OK              TO TRUE.
030500 2500-EXIT.
030600     EXIT.
030700*================================================================
030800*    2550-EDIT-EXPIRE  -  NO END DATE GIVEN MEANS TODAY          *
030900*================================================================
031000 2550-EDIT-EXPIRE.
031100     MOVE "N"                      TO DLI7-TRAN-OK-SW
031200     IF DL187-T-END-DT IS NUMERIC
031300         AND DL187-T-END-DT NOT = ZERO
031400         MOVE DL187-T-END-DT       TO DLI7-END-DT
031500     ELSE
031600         MOVE DLI7-RUN-DATE        TO DLI7-END-DT
031700     END-IF
031800     MOVE DLI7-END-DT              TO DLI7-D-END-DT
031900     IF DLI7-END-DT < DL187-F-EFF-DT
032000         ADD 1 TO DLI7-TRAN-REJECTED
032100         MOVE "REJECTED-WINDOW"    TO DLI7-D-DISP
032200         GO TO 2550-EXIT
032300     END-IF
032400     SET DLI7-TRAN-OK              TO TRUE.
032500 2550-EXIT.
032600     EXIT.
032700*================================================================
032800*    2600-SET-DETAIL
032900*================================================================
033000 2600-SET-DETAIL.
033100     MOVE DL187-T-COMM-TYPE        TO DLI7-D-COMM-TYPE
033200     MOVE DL187-T-COMM-CODE        TO DLI7-D-COMM-CODE
033300     MOVE DL187-T-ENTRY-TYPE       TO DLI7-D-ENTRY-TYPE
033400     MOVE DL187-T-PRICE-CURR       TO DLI7-D-PRICE-CURR
033500     MOVE ZERO                     TO DLI7-D-EFF-DT
033600     MOVE ZERO                     TO DLI7-D-END-DT
033700     IF DL187-T-EFF-DT IS NUMERIC
033800         MOVE DL187-T-EFF-DT       TO DLI7-D-EFF-DT
033900     END-IF
034000     IF DL187-T-END-DT IS NUMERIC
034100         MOVE DL187-T-END-DT       TO DLI7-D-END-DT
034200     END-IF
034300     MOVE DL187-T-ACTION-CD        TO DLI7-D-ACTION.
034400 2600-EXIT.
034500     EXIT.
034600*================================================================
034700*    3000-TERMINATE
034800*================================================================
034900 3000-TERMINATE.
035000     MOVE DLI7-ADDS-APPLIED        TO DLI7-T-ADDS
035100     MOVE DLI7-CHANGES-APPLIED     TO DLI7-T-CHANGES
035200     MOVE DLI7-EXPIRES-APPLIED     TO DLI7-T-EXPIRES
035300     MOVE DLI7-TRAN-REJECTED       TO DLI7-T-REJECTED
035400     WRITE DL187-RPT-LINE FROM SPACES
035500     WRITE DL187-RPT-LINE FROM DLI7-TOTAL-LINE-1
035600     WRITE DL187-RPT-LINE FROM DLI7-TOTAL-LINE-2
035700     WRITE DL187-RPT-LINE FROM DLI7-TOTAL-LINE-3
035800     WRITE DL187-RPT-LINE FROM DLI7-TOTAL-LINE-4
035900     CLOSE DL187-TRF-IN-FILE
036000     CLOSE DL187-TRAN-FILE
036100     CLOSE DL187-TRF-OUT-FILE
036200     CLOSE DL187-RPT-FILE.
036300 3000-EXIT.
036400     EXIT.
036500*================================================================
036600*    8000-READ-TRF
036700*================================================================
036800 8000-READ-TRF.
036900     READ DL187-TRF-IN-FILE
037000         AT END
037100             SET DLI7-TRF-EOF TO TRUE
037200             MOVE HIGH-VALUES      TO DLI7-TRF-KEY
037300     END-READ
037400     IF NOT DLI7-TRF-EOF
037500         ADD 1 TO DLI7-TRF-READ
037600         MOVE DL187-F-KEY          TO DLI7-TRF-KEY
037700     END-IF.
037800 8000-EXIT.
037900     EXIT.
038000*================================================================
038100*    8100-READ-TRAN
038200*================================================================
038300 8100-READ-TRAN.
038400     READ DL187-TRAN-FILE
038500         AT END
038600             SET DLI7-TRAN-EOF TO TRUE
038700             MOVE HIGH-VALUES      TO DLI7-TRAN-KEY
038800     END-READ
038900     IF NOT DLI7-TRAN-EOF
039000         MOVE DL187-T-KEY          TO DLI7-TRAN-KEY
039100     END-IF.
039200 8100-EXIT.
039300     EXIT.
