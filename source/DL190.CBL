000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL190.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - ISO CURRENCY REFERENCE
001100*                   MASTER MAINTENANCE, THE DL187 SORTED
001200*                   ADD/CHANGE MATCH-MERGE MOLD KEYED BY
001300*                   CURRENCY CODE.  A WITHDRAW DOES NOT DELETE -
001400*                   IT STAMPS THE WITHDRAWAL DATE (THE RUN DATE
001500*                   WHEN NONE IS GIVEN) SO DL191 CAN TELL A
001600*                   WITHDRAWN CODE FROM AN UNKNOWN ONE.  AN ADD
001700*                   OR CHANGE WITH A CODE THAT IS NOT THREE
001800*                   LETTERS, A NON-NUMERIC OR ZERO ISO NUMBER,
001900*                   MORE THAN FOUR MINOR-UNIT DECIMALS OR AN
002000*                   EMU FLAG OTHER THAN Y OR N IS REJECTED.
002100*================================================================
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DL190-CCY-IN-FILE  ASSIGN TO DL190CCYI
002900            ORGANIZATION IS SEQUENTIAL.
003000     SELECT DL190-CCY-OUT-FILE ASSIGN TO DL190CCYO
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT DL190-TRAN-FILE    ASSIGN TO DL190TRAN
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL190-RPT-FILE     ASSIGN TO DL190RPT
003500            ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  DL190-CCY-IN-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY DL190CCY.
004100 FD  DL190-CCY-OUT-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 01  DL190-CCY-OUT-RECORD          PIC X(40).
004400 FD  DL190-TRAN-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY DL190TRN.
004700 FD  DL190-RPT-FILE
004800     LABEL RECORDS ARE STANDARD.
004900 01  DL190-RPT-LINE                PIC X(132).
005000 WORKING-STORAGE SECTION.
005100*----------------------------------------------------------------
005200*    DLJ0-SWITCHES AND COUNTERS
005300*----------------------------------------------------------------
005400 01  DLJ0-SWITCHES.
005500     05  DLJ0-CCY-EOF-SW           PIC X(1)     VALUE "N".
005600         88  DLJ0-CCY-EOF                        VALUE "Y".
005700     05  DLJ0-TRAN-EOF-SW          PIC X(1)     VALUE "N".
005800         88  DLJ0-TRAN-EOF                       VALUE "Y".
005900     05  DLJ0-TRAN-OK-SW           PIC X(1)     VALUE "N".
006000         88  DLJ0-TRAN-OK                        VALUE "Y".
006100 01  DLJ0-KEYS.
006200     05  DLJ0-CCY-KEY              PIC X(4).
006300     05  DLJ0-TRAN-KEY             PIC X(4).
006400 01  DLJ0-RUN-DATE                 PIC 9(8).
006500 01  DLJ0-WITHDRAWN-DT             PIC 9(8).
006600 01  DLJ0-HOLD-MASTER              PIC X(40).
006700 01  DLJ0-COUNTERS.
006800     05  DLJ0-CCY-READ             PIC S9(8) COMP VALUE ZERO.
006900     05  DLJ0-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
007000     05  DLJ0-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
007100     05  DLJ0-WITHDRAWS-APPLIED    PIC S9(8) COMP VALUE ZERO.
007200     05  DLJ0-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
007300 01  DLJ0-HEADING-1.
007400     05  FILLER                    PIC X(44)
007500         VALUE "CURRENCY REFERENCE MASTER MAINTENANCE".
007600 01  DLJ0-COLUMN-HEADING.
007700     05  FILLER                   PIC X(6)  VALUE "CURR".
007800     05  FILLER                   PIC X(5)  VALUE "NUM".
007900     05  FILLER                   PIC X(4)  VALUE "DP".
008000     05  FILLER                   PIC X(5)  VALUE "EMU".
008100     05  FILLER                   PIC X(10) VALUE "WITHDRAWN".
008200     05  FILLER                   PIC X(7)  VALUE "ACTION".
008300     05  FILLER                   PIC X(22) VALUE "DISPOSITION".
008400 01  DLJ0-DETAIL-LINE.
008500     05  DLJ0-D-CURR-CODE          PIC X(4).
008600     05  FILLER                    PIC X(2)  VALUE SPACES.
008700     05  DLJ0-D-NUM-CODE           PIC X(3).
008800     05  FILLER                    PIC X(2)  VALUE SPACES.
008900     05  DLJ0-D-MINOR-UNITS        PIC X(1).
009000     05  FILLER                    PIC X(3)  VALUE SPACES.
009100     05  DLJ0-D-LEGACY-EMU         PIC X(1).
009200     05  FILLER                    PIC X(4)  VALUE SPACES.
009300     05  DLJ0-D-WITHDRAWN-DT       PIC 9(8).
009400     05  FILLER                    PIC X(2)  VALUE SPACES.
009500     05  DLJ0-D-ACTION             PIC X(1).
009600     05  FILLER                    PIC X(6)  VALUE SPACES.
009700     05  DLJ0-D-DISP               PIC X(22).
009800 01  DLJ0-TOTAL-LINE-1.
009900     05  FILLER                    PIC X(25)
010000         VALUE "ADDS APPLIED".
010100     05  DLJ0-T-ADDS               PIC ZZZ,ZZ9.
010200 01  DLJ0-TOTAL-LINE-2.
010300     05  FILLER                    PIC X(25)
010400         VALUE "CHANGES APPLIED".
010500     05  DLJ0-T-CHANGES            PIC ZZZ,ZZ9.
010600 01  DLJ0-TOTAL-LINE-3.
010700     05  FILLER                    PIC X(25)
010800         VALUE "WITHDRAWALS APPLIED".
010900     05  DLJ0-T-WITHDRAWS          PIC ZZZ,ZZ9.
011000 01  DLJ0-TOTAL-LINE-4.
011100     05  FILLER                    PIC X(25)
011200         VALUE "TRANS REJECTED".
011300     05  DLJ0-T-REJECTED           PIC ZZZ,ZZ9.
011400*----------------------------------------------------------------
011500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
011600*----------------------------------------------------------------
011700 01  DL903-PARMS.
011800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL190".
011900     05  DL903-REC-TYPE            PIC X(1).
012000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
012100*----------------------------------------------------------------
012200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
012300*----------------------------------------------------------------
012400 01  DL902-DATES.
012500     05  DL902-EXEC-DATE           PIC 9(8).
012600 01  DL902-EXEC-LINE.
012700     05  FILLER                    PIC X(14)
012800         VALUE "BUSINESS DATE ".
012900     05  DL902-EL-BUS              PIC 9(8).
013000     05  FILLER                    PIC X(11)
013100         VALUE "  EXECUTED ".
013200     05  DL902-EL-EXEC             PIC 9(8).
013300 PROCEDURE DIVISION.
013400*================================================================
013500*    0000-MAINLINE  -  SORTED MATCH-MERGE BY CURRENCY CODE
013600*================================================================
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
013900     MOVE "S"                      TO DL903-REC-TYPE
014000     CALL "DL903" USING DL903-PARMS
014100     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
014200         UNTIL DLJ0-CCY-EOF AND DLJ0-TRAN-EOF
014300     PERFORM 3000-TERMINATE         THRU 3000-EXIT
014400     MOVE "E"                      TO DL903-REC-TYPE
014500     MOVE DLJ0-CCY-READ TO DL903-REC-COUNT
014600     CALL "DL903" USING DL903-PARMS
014700     GOBACK.
014800*================================================================
014900*    1000-INITIALIZE
015000*================================================================
015100 1000-INITIALIZE.
015200     CALL "DL902" USING DLJ0-RUN-DATE DL902-EXEC-DATE
015300     OPEN INPUT  DL190-CCY-IN-FILE
015400     OPEN INPUT  DL190-TRAN-FILE
015500     OPEN OUTPUT DL190-CCY-OUT-FILE
015600     OPEN OUTPUT DL190-RPT-FILE
015700     WRITE DL190-RPT-LINE FROM DLJ0-HEADING-1
015800     MOVE DLJ0-RUN-DATE TO DL902-EL-BUS
015900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
016000     WRITE DL190-RPT-LINE FROM DL902-EXEC-LINE
016100     WRITE DL190-RPT-LINE FROM SPACES
016200     WRITE DL190-RPT-LINE FROM DLJ0-COLUMN-HEADING
016300     PERFORM 8000-READ-CCY          THRU 8000-EXIT
016400     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
016500 1000-EXIT.
016600     EXIT.
016700*================================================================
016800*    2000-MATCH-MERGE
016900*================================================================
017000 2000-MATCH-MERGE.
017100     EVALUATE TRUE
017200         WHEN DLJ0-CCY-KEY < DLJ0-TRAN-KEY
017300             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
017400         WHEN DLJ0-CCY-KEY > DLJ0-TRAN-KEY
017500             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
017600         WHEN OTHER
017700             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
017800     END-EVALUATE.
017900 2000-EXIT.
018000     EXIT.
018100*================================================================
018200*    2100-COPY-MASTER  -  WITHDRAWN CODES STAY ON THE MASTER     *
018300*================================================================
018400 2100-COPY-MASTER.
018500     WRITE DL190-CCY-OUT-RECORD FROM DL190-CCY-RECORD
018600     PERFORM 8000-READ-CCY          THRU 8000-EXIT.
018700 2100-EXIT.
018800     EXIT.
018900*================================================================
019000*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
019100*================================================================
019200 2200-UNMATCHED-TRAN.
019300     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
019400     IF NOT DL190-T-ADD
019500         ADD 1 TO DLJ0-TRAN-REJECTED
019600         MOVE "REJECTED-NO RECORD" TO DLJ0-D-DISP
019700         GO TO 2200-WRITE
019800     END-IF
019900     PERFORM 2500-EDIT-TRAN         THRU 2500-EXIT
020000     IF NOT DLJ0-TRAN-OK
020100         GO TO 2200-WRITE
020200     END-IF
020300*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
020400*    WHILE THE ADD IS BUILT THERE
020500     MOVE DL190-CCY-RECORD         TO DLJ0-HOLD-MASTER
020600     MOVE SPACES                   TO DL190-CCY-RECORD
020700     MOVE DL190-T-CURR-CODE        TO DL190-C-CURR-CODE
020800     MOVE ZERO                     TO DL190-C-WITHDRAWN-DT
020900     PERFORM 2400-BUILD-FROM-TRAN   THRU 2400-EXIT
021000     WRITE DL190-CCY-OUT-RECORD FROM DL190-CCY-RECORD
021100     MOVE DLJ0-HOLD-MASTER         TO DL190-CCY-RECORD
021200     ADD 1 TO DLJ0-ADDS-APPLIED
021300     MOVE "ADDED"                  TO DLJ0-D-DISP.
021400 2200-WRITE.
021500     WRITE DL190-RPT-LINE FROM DLJ0-DETAIL-LINE
021600     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
021700 2200-EXIT.
021800     EXIT.
021900*================================================================
022000*    2300-MATCHED-TRAN
022100*================================================================
022200 2300-MATCHED-TRAN.
022300     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
022400     EVALUATE TRUE
022500         WHEN DL190-T-CHANGE
022600             PERFORM 2500-EDIT-TRAN THRU 2500-EXIT
022700             IF DLJ0-TRAN-OK
022800                 PERFORM 2400-BUILD-FROM-TRAN THRU 2400-EXIT
022900                 ADD 1 TO DLJ0-CHANGES-APPLIED
023000                 MOVE "CHANGED"    TO DLJ0-D-DISP
023100             END-IF
023200         WHEN DL190-T-WITHDRAW
023300             PERFORM 2550-EDIT-WITHDRAW THRU 2550-EXIT
023400             IF DLJ0-TRAN-OK
023500                 MOVE DLJ0-WITHDRAWN-DT TO DL190-C-WITHDRAWN-DT
023600                 MOVE DLJ0-RUN-DATE TO DL190-C-LOAD-DT
023700                 ADD 1 TO DLJ0-WITHDRAWS-APPLIED
023800                 MOVE "WITHDRAWN"  TO DLJ0-D-DISP
023900             END-IF
024000         WHEN OTHER
024100             ADD 1 TO DLJ0-TRAN-REJECTED
024200             MOVE "REJECTED-DUPLICATE" TO DLJ0-D-DISP
024300     END-EVALUATE
024400     WRITE DL190-CCY-OUT-RECORD FROM DL190-CCY-RECORD
024500     WRITE DL190-RPT-LINE FROM DLJ0-DETAIL-LINE
024600     PERFORM 8000-READ-CCY          THRU 8000-EXIT
024700     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
024800 2300-EXIT.
024900     EXIT.
025000*================================================================
025100*    2400-BUILD-FROM-TRAN  -  A CHANGE LEAVES THE WITHDRAWAL     *
025200*                             DATE AS IT WAS                     *
025300*================================================================
025400 2400-BUILD-FROM-TRAN.
025500     MOVE DL190-T-NUM-CODE         TO DL190-C-NUM-CODE
025600     MOVE DL190-T-MINOR-UNITS      TO DL190-C-MINOR-UNITS
025700     MOVE "N"                      TO DL190-C-LEGACY-EMU
025800     IF DL190-T-LEGACY-EMU = "Y"
025900         MOVE "Y"                  TO DL190-C-LEGACY-EMU
026000     END-IF
026100     MOVE DLJ0-RUN-DATE            TO DL190-C-LOAD-DT.
026200 2400-EXIT.
026300     EXIT.
026400*================================================================
026500*    2500-EDIT-TRAN  -  A CODE THE VALIDATION COULD NOT USE IS   *
026600*                       REJECTED                                 *
026700*================================================================
026800 2500-EDIT-TRAN.
026900     MOVE "N"                      TO DLJ0-TRAN-OK-SW
027000     IF DL190-T-CURR-CODE(1:3) NOT ALPHABETIC-UPPER
027100         OR DL190-T-CURR-CODE(1:1) = SPACE
027200         OR DL190-T-CURR-CODE(2:1) = SPACE
027300         OR DL190-T-CURR-CODE(3:1) = SPACE
027400         OR DL190-T-CURR-CODE(4:1) NOT = SPACE
027500         ADD 1 TO DLJ0-TRAN-REJECTED
027600         MOVE "REJECTED-CODE"      TO DLJ0-D-DISP
027700         GO TO 2500-EXIT
027800     END-IF
027900     IF DL190-T-NUM-CODE NOT NUMERIC
028000         OR DL190-T-NUM-CODE = ZERO
028100         ADD 1 TO DLJ0-TRAN-REJECTED
028200         MOVE "REJECTED-ISO NUMBER" TO DLJ0-D-DISP
028300         GO TO 2500-EXIT
028400     END-IF
028500     IF DL190-T-MINOR-UNITS NOT NUMERIC
028600         OR DL190-T-MINOR-UNITS > 4
028700         ADD 1 TO DLJ0-TRAN-REJECTED
028800         MOVE "REJECTED-MINOR UNITS" TO DLJ0-D-DISP
028900         GO TO 2500-EXIT
029000     END-IF
029100     IF DL190-T-LEGACY-EMU NOT = "Y"
029200         AND DL190-T-LEGACY-EMU NOT = "N"
029300         AND DL190-T-LEGACY-EMU NOT = SPACE
029400         ADD 1 TO DLJ0-TRAN-REJECTED
029500         MOVE "REJECTED-EMU FLAG"  TO DLJ0-D-DISP
029600         GO TO 2500-EXIT
029700     END-IF
029800     SET DLJ0-TRAN-OK              TO TRUE.
029900 2500-EXIT.
030000     EXIT.
030100*================================================================
030200*    2550-EDIT-WITHDRAW  -  NO DATE GIVEN MEANS TODAY; A CODE    *
030300*                           ALREADY WITHDRAWN KEEPS ITS DATE     *
030400*================================================================
030500 2550-EDIT-WITHDRAW.
030600     MOVE "N"                      TO DLJ0-TRAN-OK-SW
030700     IF DL190-C-WITHDRAWN-DT NOT = ZERO
030800         ADD 1 TO DLJ0-TRAN-REJECTED
030900         MOVE "REJECTED-WITHDRAWN" TO DLJ0-D-DISP
031000         GO TO 2550-EXIT
031100     END-IF
031200     IF DL190-T-WITHDRAWN-DT IS NUMERIC
031300         AND DL190-T-WITHDRAWN-DT NOT = ZERO
031400         MOVE DL190-T-WITHDRAWN-DT TO DLJ0-WITHDRAWN-DT
031500     ELSE
031600         MOVE DLJ0-RUN-DATE        TO DLJ0-WITHDRAWN-DT
031700     END-IF
031800     MOVE DLJ0-WITHDRAWN-DT        TO DLJ0-D-WITHDRAWN-DT
031900     SET DLJ0-TRAN-OK              TO TRUE.
032000 2550-EXIT.
032100     EXIT.
032200*================================================================
032300*    2600-SET-DETAIL
032400*================================================================
032500 2600-SET-DETAIL.
032600     MOVE DL190-T-CURR-CODE        TO DLJ0-D-CURR-CODE
032700     MOVE DL190-TRN-RECORD(6:3)    TO DLJ0-D-NUM-CODE
032800     MOVE DL190-TRN-RECORD(9:1)    TO DLJ0-D-MINOR-UNITS
032900     MOVE DL190-T-LEGACY-EMU       TO DLJ0-D-LEGACY-EMU
033000     MOVE ZERO                     TO DLJ0-D-WITHDRAWN-DT
033100     IF DL190-T-WITHDRAWN-DT IS NUMERIC
033200         MOVE DL190-T-WITHDRAWN-DT TO DLJ0-D-WITHDRAWN-DT
033300     END-IF
033400     MOVE DL190-T-ACTION-CD        TO DLJ0-D-ACTION.
033500 2600-EXIT.
033600     EXIT.
033700*================================================================
033800*    3000-TERMINATE
033900*================================================================
034000 3000-TERMINATE.
034100     MOVE DLJ0-ADDS-APPLIED        TO DLJ0-T-ADDS
034200     MOVE DLJ0-CHANGES-APPLIED     TO DLJ0-T-CHANGES
034300     MOVE DLJ0-WITHDRAWS-APPLIED   TO DLJ0-T-WITHDRAWS
034400     MOVE DLJ0-TRAN-REJECTED       TO DLJ0-T-REJECTED
034500     WRITE DL190-RPT-LINE FROM SPACES
034600     WRITE DL190-RPT-LINE FROM DLJ0-TOTAL-LINE-1
034700     WRITE DL190-RPT-LINE FROM DLJ0-TOTAL-LINE-2
034800     WRITE DL190-RPT-LINE FROM DLJ0-TOTAL-LINE-3
034900     WRITE DL190-RPT-LINE FROM DLJ0-TOTAL-LINE-4
035000     CLOSE DL190-CCY-IN-FILE
035100     CLOSE DL190-TRAN-FILE
035200     CLOSE DL190-CCY-OUT-FILE
035300     CLOSE DL190-RPT-FILE.
035400 3000-EXIT.
035500     EXIT.
035600*================================================================
035700*    8000-READ-CCY
035800*================================================================
035900 8000-READ-CCY.
036000     READ DL190-CCY-IN-FILE
036100         AT END
036200             SET DLJ0-CCY-EOF TO TRUE
036300             MOVE HIGH-VALUES      TO DLJ0-CCY-KEY
036400     END-READ
036500     IF NOT DLJ0-CCY-EOF
036600         ADD 1 TO DLJ0-CCY-READ
036700         MOVE DL190-C-CURR-CODE    TO DLJ0-CCY-KEY
036800     END-IF.
036900 8000-EXIT.
037000     EXIT.
037100*================================================================
037200*    8100-READ-TRAN
037300*================================================================
037400 8100-READ-TRAN.
037500     READ DL190-TRAN-FILE
037600         AT END
037700             SET DLJ0-TRAN-EOF TO TRUE
037800             MOVE HIGH-VALUES      TO DLJ0-TRAN-KEY
037900     END-READ
038000     IF NOT DLJ0-TRAN-EOF
038100         MOVE DL190-T-CURR-CODE    TO DLJ0-TRAN-KEY
038200     END-IF.
038300 8100-EXIT.
038400     EXIT.
