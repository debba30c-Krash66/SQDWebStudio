000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL169.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MEMBER EXCLUSION-RIDER
001100*                   MAINTENANCE OF THE DL169RDR RIDER MASTER,
001200*                   THE DL135 SORTED ADD/CHANGE/END MATCH-MERGE
001300*                   MOLD KEYED BY MEMBER, DEPENDENT AND RIDER
001400*                   SEQUENCE.  A RIDER MUST NAME A DIAGNOSIS OR
001500*                   PROCEDURE RANGE (LOW NOT ABOVE HIGH), AN
001600*                   EFFECTIVE DATE AND THE UNDERWRITER WHO SET
001700*                   IT; AN END DATE BEFORE THE EFFECTIVE DATE
001800*                   IS REJECTED.  A CHANGE THAT WOULD LEAVE THE
001900*                   RIDER FAILING THOSE TESTS IS BACKED OUT.
002000*                   DL170 CROSS-CHECKS THE MASTER AGAINST
002100*                   EMP-EXCL-IND; DL171 EDITS PAID CLAIM LINES
002200*                   AGAINST IT.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DL169-RDR-IN-FILE  ASSIGN TO DL169RDRI
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT DL169-RDR-OUT-FILE ASSIGN TO DL169RDRO
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL169-TRAN-FILE    ASSIGN TO DL169TRAN
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT DL169-RPT-FILE     ASSIGN TO DL169RPT
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DL169-RDR-IN-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY DL169RDR.
004300 FD  DL169-RDR-OUT-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DL169-RDR-OUT-RECORD          PIC X(120).
004600 FD  DL169-TRAN-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY DL169TRN.
004900 FD  DL169-RPT-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  DL169-RPT-LINE                PIC X(132).
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400*    DLG9-SWITCHES AND COUNTERS
005500*----------------------------------------------------------------
005600 01  DLG9-SWITCHES.
005700     05  DLG9-RDR-EOF-SW           PIC X(1)     VALUE "N".
005800         88  DLG9-RDR-EOF                        VALUE "Y".
005900     05  DLG9-TRAN-EOF-SW          PIC X(1)     VALUE "N".
006000         88  DLG9-TRAN-EOF                       VALUE "Y".
006100     05  DLG9-TRAN-OK-SW           PIC X(1)     VALUE "N".
006200         88  DLG9-TRAN-OK                        VALUE "Y".
006300 01  DLG9-KEYS.
006400     05  DLG9-RDR-KEY              PIC X(19).
006500     05  DLG9-TRAN-KEY             PIC X(19).
006600 01  DLG9-HOLD-MASTER              PIC X(120).
006700 01  DLG9-SAVE-MASTER              PIC X(120).
006800*----------------------------------------------------------------
006900*    DLG9-OPEN-END-DT  -  THE END DATE OF A RIDER WITH NO END
007000*----------------------------------------------------------------
007100 01  DLG9-OPEN-END-DT              PIC 9(8)     VALUE 99991231.
007200 01  DLG9-DATE-WORK.
007300     05  DLG9-RUN-DATE             PIC 9(8).
007400 01  DLG9-COUNTERS.
007500     05  DLG9-RDR-READ             PIC S9(8) COMP VALUE ZERO.
007600     05  DLG9-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
007700     05  DLG9-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
007800     05  DLG9-ENDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
007900     05  DLG9-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
008000 01  DLG9-HEADING-1.
008100     05  FILLER                    PIC X(44)
008200         VALUE "MEMBER EXCLUSION-RIDER MAINTENANCE".
008300 01  DLG9-COLUMN-HEADING.
008400     05  FILLER                   PIC X(15) VALUE "MEMBER".
008500     05  FILLER                   PIC X(6)  VALUE "DEP".
008600     05  FILLER                   PIC X(5)  VALUE "SEQ".
008700     05  FILLER                   PIC X(7)  VALUE "ACTION".
008800     05  FILLER                   PIC X(24) VALUE "DISPOSITION".
008900     05  FILLER                   PIC X(14) VALUE "DIAGNOSIS".
009000     05  FILLER                   PIC X(14) VALUE "PROCEDURE".
009100     05  FILLER                   PIC X(10) VALUE "EFFECTIVE".
009200     05  FILLER                   PIC X(10) VALUE "END".
009300     05  FILLER                   PIC X(8)  VALUE "UNDWRTR".
009400 01  DLG9-DETAIL-LINE.
009500     05  DLG9-D-EMP-ID             PIC X(13).
009600     05  FILLER                    PIC X(2)  VALUE SPACES.
009700     05  DLG9-D-DEP-NBR            PIC 9(4).
009800     05  FILLER                    PIC X(2)  VALUE SPACES.
009900     05  DLG9-D-RIDER-SEQ          PIC 9(2).
010000     05  FILLER                    PIC X(3)  VALUE SPACES.
010100     05  DLG9-D-ACTION             PIC X(1).
010200     05  FILLER                    PIC X(6)  VALUE SPACES.
010300     05  DLG9-D-DISP               PIC X(22).
010400     05  FILLER                    PIC X(2)  VALUE SPACES.
010500     05  DLG9-D-DIAG-LOW           PIC X(5).
010600     05  FILLER                    PIC X(1)  VALUE "-".
010700     05  DLG9-D-DIAG-HIGH          PIC X(5).
010800     05  FILLER                    PIC X(3)  VALUE SPACES.
010900     05  DLG9-D-PROC-LOW           PIC X(5).
011000     05  FILLER                    PIC X(1)  VALUE "-".
011100     05  DLG9-D-PROC-HIGH          PIC X(5).
011200     05  FILLER                    PIC X(3)  VALUE SPACES.
011300     05  DLG9-D-EFF-DT             PIC 9(8).
011400     05  FILLER                    PIC X(2)  VALUE SPACES.
011500     05  DLG9-D-END-DT             PIC 9(8).
011600     05  FILLER                    PIC X(2)  VALUE SPACES.
011700     05  DLG9-D-UNDERWRITER        PIC X(8).
011800 01  DLG9-TOTAL-LINE-1.
011900     05  FILLER                    PIC X(25)
012000         VALUE "RIDERS ADDED".
012100     05  DLG9-T-ADDS               PIC ZZZ,ZZ9.
012200 01  DLG9-TOTAL-LINE-2.
012300     05  FILLER                    PIC X(25)
012400         VALUE "CHANGES APPLIED".
012500     05  DLG9-T-CHANGES            PIC ZZZ,ZZ9.
012600 01  DLG9-TOTAL-LINE-3.
012700     05  FILLER                    PIC X(25)
012800         VALUE "RIDERS ENDED".
012900     05  DLG9-T-ENDS               PIC ZZZ,ZZ9.
013000 01  DLG9-TOTAL-LINE-4.
013100     05  FILLER                    PIC X(25)
013200         VALUE "TRANS REJECTED".
013300     05  DLG9-T-REJECTED           PIC ZZZ,ZZ9.
013400*----------------------------------------------------------------
013500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
013600*----------------------------------------------------------------
013700 01  DL903-PARMS.
013800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL169".
013900     05  DL903-REC-TYPE            PIC X(1).
014000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
014100*----------------------------------------------------------------
014200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
014300*----------------------------------------------------------------
014400 01  DL902-DATES.
014500     05  DL902-EXEC-DATE           PIC 9(8).
014600 01  DL902-EXEC-LINE.
014700     05  FILLER                    PIC X(14)
014800         VALUE "BUSINESS DATE ".
014900     05  DL902-EL-BUS              PIC 9(8).
015000     05  FILLER                    PIC X(11)
015100         VALUE "  EXECUTED ".
015200     05  DL902-EL-EXEC             PIC 9(8).
015300 PROCEDURE DIVISION.
015400*================================================================
015500*    0000-MAINLINE  -  SORTED MATCH-MERGE BY MEMBER, DEPENDENT   *
015600*                      AND RIDER SEQUENCE                        *
015700*================================================================
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016000     MOVE "S"                      TO DL903-REC-TYPE
016100     CALL "DL903" USING DL903-PARMS
016200     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
016300         UNTIL DLG9-RDR-EOF AND DLG9-TRAN-EOF
016400     PERFORM 3000-TERMINATE         THRU 3000-EXIT
016500     MOVE "E"                      TO DL903-REC-TYPE
016600     MOVE DLG9-RDR-READ TO DL903-REC-COUNT
016700     CALL "DL903" USING DL903-PARMS
016800     GOBACK.
016900*================================================================
017000*    1000-INITIALIZE
017100*================================================================
017200 1000-INITIALIZE.
017300     CALL "DL902" USING DLG9-RUN-DATE DL902-EXEC-DATE
017400     OPEN INPUT  DL169-RDR-IN-FILE
017500     OPEN INPUT  DL169-TRAN-FILE
017600     OPEN OUTPUT DL169-RDR-OUT-FILE
017700     OPEN OUTPUT DL169-RPT-FILE
017800     WRITE DL169-RPT-LINE FROM DLG9-HEADING-1
017900     MOVE DLG9-RUN-DATE TO DL902-EL-BUS
018000     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
018100     WRITE DL169-RPT-LINE FROM DL902-EXEC-LINE
018200     WRITE DL169-RPT-LINE FROM SPACES
018300     WRITE DL169-RPT-LINE FROM DLG9-COLUMN-HEADING
018400     PERFORM 8000-READ-RDR          THRU 8000-EXIT
018500     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
018600 1000-EXIT.
018700     EXIT.
018800*================================================================
018900*    2000-MATCH-MERGE
019000*================================================================
019100 2000-MATCH-MERGE.
019200     EVALUATE TRUE
019300         WHEN DLG9-RDR-KEY < DLG9-TRAN-KEY
019400             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
019500         WHEN DLG9-RDR-KEY > DLG9-TRAN-KEY
019600             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
019700         WHEN OTHER
019800             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
019900     END-EVALUATE.
020000 2000-EXIT.
020100     EXIT.
020200*================================================================
020300*    2100-COPY-MASTER
020400*================================================================
020500 2100-COPY-MASTER.
020600     WRITE DL169-RDR-OUT-RECORD FROM DL169-RDR-RECORD
020700     PERFORM 8000-READ-RDR          THRU 8000-EXIT.
020800 2100-EXIT.
020900     EXIT.
021000*================================================================
021100*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
021200*================================================================
021300 2200-UNMATCHED-TRAN.
021400     PERFORM 2800-DETAIL-FROM-TRAN  THRU 2800-EXIT
021500     IF NOT DL169-T-ADD
021600         ADD 1 TO DLG9-TRAN-REJECTED
021700         MOVE "REJECTED-NO RECORD" TO DLG9-D-DISP
021800         WRITE DL169-RPT-LINE FROM DLG9-DETAIL-LINE
021900         GO TO 2200-READ-NEXT
022000     END-IF
022100*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
022200*    WHILE THE ADD IS BUILT THERE
022300     MOVE DL169-RDR-RECORD         TO DLG9-HOLD-MASTER
022400     MOVE SPACES                   TO DL169-RDR-RECORD
022500     MOVE DL169-T-EMP-ID           TO DL169-R-EMP-ID
022600     MOVE DL169-T-DEP-NBR          TO DL169-R-DEP-NBR
022700     MOVE DL169-T-RIDER-SEQ        TO DL169-R-RIDER-SEQ
022800     MOVE DL169-T-BODY-SYSTEM      TO DL169-R-BODY-SYSTEM
022900     MOVE DL169-T-DIAG-LOW         TO DL169-R-DIAG-LOW
023000     MOVE DL169-T-DIAG-HIGH        TO DL169-R-DIAG-HIGH
023100     MOVE DL169-T-PROC-LOW         TO DL169-R-PROC-LOW
023200     MOVE DL169-T-PROC-HIGH        TO DL169-R-PROC-HIGH
023300     MOVE ZERO                     TO DL169-R-EFF-DT
023400     MOVE ZERO                     TO DL169-R-END-DT
023500     IF DL169-T-EFF-DT IS NUMERIC
023600         MOVE DL169-T-EFF-DT       TO DL169-R-EFF-DT
023700     END-IF
023800     IF DL169-T-END-DT IS NUMERIC
023900         MOVE DL169-T-END-DT       TO DL169-R-END-DT
024000     END-IF
024100     IF DL169-R-END-DT = ZERO
024200         MOVE DLG9-OPEN-END-DT     TO DL169-R-END-DT
024300     END-IF
024400     MOVE DL169-T-UNDERWRITER      TO DL169-R-UNDERWRITER
024500     MOVE DLG9-RUN-DATE            TO DL169-R-ADD-DT
024600     MOVE DLG9-RUN-DATE            TO DL169-R-LOAD-DT
024700     PERFORM 2500-EDIT-RIDER        THRU 2500-EXIT
024800     IF DLG9-TRAN-OK
024900         ADD 1 TO DLG9-ADDS-APPLIED
025000         MOVE "ADDED"              TO DLG9-D-DISP
025100         PERFORM 2810-DETAIL-FROM-MASTER THRU 2810-EXIT
025200         WRITE DL169-RDR-OUT-RECORD FROM DL169-RDR-RECORD
025300     END-IF
025400     WRITE DL169-RPT-LINE FROM DLG9-DETAIL-LINE
025500     MOVE DLG9-HOLD-MASTER         TO DL169-RDR-RECORD.
025600 2200-READ-NEXT.
025700     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
025800 2200-EXIT.
025900     EXIT.
026000*================================================================
026100*    2300-MATCHED-TRAN
026200*================================================================
026300 2300-MATCHED-TRAN.
026400     PERFORM 2800-DETAIL-FROM-TRAN  THRU 2800-EXIT
026500     EVALUATE TRUE
026600         WHEN DL169-T-ADD
026700             ADD 1 TO DLG9-TRAN-REJECTED
026800             MOVE "REJECTED-DUPLICATE" TO DLG9-D-DISP
026900         WHEN DL169-T-CHANGE
027000             PERFORM 2400-APPLY-CHANGE THRU 2400-EXIT
027100         WHEN DL169-T-END
027200             PERFORM 2450-APPLY-END THRU 2450-EXIT
027300         WHEN OTHER
027400             ADD 1 TO DLG9-TRAN-REJECTED
027500             MOVE "REJECTED-ACTION"   TO DLG9-D-DISP
027600     END-EVALUATE
027700     WRITE DL169-RPT-LINE FROM DLG9-DETAIL-LINE
027800     WRITE DL169-RDR-OUT-RECORD FROM DL169-RDR-RECORD
027900     PERFORM 8000-READ-RDR          THRU 8000-EXIT
028000     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
028100 2300-EXIT.
028200     EXIT.
028300*================================================================
028400*    2400-APPLY-CHANGE  -  ONLY THE FIELDS THE TRANSACTION       *
028500*                          CARRIES; A RIDER LEFT FAILING THE     *
028600*                          EDITS IS PUT BACK AS IT WAS           *
028700*================================================================
028800 2400-APPLY-CHANGE.
028900     MOVE DL169-RDR-RECORD         TO DLG9-SAVE-MASTER
029000     IF DL169-T-BODY-SYSTEM NOT = SPACES
029100         MOVE DL169-T-BODY-SYSTEM  TO DL169-R-BODY-SYSTEM
029200     END-IF
029300     IF DL169-T-DIAG-LOW NOT = SPACES
029400         MOVE DL169-T-DIAG-LOW     TO DL169-R-DIAG-LOW
029500         MOVE DL169-T-DIAG-HIGH    TO DL169-R-DIAG-HIGH
029600     END-IF
029700     IF DL169-T-PROC-LOW NOT = SPACES
029800         MOVE DL169-T-PROC-LOW     TO DL169-R-PROC-LOW
029900         MOVE DL169-T-PROC-HIGH    TO DL169-R-PROC-HIGH
030000     END-IF
030100     IF DL169-T-EFF-DT IS NUMERIC
030200         AND DL169-T-EFF-DT NOT = ZERO
030300         MOVE DL169-T-EFF-DT       TO DL169-R-EFF-DT
030400     END-IF
030500     IF DL169-T-END-DT IS NUMERIC
030600         AND DL169-T-END-DT NOT = ZERO
030700         MOVE DL169-T-END-DT       TO DL169-R-END-DT
030800     END-IF
030900     IF DL169-T-UNDERWRITER NOT = SPACES
031000         MOVE DL169-T-UNDERWRITER  TO DL169-R-UNDERWRITER
031100     END-IF
031200     PERFORM 2500-EDIT-RIDER        THRU 2500-EXIT
031300     IF NOT DLG9-TRAN-OK
031400         MOVE DLG9-SAVE-MASTER     TO DL169-RDR-RECORD
031500         GO TO 2400-EXIT
031600     END-IF
031700     MOVE DLG9-RUN-DATE            TO DL169-R-LOAD-DT
031800     ADD 1 TO DLG9-CHANGES-APPLIED
031900     MOVE "CHANGED"                TO DLG9-D-DISP
032000     PERFORM 2810-DETAIL-FROM-MASTER THRU 2810-EXIT.
032100 2400-EXIT.
032200     EXIT.
032300*================================================================
032400*    2450-APPLY-END  -  A ZERO END DATE ENDS THE RIDER ON THE    *
032500*                       BUSINESS DATE                            *
032600*================================================================
032700 2450-APPLY-END.
032800     IF DL169-T-END-DT NOT NUMERIC
032900         ADD 1 TO DLG9-TRAN-REJECTED
033000         MOVE "REJECTED-END DATE"  TO DLG9-D-DISP
033100         GO TO 2450-EXIT
033200     END-IF
033300     MOVE DL169-RDR-RECORD         TO DLG9-SAVE-MASTER
033400     MOVE DL169-T-END-DT           TO DL169-R-END-DT
033500     IF DL169-R-END-DT = ZERO
033600         MOVE DLG9-RUN-DATE        TO DL169-R-END-DT
033700     END-IF
033800     IF DL169-T-UNDERWRITER NOT = SPACES
033900         MOVE DL169-T-UNDERWRITER  TO DL169-R-UNDERWRITER
034000     END-IF
034100     PERFORM 2500-EDIT-RIDER        THRU 2500-EXIT
034200     IF NOT DLG9-TRAN-OK
034300         MOVE DLG9-SAVE-MASTER     TO DL169-RDR-RECORD
034400         GO TO 2450-EXIT
034500     END-IF
034600     MOVE DLG9-RUN-DATE            TO DL169-R-LOAD-DT
034700     ADD 1 TO DLG9-ENDS-APPLIED
034800     MOVE "ENDED"                  TO DLG9-D-DISP
034900     PERFORM 2810-DETAIL-FROM-MASTER THRU 2810-EXIT.
035000 2450-EXIT.
035100     EXIT.
035200*================================================================
035300*    2500-EDIT-RIDER  -  THE RIDER AS IT WOULD BE WRITTEN: A     *
035400*                        MEMBER, AT LEAST ONE RANGE IN ORDER,    *
035500*                        DATES IN ORDER AND AN UNDERWRITER.  A   *
035600*                        BLANK HIGH CODE TAKES THE LOW CODE      *
035700*================================================================
035800 2500-EDIT-RIDER.
035900     MOVE "N"                      TO DLG9-TRAN-OK-SW
036000     IF DL169-R-DIAG-HIGH = SPACES
036100         MOVE DL169-R-DIAG-LOW     TO DL169-R-DIAG-HIGH
036200     END-IF
036300     IF DL169-R-PROC-HIGH = SPACES
036400         MOVE DL169-R-PROC-LOW     TO DL169-R-PROC-HIGH
036500     END-IF
036600     IF DL169-R-EMP-ID = SPACES
036700         OR DL169-R-DEP-NBR NOT NUMERIC
036800         OR DL169-R-RIDER-SEQ NOT NUMERIC
036900         ADD 1 TO DLG9-TRAN-REJECTED
037000         MOVE "REJECTED-MEMBER"    TO DLG9-D-DISP
037100         GO TO 2500-EXIT
037200     END-IF
037300     IF DL169-R-DIAG-LOW = SPACES
037400         AND DL169-R-PROC-LOW = SPACES
037500         ADD 1 TO DLG9-TRAN-REJECTED
037600         MOVE "REJECTED-NO RANGE"  TO DLG9-D-DISP
037700         GO TO 2500-EXIT
037800     END-IF
037900     IF DL169-R-DIAG-LOW > DL169-R-DIAG-HIGH
038000         OR DL169-R-PROC-LOW > DL169-R-PROC-HIGH
038100         ADD 1 TO DLG9-TRAN-REJECTED
038200         MOVE "REJECTED-RANGE ORDER" TO DLG9-D-DISP
038300         GO TO 2500-EXIT
038400     END-IF
038500     IF DL169-R-EFF-DT = ZERO
038600         OR DL169-R-END-DT < DL169-R-EFF-DT
038700         ADD 1 TO DLG9-TRAN-REJECTED
038800         MOVE "REJECTED-DATES"     TO DLG9-D-DISP
038900         GO TO 2500-EXIT
039000     END-IF
039100     IF DL169-R-UNDERWRITER = SPACES
039200         ADD 1 TO DLG9-TRAN-REJECTED
039300         MOVE "REJECTED-UNDERWRITER" TO DLG9-D-DISP
039400         GO TO 2500-EXIT
039500     END-IF
039600     SET DLG9-TRAN-OK              TO TRUE.
039700 2500-EXIT.
039800     EXIT.
039900*================================================================
040000*    2800-DETAIL-FROM-TRAN
040100*================================================================
040200 2800-DETAIL-FROM-TRAN.
040300     MOVE DL169-T-EMP-ID           TO DLG9-D-EMP-ID
040400     MOVE DL169-T-DEP-NBR          TO DLG9-D-DEP-NBR
040500     MOVE DL169-T-RIDER-SEQ        TO DLG9-D-RIDER-SEQ
040600     MOVE DL169-T-ACTION-CD        TO DLG9-D-ACTION
040700     MOVE DL169-T-DIAG-LOW         TO DLG9-D-DIAG-LOW
040800     MOVE DL169-T-DIAG-HIGH        TO DLG9-D-DIAG-HIGH
040900     MOVE DL169-T-PROC-LOW         TO DLG9-D-PROC-LOW
041000     MOVE DL169-T-PROC-HIGH        TO DLG9-D-PROC-HIGH
041100     MOVE ZERO                     TO DLG9-D-EFF-DT
041200     MOVE ZERO                     TO DLG9-D-END-DT
041300     IF DL169-T-EFF-DT IS NUMERIC
041400         MOVE DL169-T-EFF-DT       TO DLG9-D-EFF-DT
041500     END-IF
041600     IF DL169-T-END-DT IS NUMERIC
041700         MOVE DL169-T-END-DT       TO DLG9-D-END-DT
041800     END-IF
041900     MOVE DL169-T-UNDERWRITER      TO DLG9-D-UNDERWRITER.
042000 2800-EXIT.
042100     EXIT.
042200*================================================================
042300*    2810-DETAIL-FROM-MASTER  -  AN APPLIED TRANSACTION SHOWS    *
042400*                                THE RIDER AS WRITTEN            *
042500*================================================================
042600 2810-DETAIL-FROM-MASTER.
042700     MOVE DL169-R-DIAG-LOW         TO DLG9-D-DIAG-LOW
042800     MOVE DL169-R-DIAG-HIGH        TO DLG9-D-DIAG-HIGH
042900     MOVE DL169-R-PROC-LOW         TO DLG9-D-PROC-LOW
043000     MOVE DL169-R-PROC-HIGH        TO DLG9-D-PROC-HIGH
043100     MOVE DL169-R-EFF-DT           TO DLG9-D-EFF-DT
043200     MOVE DL169-R-END-DT           TO DLG9-D-END-DT
043300     MOVE DL169-R-UNDERWRITER      TO DLG9-D-UNDERWRITER.
043400 2810-EXIT.
043500     EXIT.
043600*================================================================
043700*    3000-TERMINATE
043800*================================================================
043900 3000-TERMINATE.
044000     MOVE DLG9-ADDS-APPLIED        TO DLG9-T-ADDS
044100     MOVE DLG9-CHANGES-APPLIED     TO DLG9-T-CHANGES
044200     MOVE DLG9-ENDS-APPLIED        TO DLG9-T-ENDS
044300     MOVE DLG9-TRAN-REJECTED       TO DLG9-T-REJECTED
044400     WRITE DL169-RPT-LINE FROM SPACES
044500     WRITE DL169-RPT-LINE FROM DLG9-TOTAL-LINE-1
044600     WRITE DL169-RPT-LINE FROM DLG9-TOTAL-LINE-2
044700     WRITE DL169-RPT-LINE FROM DLG9-TOTAL-LINE-3
044800     WRITE DL169-RPT-LINE FROM DLG9-TOTAL-LINE-4
044900     CLOSE DL169-RDR-IN-FILE
045000     CLOSE DL169-TRAN-FILE
045100     CLOSE DL169-RDR-OUT-FILE
045200     CLOSE DL169-RPT-FILE.
045300 3000-EXIT.
045400     EXIT.
045500*================================================================
045600*    8000-READ-RDR
045700*================================================================
045800 8000-READ-RDR.
045900     READ DL169-RDR-IN-FILE
046000         AT END
046100             SET DLG9-RDR-EOF TO TRUE
046200             MOVE HIGH-VALUES      TO DLG9-RDR-KEY
046300     END-READ
046400     IF NOT DLG9-RDR-EOF
046500         ADD 1 TO DLG9-RDR-READ
046600         MOVE DL169-R-KEY          TO DLG9-RDR-KEY
046700     END-IF.
046800 8000-EXIT.
046900     EXIT.
047000*================================================================
047100*    8100-READ-TRAN
047200*================================================================
047300 8100-READ-TRAN.
047400     READ DL169-TRAN-FILE
047500         AT END
047600             SET DLG9-TRAN-EOF TO TRUE
047700             MOVE HIGH-VALUES      TO DLG9-TRAN-KEY
047800     END-READ
047900     IF NOT DLG9-TRAN-EOF
048000         MOVE DL169-T-KEY          TO DLG9-TRAN-KEY
048100     END-IF.
048200 8100-EXIT.
048300     EXIT.
