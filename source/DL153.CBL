000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL153.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PROVIDER EFT ENROLLMENT
001100*                   MAINTENANCE OF THE DL153BNK BANKING
001200*                   SATELLITE, THE DL135 SORTED ADD/CHANGE/
001300*                   CANCEL MATCH-MERGE MOLD KEYED BY PROVIDER.
001400*                   AN ADD, OR A CHANGE THAT ALTERS THE ROUTING
001500*                   NUMBER, ACCOUNT OR ACCOUNT TYPE, PUTS THE
001600*                   PROVIDER BACK TO PRENOTE-DUE SO DL154 SENDS
001700*                   A ZERO-DOLLAR PRENOTE BEFORE ANY LIVE
001800*                   PAYMENT TO THE NEW ACCOUNT.  A ROUTING
001900*                   NUMBER THAT FAILS THE ABA CHECK DIGIT, AN
002000*                   UNKNOWN ACCOUNT TYPE, OR A BLANK ACCOUNT
002100*                   OR ACCOUNT NAME IS REJECTED.  A CANCEL
002200*                   DROPS THE PROVIDER BACK TO PAPER CHECKS.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DL153-BNK-IN-FILE  ASSIGN TO DL153BNKI
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT DL153-BNK-OUT-FILE ASSIGN TO DL153BNKO
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL153-TRAN-FILE    ASSIGN TO DL153TRAN
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT DL153-RPT-FILE     ASSIGN TO DL153RPT
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DL153-BNK-IN-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY DL153BNK.
004300 FD  DL153-BNK-OUT-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DL153-BNK-OUT-RECORD          PIC X(90).
004600 FD  DL153-TRAN-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY DL153TRN.
004900 FD  DL153-RPT-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  DL153-RPT-LINE                PIC X(132).
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400*    DLF3-SWITCHES AND COUNTERS
005500*----------------------------------------------------------------
005600 01  DLF3-SWITCHES.
005700     05  DLF3-BNK-EOF-SW           PIC X(1)     VALUE "N".
005800         88  DLF3-BNK-EOF                        VALUE "Y".
005900     05  DLF3-TRAN-EOF-SW          PIC X(1)     VALUE "N".
006000         88  DLF3-TRAN-EOF                       VALUE "Y".
006100     05  DLF3-TRAN-OK-SW           PIC X(1)     VALUE "N".
006200         88  DLF3-TRAN-OK                        VALUE "Y".
006300 01  DLF3-KEYS.
006400     05  DLF3-BNK-KEY              PIC X(10).
006500     05  DLF3-TRAN-KEY             PIC X(10).
006600 01  DLF3-HOLD-MASTER              PIC X(90).
006700*----------------------------------------------------------------
006800*    DLF3-ROUTING-WORK  -  ABA CHECK DIGIT: 3-7-1 WEIGHTS OVER
006900*    THE NINE DIGITS MUST SUM TO A MULTIPLE OF TEN
007000*----------------------------------------------------------------
007100 01  DLF3-ROUTING-WORK.
007200     05  DLF3-ROUTING              PIC 9(9).
007300     05  DLF3-ROUTING-R REDEFINES DLF3-ROUTING.
007400         10  DLF3-RTN-DIGIT        PIC 9(1) OCCURS 9 TIMES.
007500     05  DLF3-RTN-SUM              PIC S9(4) COMP.
007600     05  DLF3-RTN-QUOT             PIC S9(4) COMP.
007700     05  DLF3-RTN-REM              PIC S9(4) COMP.
007800 01  DLF3-DATE-WORK.
007900     05  DLF3-RUN-DATE             PIC 9(8).
008000 01  DLF3-COUNTERS.
008100     05  DLF3-BNK-READ             PIC S9(8) COMP VALUE ZERO.
008200     05  DLF3-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
008300     05  DLF3-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
008400     05  DLF3-CANCELS-APPLIED      PIC S9(8) COMP VALUE ZERO.
008500     05  DLF3-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
008600 01  DLF3-HEADING-1.
008700     05  FILLER                    PIC X(44)
008800         VALUE "PROVIDER EFT ENROLLMENT MAINTENANCE".
008900 01  DLF3-COLUMN-HEADING.
009000     05  FILLER                   PIC X(12) VALUE "PROVIDER".
009100     05  FILLER                   PIC X(7)  VALUE "ACTION".
009200     05  FILLER                   PIC X(22) VALUE "DISPOSITION".
009300     05  FILLER                   PIC X(11) VALUE "ROUTING".
009400 01  DLF3-DETAIL-LINE.
009500     05  DLF3-D-PRV-ID             PIC X(10).
009600     05  FILLER                    PIC X(2)  VALUE SPACES.
009700     05  DLF3-D-ACTION             PIC X(1).
009800     05  FILLER                    PIC X(6)  VALUE SPACES.
009900     05  DLF3-D-DISP               PIC X(20).
010000     05  FILLER                    PIC X(2)  VALUE SPACES.
010100     05  DLF3-D-ROUTING            PIC 9(9).
010200 01  DLF3-TOTAL-LINE-1.
010300     05  FILLER                    PIC X(25)
010400         VALUE "ENROLLMENTS ADDED".
010500     05  DLF3-T-ADDS               PIC ZZZ,ZZ9.
010600 01  DLF3-TOTAL-LINE-2.
010700     05  FILLER                    PIC X(25)
010800         VALUE "CHANGES APPLIED".
010900     05  DLF3-T-CHANGES            PIC ZZZ,ZZ9.
011000 01  DLF3-TOTAL-LINE-3.
011100     05  FILLER                    PIC X(25)
011200         VALUE "WITHDRAWN TO PAPER".
011300     05  DLF3-T-CANCELS            PIC ZZZ,ZZ9.
011400 01  DLF3-TOTAL-LINE-4.
011500     05  FILLER                    PIC X(25)
011600         VALUE "TRANS REJECTED".
011700     05  DLF3-T-REJECTED           PIC ZZZ,ZZ9.
011800*----------------------------------------------------------------
011900*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
012000*----------------------------------------------------------------
012100 01  DL903-PARMS.
012200     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL153".
012300     05  DL903-REC-TYPE            PIC X(1).
012400     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
012500*----------------------------------------------------------------
012600*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
012700*----------------------------------------------------------------
012800 01  DL902-DATES.
012900     05  DL902-EXEC-DATE           PIC 9(8).
013000 01  DL902-EXEC-LINE.
013100     05  FILLER                    PIC X(14)
013200         VALUE "BUSINESS DATE ".
013300     05  DL902-EL-BUS              PIC 9(8).
013400     05  FILLER                    PIC X(11)
013500         VALUE "  EXECUTED ".
013600     05  DL902-EL-EXEC             PIC 9(8).
013700 PROCEDURE DIVISION.
013800*================================================================
013900*    0000-MAINLINE  -  SORTED MATCH-MERGE BY PROVIDER            *
014000*================================================================
014100 0000-MAINLINE.
014200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014300     MOVE "S"                      TO DL903-REC-TYPE
014400     CALL "DL903" USING DL903-PARMS
014500     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
014600         UNTIL DLF3-BNK-EOF AND DLF3-TRAN-EOF
014700     PERFORM 3000-TERMINATE         THRU 3000-EXIT
014800     MOVE "E"                      TO DL903-REC-TYPE
014900     MOVE DLF3-BNK-READ TO DL903-REC-COUNT
015000     CALL "DL903" USING DL903-PARMS
015100     GOBACK.
015200*================================================================
015300*    1000-INITIALIZE
015400*================================================================
015500 1000-INITIALIZE.
015600     CALL "DL902" USING DLF3-RUN-DATE DL902-EXEC-DATE
015700     OPEN INPUT  DL153-BNK-IN-FILE
015800     OPEN INPUT  DL153-TRAN-FILE
015900     OPEN OUTPUT DL153-BNK-OUT-FILE
016000     OPEN OUTPUT DL153-RPT-FILE
016100     WRITE DL153-RPT-LINE FROM DLF3-HEADING-1
016200     MOVE DLF3-RUN-DATE TO DL902-EL-BUS
016300     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
016400     WRITE DL153-RPT-LINE FROM DL902-EXEC-LINE
016500     WRITE DL153-RPT-LINE FROM SPACES
016600     WRITE DL153-RPT-LINE FROM DLF3-COLUMN-HEADING
016700     PERFORM 8000-READ-BNK          THRU 8000-EXIT
016800     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
016900 1000-EXIT.
017000     EXIT.
017100*================================================================
017200*    2000-MATCH-MERGE
017300*================================================================
017400 2000-MATCH-MERGE.
017500     EVALUATE TRUE
017600         WHEN DLF3-BNK-KEY < DLF3-TRAN-KEY
017700             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
017800         WHEN DLF3-BNK-KEY > DLF3-TRAN-KEY
017900             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
018000         WHEN OTHER
018100             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
018200     END-EVALUATE.
018300 2000-EXIT.
018400     EXIT.
018500*================================================================
018600*    2100-COPY-MASTER
018700*================================================================
018800 2100-COPY-MASTER.
018900     WRITE DL153-BNK-OUT-RECORD FROM DL153-BNK-RECORD
019000     PERFORM 8000-READ-BNK          THRU 8000-EXIT.
019100 2100-EXIT.
019200     EXIT.
019300*================================================================
019400*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
019500*================================================================
019600 2200-UNMATCHED-TRAN.
019700     MOVE DL153-T-PRV-ID           TO DLF3-D-PRV-ID
019800     MOVE DL153-T-ACTION-CD        TO DLF3-D-ACTION
019900     MOVE DL153-T-ROUTING-NBR      TO DLF3-D-ROUTING
020000     IF NOT DL153-T-ADD
020100         ADD 1 TO DLF3-TRAN-REJECTED
020200         MOVE "REJECTED-NO RECORD" TO DLF3-D-DISP
020300         GO TO 2200-WRITE
020400     END-IF
020500     PERFORM 2500-EDIT-TRAN         THRU 2500-EXIT
020600     IF NOT DLF3-TRAN-OK
020700         GO TO 2200-WRITE
020800     END-IF
020900*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
021000*    WHILE THE ADD IS BUILT THERE
021100     MOVE DL153-BNK-RECORD         TO DLF3-HOLD-MASTER
021200     MOVE SPACES                   TO DL153-BNK-RECORD
021300     MOVE DL153-T-PRV-ID           TO DL153-B-PRV-ID
021400     MOVE DLF3-RUN-DATE            TO DL153-B-ENROLL-DT
021500     PERFORM 2400-BUILD-FROM-TRAN   THRU 2400-EXIT
021600     WRITE DL153-BNK-OUT-RECORD FROM DL153-BNK-RECORD
021700     MOVE DLF3-HOLD-MASTER         TO DL153-BNK-RECORD
021800     ADD 1 TO DLF3-ADDS-APPLIED
021900     MOVE "ADDED-PRENOTE DUE"      TO DLF3-D-DISP.
022000 2200-WRITE.
022100     WRITE DL153-RPT-LINE FROM DLF3-DETAIL-LINE
022200     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
022300 2200-EXIT.
022400     EXIT.
022500*================================================================
022600*    2300-MATCHED-TRAN  -  A CHANGE TO THE SAME ACCOUNT KEEPS    *
022700*                          ITS PRENOTE STANDING                  *
022800*================================================================
022900 2300-MATCHED-TRAN.
023000     MOVE DL153-T-PRV-ID           TO DLF3-D-PRV-ID
023100     MOVE DL153-T-ACTION-CD        TO DLF3-D-ACTION
023200     MOVE DL153-T-ROUTING-NBR      TO DLF3-D-ROUTING
023300     EVALUATE TRUE
023400         WHEN DL153-T-CHANGE
023500             PERFORM 2500-EDIT-TRAN THRU 2500-EXIT
023600             IF DLF3-TRAN-OK
023700                 IF DL153-T-ROUTING-NBR = DL153-B-ROUTING-NBR
023800                     AND DL153-T-ACCOUNT-NBR
023900                         = DL153-B-ACCOUNT-NBR
024000                     AND DL153-T-ACCT-TYPE = DL153-B-ACCT-TYPE
024100                     MOVE DL153-T-ACCT-NAME
024200                                   TO DL153-B-ACCT-NAME
024300                     MOVE DLF3-RUN-DATE TO DL153-B-LOAD-DT
024400                     MOVE "CHANGED" TO DLF3-D-DISP
024500                 ELSE
024600                     PERFORM 2400-BUILD-FROM-TRAN
024700                         THRU 2400-EXIT
024800                     MOVE "CHANGED-PRENOTE DUE"
024900                                   TO DLF3-D-DISP
025000                 END-IF
025100                 ADD 1 TO DLF3-CHANGES-APPLIED
025200             END-IF
025300             WRITE DL153-BNK-OUT-RECORD FROM DL153-BNK-RECORD
025400         WHEN DL153-T-CANCEL
025500             ADD 1 TO DLF3-CANCELS-APPLIED
025600             MOVE "WITHDRAWN"      TO DLF3-D-DISP
025700         WHEN OTHER
025800             WRITE DL153-BNK-OUT-RECORD FROM DL153-BNK-RECORD
025900             ADD 1 TO DLF3-TRAN-REJECTED
026000             MOVE "REJECTED-DUPLICATE" TO DLF3-D-DISP
026100     END-EVALUATE
026200     WRITE DL153-RPT-LINE FROM DLF3-DETAIL-LINE
026300     PERFORM 8000-READ-BNK          THRU 8000-EXIT
026400     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
026500 2300-EXIT.
026600     EXIT.
026700*================================================================
026800*    2400-BUILD-FROM-TRAN  -  NEW BANKING DETAILS; A PRENOTE IS  *
026900*                             DUE BEFORE THE FIRST LIVE CREDIT   *
027000*================================================================
027100 2400-BUILD-FROM-TRAN.
027200     MOVE DL153-T-ROUTING-NBR      TO DL153-B-ROUTING-NBR
027300     MOVE DL153-T-ACCOUNT-NBR      TO DL153-B-ACCOUNT-NBR
027400     MOVE DL153-T-ACCT-TYPE        TO DL153-B-ACCT-TYPE
027500     MOVE DL153-T-ACCT-NAME        TO DL153-B-ACCT-NAME
027600     MOVE "P"                      TO DL153-B-PRENOTE-STATUS
027700     MOVE ZERO                     TO DL153-B-PRENOTE-DT
027800     MOVE DLF3-RUN-DATE            TO DL153-B-LOAD-DT.
027900 2400-EXIT.
028000     EXIT.
028100*================================================================
028200*    2500-EDIT-TRAN  -  BANKING DETAILS THE ACH FILE COULD NOT   *
028300*                       CARRY GO BACK TO PROVIDER ENROLLMENT     *
028400*================================================================
028500 2500-EDIT-TRAN.
028600     MOVE "N"                      TO DLF3-TRAN-OK-SW
028700     IF DL153-T-ROUTING-NBR NOT NUMERIC
028800         OR DL153-T-ROUTING-NBR = ZERO
028900         ADD 1 TO DLF3-TRAN-REJECTED
029000         MOVE "REJECTED-ROUTING"   TO DLF3-D-DISP
029100         GO TO 2500-EXIT
029200     END-IF
029300     MOVE DL153-T-ROUTING-NBR      TO DLF3-ROUTING
029400     COMPUTE DLF3-RTN-SUM =
029500           3 * (DLF3-RTN-DIGIT(1) + DLF3-RTN-DIGIT(4)
029600                                  + DLF3-RTN-DIGIT(7))
029700         + 7 * (DLF3-RTN-DIGIT(2) + DLF3-RTN-DIGIT(5)
029800                                  + DLF3-RTN-DIGIT(8))
029900         +     (DLF3-RTN-DIGIT(3) + DLF3-RTN-DIGIT(6)
030000                                  + DLF3-RTN-DIGIT(9))
030100     DIVIDE DLF3-RTN-SUM BY 10 GIVING DLF3-RTN-QUOT
030200         REMAINDER DLF3-RTN-REM
030300     IF DLF3-RTN-REM NOT = ZERO
030400         ADD 1 TO DLF3-TRAN-REJECTED
030500         MOVE "REJECTED-ROUTING"   TO DLF3-D-DISP
030600         GO TO 2500-EXIT
030700     END-IF
030800     IF DL153-T-ACCT-TYPE NOT = "C"
030900         AND DL153-T-ACCT-TYPE NOT = "S"
031000         ADD 1 TO DLF3-TRAN-REJECTED
031100         MOVE "REJECTED-ACCT TYPE" TO DLF3-D-DISP
031200         GO TO 2500-EXIT
031300     END-IF
031400     IF DL153-T-ACCOUNT-NBR = SPACES
031500         OR DL153-T-ACCT-NAME = SPACES
031600         ADD 1 TO DLF3-TRAN-REJECTED
031700         MOVE "REJECTED-ACCOUNT"   TO DLF3-D-DISP
031800         GO TO 2500-EXIT
031900     END-IF
032000     SET DLF3-TRAN-OK              TO TRUE.
032100 2500-EXIT.
032200     EXIT.
032300*================================================================
032400*    3000-TERMINATE
032500*================================================================
032600 3000-TERMINATE.
032700     MOVE DLF3-ADDS-APPLIED        TO DLF3-T-ADDS
032800     MOVE DLF3-CHANGES-APPLIED     TO DLF3-T-CHANGES
032900     MOVE DLF3-CANCELS-APPLIED     TO DLF3-T-CANCELS
033000     MOVE DLF3-TRAN-REJECTED       TO DLF3-T-REJECTED
033100     WRITE DL153-RPT-LINE FROM SPACES
033200     WRITE DL153-RPT-LINE FROM DLF3-TOTAL-LINE-1
033300     WRITE DL153-RPT-LINE FROM DLF3-TOTAL-LINE-2
033400     WRITE DL153-RPT-LINE FROM DLF3-TOTAL-LINE-3
033500     WRITE DL153-RPT-LINE FROM DLF3-TOTAL-LINE-4
033600     CLOSE DL153-BNK-IN-FILE
033700     CLOSE DL153-TRAN-FILE
033800     CLOSE DL153-BNK-OUT-FILE
033900     CLOSE DL153-RPT-FILE.
034000 3000-EXIT.
034100     EXIT.
034200*================================================================
034300*    8000-READ-BNK
034400*================================================================
034500 8000-READ-BNK.
034600     READ DL153-BNK-IN-FILE
034700         AT END
034800             SET DLF3-BNK-EOF TO TRUE
034900             MOVE HIGH-VALUES      TO DLF3-BNK-KEY
035000     END-READ
035100     IF NOT DLF3-BNK-EOF
035200         ADD 1 TO DLF3-BNK-READ
035300         MOVE DL153-B-PRV-ID       TO DLF3-BNK-KEY
035400     END-IF.
035500 8000-EXIT.
035600     EXIT.
035700*================================================================
035800*    8100-READ-TRAN
035900*================================================================
036000 8100-READ-TRAN.
036100     READ DL153-TRAN-FILE
036200         AT END
036300             SET DLF3-TRAN-EOF TO TRUE
036400             MOVE HIGH-VALUES      TO DLF3-TRAN-KEY
036500     END-READ
036600     IF NOT DLF3-TRAN-EOF
036700         MOVE DL153-T-PRV-ID       TO DLF3-TRAN-KEY
036800     END-IF.
036900 8100-EXIT.
037000     EXIT.
