000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL146.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PRIOR-AUTHORIZATION MASTER
001100*                   MAINTENANCE FROM THE UM VENDOR'S DAILY
001200*                   FILE, THE DL135 SORTED ADD/CHANGE/CANCEL
001300*                   MATCH-MERGE MOLD KEYED BY MEMBER AND
001400*                   AUTHORIZATION NUMBER.  A CHANGE REPLACES
001500*                   THE APPROVAL BUT KEEPS THE UNITS ALREADY
001600*                   USED AND THE EXPIRED-UNUSED FLAG DL147 HAS
001700*                   CARRIED.  AN ADD OR CHANGE WITH AN UNKNOWN
001800*                   AUTHORIZATION TYPE OR UNIT BASIS, OR A
001900*                   WINDOW ENDING BEFORE IT STARTS, IS
002000*                   REJECTED.  AUTHORIZATIONS WHOSE WINDOW
002100*                   ENDED BEFORE LAST YEAR AGE OFF THE MASTER.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DL146-AUT-IN-FILE  ASSIGN TO DL146AUTI
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT DL146-AUT-OUT-FILE ASSIGN TO DL146AUTO
003200            ORGANIZATION IS SEQUENTIAL.
003300     SELECT DL146-TRAN-FILE    ASSIGN TO DL146TRAN
003400            ORGANIZATION IS SEQUENTIAL.
003500     SELECT DL146-RPT-FILE     ASSIGN TO DL146RPT
003600            ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DL146-AUT-IN-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY DL146AUT.
004200 FD  DL146-AUT-OUT-FILE
004300     LABEL RECORDS ARE STANDARD.
004400 01  DL146-AUT-OUT-RECORD          PIC X(91).
004500 FD  DL146-TRAN-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DL146TRN.
004800 FD  DL146-RPT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  DL146-RPT-LINE                PIC X(132).
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300*    DLE6-SWITCHES AND COUNTERS
005400*----------------------------------------------------------------
005500 01  DLE6-SWITCHES.
005600     05  DLE6-AUT-EOF-SW           PIC X(1)     VALUE "N".
005700         88  DLE6-AUT-EOF                        VALUE "Y".
005800     05  DLE6-TRAN-EOF-SW          PIC X(1)     VALUE "N".
005900         88  DLE6-TRAN-EOF                       VALUE "Y".
006000     05  DLE6-TRAN-OK-SW           PIC X(1)     VALUE "N".
006100         88  DLE6-TRAN-OK                        VALUE "Y".
006200 01  DLE6-KEYS.
006300     05  DLE6-AUT-KEY.
006400         10  DLE6-AUT-KEY-EMP      PIC X(13).
006500         10  DLE6-AUT-KEY-AUTH     PIC X(12).
006600     05  DLE6-TRAN-KEY.
006700         10  DLE6-TRAN-KEY-EMP     PIC X(13).
006800         10  DLE6-TRAN-KEY-AUTH    PIC X(12).
006900 01  DLE6-DATE-WORK.
007000     05  DLE6-RUN-DATE             PIC 9(8).
007100     05  DLE6-RUN-DATE-R REDEFINES DLE6-RUN-DATE.
007200         10  DLE6-RUN-CCYY         PIC 9(4).
007300         10  DLE6-RUN-MMDD         PIC 9(4).
007400     05  DLE6-KEEP-CCYY            PIC 9(4).
007500     05  DLE6-TO-CCYY              PIC 9(4).
007600 01  DLE6-HOLD-FIELDS.
007700     05  DLE6-HOLD-USED            PIC 9(5).
007800     05  DLE6-HOLD-LAST-CLM-DT     PIC 9(8).
007900     05  DLE6-HOLD-EXPIRED-SW      PIC X(1).
007901 01  DLE6-HOLD-MASTER              PIC X(91).
008000 01  DLE6-COUNTERS.
008100     05  DLE6-AUT-READ             PIC S9(8) COMP VALUE ZERO.
008200     05  DLE6-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
008300     05  DLE6-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
008400     05  DLE6-CANCELS-APPLIED      PIC S9(8) COMP VALUE ZERO.
008500     05  DLE6-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
008600     05  DLE6-AUT-PURGED           PIC S9(8) COMP VALUE ZERO.
008700 01  DLE6-HEADING-1.
008800     05  FILLER                    PIC X(44)
008900         VALUE "PRIOR-AUTHORIZATION MASTER MAINTENANCE".
009000 01  DLE6-COLUMN-HEADING.
009100     05  FILLER                   PIC X(15) VALUE "MEMBER".
009200     05  FILLER                   PIC X(14) VALUE "AUTH NBR".
009300     05  FILLER                   PIC X(7)  VALUE "ACTION".
009400     05  FILLER                   PIC X(20) VALUE "DISPOSITION".
009500 01  DLE6-DETAIL-LINE.
009600     05  DLE6-D-EMP-ID             PIC X(13).
009700     05  FILLER                    PIC X(2)  VALUE SPACES.
009800     05  DLE6-D-AUTH-NBR           PIC X(12).
009900     05  FILLER                    PIC X(2)  VALUE SPACES.
010000     05  DLE6-D-ACTION             PIC X(1).
010100     05  FILLER                    PIC X(6)  VALUE SPACES.
010200     05  DLE6-D-DISP               PIC X(20).
010300 01  DLE6-TOTAL-LINE-1.
010400     05  FILLER                    PIC X(25)
010500         VALUE "ADDS APPLIED".
010600     05  DLE6-T-ADDS               PIC ZZZ,ZZ9.
010700 01  DLE6-TOTAL-LINE-2.
010800     05  FILLER                    PIC X(25)
010900         VALUE "CHANGES APPLIED".
011000     05  DLE6-T-CHANGES            PIC ZZZ,ZZ9.
011100 01  DLE6-TOTAL-LINE-3.
011200     05  FILLER                    PIC X(25)
011300         VALUE "CANCELS APPLIED".
011400     05  DLE6-T-CANCELS            PIC ZZZ,ZZ9.
011500 01  DLE6-TOTAL-LINE-4.
011600     05  FILLER                    PIC X(25)
011700         VALUE "TRANS REJECTED".
011800     05  DLE6-T-REJECTED           PIC ZZZ,ZZ9.
011900 01  DLE6-TOTAL-LINE-5.
012000     05  FILLER                    PIC X(25)
012100         VALUE "EXPIRED AUTHS AGED OFF".
012200     05  DLE6-T-PURGED             PIC ZZZ,ZZ9.
012300*----------------------------------------------------------------
012400*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
012500*----------------------------------------------------------------
012600 01  DL903-PARMS.
012700     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL146".
012800     05  DL903-REC-TYPE            PIC X(1).
012900     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
013000*----------------------------------------------------------------
013100*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
013200*----------------------------------------------------------------
013300 01  DL902-DATES.
013400     05  DL902-EXEC-DATE           PIC 9(8).
013500 01  DL902-EXEC-LINE.
013600     05  FILLER                    PIC X(14)
013700         VALUE "BUSINESS DATE ".
013800     05  DL902-EL-BUS              PIC 9(8).
013900     05  FILLER                    PIC X(11)
014000         VALUE "  EXECUTED ".
014100     05  DL902-EL-EXEC             PIC 9(8).
014200 PROCEDURE DIVISION.
014300*================================================================
014400*    0000-MAINLINE  -  SORTED MATCH-MERGE BY MEMBER AND          *
014500*                      AUTHORIZATION NUMBER                      *
014600*================================================================
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014900     MOVE "S"                      TO DL903-REC-TYPE
015000     CALL "DL903" USING DL903-PARMS
015100     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
015200         UNTIL DLE6-AUT-EOF AND DLE6-TRAN-EOF
015300     PERFORM 3000-TERMINATE         THRU 3000-EXIT
015400     MOVE "E"                      TO DL903-REC-TYPE
015500     MOVE DLE6-AUT-READ TO DL903-REC-COUNT
015600     CALL "DL903" USING DL903-PARMS
015700     GOBACK.
015800*================================================================
015900*    1000-INITIALIZE
016000*================================================================
016100 1000-INITIALIZE.
016200     CALL "DL902" USING DLE6-RUN-DATE DL902-EXEC-DATE
016300     COMPUTE DLE6-KEEP-CCYY = DLE6-RUN-CCYY - 1
016400     OPEN INPUT  DL146-AUT-IN-FILE
016500     OPEN INPUT  DL146-TRAN-FILE
016600     OPEN OUTPUT DL146-AUT-OUT-FILE
016700     OPEN OUTPUT DL146-RPT-FILE
016800     WRITE DL146-RPT-LINE FROM DLE6-HEADING-1
016900     MOVE DLE6-RUN-DATE TO DL902-EL-BUS
017000     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
017100     WRITE DL146-RPT-LINE FROM DL902-EXEC-LINE
017200     WRITE DL146-RPT-LINE FROM SPACES
017300     WRITE DL146-RPT-LINE FROM DLE6-COLUMN-HEADING
017400     PERFORM 8000-READ-AUT          THRU 8000-EXIT
017500     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
017600 1000-EXIT.
017700     EXIT.
017800*================================================================
017900*    2000-MATCH-MERGE
018000*================================================================
018100 2000-MATCH-MERGE.
018200     EVALUATE TRUE
018300         WHEN DLE6-AUT-KEY < DLE6-TRAN-KEY
018400             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
018500         WHEN DLE6-AUT-KEY > DLE6-TRAN-KEY
018600             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
018700         WHEN OTHER
018800             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
018900     END-EVALUATE.
019000 2000-EXIT.
019100     EXIT.
019200*================================================================
019300*    2100-COPY-MASTER  -  AN AUTHORIZATION WHOSE WINDOW ENDED    *
019400*                         BEFORE LAST YEAR AGES OFF HERE         *
019500*================================================================
019600 2100-COPY-MASTER.
019700     COMPUTE DLE6-TO-CCYY = DL146-A-TO-DT / 10000
019800     IF DLE6-TO-CCYY < DLE6-KEEP-CCYY
019900         ADD 1 TO DLE6-AUT-PURGED
020000     ELSE
020100         WRITE DL146-AUT-OUT-RECORD FROM DL146-AUT-RECORD
020200     END-IF
020300     PERFORM 8000-READ-AUT          THRU 8000-EXIT.
020400 2100-EXIT.
020500     EXIT.
020600*================================================================
020700*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
020800*================================================================
020900 2200-UNMATCHED-TRAN.
021000     MOVE DL146-T-EMP-ID           TO DLE6-D-EMP-ID
021100     MOVE DL146-T-AUTH-NBR         TO DLE6-D-AUTH-NBR
021200     MOVE DL146-T-ACTION-CD        TO DLE6-D-ACTION
021300     IF NOT DL146-T-ADD
021400         ADD 1 TO DLE6-TRAN-REJECTED
021500         MOVE "REJECTED-NO RECORD" TO DLE6-D-DISP
021600         GO TO 2200-WRITE
021700     END-IF
021800     PERFORM 2500-EDIT-TRAN         THRU 2500-EXIT
021900     IF NOT DLE6-TRAN-OK
022000         GO TO 2200-WRITE
022100     END-IF
022200     MOVE ZERO                     TO DLE6-HOLD-USED
022300     MOVE ZERO                     TO DLE6-HOLD-LAST-CLM-DT
022400     MOVE "N"                      TO DLE6-HOLD-EXPIRED-SW
022401*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
022402*    WHILE THE ADD IS BUILT THERE
022403     MOVE DL146-AUT-RECORD         TO DLE6-HOLD-MASTER
022500     PERFORM 2400-BUILD-FROM-TRAN   THRU 2400-EXIT
022600     WRITE DL146-AUT-OUT-RECORD FROM DL146-AUT-RECORD
022601     MOVE DLE6-HOLD-MASTER         TO DL146-AUT-RECORD
022700     ADD 1 TO DLE6-ADDS-APPLIED
022800     MOVE "ADDED"                  TO DLE6-D-DISP.
022900 2200-WRITE.
023000     WRITE DL146-RPT-LINE FROM DLE6-DETAIL-LINE
023100     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
023200 2200-EXIT.
023300     EXIT.
023400*================================================================
023500*    2300-MATCHED-TRAN
023600*================================================================
023700 2300-MATCHED-TRAN.
023800     MOVE DL146-T-EMP-ID           TO DLE6-D-EMP-ID
023900     MOVE DL146-T-AUTH-NBR         TO DLE6-D-AUTH-NBR
024000     MOVE DL146-T-ACTION-CD        TO DLE6-D-ACTION
024100     EVALUATE TRUE
024200         WHEN DL146-T-CHANGE
024300             PERFORM 2500-EDIT-TRAN THRU 2500-EXIT
024400             IF DLE6-TRAN-OK
024500                 MOVE DL146-A-USED-UNITS  TO DLE6-HOLD-USED
024600                 MOVE DL146-A-LAST-CLM-DT
024700                                   TO DLE6-HOLD-LAST-CLM-DT
024800                 MOVE DL146-A-EXPIRED-SW
024900                                   TO DLE6-HOLD-EXPIRED-SW
025000                 PERFORM 2400-BUILD-FROM-TRAN THRU 2400-EXIT
025100                 ADD 1 TO DLE6-CHANGES-APPLIED
025200                 MOVE "CHANGED"    TO DLE6-D-DISP
025300             END-IF
025400             WRITE DL146-AUT-OUT-RECORD FROM DL146-AUT-RECORD
025500         WHEN DL146-T-CANCEL
025600             ADD 1 TO DLE6-CANCELS-APPLIED
025700             MOVE "CANCELLED"      TO DLE6-D-DISP
025800         WHEN OTHER
025900             WRITE DL146-AUT-OUT-RECORD FROM DL146-AUT-RECORD
026000             ADD 1 TO DLE6-TRAN-REJECTED
026100             MOVE "REJECTED-DUPLICATE" TO DLE6-D-DISP
026200     END-EVALUATE
026300     WRITE DL146-RPT-LINE FROM DLE6-DETAIL-LINE
026400     PERFORM 8000-READ-AUT          THRU 8000-EXIT
026500     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
026600 2300-EXIT.
026700     EXIT.
026800*================================================================
026900*    2400-BUILD-FROM-TRAN  -  THE VENDOR'S APPROVAL OVER THE     *
027000*                             UNITS-USED HISTORY WE CARRY        *
027100*================================================================
027200 2400-BUILD-FROM-TRAN.
027300     MOVE DL146-T-EMP-ID           TO DL146-A-EMP-ID
027400     MOVE DL146-T-AUTH-NBR         TO DL146-A-AUTH-NBR
027500     MOVE DL146-T-DEP-NBR          TO DL146-A-DEP-NBR
027600     MOVE DL146-T-PRV-ID           TO DL146-A-PRV-ID
027700     MOVE DL146-T-AUTH-TYPE        TO DL146-A-AUTH-TYPE
027800     MOVE DL146-T-PROC-CD          TO DL146-A-PROC-CD
027900     MOVE DL146-T-SVC-CLASS        TO DL146-A-SVC-CLASS
028000     MOVE DL146-T-UNIT-BASIS       TO DL146-A-UNIT-BASIS
028100     MOVE DL146-T-APPR-UNITS       TO DL146-A-APPR-UNITS
028200     MOVE DL146-T-FROM-DT          TO DL146-A-FROM-DT
028300     MOVE DL146-T-TO-DT            TO DL146-A-TO-DT
028400     MOVE DLE6-HOLD-USED           TO DL146-A-USED-UNITS
028500     MOVE DLE6-HOLD-LAST-CLM-DT    TO DL146-A-LAST-CLM-DT
028600     MOVE DLE6-HOLD-EXPIRED-SW     TO DL146-A-EXPIRED-SW
028700     MOVE DLE6-RUN-DATE            TO DL146-A-LOAD-DT.
028800 2400-EXIT.
028900     EXIT.
029000*================================================================
029100*    2500-EDIT-TRAN  -  AN APPROVAL THE CLAIM MATCH COULD NOT    *
029200*                       USE IS REJECTED BACK TO THE VENDOR       *
029300*================================================================
029400 2500-EDIT-TRAN.
029500     MOVE "N"                      TO DLE6-TRAN-OK-SW
029600     IF DL146-T-AUTH-TYPE NOT = "P"
029700         AND DL146-T-AUTH-TYPE NOT = "S"
029800         ADD 1 TO DLE6-TRAN-REJECTED
029900         MOVE "REJECTED-AUTH TYPE" TO DLE6-D-DISP
030000         GO TO 2500-EXIT
030100     END-IF
030200     IF DL146-T-UNIT-BASIS NOT = "U"
030300         AND DL146-T-UNIT-BASIS NOT = "D"
030400         ADD 1 TO DLE6-TRAN-REJECTED
030500         MOVE "REJECTED-UNIT BASIS" TO DLE6-D-DISP
030600         GO TO 2500-EXIT
030700     END-IF
030800     IF DL146-T-FROM-DT = ZERO
030900         OR DL146-T-TO-DT < DL146-T-FROM-DT
031000         ADD 1 TO DLE6-TRAN-REJECTED
031100         MOVE "REJECTED-WINDOW"    TO DLE6-D-DISP
031200         GO TO 2500-EXIT
031300     END-IF
031400     SET DLE6-TRAN-OK              TO TRUE.
031500 2500-EXIT.
031600     EXIT.
031700*================================================================
031800*    3000-TERMINATE
031900*================================================================
032000 3000-TERMINATE.
032100     MOVE DLE6-ADDS-APPLIED        TO DLE6-T-ADDS
032200     MOVE DLE6-CHANGES-APPLIED     TO DLE6-T-CHANGES
032300     MOVE DLE6-CANCELS-APPLIED     TO DLE6-T-CANCELS
032400     MOVE DLE6-TRAN-REJECTED       TO DLE6-T-REJECTED
032500     MOVE DLE6-AUT-PURGED          TO DLE6-T-PURGED
032600     WRITE DL146-RPT-LINE FROM SPACES
032700     WRITE DL146-RPT-LINE FROM DLE6-TOTAL-LINE-1
032800     WRITE DL146-RPT-LINE FROM DLE6-TOTAL-LINE-2
032900     WRITE DL146-RPT-LINE FROM DLE6-TOTAL-LINE-3
033000     WRITE DL146-RPT-LINE FROM DLE6-TOTAL-LINE-4
033100     WRITE DL146-RPT-LINE FROM DLE6-TOTAL-LINE-5
033200     CLOSE DL146-AUT-IN-FILE
033300     CLOSE DL146-TRAN-FILE
033400     CLOSE DL146-AUT-OUT-FILE
033500     CLOSE DL146-RPT-FILE.
033600 3000-EXIT.
033700     EXIT.
033800*================================================================
033900*    8000-READ-AUT
034000*================================================================
034100 8000-READ-AUT.
034200     READ DL146-AUT-IN-FILE
034300         AT END
034400             SET DLE6-AUT-EOF TO TRUE
034500             MOVE HIGH-VALUES      TO DLE6-AUT-KEY
034600     END-READ
034700     IF NOT DLE6-AUT-EOF
034800         ADD 1 TO DLE6-AUT-READ
034900         MOVE DL146-A-EMP-ID       TO DLE6-AUT-KEY-EMP
035000         MOVE DL146-A-AUTH-NBR     TO DLE6-AUT-KEY-AUTH
035100     END-IF.
035200 8000-EXIT.
035300     EXIT.
035400*================================================================
035500*    8100-READ-TRAN
035600*================================================================
035700 8100-READ-TRAN.
035800     READ DL146-TRAN-FILE
035900         AT END
036000             SET DLE6-TRAN-EOF TO TRUE
036100             MOVE HIGH-VALUES      TO DLE6-TRAN-KEY
036200     END-READ
036300     IF NOT DLE6-TRAN-EOF
036400         MOVE DL146-T-EMP-ID       TO DLE6-TRAN-KEY-EMP
036500         MOVE DL146-T-AUTH-NBR     TO DLE6-TRAN-KEY-AUTH
036600     END-IF.
036700 8100-EXIT.
036800     EXIT.
