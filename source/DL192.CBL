000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL192.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - OPERATOR ENTITLEMENT MASTER
001100*                   MAINTENANCE, THE DL187 SORTED ADD/CHANGE
001200*                   MATCH-MERGE MOLD KEYED BY OPERATOR, FUNCTION
001300*                   CODE AND EFFECTIVE DATE.  AN EXPIRE DOES
001400*                   NOT DELETE - IT ENDS THE ROW ON THE GIVEN
001500*                   DATE (THE RUN DATE WHEN NONE IS GIVEN) SO
001600*                   DL193 CAN STILL JUDGE OLDER AUDIT RECORDS.
001700*                   A GRANT OR CHANGE MUST NAME AN APPROVING
001800*                   MANAGER OTHER THAN THE OPERATOR, ALLOW AT
001900*                   LEAST ONE OF ENTER/RELEASE, AND HAVE A
002000*                   WINDOW THAT DOES NOT END BEFORE IT STARTS;
002100*                   EVERY TRANSACTION MUST SAY WHO REQUESTED
002200*                   IT.  EACH APPLIED CHANGE IS APPENDED TO THE
002300*                   DL192REG AUDIT REGISTER WITH THE ROW'S TERMS
002400*                   BEFORE AND AFTER.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DL192-ENT-IN-FILE  ASSIGN TO DL192ENTI
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL192-ENT-OUT-FILE ASSIGN TO DL192ENTO
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT DL192-TRAN-FILE    ASSIGN TO DL192TRAN
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL192-REG-FILE     ASSIGN TO DL192REG
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS DLJ2-REG-STATUS.
004100     SELECT DL192-RPT-FILE     ASSIGN TO DL192RPT
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DL192-ENT-IN-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DL192ENT.
004800 FD  DL192-ENT-OUT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  DL192-ENT-OUT-RECORD          PIC X(60).
005100 FD  DL192-TRAN-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL192TRN.
005400 FD  DL192-REG-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DL192REG.
005700 FD  DL192-RPT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  DL192-RPT-LINE                PIC X(132).
006000 WORKING-STORAGE SECTION.
006100 01  DLJ2-REG-STATUS               PIC X(2).
006200*----------------------------------------------------------------
006300*    DLJ2-SWITCHES AND COUNTERS
006400*----------------------------------------------------------------
006500 01  DLJ2-SWITCHES.
006600     05  DLJ2-ENT-EOF-SW           PIC X(1)     VALUE "N".
006700         88  DLJ2-ENT-EOF                        VALUE "Y".
006800     05  DLJ2-TRAN-EOF-SW          PIC X(1)     VALUE "N".
006900         88  DLJ2-TRAN-EOF                       VALUE "Y".
007000     05  DLJ2-TRAN-OK-SW           PIC X(1)     VALUE "N".
007100         88  DLJ2-TRAN-OK                        VALUE "Y".
007200 01  DLJ2-KEYS.
007300     05  DLJ2-ENT-KEY              PIC X(19).
007400     05  DLJ2-TRAN-KEY             PIC X(19).
007500 01  DLJ2-RUN-DATE                 PIC 9(8).
007600 01  DLJ2-EXP-DT                   PIC 9(8).
007700 01  DLJ2-HOLD-MASTER              PIC X(60).
007800 01  DLJ2-COUNTERS.
007900     05  DLJ2-ENT-READ             PIC S9(8) COMP VALUE ZERO.
008000     05  DLJ2-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
008100     05  DLJ2-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
008200     05  DLJ2-EXPIRES-APPLIED      PIC S9(8) COMP VALUE ZERO.
008300     05  DLJ2-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
008400 01  DLJ2-HEADING-1.
008500     05  FILLER                    PIC X(44)
008600         VALUE "OPERATOR ENTITLEMENT MAINTENANCE".
008700 01  DLJ2-COLUMN-HEADING.
008800     05  FILLER                   PIC X(11) VALUE "OPERATOR".
008900     05  FILLER                   PIC X(6)  VALUE "FUNC".
009000     05  FILLER                   PIC X(10) VALUE "EFF DATE".
009100     05  FILLER                   PIC X(10) VALUE "EXP DATE".
009200     05  FILLER                   PIC X(4)  VALUE "EN".
009300     05  FILLER                   PIC X(4)  VALUE "RL".
009400     05  FILLER                   PIC X(11) VALUE "MANAGER".
009500     05  FILLER                   PIC X(11) VALUE "REQUESTER".
009600     05  FILLER                   PIC X(7)  VALUE "ACTION".
009700     05  FILLER                   PIC X(24) VALUE "DISPOSITION".
009800 01  DLJ2-DETAIL-LINE.
009900     05  DLJ2-D-OPID               PIC X(9).
010000     05  FILLER                    PIC X(2)  VALUE SPACES.
010100     05  DLJ2-D-FUNC-CODE          PIC X(2).
010200     05  FILLER                    PIC X(4)  VALUE SPACES.
010300     05  DLJ2-D-EFF-DT             PIC 9(8).
010400     05  FILLER                    PIC X(2)  VALUE SPACES.
010500     05  DLJ2-D-EXP-DT             PIC 9(8).
010600     05  FILLER                    PIC X(2)  VALUE SPACES.
010700     05  DLJ2-D-CAN-ENTER          PIC X(1).
010800     05  FILLER                    PIC X(3)  VALUE SPACES.
010900     05  DLJ2-D-CAN-RELEASE        PIC X(1).
011000     05  FILLER                    PIC X(3)  VALUE SPACES.
011100     05  DLJ2-D-MANAGER            PIC X(9).
011200     05  FILLER                    PIC X(2)  VALUE SPACES.
011300     05  DLJ2-D-REQUESTED-BY       PIC X(9).
011400     05  FILLER                    PIC X(2)  VALUE SPACES.
011500     05  DLJ2-D-ACTION             PIC X(1).
011600     05  FILLER                    PIC X(6)  VALUE SPACES.
011700     05  DLJ2-D-DISP               PIC X(24).
011800 01  DLJ2-TOTAL-LINE-1.
011900     05  FILLER                    PIC X(25)
012000         VALUE "GRANTS APPLIED".
012100     05  DLJ2-T-ADDS               PIC ZZZ,ZZ9.
012200 01  DLJ2-TOTAL-LINE-2.
012300     05  FILLER                    PIC X(25)
012400         VALUE "CHANGES APPLIED".
012500     05  DLJ2-T-CHANGES            PIC ZZZ,ZZ9.
012600 01  DLJ2-TOTAL-LINE-3.
012700     05  FILLER                    PIC X(25)
012800         VALUE "EXPIRES APPLIED".
012900     05  DLJ2-T-EXPIRES            PIC ZZZ,ZZ9.
013000 01  DLJ2-TOTAL-LINE-4.
013100     05  FILLER                    PIC X(25)
013200         VALUE "TRANS REJECTED".
013300     05  DLJ2-T-REJECTED           PIC ZZZ,ZZ9.
013400*----------------------------------------------------------------
013500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
013600*----------------------------------------------------------------
013700 01  DL903-PARMS.
013800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL192".
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
015500*    0000-MAINLINE  -  SORTED MATCH-MERGE BY OPERATOR, FUNCTION  *
015600*                      AND EFFECTIVE DATE                        *
015700*================================================================
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016000     MOVE "S"                      TO DL903-REC-TYPE
016100     CALL "DL903" USING DL903-PARMS
016200     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
016300         UNTIL DLJ2-ENT-EOF AND DLJ2-TRAN-EOF
016400     PERFORM 3000-TERMINATE         THRU 3000-EXIT
016500     MOVE "E"                      TO DL903-REC-TYPE
016600     MOVE DLJ2-ENT-READ TO DL903-REC-COUNT
016700     CALL "DL903" USING DL903-PARMS
016800     GOBACK.
016900*================================================================
017000*    1000-INITIALIZE  -  THE REGISTER IS OPENED EXTEND (THE      *
017100*                        DL903 DISCIPLINE)                       *
017200*================================================================
017300 1000-INITIALIZE.
017400     CALL "DL902" USING DLJ2-RUN-DATE DL902-EXEC-DATE
017500     OPEN INPUT  DL192-ENT-IN-FILE
017600     OPEN INPUT  DL192-TRAN-FILE
017700     OPEN OUTPUT DL192-ENT-OUT-FILE
017800     OPEN EXTEND DL192-REG-FILE
017900*    THE FIRST RUN AGAINST A NEW REGISTER FINDS NO FILE YET
018000     IF DLJ2-REG-STATUS = "35"
018100         OPEN OUTPUT DL192-REG-FILE
018200     END-IF
018300     OPEN OUTPUT DL192-RPT-FILE
018400     WRITE DL192-RPT-LINE FROM DLJ2-HEADING-1
018500     MOVE DLJ2-RUN-DATE TO DL902-EL-BUS
018600     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
018700     WRITE DL192-RPT-LINE FROM DL902-EXEC-LINE
018800     WRITE DL192-RPT-LINE FROM SPACES
018900     WRITE DL192-RPT-LINE FROM DLJ2-COLUMN-HEADING
019000     PERFORM 8000-READ-ENT          THRU 8000-EXIT
019100     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
019200 1000-EXIT.
019300     EXIT.
019400*================================================================
019500*    2000-MATCH-MERGE
019600*================================================================
019700 2000-MATCH-MERGE.
019800     EVALUATE TRUE
019900         WHEN DLJ2-ENT-KEY < DLJ2-TRAN-KEY
020000             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
020100         WHEN DLJ2-ENT-KEY > DLJ2-TRAN-KEY
020200             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
020300         WHEN OTHER
020400             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
020500     END-EVALUATE.
020600 2000-EXIT.
020700     EXIT.
020800*================================================================
020900*    2100-COPY-MASTER  -  EXPIRED ROWS STAY ON THE MASTER        *
021000*================================================================
021100 2100-COPY-MASTER.
021200     WRITE DL192-ENT-OUT-RECORD FROM DL192-ENT-RECORD
021300     PERFORM 8000-READ-ENT          THRU 8000-EXIT.
021400 2100-EXIT.
021500     EXIT.
021600*================================================================
021700*    2200-UNMATCHED-TRAN  -  ONLY A GRANT BELONGS HERE           *
021800*================================================================
021900 2200-UNMATCHED-TRAN.
022000     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
022100     IF NOT DL192-T-ADD
022200         ADD 1 TO DLJ2-TRAN-REJECTED
022300         MOVE "REJECTED-NO RECORD" TO DLJ2-D-DISP
022400         GO TO 2200-WRITE
022500     END-IF
022600     PERFORM 2500-EDIT-TRAN         THRU 2500-EXIT
022700     IF NOT DLJ2-TRAN-OK
022800         GO TO 2200-WRITE
022900     END-IF
023000*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
023100*    WHILE THE GRANT IS BUILT THERE
023200     MOVE DL192-ENT-RECORD         TO DLJ2-HOLD-MASTER
023300     MOVE SPACES                   TO DL192-ENT-RECORD
023400     MOVE ZERO                     TO DL192-E-EXP-DT
023500     PERFORM 2700-REGISTER-BEFORE   THRU 2700-EXIT
023600     MOVE DL192-T-KEY              TO DL192-E-KEY
023700     PERFORM 2400-BUILD-FROM-TRAN   THRU 2400-EXIT
023800     PERFORM 2750-REGISTER-AFTER    THRU 2750-EXIT
023900     WRITE DL192-ENT-OUT-RECORD FROM DL192-ENT-RECORD
024000     MOVE DLJ2-HOLD-MASTER         TO DL192-ENT-RECORD
024100     ADD 1 TO DLJ2-ADDS-APPLIED
024200     MOVE "GRANTED"                TO DLJ2-D-DISP.
024300 2200-WRITE.
024400     WRITE DL192-RPT-LINE FROM DLJ2-DETAIL-LINE
024500     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
024600 2200-EXIT.
024700     EXIT.
024800*================================================================
024900*    2300-MATCHED-TRAN
025000*================================================================
025100 2300-MATCHED-TRAN.
025200     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
025300     EVALUATE TRUE
025400         WHEN DL192-T-CHANGE
025500             PERFORM 2500-EDIT-TRAN THRU 2500-EXIT
025600             IF DLJ2-TRAN-OK
025700                 PERFORM 2700-REGISTER-BEFORE THRU 2700-EXIT
025800                 PERFORM 2400-BUILD-FROM-TRAN THRU 2400-EXIT
025900                 PERFORM 2750-REGISTER-AFTER THRU 2750-EXIT
026000                 ADD 1 TO DLJ2-CHANGES-APPLIED
026100                 MOVE "CHANGED"    TO DLJ2-D-DISP
026200             END-IF
026300         WHEN DL192-T-EXPIRE
026400             PERFORM 2550-EDIT-EXPIRE THRU 2550-EXIT
026500             IF DLJ2-TRAN-OK
026600                 PERFORM 2700-REGISTER-BEFORE THRU 2700-EXIT
026700                 MOVE DLJ2-EXP-DT  TO DL192-E-EXP-DT
026800                 MOVE DLJ2-RUN-DATE TO DL192-E-LOAD-DT
026900                 PERFORM 2750-REGISTER-AFTER THRU 2750-EXIT
027000                 ADD 1 TO DLJ2-EXPIRES-APPLIED
027100                 MOVE "EXPIRED"    TO DLJ2-D-DISP
027200             END-IF
027300         WHEN OTHER
027400             ADD 1 TO DLJ2-TRAN-REJECTED
027500             MOVE "REJECTED-DUPLICATE" TO DLJ2-D-DISP
027600     END-EVALUATE
027700     WRITE DL192-ENT-OUT-RECORD FROM DL192-ENT-RECORD
027800     WRITE DL192-RPT-LINE FROM DLJ2-DETAIL-LINE
027900     PERFORM 8000-READ-ENT          THRU 8000-EXIT
028000     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
028100 2300-EXIT.
028200     EXIT.
028300*================================================================
028400*    2400-BUILD-FROM-TRAN
028500*================================================================
028600 2400-BUILD-FROM-TRAN.
028700     MOVE DL192-T-EXP-DT           TO DL192-E-EXP-DT
028800     MOVE DL192-T-CAN-ENTER        TO DL192-E-CAN-ENTER
028900     MOVE DL192-T-CAN-RELEASE      TO DL192-E-CAN-RELEASE
029000     MOVE DL192-T-MANAGER          TO DL192-E-MANAGER
029100     MOVE DLJ2-RUN-DATE            TO DL192-E-LOAD-DT.
029200 2400-EXIT.
029300     EXIT.
029400*================================================================
029500*    2500-EDIT-TRAN  -  A GRANT NOBODY ELSE APPROVED, OR ONE     *
029600*                       THAT ALLOWS NOTHING, IS REJECTED         *
029700*================================================================
029800 2500-EDIT-TRAN.
029900     MOVE "N"                      TO DLJ2-TRAN-OK-SW
030000     IF DL192-T-OPID = SPACES
030100         OR DL192-T-FUNC-CODE = SPACES
030200         ADD 1 TO DLJ2-TRAN-REJECTED
030300         MOVE "REJECTED-KEY"       TO DLJ2-D-DISP
030400         GO TO 2500-EXIT
030500     END-IF
030600     IF (DL192-T-CAN-ENTER NOT = "Y"
030700         AND DL192-T-CAN-ENTER NOT = "N")
030800         OR (DL192-T-CAN-RELEASE NOT = "Y"
030900         AND DL192-T-CAN-RELEASE NOT = "N")
031000         OR (DL192-T-CAN-ENTER = "N"
031100         AND DL192-T-CAN-RELEASE = "N")
031200         ADD 1 TO DLJ2-TRAN-REJECTED
031300         MOVE "REJECTED-ENTER/RELEASE" TO DLJ2-D-DISP
031400         GO TO 2500-EXIT
031500     END-IF
031600     IF DL192-T-EFF-DT NOT NUMERIC
031700         OR DL192-T-EXP-DT NOT NUMERIC
031800         OR DL192-T-EFF-DT = ZERO
031900         OR (DL192-T-EXP-DT NOT = ZERO
032000         AND DL192-T-EXP-DT < DL192-T-EFF-DT)
032100         ADD 1 TO DLJ2-TRAN-REJECTED
032200         MOVE "REJECTED-WINDOW"    TO DLJ2-D-DISP
032300         GO TO 2500-EXIT
032400     END-IF
032500     IF DL192-T-MANAGER = SPACES
032600         ADD 1 TO DLJ2-TRAN-REJECTED
032700         MOVE "REJECTED-NO MANAGER" TO DLJ2-D-DISP
032800         GO TO 2500-EXIT
032900     END-IF
033000     IF DL192-T-MANAGER = DL192-T-OPID
033100         ADD 1 TO DLJ2-TRAN-REJECTED
033200         MOVE "REJECTED-SELF APPROVAL" TO DLJ2-D-DISP
033300         GO TO 2500-EXIT
033400     END-IF
033500     IF DL192-T-REQUESTED-BY = SPACES
033600         ADD 1 TO DLJ2-TRAN-REJECTED
033700         MOVE "REJECTED-NO REQUESTER" TO DLJ2-D-DISP
033800         GO TO 2500-EXIT
033900     END-IF
034000     SET DLJ2-TRAN-OK              TO TRUE.
034100 2500-EXIT.
034200     EXIT.
034300*================================================================
034400*    2550-EDIT-EXPIRE  -  NO DATE GIVEN MEANS TODAY; AN EXPIRE   *
034500*                         MAY SHORTEN A WINDOW, NOT LENGTHEN IT  *
034600*================================================================
034700 2550-EDIT-EXPIRE.
034800     MOVE "N"                      TO DLJ2-TRAN-OK-SW
034900     IF DL192-T-REQUESTED-BY = SPACES
035000         ADD 1 TO DLJ2-TRAN-REJECTED
035100         MOVE "REJECTED-NO REQUESTER" TO DLJ2-D-DISP
035200         GO TO 2550-EXIT
035300     END-IF
035400     IF DL192-T-EXP-DT IS NUMERIC
035500         AND DL192-T-EXP-DT NOT = ZERO
035600         MOVE DL192-T-EXP-DT       TO DLJ2-EXP-DT
035700     ELSE
035800         MOVE DLJ2-RUN-DATE        TO DLJ2-EXP-DT
035900     END-IF
036000     MOVE DLJ2-EXP-DT              TO DLJ2-D-EXP-DT
036100     IF DLJ2-EXP-DT < DL192-E-EFF-DT
036200         ADD 1 TO DLJ2-TRAN-REJECTED
036300         MOVE "REJECTED-WINDOW"    TO DLJ2-D-DISP
036400         GO TO 2550-EXIT
036500     END-IF
036600     IF DL192-E-EXP-DT NOT = ZERO
036700         AND DLJ2-EXP-DT > DL192-E-EXP-DT
036800         ADD 1 TO DLJ2-TRAN-REJECTED
036900         MOVE "REJECTED-ALREADY EXPIRED" TO DLJ2-D-DISP
037000         GO TO 2550-EXIT
037100     END-IF
037200     SET DLJ2-TRAN-OK              TO TRUE.
037300 2550-EXIT.
037400     EXIT.
037500*================================================================
037600*    2600-SET-DETAIL
037700*================================================================
037800 2600-SET-DETAIL.
037900     MOVE DL192-T-OPID             TO DLJ2-D-OPID
038000     MOVE DL192-T-FUNC-CODE        TO DLJ2-D-FUNC-CODE
038100     MOVE ZERO                     TO DLJ2-D-EFF-DT
038200     MOVE ZERO                     TO DLJ2-D-EXP-DT
038300     IF DL192-T-EFF-DT IS NUMERIC
038400         MOVE DL192-T-EFF-DT       TO DLJ2-D-EFF-DT
038500     END-IF
038600     IF DL192-T-EXP-DT IS NUMERIC
038700         MOVE DL192-T-EXP-DT       TO DLJ2-D-EXP-DT
038800     END-IF
038900     MOVE DL192-T-CAN-ENTER        TO DLJ2-D-CAN-ENTER
039000     MOVE DL192-T-CAN-RELEASE      TO DLJ2-D-CAN-RELEASE
039100     MOVE DL192-T-MANAGER          TO DLJ2-D-MANAGER
039200     MOVE DL192-T-REQUESTED-BY     TO DLJ2-D-REQUESTED-BY
039300     MOVE DL192-T-ACTION-CD        TO DLJ2-D-ACTION.
039400 2600-EXIT.
039500     EXIT.
039600*================================================================
039700*    2700-REGISTER-BEFORE  -  THE ROW'S TERMS AS THEY STOOD      *
039800*================================================================
039900 2700-REGISTER-BEFORE.
040000     MOVE SPACES                   TO DL192-REG-RECORD
040100     MOVE DLJ2-RUN-DATE            TO DL192-G-BUS-DT
040200     MOVE DL902-EXEC-DATE          TO DL192-G-EXEC-DT
040300     MOVE DL192-T-KEY              TO DL192-G-KEY
040400     MOVE DL192-T-ACTION-CD        TO DL192-G-ACTION-CD
040500     MOVE DL192-T-REQUESTED-BY     TO DL192-G-REQUESTED-BY
040600     MOVE DL192-E-EXP-DT           TO DL192-G-B-EXP-DT
040700     MOVE DL192-E-CAN-ENTER        TO DL192-G-B-CAN-ENTER
040800     MOVE DL192-E-CAN-RELEASE      TO DL192-G-B-CAN-RELEASE
040900     MOVE DL192-E-MANAGER          TO DL192-G-B-MANAGER.
041000 2700-EXIT.
041100     EXIT.
041200*================================================================
041300*    2750-REGISTER-AFTER  -  THE TERMS NOW IN FORCE; APPENDED    *
041400*================================================================
041500 2750-REGISTER-AFTER.
041600     MOVE DL192-E-EXP-DT           TO DL192-G-A-EXP-DT
041700     MOVE DL192-E-CAN-ENTER        TO DL192-G-A-CAN-ENTER
041800     MOVE DL192-E-CAN-RELEASE      TO DL192-G-A-CAN-RELEASE
041900     MOVE DL192-E-MANAGER          TO DL192-G-A-MANAGER
042000     WRITE DL192-REG-RECORD.
042100 2750-EXIT.
042200     EXIT.
042300*================================================================
042400*    3000-TERMINATE
042500*================================================================
042600 3000-TERMINATE.
042700     MOVE DLJ2-ADDS-APPLIED        TO DLJ2-T-ADDS
042800     MOVE DLJ2-CHANGES-APPLIED     TO DLJ2-T-CHANGES
042900     MOVE DLJ2-EXPIRES-APPLIED     TO DLJ2-T-EXPIRES
043000     MOVE DLJ2-TRAN-REJECTED       TO DLJ2-T-REJECTED
043100     WRITE DL192-RPT-LINE FROM SPACES
043200     WRITE DL192-RPT-LINE FROM DLJ2-TOTAL-LINE-1
043300     WRITE DL192-RPT-LINE FROM DLJ2-TOTAL-LINE-2
043400     WRITE DL192-RPT-LINE FROM DLJ2-TOTAL-LINE-3
043500     WRITE DL192-RPT-LINE FROM DLJ2-TOTAL-LINE-4
043600     CLOSE DL192-ENT-IN-FILE
043700     CLOSE DL192-TRAN-FILE
043800     CLOSE DL192-ENT-OUT-FILE
043900     CLOSE DL192-REG-FILE
044000     CLOSE DL192-RPT-FILE.
044100 3000-EXIT.
044200     EXIT.
044300*================================================================
044400*    8000-READ-ENT
044500*================================================================
044600 8000-READ-ENT.
044700     READ DL192-ENT-IN-FILE
044800         AT END
044900             SET DLJ2-ENT-EOF TO TRUE
045000             MOVE HIGH-VALUES      TO DLJ2-ENT-KEY
045100     END-READ
045200     IF NOT DLJ2-ENT-EOF
045300         ADD 1 TO DLJ2-ENT-READ
045400         MOVE DL192-E-KEY          TO DLJ2-ENT-KEY
045500     END-IF.
045600 8000-EXIT.
045700     EXIT.
045800*================================================================
045900*    8100-READ-TRAN
046000*================================================================
046100 8100-READ-TRAN.
046200     READ DL192-TRAN-FILE
046300         AT END
046400             SET DLJ2-TRAN-EOF TO TRUE
046500             MOVE HIGH-VALUES      TO DLJ2-TRAN-KEY
046600     END-READ
046700     IF NOT DLJ2-TRAN-EOF
046800         MOVE DL192-T-KEY          TO DLJ2-TRAN-KEY
046900     END-IF.
047000 8100-EXIT.
047100     EXIT.
