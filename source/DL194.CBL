000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL194.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - QUARTERLY OPERATOR
001100*                   ENTITLEMENT RECERTIFICATION LISTING.  EVERY
001200*                   DL192ENT ROW NOT YET EXPIRED ON THE RUN
001300*                   DATE (FUTURE-DATED GRANTS INCLUDED) IS
001400*                   RELEASED TO AN INTERNAL SORT BY APPROVING
001500*                   MANAGER, OPERATOR, FUNCTION CODE AND
001600*                   EFFECTIVE DATE AND LISTED IN ONE SECTION PER
001700*                   MANAGER WITH CONFIRM/REMOVE COLUMNS AND A
001800*                   SIGN-OFF LINE.  A ROW THE MANAGER MARKS FOR
001900*                   REMOVAL IS KEYED BACK AS A DL192 EXPIRE.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
002400 OBJECT-COMPUTER.   IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DL192-ENT-FILE     ASSIGN TO DL192ENT
002800            ORGANIZATION IS SEQUENTIAL.
002900     SELECT DL194-RPT-FILE     ASSIGN TO DL194RPT
003000            ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT DL194-SORT-FILE    ASSIGN TO DL194SORT.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  DL192-ENT-FILE
003500     LABEL RECORDS ARE STANDARD.
003600     COPY DL192ENT.
003700 FD  DL194-RPT-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  DL194-RPT-LINE                PIC X(132).
004000 SD  DL194-SORT-FILE.
004100 01  DLJ4-SORT-RECORD.
004200     05  DLJ4-S-MANAGER            PIC X(9).
004300     05  DLJ4-S-ENT                PIC X(60).
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------------
004600*    DLJ4-SWITCHES AND COUNTERS
004700*----------------------------------------------------------------
004800 01  DLJ4-SWITCHES.
004900     05  DLJ4-ENT-EOF-SW           PIC X(1)     VALUE "N".
005000         88  DLJ4-ENT-EOF                        VALUE "Y".
005100     05  DLJ4-SORT-EOF-SW          PIC X(1)     VALUE "N".
005200         88  DLJ4-SORT-EOF                       VALUE "Y".
005300 01  DLJ4-RUN-DATE                 PIC 9(8).
005400 01  DLJ4-HOLD-MANAGER             PIC X(9).
005500 01  DLJ4-COUNTERS.
005600     05  DLJ4-ENT-READ             PIC S9(8) COMP VALUE ZERO.
005700     05  DLJ4-ENT-LISTED           PIC S9(8) COMP VALUE ZERO.
005800     05  DLJ4-MANAGERS             PIC S9(8) COMP VALUE ZERO.
005900     05  DLJ4-MGR-ROWS             PIC S9(8) COMP VALUE ZERO.
006000 01  DLJ4-HEADING-1.
006100     05  FILLER                    PIC X(44)
006200         VALUE "OPERATOR ENTITLEMENT RECERTIFICATION".
006300 01  DLJ4-MANAGER-HEADING.
006400     05  FILLER                    PIC X(18)
006500         VALUE "APPROVING MANAGER ".
006600     05  DLJ4-H-MANAGER            PIC X(9).
006700 01  DLJ4-COLUMN-HEADING.
006800     05  FILLER                   PIC X(11) VALUE "OPERATOR".
006900     05  FILLER                   PIC X(6)  VALUE "FUNC".
007000     05  FILLER                   PIC X(10) VALUE "EFF DATE".
007100     05  FILLER                   PIC X(10) VALUE "EXP DATE".
007200     05  FILLER                   PIC X(4)  VALUE "EN".
007300     05  FILLER                   PIC X(4)  VALUE "RL".
007400     05  FILLER                   PIC X(10) VALUE "CONFIRM".
007500     05  FILLER                   PIC X(10) VALUE "REMOVE".
007600 01  DLJ4-DETAIL-LINE.
007700     05  DLJ4-D-OPID               PIC X(9).
007800     05  FILLER                    PIC X(2)  VALUE SPACES.
007900     05  DLJ4-D-FUNC-CODE          PIC X(2).
008000     05  FILLER                    PIC X(4)  VALUE SPACES.
008100     05  DLJ4-D-EFF-DT             PIC 9(8).
008200     05  FILLER                    PIC X(2)  VALUE SPACES.
008300     05  DLJ4-D-EXP-DT             PIC 9(8).
008400     05  FILLER                    PIC X(2)  VALUE SPACES.
008500     05  DLJ4-D-CAN-ENTER          PIC X(1).
008600     05  FILLER                    PIC X(3)  VALUE SPACES.
008700     05  DLJ4-D-CAN-RELEASE        PIC X(1).
008800     05  FILLER                    PIC X(3)  VALUE SPACES.
008900     05  FILLER                    PIC X(10) VALUE "[   ]".
009000     05  FILLER                    PIC X(10) VALUE "[   ]".
009100 01  DLJ4-MANAGER-TOTAL.
009200     05  FILLER                    PIC X(25)
009300         VALUE "ENTITLEMENTS LISTED".
009400     05  DLJ4-M-ROWS               PIC ZZZ,ZZ9.
009500 01  DLJ4-SIGN-OFF-LINE.
009600     05  FILLER                    PIC X(60) VALUE
009700         "CERTIFIED BY ____________________  DATE __________".
009800 01  DLJ4-TOTAL-LINE-1.
009900     05  FILLER                    PIC X(25)
010000         VALUE "ENTITLEMENT ROWS READ".
010100     05  DLJ4-T-READ               PIC ZZZ,ZZ9.
010200 01  DLJ4-TOTAL-LINE-2.
010300     05  FILLER                    PIC X(25)
010400         VALUE "ROWS FOR RECERTIFICATION".
010500     05  DLJ4-T-LISTED             PIC ZZZ,ZZ9.
010600 01  DLJ4-TOTAL-LINE-3.
010700     05  FILLER                    PIC X(25)
010800         VALUE "MANAGERS".
010900     05  DLJ4-T-MANAGERS           PIC ZZZ,ZZ9.
011000*----------------------------------------------------------------
011100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
011200*----------------------------------------------------------------
011300 01  DL903-PARMS.
011400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL194".
011500     05  DL903-REC-TYPE            PIC X(1).
011600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
011700*----------------------------------------------------------------
011800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
011900*----------------------------------------------------------------
012000 01  DL902-DATES.
012100     05  DL902-EXEC-DATE           PIC 9(8).
012200 01  DL902-EXEC-LINE.
012300     05  FILLER                    PIC X(14)
012400         VALUE "BUSINESS DATE ".
012500     05  DL902-EL-BUS              PIC 9(8).
012600     05  FILLER                    PIC X(11)
012700         VALUE "  EXECUTED ".
012800     05  DL902-EL-EXEC             PIC 9(8).
012900 PROCEDURE DIVISION.
013000*================================================================
013100*    0000-MAINLINE
013200*================================================================
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
013500     MOVE "S"                      TO DL903-REC-TYPE
013600     CALL "DL903" USING DL903-PARMS
013700     SORT DL194-SORT-FILE
013800         ON ASCENDING KEY DLJ4-S-MANAGER
013900                          DLJ4-S-ENT
014000         INPUT PROCEDURE IS 2000-RELEASE-ENT
014100             THRU 2999-EXIT
014200         OUTPUT PROCEDURE IS 3000-LIST-ENT
014300             THRU 3999-EXIT
014400     PERFORM 4000-TERMINATE         THRU 4000-EXIT
014500     MOVE "E"                      TO DL903-REC-TYPE
014600     MOVE DLJ4-ENT-READ TO DL903-REC-COUNT
014700     CALL "DL903" USING DL903-PARMS
014800     GOBACK.
014900*================================================================
015000*    1000-INITIALIZE
015100*================================================================
015200 1000-INITIALIZE.
015300     CALL "DL902" USING DLJ4-RUN-DATE DL902-EXEC-DATE
015400     OPEN INPUT  DL192-ENT-FILE
015500     OPEN OUTPUT DL194-RPT-FILE
015600     MOVE DLJ4-RUN-DATE TO DL902-EL-BUS
015700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
015800     WRITE DL194-RPT-LINE FROM DLJ4-HEADING-1
015900     WRITE DL194-RPT-LINE FROM DL902-EXEC-LINE
016000     MOVE LOW-VALUES               TO DLJ4-HOLD-MANAGER.
016100 1000-EXIT.
016200     EXIT.
016300*================================================================
016400*    2000-RELEASE-ENT  -  INPUT PROCEDURE: EVERY ROW STILL TO    *
016500*                         BE CERTIFIED, UNDER ITS MANAGER        *
016600*================================================================
016700 2000-RELEASE-ENT.
016800     PERFORM 8000-READ-ENT          THRU 8000-EXIT
016900     PERFORM 2100-RELEASE-ONE       THRU 2100-EXIT
017000         UNTIL DLJ4-ENT-EOF
017100     GO TO 2999-EXIT.
017200 2000-EXIT.
017300     EXIT.
017400*================================================================
017500*    2100-RELEASE-ONE  -  ROWS ALREADY EXPIRED NEED NO SIGN-OFF  *
017600*================================================================
017700 2100-RELEASE-ONE.
017800     IF DL192-E-EXP-DT NOT = ZERO
017900         AND DL192-E-EXP-DT < DLJ4-RUN-DATE
018000         GO TO 2100-READ-NEXT
018100     END-IF
018200     MOVE DL192-E-MANAGER          TO DLJ4-S-MANAGER
018300     MOVE DL192-ENT-RECORD         TO DLJ4-S-ENT
018400     RELEASE DLJ4-SORT-RECORD
018500     ADD 1 TO DLJ4-ENT-LISTED.
018600 2100-READ-NEXT.
018700     PERFORM 8000-READ-ENT          THRU 8000-EXIT.
018800 2100-EXIT.
018900     EXIT.
019000 2999-EXIT.
019100     EXIT.
019200*================================================================
019300*    3000-LIST-ENT  -  OUTPUT PROCEDURE: ONE SECTION PER         *
019400*                      MANAGER                                   *
019500*================================================================
019600 3000-LIST-ENT.
019700     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
019800     PERFORM 3200-LIST-ONE          THRU 3200-EXIT
019900         UNTIL DLJ4-SORT-EOF
020000     IF DLJ4-MANAGERS > ZERO
020100         PERFORM 3400-MANAGER-END   THRU 3400-EXIT
020200     END-IF
020300     GO TO 3999-EXIT.
020400 3000-EXIT.
020500     EXIT.
020600*================================================================
020700*    3100-RETURN-SORT
020800*================================================================
020900 3100-RETURN-SORT.
021000     RETURN DL194-SORT-FILE
021100         AT END
021200             SET DLJ4-SORT-EOF TO TRUE
021300     END-RETURN
021400     IF NOT DLJ4-SORT-EOF
021500         MOVE DLJ4-S-ENT           TO DL192-ENT-RECORD
021600     END-IF.
021700 3100-EXIT.
021800     EXIT.
021900*================================================================
022000*    3200-LIST-ONE
022100*================================================================
022200 3200-LIST-ONE.
022300     IF DLJ4-S-MANAGER NOT = DLJ4-HOLD-MANAGER
022400         IF DLJ4-MANAGERS > ZERO
022500             PERFORM 3400-MANAGER-END THRU 3400-EXIT
022600         END-IF
022700         PERFORM 3300-MANAGER-START THRU 3300-EXIT
022800     END-IF
022900     MOVE DL192-E-OPID             TO DLJ4-D-OPID
023000     MOVE DL192-E-FUNC-CODE        TO DLJ4-D-FUNC-CODE
023100     MOVE DL192-E-EFF-DT           TO DLJ4-D-EFF-DT
023200     MOVE DL192-E-EXP-DT           TO DLJ4-D-EXP-DT
023300     MOVE DL192-E-CAN-ENTER        TO DLJ4-D-CAN-ENTER
023400     MOVE DL192-E-CAN-RELEASE      TO DLJ4-D-CAN-RELEASE
023500     WRITE DL194-RPT-LINE FROM DLJ4-DETAIL-LINE
023600     ADD 1 TO DLJ4-MGR-ROWS
023700     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
023800 3200-EXIT.
023900     EXIT.
024000*================================================================
024100*    3300-MANAGER-START  -  SECTION HEADINGS                     *
024200*================================================================
024300 3300-MANAGER-START.
024400     ADD 1 TO DLJ4-MANAGERS
024500     MOVE ZERO                     TO DLJ4-MGR-ROWS
024600     MOVE DLJ4-S-MANAGER           TO DLJ4-HOLD-MANAGER
024700     MOVE DLJ4-S-MANAGER           TO DLJ4-H-MANAGER
024800     WRITE DL194-RPT-LINE FROM SPACES
024900     WRITE DL194-RPT-LINE FROM DLJ4-MANAGER-HEADING
025000     WRITE DL194-RPT-LINE FROM SPACES
025100     WRITE DL194-RPT-LINE FROM DLJ4-COLUMN-HEADING.
025200 3300-EXIT.
025300     EXIT.
025400*================================================================
025500*    3400-MANAGER-END  -  COUNT AND SIGN-OFF                     *
025600*================================================================
025700 3400-MANAGER-END.
025800     MOVE DLJ4-MGR-ROWS            TO DLJ4-M-ROWS
025900     WRITE DL194-RPT-LINE FROM SPACES
026000     WRITE DL194-RPT-LINE FROM DLJ4-MANAGER-TOTAL
026100     WRITE DL194-RPT-LINE FROM SPACES
026200     WRITE DL194-RPT-LINE FROM DLJ4-SIGN-OFF-LINE.
026300 3400-EXIT.
026400     EXIT.
026500 3999-EXIT.
026600     EXIT.
026700*================================================================
026800*    4000-TERMINATE
026900*================================================================
027000 4000-TERMINATE.
027100     MOVE DLJ4-ENT-READ            TO DLJ4-T-READ
027200     MOVE DLJ4-ENT-LISTED          TO DLJ4-T-LISTED
027300     MOVE DLJ4-MANAGERS            TO DLJ4-T-MANAGERS
027400     WRITE DL194-RPT-LINE FROM SPACES
027500     WRITE DL194-RPT-LINE FROM DLJ4-TOTAL-LINE-1
027600     WRITE DL194-RPT-LINE FROM DLJ4-TOTAL-LINE-2
027700     WRITE DL194-RPT-LINE FROM DLJ4-TOTAL-LINE-3
027800     CLOSE DL192-ENT-FILE
027900     CLOSE DL194-RPT-FILE.
028000 4000-EXIT.
028100     EXIT.
028200*================================================================
028300*    8000-READ-ENT
028400*================================================================
028500 8000-READ-ENT.
028600     READ DL192-ENT-FILE
028700         AT END
028800             SET DLJ4-ENT-EOF TO TRUE
028900     END-READ
029000     IF NOT DLJ4-ENT-EOF
029100         ADD 1 TO DLJ4-ENT-READ
029200     END-IF.
029300 8000-EXIT.
029400     EXIT.
