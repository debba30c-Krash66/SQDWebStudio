000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL170.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - EXCLUSION-RIDER CROSS-CHECK.
001100*                   BED1EMP AND THE DL169RDR RIDER MASTER ARE
001200*                   MATCHED BY MEMBER (BOTH ARE IN EMP-EMP-ID
001300*                   ORDER).  A MEMBER WITH EMP-EXCL-IND SET AND
001400*                   NO RIDER ON FILE, OR NONE IN FORCE ON THE
001500*                   BUSINESS DATE, IS REPORTED; SO IS A MEMBER
001600*                   WITH A RIDER IN FORCE AND THE INDICATOR NOT
001700*                   SET, AND A RIDER FOR A MEMBER NOT ON
001800*                   BED1EMP.  ANY EXCEPTION ENDS THE STEP WITH
001900*                   RETURN CODE 4, AS DL152 DOES.
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
002400 OBJECT-COMPUTER.   IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
002800            ORGANIZATION IS SEQUENTIAL.
002900     SELECT DL169-RDR-FILE     ASSIGN TO DL169RDR
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT DL170-RPT-FILE     ASSIGN TO DL170RPT
003200            ORGANIZATION IS LINE SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  BED1EMP-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY BED1EMP.
003800 FD  DL169-RDR-FILE
003900     LABEL RECORDS ARE STANDARD.
004000     COPY DL169RDR.
004100 FD  DL170-RPT-FILE
004200     LABEL RECORDS ARE STANDARD.
004300 01  DL170-RPT-LINE                PIC X(132).
004400 WORKING-STORAGE SECTION.
004500*----------------------------------------------------------------
004600*    DLH0-SWITCHES AND COUNTERS
004700*----------------------------------------------------------------
004800 01  DLH0-SWITCHES.
004900     05  DLH0-EMP-EOF-SW           PIC X(1)     VALUE "N".
005000         88  DLH0-EMP-EOF                        VALUE "Y".
005100     05  DLH0-RDR-EOF-SW           PIC X(1)     VALUE "N".
005200         88  DLH0-RDR-EOF                        VALUE "Y".
005300 01  DLH0-KEYS.
005400     05  DLH0-EMP-KEY              PIC X(13).
005500     05  DLH0-RDR-KEY              PIC X(13).
005600     05  DLH0-CUR-KEY              PIC X(13).
005700 01  DLH0-WORK-FIELDS.
005800     05  DLH0-RIDERS-ON-FILE       PIC S9(4) COMP.
005900     05  DLH0-RIDERS-IN-FORCE      PIC S9(4) COMP.
006000 01  DLH0-DATE-WORK.
006100     05  DLH0-RUN-DATE             PIC 9(8).
006200 01  DLH0-COUNTERS.
006300     05  DLH0-EMP-READ             PIC S9(8) COMP VALUE ZERO.
006400     05  DLH0-RDR-READ             PIC S9(8) COMP VALUE ZERO.
006500     05  DLH0-IND-SET              PIC S9(8) COMP VALUE ZERO.
006600     05  DLH0-NO-RIDER             PIC S9(8) COMP VALUE ZERO.
006700     05  DLH0-NONE-IN-FORCE        PIC S9(8) COMP VALUE ZERO.
006800     05  DLH0-IND-NOT-SET          PIC S9(8) COMP VALUE ZERO.
006900     05  DLH0-NO-MEMBER            PIC S9(8) COMP VALUE ZERO.
007000 01  DLH0-HEADING-1.
007100     05  FILLER                    PIC X(44)
007200         VALUE "EXCLUSION-RIDER / EMP-EXCL-IND CROSS-CHECK".
007300 01  DLH0-COLUMN-HEADING.
007400     05  FILLER                   PIC X(15) VALUE "MEMBER".
007500     05  FILLER                   PIC X(6)  VALUE "IND".
007600     05  FILLER                   PIC X(10) VALUE "ON FILE".
007700     05  FILLER                   PIC X(10) VALUE "IN FORCE".
007800     05  FILLER                   PIC X(30) VALUE "EXCEPTION".
007900 01  DLH0-DETAIL-LINE.
008000     05  DLH0-D-EMP-ID             PIC X(13).
008100     05  FILLER                    PIC X(2)  VALUE SPACES.
008200     05  DLH0-D-IND                PIC X(1).
008300     05  FILLER                    PIC X(5)  VALUE SPACES.
008400     05  DLH0-D-ON-FILE            PIC ZZ9.
008500     05  FILLER                    PIC X(7)  VALUE SPACES.
008600     05  DLH0-D-IN-FORCE           PIC ZZ9.
008700     05  FILLER                    PIC X(7)  VALUE SPACES.
008800     05  DLH0-D-EXCEPTION          PIC X(30).
008900 01  DLH0-TOTAL-LINE-1.
009000     05  FILLER                    PIC X(25)
009100         VALUE "MEMBERS READ".
009200     05  DLH0-T-EMP-READ           PIC ZZZ,ZZZ,ZZ9.
009300 01  DLH0-TOTAL-LINE-2.
009400     05  FILLER                    PIC X(25)
009500         VALUE "RIDERS READ".
009600     05  DLH0-T-RDR-READ           PIC ZZZ,ZZZ,ZZ9.
009700 01  DLH0-TOTAL-LINE-3.
009800     05  FILLER                    PIC X(25)
009900         VALUE "MEMBERS WITH IND SET".
010000     05  DLH0-T-IND-SET            PIC ZZZ,ZZZ,ZZ9.
010100 01  DLH0-TOTAL-LINE-4.
010200     05  FILLER                    PIC X(25)
010300         VALUE "IND SET - NO RIDER".
010400     05  DLH0-T-NO-RIDER           PIC ZZZ,ZZZ,ZZ9.
010500 01  DLH0-TOTAL-LINE-5.
010600     05  FILLER                    PIC X(25)
010700         VALUE "IND SET - NONE IN FORCE".
010800     05  DLH0-T-NONE-IN-FORCE      PIC ZZZ,ZZZ,ZZ9.
010900 01  DLH0-TOTAL-LINE-6.
011000     05  FILLER                    PIC X(25)
011100         VALUE "IN FORCE - IND NOT SET".
011200     05  DLH0-T-IND-NOT-SET        PIC ZZZ,ZZZ,ZZ9.
011300 01  DLH0-TOTAL-LINE-7.
011400     05  FILLER                    PIC X(25)
011500         VALUE "RIDER - NO MEMBER".
011600     05  DLH0-T-NO-MEMBER          PIC ZZZ,ZZZ,ZZ9.
011700*----------------------------------------------------------------
011800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
011900*----------------------------------------------------------------
012000 01  DL903-PARMS.
012100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL170".
012200     05  DL903-REC-TYPE            PIC X(1).
012300     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
012400*----------------------------------------------------------------
012500*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
012600*----------------------------------------------------------------
012700 01  DL902-DATES.
012800     05  DL902-EXEC-DATE           PIC 9(8).
012900 01  DL902-EXEC-LINE.
013000     05  FILLER                    PIC X(14)
013100         VALUE "BUSINESS DATE ".
013200     05  DL902-EL-BUS              PIC 9(8).
013300     05  FILLER                    PIC X(11)
013400         VALUE "  EXECUTED ".
013500     05  DL902-EL-EXEC             PIC 9(8).
013600 PROCEDURE DIVISION.
013700*================================================================
013800*    0000-MAINLINE  -  MATCH BY MEMBER                           *
013900*================================================================
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014200     MOVE "S"                      TO DL903-REC-TYPE
014300     CALL "DL903" USING DL903-PARMS
014400     PERFORM 2000-MATCH-MEMBER      THRU 2000-EXIT
014500         UNTIL DLH0-EMP-EOF AND DLH0-RDR-EOF
014600     PERFORM 3000-TERMINATE         THRU 3000-EXIT
014700     MOVE "E"                      TO DL903-REC-TYPE
014800     MOVE DLH0-EMP-READ TO DL903-REC-COUNT
014900     CALL "DL903" USING DL903-PARMS
015000     GOBACK.
015100*================================================================
015200*    1000-INITIALIZE
015300*================================================================
015400 1000-INITIALIZE.
015500     CALL "DL902" USING DLH0-RUN-DATE DL902-EXEC-DATE
015600     OPEN INPUT  BED1EMP-FILE
015700     OPEN INPUT  DL169-RDR-FILE
015800     OPEN OUTPUT DL170-RPT-FILE
015900     WRITE DL170-RPT-LINE FROM DLH0-HEADING-1
016000     MOVE DLH0-RUN-DATE TO DL902-EL-BUS
016100     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
016200     WRITE DL170-RPT-LINE FROM DL902-EXEC-LINE
016300     WRITE DL170-RPT-LINE FROM SPACES
016400     WRITE DL170-RPT-LINE FROM DLH0-COLUMN-HEADING
016500     PERFORM 8000-READ-EMP          THRU 8000-EXIT
016600     PERFORM 8100-READ-RDR          THRU 8100-EXIT.
016700 1000-EXIT.
016800     EXIT.
016900*================================================================
017000*    2000-MATCH-MEMBER  -  THE LOWER KEY IS THE MEMBER IN HAND;  *
017100*                          ALL OF ITS RIDERS ARE COUNTED         *
017200*================================================================
017300 2000-MATCH-MEMBER.
017400     IF DLH0-EMP-KEY < DLH0-RDR-KEY
017500         MOVE DLH0-EMP-KEY         TO DLH0-CUR-KEY
017600     ELSE
017700         MOVE DLH0-RDR-KEY         TO DLH0-CUR-KEY
017800     END-IF
017900     MOVE ZERO                     TO DLH0-RIDERS-ON-FILE
018000     MOVE ZERO                     TO DLH0-RIDERS-IN-FORCE
018100     PERFORM 2100-COUNT-ONE-RIDER   THRU 2100-EXIT
018200         UNTIL DLH0-RDR-KEY NOT = DLH0-CUR-KEY
018300     MOVE DLH0-CUR-KEY             TO DLH0-D-EMP-ID
018400     MOVE DLH0-RIDERS-ON-FILE      TO DLH0-D-ON-FILE
018500     MOVE DLH0-RIDERS-IN-FORCE     TO DLH0-D-IN-FORCE
018600     IF DLH0-EMP-KEY NOT = DLH0-CUR-KEY
018700         ADD 1 TO DLH0-NO-MEMBER
018800         MOVE SPACE                TO DLH0-D-IND
018900         MOVE "RIDER - MEMBER NOT ON FILE" TO DLH0-D-EXCEPTION
019000         WRITE DL170-RPT-LINE FROM DLH0-DETAIL-LINE
019100         GO TO 2000-EXIT
019200     END-IF
019300     PERFORM 2200-CHECK-MEMBER      THRU 2200-EXIT
019400     PERFORM 8000-READ-EMP          THRU 8000-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700*================================================================
019800*    2100-COUNT-ONE-RIDER  -  IN FORCE ON THE BUSINESS DATE      *
019900*================================================================
020000 2100-COUNT-ONE-RIDER.
020100     ADD 1 TO DLH0-RIDERS-ON-FILE
020200     IF DL169-R-EFF-DT NOT > DLH0-RUN-DATE
020300         AND DL169-R-END-DT NOT < DLH0-RUN-DATE
020400         ADD 1 TO DLH0-RIDERS-IN-FORCE
020500     END-IF
020600     PERFORM 8100-READ-RDR          THRU 8100-EXIT.
020700 2100-EXIT.
020800     EXIT.
020900*================================================================
021000*    2200-CHECK-MEMBER  -  THE INDICATOR AGAINST THE RIDERS      *
021100*================================================================
021200 2200-CHECK-MEMBER.
021300     MOVE EMP-EXCL-IND             TO DLH0-D-IND
021400     IF EMP-EXCL-IND = "Y"
021500         ADD 1 TO DLH0-IND-SET
021600     END-IF
021700     EVALUATE TRUE
021800         WHEN EMP-EXCL-IND = "Y"
021900              AND DLH0-RIDERS-ON-FILE = ZERO
022000             ADD 1 TO DLH0-NO-RIDER
022100             MOVE "IND SET - NO RIDER ON FILE"
022200                                   TO DLH0-D-EXCEPTION
022300         WHEN EMP-EXCL-IND = "Y"
022400              AND DLH0-RIDERS-IN-FORCE = ZERO
022500             ADD 1 TO DLH0-NONE-IN-FORCE
022600             MOVE "IND SET - NO RIDER IN FORCE"
022700                                   TO DLH0-D-EXCEPTION
022800         WHEN EMP-EXCL-IND NOT = "Y"
022900              AND DLH0-RIDERS-IN-FORCE > ZERO
023000             ADD 1 TO DLH0-IND-NOT-SET
023100             MOVE "RIDER IN FORCE - IND NOT SET"
023200                                   TO DLH0-D-EXCEPTION
023300         WHEN OTHER
023400             GO TO 2200-EXIT
023500     END-EVALUATE
023600     WRITE DL170-RPT-LINE FROM DLH0-DETAIL-LINE.
023700 2200-EXIT.
023800     EXIT.
023900*================================================================
024000*    3000-TERMINATE
024100*================================================================
024200 3000-TERMINATE.
024300     MOVE DLH0-EMP-READ            TO DLH0-T-EMP-READ
024400     MOVE DLH0-RDR-READ            TO DLH0-T-RDR-READ
024500     MOVE DLH0-IND-SET             TO DLH0-T-IND-SET
024600     MOVE DLH0-NO-RIDER            TO DLH0-T-NO-RIDER
024700     MOVE DLH0-NONE-IN-FORCE       TO DLH0-T-NONE-IN-FORCE
024800     MOVE DLH0-IND-NOT-SET         TO DLH0-T-IND-NOT-SET
024900     MOVE DLH0-NO-MEMBER           TO DLH0-T-NO-MEMBER
025000     WRITE DL170-RPT-LINE FROM SPACES
025100     WRITE DL170-RPT-LINE FROM DLH0-TOTAL-LINE-1
025200     WRITE DL170-RPT-LINE FROM DLH0-TOTAL-LINE-2
025300     WRITE DL170-RPT-LINE FROM DLH0-TOTAL-LINE-3
025400     WRITE DL170-RPT-LINE FROM DLH0-TOTAL-LINE-4
025500     WRITE DL170-RPT-LINE FROM DLH0-TOTAL-LINE-5
025600     WRITE DL170-RPT-LINE FROM DLH0-TOTAL-LINE-6
025700     WRITE DL170-RPT-LINE FROM DLH0-TOTAL-LINE-7
025800     CLOSE BED1EMP-FILE
025900     CLOSE DL169-RDR-FILE
026000     CLOSE DL170-RPT-FILE
026100     IF DLH0-NO-RIDER > ZERO
026200         OR DLH0-NONE-IN-FORCE > ZERO
026300         OR DLH0-IND-NOT-SET > ZERO
026400         OR DLH0-NO-MEMBER > ZERO
026500         MOVE 4                    TO RETURN-CODE
026600     END-IF.
026700 3000-EXIT.
026800     EXIT.
026900*================================================================
027000*    8000-READ-EMP
027100*================================================================
027200 8000-READ-EMP.
027300     READ BED1EMP-FILE
027400         AT END
027500             SET DLH0-EMP-EOF TO TRUE
027600             MOVE HIGH-VALUES      TO DLH0-EMP-KEY
027700     END-READ
027800     IF NOT DLH0-EMP-EOF
027900         ADD 1 TO DLH0-EMP-READ
028000         MOVE EMP-EMP-ID           TO DLH0-EMP-KEY
028100     END-IF.
028200 8000-EXIT.
028300     EXIT.
028400*================================================================
028500*    8100-READ-RDR
028600*================================================================
028700 8100-READ-RDR.
028800     READ DL169-RDR-FILE
028900         AT END
029000             SET DLH0-RDR-EOF TO TRUE
029100             MOVE HIGH-VALUES      TO DLH0-RDR-KEY
029200     END-READ
029300     IF NOT DLH0-RDR-EOF
029400         ADD 1 TO DLH0-RDR-READ
029500         MOVE DL169-R-EMP-ID       TO DLH0-RDR-KEY
029600     END-IF.
029700 8100-EXIT.
029800     EXIT.
