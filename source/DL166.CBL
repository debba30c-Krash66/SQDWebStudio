000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL166.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - DAILY APPEALS AGING REPORT.
001100*                   EVERY OPEN APPEAL ON THE DL165APL MASTER
001200*                   THAT IS PAST ITS DECISION DUE DATE, DUE
001300*                   TODAY, OR DUE WITHIN THE WARNING WINDOW OF
001400*                   BUSINESS DAYS (COUNTED BY THE SHARED DL901
001500*                   SERVICE, THE DL063 CALL) IS SORTED BY DUE
001600*                   DATE AND LISTED FOR THE APPEALS UNIT SO NO
001700*                   REGULATORY DEADLINE PASSES UNSEEN.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.   IBM-370.
002200 OBJECT-COMPUTER.   IBM-370.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT DL165-APL-FILE     ASSIGN TO DL165APL
002600            ORGANIZATION IS SEQUENTIAL.
002700     SELECT DL166-SORT-FILE    ASSIGN TO DL166SORT.
002800     SELECT DL166-RPT-FILE     ASSIGN TO DL166RPT
002900            ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  DL165-APL-FILE
003300     LABEL RECORDS ARE STANDARD.
003400     COPY DL165APL.
003500 SD  DL166-SORT-FILE.
003600 01  DLG6-SORT-RECORD.
003700     05  DLG6-S-KEY.
003800         10  DLG6-S-DUE-DT         PIC 9(8).
003900         10  DLG6-S-APPEAL-NBR     PIC X(10).
004000     05  DLG6-S-EMP-ID             PIC X(13).
004100     05  DLG6-S-INV-NBR            PIC 9(13).
004200     05  DLG6-S-TYPE               PIC X(1).
004300     05  DLG6-S-LEVEL              PIC 9(1).
004400     05  DLG6-S-REVIEWER           PIC X(8).
004500     05  DLG6-S-RCVD-DT            PIC 9(8).
004600     05  DLG6-S-BUS-DAYS           PIC S9(5).
004700     05  DLG6-S-AGING              PIC X(1).
004800         88  DLG6-S-PAST-DUE                  VALUE "P".
004900         88  DLG6-S-DUE-TODAY                 VALUE "T".
005000         88  DLG6-S-APPROACHING               VALUE "A".
005100 FD  DL166-RPT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  DL166-RPT-LINE                PIC X(132).
005400 WORKING-STORAGE SECTION.
005500*----------------------------------------------------------------
005600*    DLG6-SWITCHES AND COUNTERS
005700*----------------------------------------------------------------
005800 01  DLG6-SWITCHES.
005900     05  DLG6-APL-EOF-SW           PIC X(1)     VALUE "N".
006000         88  DLG6-APL-EOF                        VALUE "Y".
006100     05  DLG6-SORT-EOF-SW          PIC X(1)     VALUE "N".
006200         88  DLG6-SORT-EOF                       VALUE "Y".
006300*----------------------------------------------------------------
006400*    DLG6-PARMS  -  WARNING WINDOW IN BUSINESS DAYS, AND THE     *
006500*    DL901 CALENDAR TO COUNT THEM ON                             *
006600*----------------------------------------------------------------
006700 01  DLG6-PARMS.
006800     05  DLG6-WARN-DAYS            PIC 9(3)     VALUE 5.
006900     05  DLG6-CNTRY-CODE           PIC X(2)     VALUE "US".
007000     05  DLG6-RGN-CODE             PIC X(2)     VALUE SPACES.
007100     05  DLG6-BUS-FUNCTION         PIC X(1)     VALUE "C".
007200*----------------------------------------------------------------
007300*    DLG6-DATE-WORK  -  DISPLAY STAGING FOR THE SHARED DL901
007400*    BUSINESS-DAY SERVICE
007500*----------------------------------------------------------------
007600 01  DLG6-DATE-WORK.
007700     05  DLG6-RUN-DATE             PIC 9(8).
007800     05  DLG6-FROM-DATE            PIC 9(8).
007900     05  DLG6-TO-DATE              PIC 9(8).
008000     05  DLG6-BUS-DAYS             PIC S9(8) COMP.
008100 01  DLG6-COUNTERS.
008200     05  DLG6-APL-READ             PIC S9(8) COMP VALUE ZERO.
008300     05  DLG6-APL-OPEN             PIC S9(8) COMP VALUE ZERO.
008400     05  DLG6-PAST-DUE             PIC S9(8) COMP VALUE ZERO.
008500     05  DLG6-DUE-TODAY            PIC S9(8) COMP VALUE ZERO.
008600     05  DLG6-APPROACHING          PIC S9(8) COMP VALUE ZERO.
008700 01  DLG6-HEADING-1.
008800     05  FILLER                    PIC X(44)
008900         VALUE "APPEALS AGING - DECISION DEADLINES".
009000 01  DLG6-COLUMN-HEADING.
009100     05  FILLER                   PIC X(10) VALUE "DUE DATE".
009200     05  FILLER                   PIC X(12) VALUE "APPEAL NBR".
009300     05  FILLER                   PIC X(15) VALUE "MEMBER".
009400     05  FILLER                   PIC X(15) VALUE "INVOICE NBR".
009500     05  FILLER                   PIC X(5)  VALUE "TYPE".
009600     05  FILLER                   PIC X(4)  VALUE "LVL".
009700     05  FILLER                   PIC X(10) VALUE "REVIEWER".
009800     05  FILLER                   PIC X(10) VALUE "RECEIVED".
009900     05  FILLER                   PIC X(22)
010000         VALUE "STATUS".
010100 01  DLG6-DETAIL-LINE.
010200     05  DLG6-D-DUE-DT             PIC 9(8).
010300     05  FILLER                    PIC X(2)  VALUE SPACES.
010400     05  DLG6-D-APPEAL-NBR         PIC X(10).
010500     05  FILLER                    PIC X(2)  VALUE SPACES.
010600     05  DLG6-D-EMP-ID             PIC X(13).
010700     05  FILLER                    PIC X(2)  VALUE SPACES.
010800     05  DLG6-D-INV-NBR            PIC 9(13).
010900     05  FILLER                    PIC X(2)  VALUE SPACES.
011000     05  DLG6-D-TYPE               PIC X(1).
011100     05  FILLER                    PIC X(4)  VALUE SPACES.
011200     05  DLG6-D-LEVEL              PIC 9(1).
011300     05  FILLER                    PIC X(3)  VALUE SPACES.
011400     05  DLG6-D-REVIEWER           PIC X(8).
011500     05  FILLER                    PIC X(2)  VALUE SPACES.
011600     05  DLG6-D-RCVD-DT            PIC 9(8).
011700     05  FILLER                    PIC X(2)  VALUE SPACES.
011800     05  DLG6-D-STATUS             PIC X(12).
011900     05  DLG6-D-BUS-DAYS           PIC ZZ,ZZ9.
012000     05  FILLER                    PIC X(9)  VALUE " BUS DAYS".
012100 01  DLG6-TOTAL-LINE-1.
012200     05  FILLER                    PIC X(25)
012300         VALUE "APPEALS READ".
012400     05  DLG6-T-APL-READ           PIC ZZZ,ZZ9.
012500 01  DLG6-TOTAL-LINE-2.
012600     05  FILLER                    PIC X(25)
012700         VALUE "APPEALS OPEN".
012800     05  DLG6-T-APL-OPEN           PIC ZZZ,ZZ9.
012900 01  DLG6-TOTAL-LINE-3.
013000     05  FILLER                    PIC X(25)
013100         VALUE "PAST DUE".
013200     05  DLG6-T-PAST-DUE           PIC ZZZ,ZZ9.
013300 01  DLG6-TOTAL-LINE-4.
013400     05  FILLER                    PIC X(25)
013500         VALUE "DUE TODAY".
013600     05  DLG6-T-DUE-TODAY          PIC ZZZ,ZZ9.
013700 01  DLG6-TOTAL-LINE-5.
013800     05  FILLER                    PIC X(25)
013900         VALUE "DUE WITHIN WINDOW".
014000     05  DLG6-T-APPROACHING        PIC ZZZ,ZZ9.
014100*----------------------------------------------------------------
014200*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
014300*----------------------------------------------------------------
014400 01  DL903-PARMS.
014500     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL166".
014600     05  DL903-REC-TYPE            PIC X(1).
014700     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
014800*----------------------------------------------------------------
014900*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
015000*----------------------------------------------------------------
015100 01  DL902-DATES.
015200     05  DL902-EXEC-DATE           PIC 9(8).
015300 01  DL902-EXEC-LINE.
015400     05  FILLER                    PIC X(14)
015500         VALUE "BUSINESS DATE ".
015600     05  DL902-EL-BUS              PIC 9(8).
015700     05  FILLER                    PIC X(11)
015800         VALUE "  EXECUTED ".
015900     05  DL902-EL-EXEC             PIC 9(8).
016000 PROCEDURE DIVISION.
016100*================================================================
016200*    0000-MAINLINE
016300*================================================================
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016600     MOVE "S"                      TO DL903-REC-TYPE
016700     CALL "DL903" USING DL903-PARMS
016800     SORT DL166-SORT-FILE
016900         ON ASCENDING KEY DLG6-S-DUE-DT
017000                          DLG6-S-APPEAL-NBR
017100         INPUT PROCEDURE IS 2000-SELECT-APPEALS
017200             THRU 2999-EXIT
017300         OUTPUT PROCEDURE IS 3000-LIST-APPEALS
017400             THRU 3999-EXIT
017500     PERFORM 4000-TERMINATE         THRU 4000-EXIT
017600     MOVE "E"                      TO DL903-REC-TYPE
017700     MOVE DLG6-APL-READ TO DL903-REC-COUNT
017800     CALL "DL903" USING DL903-PARMS
017900     GOBACK.
018000*================================================================
018100*    1000-INITIALIZE
018200*================================================================
018300 1000-INITIALIZE.
018400     CALL "DL902" USING DLG6-RUN-DATE DL902-EXEC-DATE
018500     OPEN INPUT  DL165-APL-FILE
018600     OPEN OUTPUT DL166-RPT-FILE
018700     WRITE DL166-RPT-LINE FROM DLG6-HEADING-1
018800     MOVE DLG6-RUN-DATE TO DL902-EL-BUS
018900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
019000     WRITE DL166-RPT-LINE FROM DL902-EXEC-LINE
019100     WRITE DL166-RPT-LINE FROM SPACES
019200     WRITE DL166-RPT-LINE FROM DLG6-COLUMN-HEADING.
019300 1000-EXIT.
019400     EXIT.
019500*================================================================
019600*    2000-SELECT-APPEALS  -  INPUT PROCEDURE: OPEN APPEALS PAST  *
019700*                            DUE OR DUE WITHIN THE WINDOW        *
019800*================================================================
019900 2000-SELECT-APPEALS.
020000     PERFORM 8000-READ-APL          THRU 8000-EXIT
020100     PERFORM 2200-AGE-ONE-APPEAL    THRU 2200-EXIT
020200         UNTIL DLG6-APL-EOF
020300     GO TO 2999-EXIT.
020400 2000-EXIT.
020500     EXIT.
020600*================================================================
020700*    2200-AGE-ONE-APPEAL  -  BUSINESS DAYS LEFT UNTIL THE DUE    *
020800*                            DATE, OR ALREADY PAST IT            *
020900*================================================================
021000 2200-AGE-ONE-APPEAL.
021100     IF NOT DL165-A-OPEN
021200         GO TO 2200-READ-NEXT
021300     END-IF
021400     ADD 1 TO DLG6-APL-OPEN
021500     EVALUATE TRUE
021600         WHEN DL165-A-DUE-DT = DLG6-RUN-DATE
021700             MOVE ZERO             TO DLG6-BUS-DAYS
021800             SET DLG6-S-DUE-TODAY  TO TRUE
021900             ADD 1 TO DLG6-DUE-TODAY
022000         WHEN DL165-A-DUE-DT < DLG6-RUN-DATE
022100             MOVE DL165-A-DUE-DT   TO DLG6-FROM-DATE
022200             MOVE DLG6-RUN-DATE    TO DLG6-TO-DATE
022300             PERFORM 2300-COUNT-BUS-DAYS THRU 2300-EXIT
022400             SET DLG6-S-PAST-DUE   TO TRUE
022500             ADD 1 TO DLG6-PAST-DUE
022600         WHEN OTHER
022700             MOVE DLG6-RUN-DATE    TO DLG6-FROM-DATE
022800             MOVE DL165-A-DUE-DT   TO DLG6-TO-DATE
022900             PERFORM 2300-COUNT-BUS-DAYS THRU 2300-EXIT
023000             IF DLG6-BUS-DAYS > DLG6-WARN-DAYS
023100                 GO TO 2200-READ-NEXT
023200             END-IF
023300             SET DLG6-S-APPROACHING TO TRUE
023400             ADD 1 TO DLG6-APPROACHING
023500     END-EVALUATE
023600     MOVE DL165-A-DUE-DT           TO DLG6-S-DUE-DT
023700     MOVE DL165-A-APPEAL-NBR       TO DLG6-S-APPEAL-NBR
023800     MOVE DL165-A-EMP-ID           TO DLG6-S-EMP-ID
023900     MOVE DL165-A-INV-NBR          TO DLG6-S-INV-NBR
024000     MOVE DL165-A-TYPE             TO DLG6-S-TYPE
024100     MOVE DL165-A-LEVEL            TO DLG6-S-LEVEL
024200     MOVE DL165-A-REVIEWER         TO DLG6-S-REVIEWER
024300     MOVE DL165-A-RCVD-DT          TO DLG6-S-RCVD-DT
024400     MOVE DLG6-BUS-DAYS            TO DLG6-S-BUS-DAYS
024500     RELEASE DLG6-SORT-RECORD.
024600 2200-READ-NEXT.
024700     PERFORM 8000-READ-APL          THRU 8000-EXIT.
024800 2200-EXIT.
024900     EXIT.
025000*================================================================
025100*    2300-COUNT-BUS-DAYS  -  FROM THE DAY AFTER THE FROM DATE    *
025200*                            THROUGH THE TO DATE, FROM THE       *
025300*                            SHARED DL901 SERVICE                *
025400*================================================================
025500 2300-COUNT-BUS-DAYS.
025600     CALL "DL901" USING DLG6-BUS-FUNCTION
025700                        DLG6-CNTRY-CODE
025800                        DLG6-RGN-CODE
025900                        DLG6-FROM-DATE
026000                        DLG6-TO-DATE
026100                        DLG6-BUS-DAYS.
026200 2300-EXIT.
026300     EXIT.
026400 2999-EXIT.
026500     EXIT.
026600*================================================================
026700*    3000-LIST-APPEALS  -  OUTPUT PROCEDURE: OLDEST DUE DATE     *
026800*                          FIRST                                 *
026900*================================================================
027000 3000-LIST-APPEALS.
027100     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
027200     PERFORM 3200-LIST-ONE-APPEAL   THRU 3200-EXIT
027300         UNTIL DLG6-SORT-EOF
027400     GO TO 3999-EXIT.
027500 3000-EXIT.
027600     EXIT.
027700*================================================================
027800*    3100-RETURN-SORT
027900*================================================================
028000 3100-RETURN-SORT.
028100     RETURN DL166-SORT-FILE
028200         AT END
028300             SET DLG6-SORT-EOF TO TRUE
028400     END-RETURN.
028500 3100-EXIT.
028600     EXIT.
028700*================================================================
028800*    3200-LIST-ONE-APPEAL
028900*================================================================
029000 3200-LIST-ONE-APPEAL.
029100     MOVE DLG6-S-DUE-DT            TO DLG6-D-DUE-DT
029200     MOVE DLG6-S-APPEAL-NBR        TO DLG6-D-APPEAL-NBR
029300     MOVE DLG6-S-EMP-ID            TO DLG6-D-EMP-ID
029400     MOVE DLG6-S-INV-NBR           TO DLG6-D-INV-NBR
029500     MOVE DLG6-S-TYPE              TO DLG6-D-TYPE
029600     MOVE DLG6-S-LEVEL             TO DLG6-D-LEVEL
029700     MOVE DLG6-S-REVIEWER          TO DLG6-D-REVIEWER
029800     MOVE DLG6-S-RCVD-DT           TO DLG6-D-RCVD-DT
029900     MOVE DLG6-S-BUS-DAYS          TO DLG6-D-BUS-DAYS
030000     EVALUATE TRUE
030100         WHEN DLG6-S-PAST-DUE
030200             MOVE "PAST DUE BY"    TO DLG6-D-STATUS
030300         WHEN DLG6-S-DUE-TODAY
030400             MOVE "DUE TODAY"      TO DLG6-D-STATUS
030500         WHEN OTHER
030600             MOVE "DUE IN"         TO DLG6-D-STATUS
030700     END-EVALUATE
030800     WRITE DL166-RPT-LINE FROM DLG6-DETAIL-LINE
030900     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
031000 3200-EXIT.
031100     EXIT.
031200 3999-EXIT.
031300     EXIT.
031400*================================================================
031500*    4000-TERMINATE
031600*================================================================
031700 4000-TERMINATE.
031800     MOVE DLG6-APL-READ            TO DLG6-T-APL-READ
031900     MOVE DLG6-APL-OPEN            TO DLG6-T-APL-OPEN
032000     MOVE DLG6-PAST-DUE            TO DLG6-T-PAST-DUE
032100     MOVE DLG6-DUE-TODAY           TO DLG6-T-DUE-TODAY
032200     MOVE DLG6-APPROACHING         TO DLG6-T-APPROACHING
032300     WRITE DL166-RPT-LINE FROM SPACES
032400     WRITE DL166-RPT-LINE FROM DLG6-TOTAL-LINE-1
032500     WRITE DL166-RPT-LINE FROM DLG6-TOTAL-LINE-2
032600     WRITE DL166-RPT-LINE FROM DLG6-TOTAL-LINE-3
032700     WRITE DL166-RPT-LINE FROM DLG6-TOTAL-LINE-4
032800     WRITE DL166-RPT-LINE FROM DLG6-TOTAL-LINE-5
032900     CLOSE DL165-APL-FILE
033000     CLOSE DL166-RPT-FILE.
033100 4000-EXIT.
033200     EXIT.
033300*================================================================
033400*    8000-READ-APL
033500*================================================================
033600 8000-READ-APL.
033700     READ DL165-APL-FILE
033800         AT END
033900             SET DLG6-APL-EOF TO TRUE
034000     END-READ
034100     IF NOT DLG6-APL-EOF
034200         ADD 1 TO DLG6-APL-READ
034300     END-IF.
034400 8000-EXIT.
034500     EXIT.
