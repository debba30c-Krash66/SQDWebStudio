000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL186.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - DAILY NOSTRO STATEMENT
001100*                   RECONCILIATION.  TODAY'S DL138NET NET
001200*                   SETTLEMENTS ARE THE EXPECTED ITEMS; THE
001300*                   CORRESPONDENTS' MT940/CAMT.053 ENTRIES ON
001400*                   DL186STM ARE THE STATEMENT ITEMS, EACH
001500*                   TIED TO ITS CORRESPONDENT THROUGH THE
001600*                   ES-REF-ACCT OR ES-STD-ACCT OF AN ES-SRLCEQEQ
001700*                   ROW (AN ENTRY ON NO NOSTRO ACCOUNT IS
001800*                   REPORTED AND DROPPED).  YESTERDAY'S OPEN
001900*                   BREAKS ARE RELOADED FROM DL186BRK (THE
002000*                   DL139 CARRY-FORWARD PATTERN) SO A LATE
002100*                   STATEMENT CAN CLEAR AN OLD EXPECTATION AND
002200*                   VICE VERSA.  A STATEMENT ITEM MATCHES AN
002300*                   OPEN EXPECTED ITEM OF THE SAME CURRENCY
002400*                   WHOSE AMOUNT AND VALUE DATE FALL WITHIN THE
002500*                   DL186PRM TOLERANCES.  EVERYTHING LEFT IS AN
002600*                   OPEN BREAK - AGED FROM FIRST SIGHTING,
002700*                   LISTED, CARRIED FORWARD AND SUMMARIZED BY
002800*                   CORRESPONDENT.
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DL186-PRM-FILE     ASSIGN TO DL186PRM
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT SRLCEQEQ-FILE      ASSIGN TO SRLCEQEQ
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL138-NET-FILE     ASSIGN TO DL138NET
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL186-STM-FILE     ASSIGN TO DL186STM
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL186-BRK-IN-FILE  ASSIGN TO DL186BRKI
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL186-BRK-OUT-FILE ASSIGN TO DL186BRKO
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL186-RPT-FILE     ASSIGN TO DL186RPT
004900            ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DL186-PRM-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY DL186PRM.
005500 FD  SRLCEQEQ-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  SRLCEQEQ-RECORD.
005800     COPY SRLCEQEQ.
005900 FD  DL138-NET-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL138NET.
006200 FD  DL186-STM-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DL186STM.
006500 FD  DL186-BRK-IN-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL186BRK.
006800 FD  DL186-BRK-OUT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  DL186-BRK-OUT-RECORD          PIC X(80).
007100 FD  DL186-RPT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  DL186-RPT-LINE                PIC X(132).
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------------
007600*    DLI6-SWITCHES AND COUNTERS
007700*----------------------------------------------------------------
007800 01  DLI6-SWITCHES.
007900     05  DLI6-PRM-EOF-SW           PIC X(1)     VALUE "N".
008000         88  DLI6-PRM-EOF                        VALUE "Y".
008100     05  DLI6-LOAD-EOF-SW          PIC X(1)     VALUE "N".
008200         88  DLI6-LOAD-EOF                       VALUE "Y".
008300     05  DLI6-BRK-EOF-SW           PIC X(1)     VALUE "N".
008400         88  DLI6-BRK-EOF                        VALUE "Y".
008500     05  DLI6-NET-EOF-SW           PIC X(1)     VALUE "N".
008600         88  DLI6-NET-EOF                        VALUE "Y".
008700     05  DLI6-STM-EOF-SW           PIC X(1)     VALUE "N".
008800         88  DLI6-STM-EOF                        VALUE "Y".
008900     05  DLI6-STD-FORM-SW          PIC X(1)     VALUE "N".
009000         88  DLI6-STD-FORM                       VALUE "Y".
009100*----------------------------------------------------------------
009200*    DLI6-NOS-TABLE  -  EVERY ES-SRLCEQEQ ROW: THE ACCOUNTS THE
009300*    CORRESPONDENT KEEPS FOR US AND WHEN EACH IS IN FORCE.
009400*    OVERFLOW ABORTS (DL060 RULE).
009500*----------------------------------------------------------------
009600 01  DLI6-NOS-TABLE.
009700     05  DLI6-NOS-COUNT            PIC S9(4) COMP VALUE ZERO.
009800     05  DLI6-NOS-ENTRY OCCURS 5000 TIMES.
009900         10  DLI6-N-CORR-KEY       PIC X(11).
010000         10  DLI6-N-CURR-CODE      PIC X(4).
010100         10  DLI6-N-STD-USUAL      PIC X(1).
010200         10  DLI6-N-START          PIC 9(8).
010300         10  DLI6-N-END            PIC 9(8).
010400         10  DLI6-N-REF-ACCT       PIC X(12).
010500         10  DLI6-N-STD-ACCT       PIC 9(8).
010600*----------------------------------------------------------------
010700*    DLI6-ITEM-TABLE  -  CARRIED BREAKS PLUS TODAY'S EXPECTED
010800*    AND STATEMENT ITEMS.  A MATCHED ITEM IS CLOSED IN PLACE.
010900*----------------------------------------------------------------
011000 01  DLI6-ITEM-TABLE.
011100     05  DLI6-ITEM-COUNT           PIC S9(4) COMP VALUE ZERO.
011200     05  DLI6-ITEM-ENTRY OCCURS 5000 TIMES.
011300         10  DLI6-I-SIDE           PIC X(1).
011400         10  DLI6-I-CORR-KEY       PIC X(11).
011500         10  DLI6-I-ACCOUNT        PIC X(12).
011600         10  DLI6-I-CURR-CODE      PIC X(4).
011700         10  DLI6-I-VALUE-DT       PIC 9(8).
011800         10  DLI6-I-DR-CR          PIC X(1).
011900         10  DLI6-I-AMOUNT         PIC 9(13)V9(2).
012000         10  DLI6-I-REFERENCE      PIC X(16).
012100         10  DLI6-I-FIRST-SEEN-DT  PIC 9(8).
012200         10  DLI6-I-VALUE-JULIAN   PIC S9(8) COMP.
012300         10  DLI6-I-OPEN-SW        PIC X(1).
012400         10  DLI6-I-CARRIED-SW     PIC X(1).
012500*----------------------------------------------------------------
012600*    DLI6-SUM-TABLE  -  OPEN BREAKS PER CORRESPONDENT
012700*----------------------------------------------------------------
012800 01  DLI6-SUM-TABLE.
012900     05  DLI6-SUM-COUNT            PIC S9(4) COMP VALUE ZERO.
013000     05  DLI6-SUM-ENTRY OCCURS 2000 TIMES.
013100         10  DLI6-M-CORR-KEY       PIC X(11).
013200         10  DLI6-M-E-COUNT        PIC S9(8) COMP.
013300         10  DLI6-M-E-AMOUNT       PIC S9(13)V9(2) COMP-3.
013400         10  DLI6-M-S-COUNT        PIC S9(8) COMP.
013500         10  DLI6-M-S-AMOUNT       PIC S9(13)V9(2) COMP-3.
013600         10  DLI6-M-OLDEST         PIC S9(8) COMP.
013700 01  DLI6-PARMS.
013800     05  DLI6-AMT-TOL              PIC 9(7)V9(2).
013900     05  DLI6-DAYS-TOL             PIC S9(4) COMP.
014000 01  DLI6-WORK-FIELDS.
014100     05  DLI6-SUB                  PIC S9(4) COMP VALUE ZERO.
014200     05  DLI6-SUB2                 PIC S9(4) COMP VALUE ZERO.
014300     05  DLI6-NSUB                 PIC S9(4) COMP VALUE ZERO.
014400     05  DLI6-AMT-LOW              PIC S9(13)V9(2) COMP-3.
014500     05  DLI6-AMT-HIGH             PIC S9(13)V9(2) COMP-3.
014600     05  DLI6-JUL-LOW              PIC S9(8) COMP.
014700     05  DLI6-JUL-HIGH             PIC S9(8) COMP.
014800     05  DLI6-WORK-CURR            PIC X(4).
014900     05  DLI6-WORK-VALUE-DT        PIC 9(8).
015000     05  DLI6-WORK-CORR-KEY        PIC X(11).
015100 01  DLI6-DATE-WORK.
015200     05  DLI6-RUN-DATE             PIC 9(8).
015300     05  DLI6-RUN-JULIAN           PIC S9(8) COMP.
015400     05  DLI6-CALL-DATE            PIC 9(8).
015500     05  DLI6-CALL-JULIAN          PIC S9(8) COMP.
015600     05  DLI6-AGE-DAYS             PIC S9(8) COMP.
015700 01  DLI6-COUNTERS.
015800     05  DLI6-NET-READ             PIC S9(8) COMP VALUE ZERO.
015900     05  DLI6-STM-READ             PIC S9(8) COMP VALUE ZERO.
016000     05  DLI6-ZERO-NETS            PIC S9(8) COMP VALUE ZERO.
016100     05  DLI6-NOT-NOSTRO           PIC S9(8) COMP VALUE ZERO.
016200     05  DLI6-BAD-ENTRIES          PIC S9(8) COMP VALUE ZERO.
016300     05  DLI6-BREAKS-CARRIED       PIC S9(8) COMP VALUE ZERO.
016400     05  DLI6-MATCHED              PIC S9(8) COMP VALUE ZERO.
016500     05  DLI6-BREAKS-CLEARED       PIC S9(8) COMP VALUE ZERO.
016600     05  DLI6-OPEN-EXPECTED        PIC S9(8) COMP VALUE ZERO.
016700     05  DLI6-OPEN-STATEMENT       PIC S9(8) COMP VALUE ZERO.
016800 01  DLI6-HEADING-1.
016900     05  FILLER                    PIC X(44)
017000         VALUE "NOSTRO STATEMENT RECONCILIATION".
017100 01  DLI6-COLUMN-HEADING.
017200     05  FILLER                   PIC X(3)  VALUE "S".
017300     05  FILLER                   PIC X(13) VALUE "CORRESPONDENT".
017400     05  FILLER                   PIC X(14) VALUE "ACCOUNT".
017500     05  FILLER                   PIC X(6)  VALUE "CURR".
017600     05  FILLER                   PIC X(10) VALUE "VALUE DT".
017700     05  FILLER                   PIC X(3)  VALUE "DC".
017800     05  FILLER                   PIC X(18)
017900         VALUE "          AMOUNT".
018000     05  FILLER                   PIC X(18) VALUE "REFERENCE".
018100     05  FILLER                   PIC X(6)  VALUE "DAYS".
018200     05  FILLER                   PIC X(24) VALUE "FINDING".
018300 01  DLI6-DETAIL-LINE.
018400     05  DLI6-D-SIDE               PIC X(1).
018500     05  FILLER                    PIC X(2)  VALUE SPACES.
018600     05  DLI6-D-CORR-KEY           PIC X(11).
018700     05  FILLER                    PIC X(2)  VALUE SPACES.
018800     05  DLI6-D-ACCOUNT            PIC X(12).
018900     05  FILLER                    PIC X(2)  VALUE SPACES.
019000     05  DLI6-D-CURR               PIC X(4).
019100     05  FILLER                    PIC X(2)  VALUE SPACES.
019200     05  DLI6-D-VALUE-DT           PIC 9(8).
019300     05  FILLER                    PIC X(2)  VALUE SPACES.
019400     05  DLI6-D-DR-CR              PIC X(1).
019500     05  FILLER                    PIC X(2)  VALUE SPACES.
019600     05  DLI6-D-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.
019700     05  FILLER                    PIC X(2)  VALUE SPACES.
019800     05  DLI6-D-REFERENCE          PIC X(16).
019900     05  FILLER                    PIC X(2)  VALUE SPACES.
020000     05  DLI6-D-DAYS               PIC ZZZ9.
020100     05  FILLER                    PIC X(2)  VALUE SPACES.
020200     05  DLI6-D-FINDING            PIC X(24).
020300 01  DLI6-HEADING-2.
020400     05  FILLER                    PIC X(44)
020500         VALUE "OPEN BREAKS BY CORRESPONDENT".
020600 01  DLI6-SUM-HEADING.
020700     05  FILLER                   PIC X(13) VALUE "CORRESPONDENT".
020800     05  FILLER                   PIC X(9)  VALUE "EXPECTED".
020900     05  FILLER                   PIC X(18)
021000         VALUE "  EXPECTED AMOUNT".
021100     05  FILLER                   PIC X(10) VALUE "STATEMENT".
021200     05  FILLER                   PIC X(18)
021300         VALUE " STATEMENT AMOUNT".
021400     05  FILLER                   PIC X(8)  VALUE "OLDEST".
021500 01  DLI6-SUM-LINE.
021600     05  DLI6-S-CORR-KEY           PIC X(11).
021700     05  FILLER                    PIC X(2)  VALUE SPACES.
021800     05  DLI6-S-E-COUNT            PIC ZZZ,ZZ9.
021900     05  FILLER                    PIC X(2)  VALUE SPACES.
022000     05  DLI6-S-E-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
022100     05  FILLER                    PIC X(2)  VALUE SPACES.
022200     05  DLI6-S-S-COUNT            PIC ZZZ,ZZ9.
022300     05  FILLER                    PIC X(2)  VALUE SPACES.
022400     05  DLI6-S-S-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
022500     05  FILLER                    PIC X(2)  VALUE SPACES.
022600     05  DLI6-S-OLDEST             PIC ZZZ9.
022700 01  DLI6-TOTAL-LINE-1.
022800     05  FILLER                    PIC X(25)
022900         VALUE "EXPECTED SETTLEMENTS".
023000     05  DLI6-T-NET-READ           PIC ZZZ,ZZ9.
023100 01  DLI6-TOTAL-LINE-2.
023200     05  FILLER                    PIC X(25)
023300         VALUE "STATEMENT ENTRIES READ".
023400     05  DLI6-T-STM-READ           PIC ZZZ,ZZ9.
023500 01  DLI6-TOTAL-LINE-3.
023600     05  FILLER                    PIC X(25)
023700         VALUE "BREAKS CARRIED IN".
023800     05  DLI6-T-CARRIED            PIC ZZZ,ZZ9.
023900 01  DLI6-TOTAL-LINE-4.
024000     05  FILLER                    PIC X(25)
024100         VALUE "PAIRS MATCHED".
024200     05  DLI6-T-MATCHED            PIC ZZZ,ZZ9.
024300 01  DLI6-TOTAL-LINE-5.
024400     05  FILLER                    PIC X(25)
024500         VALUE "CARRIED BREAKS CLEARED".
024600     05  DLI6-T-CLEARED            PIC ZZZ,ZZ9.
024700 01  DLI6-TOTAL-LINE-6.
024800     05  FILLER                    PIC X(25)
024900         VALUE "OPEN - EXPECTED NOT SEEN".
025000     05  DLI6-T-OPEN-E             PIC ZZZ,ZZ9.
025100 01  DLI6-TOTAL-LINE-7.
025200     05  FILLER                    PIC X(25)
025300         VALUE "OPEN - NOT EXPECTED".
025400     05  DLI6-T-OPEN-S             PIC ZZZ,ZZ9.
025500 01  DLI6-TOTAL-LINE-8.
025600     05  FILLER                    PIC X(25)
025700         VALUE "ENTRIES ON NO NOSTRO".
025800     05  DLI6-T-NOT-NOSTRO         PIC ZZZ,ZZ9.
025900 01  DLI6-TOTAL-LINE-9.
026000     05  FILLER                    PIC X(25)
026100         VALUE "ENTRIES REJECTED".
026200     05  DLI6-T-BAD                PIC ZZZ,ZZ9.
026300 01  DLI6-TOTAL-LINE-10.
026400     05  FILLER                    PIC X(25)
026500         VALUE "ZERO NETS - NO MOVEMENT".
026600     05  DLI6-T-ZERO               PIC ZZZ,ZZ9.
026700*----------------------------------------------------------------
026800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
026900*----------------------------------------------------------------
027000 01  DL903-PARMS.
027100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL186".
027200     05  DL903-REC-TYPE            PIC X(1).
027300     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
027400*----------------------------------------------------------------
027500*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
027600*----------------------------------------------------------------
027700 01  DL902-DATES.
027800     05  DL902-EXEC-DATE           PIC 9(8).
027900 01  DL902-EXEC-LINE.
028000     05  FILLER                    PIC X(14)
028100         VALUE "BUSINESS DATE ".
028200     05  DL902-EL-BUS              PIC 9(8).
028300     05  FILLER                    PIC X(11)
028400         VALUE "  EXECUTED ".
028500     05  DL902-EL-EXEC             PIC 9(8).
028600 PROCEDURE DIVISION.
028700*================================================================
028800*    0000-MAINLINE
028900*================================================================
029000 0000-MAINLINE.
029100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
029200     MOVE "S"                      TO DL903-REC-TYPE
029300     CALL "DL903" USING DL903-PARMS
029400     PERFORM 2000-ADD-EXPECTED      THRU 2000-EXIT
029500         UNTIL DLI6-NET-EOF
029600     PERFORM 2200-ADD-STATEMENT     THRU 2200-EXIT
029700         UNTIL DLI6-STM-EOF
029800     PERFORM 2500-MATCH-ONE-ITEM    THRU 2500-EXIT
029900         VARYING DLI6-SUB FROM 1 BY 1
030000         UNTIL DLI6-SUB > DLI6-ITEM-COUNT
030100     PERFORM 2600-AGE-ONE-BREAK     THRU 2600-EXIT
030200         VARYING DLI6-SUB FROM 1 BY 1
030300         UNTIL DLI6-SUB > DLI6-ITEM-COUNT
030400     PERFORM 3000-TERMINATE         THRU 3000-EXIT
030500     MOVE "E"                      TO DL903-REC-TYPE
030600     MOVE DLI6-STM-READ TO DL903-REC-COUNT
030700     CALL "DL903" USING DL903-PARMS
030800     GOBACK.
030900*================================================================
031000*    1000-INITIALIZE
031100*================================================================
031200 1000-INITIALIZE.
031300     CALL "DL902" USING DLI6-RUN-DATE DL902-EXEC-DATE
031400     CALL "DL900" USING DLI6-RUN-DATE DLI6-RUN-JULIAN
031500     OPEN INPUT  DL186-PRM-FILE
031600     PERFORM 1100-LOAD-PARMS        THRU 1100-EXIT
031700     CLOSE DL186-PRM-FILE
031800     OPEN INPUT  SRLCEQEQ-FILE
031900     PERFORM 1200-LOAD-ONE-NOSTRO   THRU 1200-EXIT
032000         UNTIL DLI6-LOAD-EOF
032100     CLOSE SRLCEQEQ-FILE
032200     OPEN INPUT  DL186-BRK-IN-FILE
032300     PERFORM 1300-LOAD-ONE-BREAK    THRU 1300-EXIT
032400         UNTIL DLI6-BRK-EOF
032500     CLOSE DL186-BRK-IN-FILE
032600     OPEN INPUT  DL138-NET-FILE
032700     OPEN INPUT  DL186-STM-FILE
032800     OPEN OUTPUT DL186-BRK-OUT-FILE
032900     OPEN OUTPUT DL186-RPT-FILE
033000     WRITE DL186-RPT-LINE FROM DLI6-HEADING-1
033100     MOVE DLI6-RUN-DATE TO DL902-EL-BUS
033200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
033300     WRITE DL186-RPT-LINE FROM DL902-EXEC-LINE
033400     WRITE DL186-RPT-LINE FROM SPACES
033500     WRITE DL186-RPT-LINE FROM DLI6-COLUMN-HEADING
033600     PERFORM 8000-READ-NET          THRU 8000-EXIT
033700     PERFORM 8100-READ-STM          THRU 8100-EXIT.
033800 1000-EXIT.
033900     EXIT.
034000*================================================================
034100*    1100-LOAD-PARMS  -  A MISSING OR NON-NUMERIC CARD FAILS     *
034200*                        THE STEP RATHER THAN GUESS TOLERANCES   *
034300*================================================================
034400 1100-LOAD-PARMS.
034500     READ DL186-PRM-FILE
034600         AT END
034700             SET DLI6-PRM-EOF TO TRUE
034800     END-READ
034900     IF DLI6-PRM-EOF
035000         OR DL186-P-AMT-TOL NOT NUMERIC
035100         OR DL186-P-DAYS-TOL NOT NUMERIC
035200         DISPLAY "DL186: PARAMETER CARD MISSING OR INVALID"
035300         MOVE 8                    TO RETURN-CODE
035400         GOBACK
035500     END-IF
035600     MOVE DL186-P-AMT-TOL          TO DLI6-AMT-TOL
035700     MOVE DL186-P-DAYS-TOL         TO DLI6-DAYS-TOL.
035800 1100-EXIT.
035900     EXIT.
036000*================================================================
036100*    1200-LOAD-ONE-NOSTRO
036200*================================================================
036300 1200-LOAD-ONE-NOSTRO.
036400     READ SRLCEQEQ-FILE
036500         AT END
036600             SET DLI6-LOAD-EOF TO TRUE
036700     END-READ
036800     IF DLI6-LOAD-EOF
036900         GO TO 1200-EXIT
037000     END-IF
037100     IF DLI6-NOS-COUNT >= 5000
037200         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
037300     END-IF
037400     ADD 1 TO DLI6-NOS-COUNT
037500     MOVE DLI6-NOS-COUNT           TO DLI6-NSUB
037600     MOVE ES-BR-NO          TO DLI6-N-CORR-KEY(DLI6-NSUB)(1:4)
037700     MOVE ES-CUST-NO        TO DLI6-N-CORR-KEY(DLI6-NSUB)(5:5)
037800     MOVE ES-LOCN-ID        TO DLI6-N-CORR-KEY(DLI6-NSUB)(10:2)
037900     MOVE ES-CURR-CODE-SQD  TO DLI6-N-CURR-CODE(DLI6-NSUB)
038000     MOVE ES-STD-USUAL-CODE TO DLI6-N-STD-USUAL(DLI6-NSUB)
038100     MOVE ES-STD-USUAL-START-DATE
038200                            TO DLI6-N-START(DLI6-NSUB)
038300     MOVE ES-STD-USUAL-END-DATE
038400                            TO DLI6-N-END(DLI6-NSUB)
038500     MOVE ES-REF-ACCT       TO DLI6-N-REF-ACCT(DLI6-NSUB)
038600     MOVE ES-STD-ACCT       TO DLI6-N-STD-ACCT(DLI6-NSUB).
038700 1200-EXIT.
038800     EXIT.
038900*================================================================
039000*    1300-LOAD-ONE-BREAK  -  YESTERDAY'S OPEN BREAKS             *
039100*================================================================
039200 1300-LOAD-ONE-BREAK.
039300     READ DL186-BRK-IN-FILE
039400         AT END
039500             SET DLI6-BRK-EOF TO TRUE
039600     END-READ
039700     IF DLI6-BRK-EOF
039800         GO TO 1300-EXIT
039900     END-IF
040000     PERFORM 2900-NEW-ITEM          THRU 2900-EXIT
040100     ADD 1 TO DLI6-BREAKS-CARRIED
040200     MOVE DL186-B-SIDE             TO DLI6-I-SIDE(DLI6-SUB)
040300     MOVE DL186-B-CORR-KEY         TO DLI6-I-CORR-KEY(DLI6-SUB)
040400     MOVE DL186-B-ACCOUNT          TO DLI6-I-ACCOUNT(DLI6-SUB)
040500     MOVE DL186-B-CURR-CODE        TO DLI6-I-CURR-CODE(DLI6-SUB)
040600     MOVE DL186-B-VALUE-DT         TO DLI6-I-VALUE-DT(DLI6-SUB)
040700     MOVE DL186-B-DR-CR            TO DLI6-I-DR-CR(DLI6-SUB)
040800     MOVE DL186-B-AMOUNT           TO DLI6-I-AMOUNT(DLI6-SUB)
040900     MOVE DL186-B-REFERENCE        TO DLI6-I-REFERENCE(DLI6-SUB)
041000     MOVE DL186-B-FIRST-SEEN-DT
041100                           TO DLI6-I-FIRST-SEEN-DT(DLI6-SUB)
041200     MOVE "Y"                      TO DLI6-I-CARRIED-SW(DLI6-SUB)
041300     PERFORM 2950-SET-VALUE-JULIAN  THRU 2950-EXIT.
041400 1300-EXIT.
041500     EXIT.
041600*================================================================
041700*    2000-ADD-EXPECTED  -  ONE DL138 NET SETTLEMENT; A ZERO NET  *
041800*                          MOVES NO MONEY AND EXPECTS NOTHING    *
041900*================================================================
042000 2000-ADD-EXPECTED.
042100     ADD 1 TO DLI6-NET-READ
042200     IF DL138-N-NET-AMT = ZERO
042300         ADD 1 TO DLI6-ZERO-NETS
042400         GO TO 2000-READ-NEXT
042500     END-IF
042600     PERFORM 2900-NEW-ITEM          THRU 2900-EXIT
042700     MOVE "E"                      TO DLI6-I-SIDE(DLI6-SUB)
042800     MOVE DL138-N-DR-ACCT-NO       TO DLI6-I-ACCOUNT(DLI6-SUB)
042900     MOVE DL138-N-CURR-CODE        TO DLI6-I-CURR-CODE(DLI6-SUB)
043000     IF DL138-N-VALUE-DT IS NUMERIC
043100         AND DL138-N-VALUE-DT NOT = ZERO
043200         MOVE DL138-N-VALUE-DT     TO DLI6-I-VALUE-DT(DLI6-SUB)
043300     ELSE
043400         MOVE DLI6-RUN-DATE        TO DLI6-I-VALUE-DT(DLI6-SUB)
043500     END-IF
043600     IF DL138-N-NET-AMT < ZERO
043700         MOVE "D"                  TO DLI6-I-DR-CR(DLI6-SUB)
043800         COMPUTE DLI6-I-AMOUNT(DLI6-SUB) = ZERO - DL138-N-NET-AMT
043900     ELSE
044000         MOVE "C"                  TO DLI6-I-DR-CR(DLI6-SUB)
044100         MOVE DL138-N-NET-AMT      TO DLI6-I-AMOUNT(DLI6-SUB)
044200     END-IF
044300     MOVE DL138-N-DR-ACCT-NO       TO DLI6-I-REFERENCE(DLI6-SUB)
044400     MOVE DLI6-RUN-DATE        TO DLI6-I-FIRST-SEEN-DT(DLI6-SUB)
044500     MOVE "N"                      TO DLI6-I-CARRIED-SW(DLI6-SUB)
044600     PERFORM 2950-SET-VALUE-JULIAN  THRU 2950-EXIT
044700     PERFORM 2100-FIND-CURR-NOSTRO  THRU 2100-EXIT.
044800 2000-READ-NEXT.
044900     PERFORM 8000-READ-NET          THRU 8000-EXIT.
045000 2000-EXIT.
045100     EXIT.
045200*================================================================
045300*    2100-FIND-CURR-NOSTRO  -  AN EXPECTED ITEM BELONGS TO THE   *
045400*                              NOSTRO IN FORCE FOR ITS CURRENCY  *
045500*                              ON ITS VALUE DATE - STANDING "S"  *
045600*                              BEFORE USUAL, THEN FILE ORDER     *
045700*                              (THE DL137 PRECEDENCE)            *
045800*================================================================
045900 2100-FIND-CURR-NOSTRO.
046000     MOVE DLI6-I-CURR-CODE(DLI6-SUB) TO DLI6-WORK-CURR
046100     MOVE DLI6-I-VALUE-DT(DLI6-SUB) TO DLI6-WORK-VALUE-DT
046200     MOVE SPACES                   TO DLI6-I-CORR-KEY(DLI6-SUB)
046300     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
046400         VARYING DLI6-NSUB FROM 1 BY 1
046500         UNTIL DLI6-NSUB > DLI6-NOS-COUNT
046600         OR (DLI6-N-CURR-CODE(DLI6-NSUB) = DLI6-WORK-CURR
046700         AND DLI6-N-STD-USUAL(DLI6-NSUB) = "S"
046800         AND DLI6-N-START(DLI6-NSUB) <= DLI6-WORK-VALUE-DT
046900         AND (DLI6-N-END(DLI6-NSUB) = ZERO
047000          OR DLI6-N-END(DLI6-NSUB) >= DLI6-WORK-VALUE-DT))
047100     IF DLI6-NSUB > DLI6-NOS-COUNT
047200         PERFORM 2190-SCAN-ONE      THRU 2190-EXIT
047300             VARYING DLI6-NSUB FROM 1 BY 1
047400             UNTIL DLI6-NSUB > DLI6-NOS-COUNT
047500             OR (DLI6-N-CURR-CODE(DLI6-NSUB) = DLI6-WORK-CURR
047600             AND DLI6-N-STD-USUAL(DLI6-NSUB) NOT = SPACE
047700             AND DLI6-N-START(DLI6-NSUB) <= DLI6-WORK-VALUE-DT
047800             AND (DLI6-N-END(DLI6-NSUB) = ZERO
047900              OR DLI6-N-END(DLI6-NSUB) >= DLI6-WORK-VALUE-DT))
048000     END-IF
048100     IF DLI6-NSUB <= DLI6-NOS-COUNT
048200         MOVE DLI6-N-CORR-KEY(DLI6-NSUB)
048300                           TO DLI6-I-CORR-KEY(DLI6-SUB)
048400     END-IF.
048500 2100-EXIT.
048600     EXIT.
048700*================================================================
048800*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
048900*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
049000*                      PERFORM THAT CALLS THIS                   *
049100*================================================================
049200 2190-SCAN-ONE.
049300     CONTINUE.
049400 2190-EXIT.
049500     EXIT.
049600*================================================================
049700*    2200-ADD-STATEMENT  -  ONE STATEMENT ENTRY; IT MUST BE ON   *
049800*                           ONE OF OUR NOSTRO ACCOUNTS           *
049900*================================================================
050000 2200-ADD-STATEMENT.
050100     ADD 1 TO DLI6-STM-READ
050200     IF DL186-S-VALUE-DT NOT NUMERIC
050300         OR DL186-S-AMOUNT NOT NUMERIC
050400         OR NOT (DL186-S-DEBIT OR DL186-S-CREDIT)
050500         ADD 1 TO DLI6-BAD-ENTRIES
050600         MOVE "INVALID ENTRY - DROPPED" TO DLI6-D-FINDING
050700         PERFORM 2290-LIST-STATEMENT THRU 2290-EXIT
050800         GO TO 2200-READ-NEXT
050900     END-IF
051000     MOVE "N"                      TO DLI6-STD-FORM-SW
051100     IF DL186-S-STD-ACCT IS NUMERIC
051200         AND DL186-S-STD-FILL = SPACES
051300         SET DLI6-STD-FORM         TO TRUE
051400     END-IF
051500     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
051600         VARYING DLI6-NSUB FROM 1 BY 1
051700         UNTIL DLI6-NSUB > DLI6-NOS-COUNT
051800         OR DLI6-N-REF-ACCT(DLI6-NSUB) = DL186-S-ACCOUNT
051900         OR (DLI6-STD-FORM
052000         AND DLI6-N-STD-ACCT(DLI6-NSUB) = DL186-S-STD-ACCT)
052100     IF DLI6-NSUB > DLI6-NOS-COUNT
052200         ADD 1 TO DLI6-NOT-NOSTRO
052300         MOVE "NOT A NOSTRO ACCOUNT"  TO DLI6-D-FINDING
052400         PERFORM 2290-LIST-STATEMENT THRU 2290-EXIT
052500         GO TO 2200-READ-NEXT
052600     END-IF
052700     PERFORM 2900-NEW-ITEM          THRU 2900-EXIT
052800     MOVE "S"                      TO DLI6-I-SIDE(DLI6-SUB)
052900     MOVE DLI6-N-CORR-KEY(DLI6-NSUB) TO DLI6-I-CORR-KEY(DLI6-SUB)
053000     MOVE DL186-S-ACCOUNT          TO DLI6-I-ACCOUNT(DLI6-SUB)
053100     MOVE DL186-S-CURR-CODE        TO DLI6-I-CURR-CODE(DLI6-SUB)
053200     MOVE DL186-S-VALUE-DT         TO DLI6-I-VALUE-DT(DLI6-SUB)
053300     MOVE DL186-S-DR-CR            TO DLI6-I-DR-CR(DLI6-SUB)
053400     MOVE DL186-S-AMOUNT           TO DLI6-I-AMOUNT(DLI6-SUB)
053500     IF DL186-S-BANK-REF NOT = SPACES
053600         MOVE DL186-S-BANK-REF     TO DLI6-I-REFERENCE(DLI6-SUB)
053700     ELSE
053800         MOVE DL186-S-OUR-REF      TO DLI6-I-REFERENCE(DLI6-SUB)
053900     END-IF
054000     MOVE DLI6-RUN-DATE        TO DLI6-I-FIRST-SEEN-DT(DLI6-SUB)
054100     MOVE "N"                      TO DLI6-I-CARRIED-SW(DLI6-SUB)
054200     PERFORM 2950-SET-VALUE-JULIAN  THRU 2950-EXIT.
054300 2200-READ-NEXT.
054400     PERFORM 8100-READ-STM          THRU 8100-EXIT.
054500 2200-EXIT.
054600     EXIT.
054700*================================================================
054800*    2290-LIST-STATEMENT  -  A DROPPED ENTRY, AS RECEIVED        *
054900*================================================================
055000 2290-LIST-STATEMENT.
055100     MOVE "S"                      TO DLI6-D-SIDE
055200     MOVE SPACES                   TO DLI6-D-CORR-KEY
055300     MOVE DL186-S-ACCOUNT          TO DLI6-D-ACCOUNT
055400     MOVE DL186-S-CURR-CODE        TO DLI6-D-CURR
055500     MOVE ZERO                     TO DLI6-D-VALUE-DT
055600     MOVE ZERO                     TO DLI6-D-AMOUNT
055700     IF DL186-S-VALUE-DT IS NUMERIC
055800         MOVE DL186-S-VALUE-DT     TO DLI6-D-VALUE-DT
055900     END-IF
056000     IF DL186-S-AMOUNT IS NUMERIC
056100         MOVE DL186-S-AMOUNT       TO DLI6-D-AMOUNT
056200     END-IF
056300     MOVE DL186-S-DR-CR            TO DLI6-D-DR-CR
056400     MOVE DL186-S-BANK-REF         TO DLI6-D-REFERENCE
056500     MOVE ZERO                     TO DLI6-D-DAYS
056600     WRITE DL186-RPT-LINE FROM DLI6-DETAIL-LINE.
056700 2290-EXIT.
056800     EXIT.
056900*================================================================
057000*    2500-MATCH-ONE-ITEM  -  AN OPEN STATEMENT ITEM TAKES THE    *
057100*                            FIRST OPEN EXPECTED ITEM OF ITS     *
057200*                            CURRENCY INSIDE BOTH TOLERANCES     *
057300*================================================================
057400 2500-MATCH-ONE-ITEM.
057500     IF DLI6-I-SIDE(DLI6-SUB) NOT = "S"
057600         OR DLI6-I-OPEN-SW(DLI6-SUB) NOT = "Y"
057700         GO TO 2500-EXIT
057800     END-IF
057900     COMPUTE DLI6-AMT-LOW = DLI6-I-AMOUNT(DLI6-SUB) - DLI6-AMT-TOL
058000     COMPUTE DLI6-AMT-HIGH =
058100         DLI6-I-AMOUNT(DLI6-SUB) + DLI6-AMT-TOL
058200     COMPUTE DLI6-JUL-LOW =
058300         DLI6-I-VALUE-JULIAN(DLI6-SUB) - DLI6-DAYS-TOL
058400     COMPUTE DLI6-JUL-HIGH =
058500         DLI6-I-VALUE-JULIAN(DLI6-SUB) + DLI6-DAYS-TOL
058600     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
058700         VARYING DLI6-SUB2 FROM 1 BY 1
058800         UNTIL DLI6-SUB2 > DLI6-ITEM-COUNT
058900         OR (DLI6-I-SIDE(DLI6-SUB2) = "E"
059000         AND DLI6-I-OPEN-SW(DLI6-SUB2) = "Y"
059100         AND DLI6-I-CURR-CODE(DLI6-SUB2)
059200             = DLI6-I-CURR-CODE(DLI6-SUB)
059300         AND DLI6-I-AMOUNT(DLI6-SUB2) >= DLI6-AMT-LOW
059400         AND DLI6-I-AMOUNT(DLI6-SUB2) <= DLI6-AMT-HIGH
059500         AND DLI6-I-VALUE-JULIAN(DLI6-SUB2) >= DLI6-JUL-LOW
059600         AND DLI6-I-VALUE-JULIAN(DLI6-SUB2) <= DLI6-JUL-HIGH)
059700     IF DLI6-SUB2 > DLI6-ITEM-COUNT
059800         GO TO 2500-EXIT
059900     END-IF
060000     MOVE "N"                      TO DLI6-I-OPEN-SW(DLI6-SUB)
060100     MOVE "N"                      TO DLI6-I-OPEN-SW(DLI6-SUB2)
060200     ADD 1 TO DLI6-MATCHED
060300     IF DLI6-I-CARRIED-SW(DLI6-SUB) = "Y"
060400         OR DLI6-I-CARRIED-SW(DLI6-SUB2) = "Y"
060500         ADD 1 TO DLI6-BREAKS-CLEARED
060600         MOVE "MATCHED - BREAK CLEARED" TO DLI6-D-FINDING
060700     ELSE
060800         MOVE "MATCHED"            TO DLI6-D-FINDING
060900     END-IF
061000     MOVE DLI6-I-CORR-KEY(DLI6-SUB) TO DLI6-D-CORR-KEY
061100     MOVE DLI6-I-ACCOUNT(DLI6-SUB) TO DLI6-D-ACCOUNT
061200     MOVE DLI6-I-CURR-CODE(DLI6-SUB) TO DLI6-D-CURR
061300     MOVE DLI6-I-VALUE-DT(DLI6-SUB) TO DLI6-D-VALUE-DT
061400     MOVE DLI6-I-DR-CR(DLI6-SUB)   TO DLI6-D-DR-CR
061500     MOVE DLI6-I-AMOUNT(DLI6-SUB)  TO DLI6-D-AMOUNT
061600     MOVE DLI6-I-REFERENCE(DLI6-SUB) TO DLI6-D-REFERENCE
061700     MOVE "S"                      TO DLI6-D-SIDE
061800     MOVE ZERO                     TO DLI6-D-DAYS
061900     WRITE DL186-RPT-LINE FROM DLI6-DETAIL-LINE
062000     MOVE DLI6-I-ACCOUNT(DLI6-SUB2) TO DLI6-D-ACCOUNT
062100     MOVE DLI6-I-VALUE-DT(DLI6-SUB2) TO DLI6-D-VALUE-DT
062200     MOVE DLI6-I-DR-CR(DLI6-SUB2)  TO DLI6-D-DR-CR
062300     MOVE DLI6-I-AMOUNT(DLI6-SUB2) TO DLI6-D-AMOUNT
062400     MOVE DLI6-I-REFERENCE(DLI6-SUB2) TO DLI6-D-REFERENCE
062500     MOVE "E"                      TO DLI6-D-SIDE
062600     WRITE DL186-RPT-LINE FROM DLI6-DETAIL-LINE.
062700 2500-EXIT.
062800     EXIT.
062900*================================================================
063000*    2600-AGE-ONE-BREAK  -  A SURVIVOR IS AGED FROM FIRST        *
063100*                           SIGHTING, LISTED, SUMMARIZED AND     *
063200*                           CARRIED FORWARD                      *
063300*================================================================
063400 2600-AGE-ONE-BREAK.
063500     IF DLI6-I-OPEN-SW(DLI6-SUB) NOT = "Y"
063600         GO TO 2600-EXIT
063700     END-IF
063800     MOVE DLI6-I-FIRST-SEEN-DT(DLI6-SUB) TO DLI6-CALL-DATE
063900     CALL "DL900" USING DLI6-CALL-DATE DLI6-CALL-JULIAN
064000     COMPUTE DLI6-AGE-DAYS = DLI6-RUN-JULIAN - DLI6-CALL-JULIAN
064100     IF DLI6-AGE-DAYS < ZERO
064200         MOVE ZERO                 TO DLI6-AGE-DAYS
064300     END-IF
064400     IF DLI6-I-SIDE(DLI6-SUB) = "E"
064500         ADD 1 TO DLI6-OPEN-EXPECTED
064600         MOVE "OPEN - EXPECTED NOT SEEN" TO DLI6-D-FINDING
064700     ELSE
064800         ADD 1 TO DLI6-OPEN-STATEMENT
064900         MOVE "OPEN - NOT EXPECTED" TO DLI6-D-FINDING
065000     END-IF
065100     MOVE DLI6-I-SIDE(DLI6-SUB)    TO DLI6-D-SIDE
065200     MOVE DLI6-I-CORR-KEY(DLI6-SUB) TO DLI6-D-CORR-KEY
065300     MOVE DLI6-I-ACCOUNT(DLI6-SUB) TO DLI6-D-ACCOUNT
065400     MOVE DLI6-I-CURR-CODE(DLI6-SUB) TO DLI6-D-CURR
065500     MOVE DLI6-I-VALUE-DT(DLI6-SUB) TO DLI6-D-VALUE-DT
065600     MOVE DLI6-I-DR-CR(DLI6-SUB)   TO DLI6-D-DR-CR
065700     MOVE DLI6-I-AMOUNT(DLI6-SUB)  TO DLI6-D-AMOUNT
065800     MOVE DLI6-I-REFERENCE(DLI6-SUB) TO DLI6-D-REFERENCE
065900     MOVE DLI6-AGE-DAYS            TO DLI6-D-DAYS
066000     WRITE DL186-RPT-LINE FROM DLI6-DETAIL-LINE
066100     MOVE SPACES                   TO DL186-BRK-RECORD
066200     MOVE DLI6-I-SIDE(DLI6-SUB)    TO DL186-B-SIDE
066300     MOVE DLI6-I-CORR-KEY(DLI6-SUB) TO DL186-B-CORR-KEY
066400     MOVE DLI6-I-ACCOUNT(DLI6-SUB) TO DL186-B-ACCOUNT
066500     MOVE DLI6-I-CURR-CODE(DLI6-SUB) TO DL186-B-CURR-CODE
066600     MOVE DLI6-I-VALUE-DT(DLI6-SUB) TO DL186-B-VALUE-DT
066700     MOVE DLI6-I-DR-CR(DLI6-SUB)   TO DL186-B-DR-CR
066800     MOVE DLI6-I-AMOUNT(DLI6-SUB)  TO DL186-B-AMOUNT
066900     MOVE DLI6-I-REFERENCE(DLI6-SUB) TO DL186-B-REFERENCE
067000     MOVE DLI6-I-FIRST-SEEN-DT(DLI6-SUB) TO DL186-B-FIRST-SEEN-DT
067100     WRITE DL186-BRK-OUT-RECORD FROM DL186-BRK-RECORD
067200     PERFORM 2700-POST-SUMMARY      THRU 2700-EXIT.
067300 2600-EXIT.
067400     EXIT.
067500*================================================================
067600*    2700-POST-SUMMARY  -  ONE CELL PER CORRESPONDENT            *
067700*================================================================
067800 2700-POST-SUMMARY.
067900     MOVE DLI6-I-CORR-KEY(DLI6-SUB) TO DLI6-WORK-CORR-KEY
068000     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
068100         VARYING DLI6-SUB2 FROM 1 BY 1
068200         UNTIL DLI6-SUB2 > DLI6-SUM-COUNT
068300         OR DLI6-M-CORR-KEY(DLI6-SUB2) = DLI6-WORK-CORR-KEY
068400     IF DLI6-SUB2 > DLI6-SUM-COUNT
068500         IF DLI6-SUM-COUNT >= 2000
068600             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
068700         END-IF
068800         ADD 1 TO DLI6-SUM-COUNT
068900         MOVE DLI6-SUM-COUNT       TO DLI6-SUB2
069000         MOVE DLI6-WORK-CORR-KEY   TO DLI6-M-CORR-KEY(DLI6-SUB2)
069100         MOVE ZERO                 TO DLI6-M-E-COUNT(DLI6-SUB2)
069200         MOVE ZERO                 TO DLI6-M-E-AMOUNT(DLI6-SUB2)
069300         MOVE ZERO                 TO DLI6-M-S-COUNT(DLI6-SUB2)
069400         MOVE ZERO                 TO DLI6-M-S-AMOUNT(DLI6-SUB2)
069500         MOVE ZERO                 TO DLI6-M-OLDEST(DLI6-SUB2)
069600     END-IF
069700     IF DLI6-I-SIDE(DLI6-SUB) = "E"
069800         ADD 1 TO DLI6-M-E-COUNT(DLI6-SUB2)
069900         ADD DLI6-I-AMOUNT(DLI6-SUB) TO DLI6-M-E-AMOUNT(DLI6-SUB2)
070000     ELSE
070100         ADD 1 TO DLI6-M-S-COUNT(DLI6-SUB2)
070200         ADD DLI6-I-AMOUNT(DLI6-SUB) TO DLI6-M-S-AMOUNT(DLI6-SUB2)
070300     END-IF
070400     IF DLI6-AGE-DAYS > DLI6-M-OLDEST(DLI6-SUB2)
070500         MOVE DLI6-AGE-DAYS        TO DLI6-M-OLDEST(DLI6-SUB2)
070600     END-IF.
070700 2700-EXIT.
070800     EXIT.
070900*================================================================
071000*    2900-NEW-ITEM  -  NEXT FREE SLOT, OPEN; OVERFLOW FAILS THE  *
071100*                      STEP RATHER THAN LOSING A BREAK           *
071200*================================================================
071300 2900-NEW-ITEM.
071400     IF DLI6-ITEM-COUNT >= 5000
071500         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
071600     END-IF
071700     ADD 1 TO DLI6-ITEM-COUNT
071800     MOVE DLI6-ITEM-COUNT          TO DLI6-SUB
071900     MOVE "Y"                      TO DLI6-I-OPEN-SW(DLI6-SUB).
072000 2900-EXIT.
072100     EXIT.
072200*================================================================
072300*    2950-SET-VALUE-JULIAN  -  DAY NUMBER FOR THE DATE WINDOW    *
072400*================================================================
072500 2950-SET-VALUE-JULIAN.
072600     MOVE DLI6-I-VALUE-DT(DLI6-SUB) TO DLI6-CALL-DATE
072700     CALL "DL900" USING DLI6-CALL-DATE DLI6-CALL-JULIAN
072800     MOVE DLI6-CALL-JULIAN TO DLI6-I-VALUE-JULIAN(DLI6-SUB).
072900 2950-EXIT.
073000     EXIT.
073100*================================================================
073200*    3000-TERMINATE  -  THE CORRESPONDENT SUMMARY, THEN THE      *
073300*                       CONTROL TOTALS                           *
073400*================================================================
073500 3000-TERMINATE.
073600     WRITE DL186-RPT-LINE FROM SPACES
073700     WRITE DL186-RPT-LINE FROM DLI6-HEADING-2
073800     WRITE DL186-RPT-LINE FROM DLI6-SUM-HEADING
073900     PERFORM 3100-WRITE-ONE-SUMMARY THRU 3100-EXIT
074000         VARYING DLI6-SUB FROM 1 BY 1
074100         UNTIL DLI6-SUB > DLI6-SUM-COUNT
074200     MOVE DLI6-NET-READ            TO DLI6-T-NET-READ
074300     MOVE DLI6-STM-READ            TO DLI6-T-STM-READ
074400     MOVE DLI6-BREAKS-CARRIED      TO DLI6-T-CARRIED
074500     MOVE DLI6-MATCHED             TO DLI6-T-MATCHED
074600     MOVE DLI6-BREAKS-CLEARED      TO DLI6-T-CLEARED
074700     MOVE DLI6-OPEN-EXPECTED       TO DLI6-T-OPEN-E
074800     MOVE DLI6-OPEN-STATEMENT      TO DLI6-T-OPEN-S
074900     MOVE DLI6-NOT-NOSTRO          TO DLI6-T-NOT-NOSTRO
075000     MOVE DLI6-BAD-ENTRIES         TO DLI6-T-BAD
075100     MOVE DLI6-ZERO-NETS           TO DLI6-T-ZERO
075200     WRITE DL186-RPT-LINE FROM SPACES
075300     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-1
075400     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-2
075500     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-3
075600     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-4
075700     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-5
075800     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-6
075900     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-7
076000     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-8
076100     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-9
076200     WRITE DL186-RPT-LINE FROM DLI6-TOTAL-LINE-10
076300     CLOSE DL138-NET-FILE
076400     CLOSE DL186-STM-FILE
076500     CLOSE DL186-BRK-OUT-FILE
076600     CLOSE DL186-RPT-FILE.
076700 3000-EXIT.
076800     EXIT.
076900*================================================================
077000*    3100-WRITE-ONE-SUMMARY
077100*================================================================
077200 3100-WRITE-ONE-SUMMARY.
077300     IF DLI6-M-CORR-KEY(DLI6-SUB) = SPACES
077400         MOVE "NO NOSTRO"          TO DLI6-S-CORR-KEY
077500     ELSE
077600         MOVE DLI6-M-CORR-KEY(DLI6-SUB) TO DLI6-S-CORR-KEY
077700     END-IF
077800     MOVE DLI6-M-E-COUNT(DLI6-SUB) TO DLI6-S-E-COUNT
077900     MOVE DLI6-M-E-AMOUNT(DLI6-SUB) TO DLI6-S-E-AMOUNT
078000     MOVE DLI6-M-S-COUNT(DLI6-SUB) TO DLI6-S-S-COUNT
078100     MOVE DLI6-M-S-AMOUNT(DLI6-SUB) TO DLI6-S-S-AMOUNT
078200     MOVE DLI6-M-OLDEST(DLI6-SUB)  TO DLI6-S-OLDEST
078300     WRITE DL186-RPT-LINE FROM DLI6-SUM-LINE.
078400 3100-EXIT.
078500     EXIT.
078600*================================================================
078700*    8000-READ-NET
078800*================================================================
078900 8000-READ-NET.
079000     READ DL138-NET-FILE
079100         AT END
079200             SET DLI6-NET-EOF TO TRUE
079300     END-READ.
079400 8000-EXIT.
079500     EXIT.
079600*================================================================
079700*    8100-READ-STM
079800*================================================================
079900 8100-READ-STM.
080000     READ DL186-STM-FILE
080100         AT END
080200             SET DLI6-STM-EOF TO TRUE
080300     END-READ.
080400 8100-EXIT.
080500     EXIT.
080600*================================================================
080700*    9900-TABLE-ABORT  -  A NOSTRO, ITEM OR SUMMARY TABLE IS     *
080800*                         FULL; THE STEP FAILS INSTEAD OF        *
080900*                         DROPPING BREAKS                        *
081000*================================================================
081100 9900-TABLE-ABORT.
081200     DISPLAY "DL186: TABLE OVERFLOW - STEP FAILED"
081300     MOVE 8                        TO RETURN-CODE
081400     GOBACK.
081500 9900-EXIT.
081600     EXIT.
