000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL196.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - UNIFIED EXCEPTION WORK
001100*                   QUEUE.  THE DAY'S DL908WQI FEED (EVERY
001200*                   WORKLIST PROGRAM'S ITEMS, WRITTEN THROUGH
001300*                   THE SHARED DL908 SERVICE) IS SORTED BY ITEM
001400*                   KEY (THE DL017 INTERNAL SORT) AND MATCHED
001500*                   AGAINST THE CARRIED DL196WQM QUEUE MASTER
001600*                   AND THE ANALYSTS' DL196DSP DISPOSITIONS.  A
001700*                   NEW ITEM OPENS; AN ITEM ITS SOURCE RAN TODAY
001800*                   BUT NO LONGER REPORTS CLOSES "BY SOURCE"
001900*                   (A ONE-TIME EVENT ITEM WAITS FOR A
002000*                   DISPOSITION); A DISPOSITION CLOSES THE ITEM
002100*                   TO THE ANALYST.  AN ITEM WHOSE SOURCE DID
002200*                   NOT RUN IS CARRIED AS IT STANDS.  EVERY
002300*                   ITEM IS ROUTED TO A DEPARTMENT QUEUE BY THE
002400*                   DL196RTE TABLE (UNROUTED ITEMS TO QUEUE
002500*                   UNRTD) AND AGED IN CALENDAR DAYS (DL900)
002600*                   AGAINST THAT QUEUE'S DL196QDF SERVICE
002700*                   LEVEL.  CLOSURES ARE APPENDED TO THE
002800*                   DL196CLS HISTORY.  THE STATUS REPORT LISTS
002900*                   OVERDUE ITEMS AND REJECTED DISPOSITIONS,
003000*                   THEN OPEN/OVERDUE COUNTS BY QUEUE AND ITEMS
003100*                   CLOSED BY ANALYST.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DL196-WQM-IN-FILE  ASSIGN TO DL196WQMI
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL196-WQM-OUT-FILE ASSIGN TO DL196WQMO
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL908-WQI-FILE     ASSIGN TO DL908WQI
004400            ORGANIZATION IS SEQUENTIAL
004500            FILE STATUS IS DLJ6-WQI-STATUS.
004600     SELECT DL196-DSP-FILE     ASSIGN TO DL196DSP
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL196-RTE-FILE     ASSIGN TO DL196RTE
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL196-QDF-FILE     ASSIGN TO DL196QDF
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL196-CLS-FILE     ASSIGN TO DL196CLS
005300            ORGANIZATION IS SEQUENTIAL
005400            FILE STATUS IS DLJ6-CLS-STATUS.
005500     SELECT DL196-SORT-FILE    ASSIGN TO DL196SORT.
005600     SELECT DL196-RPT-FILE     ASSIGN TO DL196RPT
005700            ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DL196-WQM-IN-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DL196WQM.
006300 FD  DL196-WQM-OUT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  DL196-WQM-OUT-RECORD          PIC X(200).
006600 FD  DL908-WQI-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DL908WQI.
006900 FD  DL196-DSP-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DL196DSP.
007200 FD  DL196-RTE-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DL196RTE.
007500 FD  DL196-QDF-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY DL196QDF.
007800 FD  DL196-CLS-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY DL196CLS.
008100 SD  DL196-SORT-FILE.
008200*    THE FEED RECORD, SORTED ON ITS ITEM KEY; A PROGRAM'S START
008300*    RECORD (REASON AND ITEM KEY SPACES) SORTS AHEAD OF ITS ITEMS
008400 01  DLJ6-SORT-RECORD.
008500     05  DLJ6-S-BUS-DT             PIC 9(8).
008600     05  DLJ6-S-REC-TYPE           PIC X(1).
008700     05  DLJ6-S-KEY                PIC X(42).
008800     05  FILLER                    PIC X(99).
008900 FD  DL196-RPT-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  DL196-RPT-LINE                PIC X(132).
009200 WORKING-STORAGE SECTION.
009300 01  DLJ6-WQI-STATUS               PIC X(2).
009400 01  DLJ6-CLS-STATUS               PIC X(2).
009500*----------------------------------------------------------------
009600*    DLJ6-SWITCHES AND COUNTERS
009700*----------------------------------------------------------------
009800 01  DLJ6-SWITCHES.
009900     05  DLJ6-MST-EOF-SW           PIC X(1)     VALUE "N".
010000         88  DLJ6-MST-EOF                        VALUE "Y".
010100     05  DLJ6-WQI-EOF-SW           PIC X(1)     VALUE "N".
010200         88  DLJ6-WQI-EOF                        VALUE "Y".
010300     05  DLJ6-FEED-EOF-SW          PIC X(1)     VALUE "N".
010400         88  DLJ6-FEED-EOF                       VALUE "Y".
010500     05  DLJ6-FEED-READY-SW        PIC X(1)     VALUE "N".
010600         88  DLJ6-FEED-READY                     VALUE "Y".
010700     05  DLJ6-DSP-EOF-SW           PIC X(1)     VALUE "N".
010800         88  DLJ6-DSP-EOF                        VALUE "Y".
010900     05  DLJ6-RTE-EOF-SW           PIC X(1)     VALUE "N".
011000         88  DLJ6-RTE-EOF                        VALUE "Y".
011100     05  DLJ6-QDF-EOF-SW           PIC X(1)     VALUE "N".
011200         88  DLJ6-QDF-EOF                        VALUE "Y".
011300     05  DLJ6-HAVE-ITEM-SW         PIC X(1)     VALUE "N".
011400         88  DLJ6-HAVE-ITEM                      VALUE "Y".
011500     05  DLJ6-NEW-ITEM-SW          PIC X(1)     VALUE "N".
011600         88  DLJ6-NEW-ITEM                       VALUE "Y".
011700     05  DLJ6-SEEN-SW              PIC X(1)     VALUE "N".
011800         88  DLJ6-SEEN-TODAY                     VALUE "Y".
011900     05  DLJ6-DROP-SW              PIC X(1)     VALUE "N".
012000         88  DLJ6-DROP                           VALUE "Y".
012100 01  DLJ6-KEYS.
012200     05  DLJ6-MST-KEY              PIC X(42).
012300     05  DLJ6-FEED-KEY             PIC X(42).
012400     05  DLJ6-DSP-KEY              PIC X(42).
012500     05  DLJ6-LOW-KEY              PIC X(42).
012600 01  DLJ6-DATE-WORK.
012700     05  DLJ6-RUN-DATE             PIC 9(8).
012800     05  DLJ6-RUN-JULIAN           PIC S9(8) COMP.
012900     05  DLJ6-CALL-DATE            PIC 9(8).
013000     05  DLJ6-OPENED-JULIAN        PIC S9(8) COMP.
013100     05  DLJ6-AGE-DAYS             PIC S9(8) COMP.
013200 01  DLJ6-SUBSCRIPTS.
013300     05  DLJ6-SUB                  PIC S9(4) COMP VALUE ZERO.
013400     05  DLJ6-Q-SUB                PIC S9(4) COMP VALUE ZERO.
013500     05  DLJ6-UNROUTED-SUB         PIC S9(4) COMP VALUE ZERO.
013600 01  DLJ6-UNROUTED-SL              PIC S9(8) COMP VALUE 5.
013700 01  DLJ6-COUNTERS.
013800     05  DLJ6-MST-READ             PIC S9(8) COMP VALUE ZERO.
013900     05  DLJ6-FEED-READ            PIC S9(8) COMP VALUE ZERO.
014000     05  DLJ6-FEED-RELEASED        PIC S9(8) COMP VALUE ZERO.
014100     05  DLJ6-FEED-DUPLICATES      PIC S9(8) COMP VALUE ZERO.
014200     05  DLJ6-ITEMS-OPEN           PIC S9(8) COMP VALUE ZERO.
014300     05  DLJ6-ITEMS-NEW            PIC S9(8) COMP VALUE ZERO.
014400     05  DLJ6-ITEMS-OVERDUE        PIC S9(8) COMP VALUE ZERO.
014500     05  DLJ6-CLOSED-BY-SOURCE     PIC S9(8) COMP VALUE ZERO.
014600     05  DLJ6-CLOSED-BY-DSP        PIC S9(8) COMP VALUE ZERO.
014700     05  DLJ6-DSP-REJECTED         PIC S9(8) COMP VALUE ZERO.
014800*----------------------------------------------------------------
014900*    DLJ6-ITEM  -  THE ITEM BEING BUILT FOR THE NEW MASTER, KEPT
015000*    OUT OF THE INPUT RECORD AREA SO THE NEXT READ CANNOT OVERLAY
015100*    IT.  SAME LAYOUT AS DL196WQM.
015200*----------------------------------------------------------------
015300 01  DLJ6-ITEM.
015400     05  DLJ6-I-KEY.
015500         10  DLJ6-I-PROGRAM-ID     PIC X(8).
015600         10  DLJ6-I-REASON-CD      PIC X(4).
015700         10  DLJ6-I-ITEM-KEY       PIC X(30).
015800     05  DLJ6-I-PARTY-TYPE         PIC X(1).
015900     05  DLJ6-I-PARTY-ID           PIC X(20).
016000     05  DLJ6-I-REASON             PIC X(30).
016100     05  DLJ6-I-AMOUNT             PIC S9(11)V99.
016200     05  DLJ6-I-OPENED-DT          PIC 9(8).
016300     05  DLJ6-I-LAST-SEEN-DT       PIC 9(8).
016400     05  DLJ6-I-CLOSE-RULE         PIC X(1).
016500         88  DLJ6-I-DISPOSITION-ONLY             VALUE "D".
016600     05  DLJ6-I-STATUS             PIC X(1).
016700         88  DLJ6-I-OPEN                         VALUE "O".
016800         88  DLJ6-I-CLOSED                       VALUE "C".
016900     05  DLJ6-I-QUEUE-ID           PIC X(6).
017000     05  DLJ6-I-CLOSED-DT          PIC 9(8).
017100     05  DLJ6-I-CLOSED-BY          PIC X(8).
017200     05  DLJ6-I-DISP-CD            PIC X(2).
017300     05  FILLER                    PIC X(52).
017400*----------------------------------------------------------------
017500*    DLJ6-QUEUE-TABLE  -  DL196QDF, PLUS THE UNRTD QUEUE FOR
017600*    ITEMS NO ROUTING ROW COVERS; TODAY'S TALLIES RIDE ALONG
017700*----------------------------------------------------------------
017800 01  DLJ6-QUEUE-TABLE.
017900     05  DLJ6-QUE-COUNT            PIC S9(4) COMP VALUE ZERO.
018000     05  DLJ6-QUE-ENTRY OCCURS 100 TIMES.
018100         10  DLJ6-Q-ID             PIC X(6).
018200         10  DLJ6-Q-NAME           PIC X(30).
018300         10  DLJ6-Q-SL-DAYS        PIC S9(4) COMP.
018400         10  DLJ6-Q-OPEN           PIC S9(8) COMP.
018500         10  DLJ6-Q-WITHIN         PIC S9(8) COMP.
018600         10  DLJ6-Q-OVERDUE        PIC S9(8) COMP.
018700         10  DLJ6-Q-OLDEST         PIC S9(8) COMP.
018800         10  DLJ6-Q-NEW            PIC S9(8) COMP.
018900         10  DLJ6-Q-CLOSED         PIC S9(8) COMP.
019000         10  DLJ6-Q-DOLLARS        PIC S9(13)V99 COMP-3.
019100*----------------------------------------------------------------
019200*    DLJ6-ROUTE-TABLE  -  DL196RTE, EACH ROW'S QUEUE RESOLVED TO
019300*    ITS QUEUE-TABLE ENTRY AT LOAD
019400*----------------------------------------------------------------
019500 01  DLJ6-ROUTE-TABLE.
019600     05  DLJ6-RTE-COUNT            PIC S9(4) COMP VALUE ZERO.
019700     05  DLJ6-RTE-ENTRY OCCURS 500 TIMES.
019800         10  DLJ6-R-PROGRAM-ID     PIC X(8).
019900         10  DLJ6-R-REASON-CD      PIC X(4).
020000         10  DLJ6-R-Q-SUB          PIC S9(4) COMP.
020100*----------------------------------------------------------------
020200*    DLJ6-RAN-TABLE  -  SOURCES WITH A START RECORD TODAY
020300*----------------------------------------------------------------
020400 01  DLJ6-RAN-TABLE.
020500     05  DLJ6-RAN-COUNT            PIC S9(4) COMP VALUE ZERO.
020600     05  DLJ6-RAN-PROGRAM-ID       PIC X(8)
020700                                   OCCURS 200 TIMES.
020800*----------------------------------------------------------------
020900*    DLJ6-ANALYST-TABLE  -  ITEMS CLOSED TODAY PER ANALYST
021000*----------------------------------------------------------------
021100 01  DLJ6-ANALYST-TABLE.
021200     05  DLJ6-ANL-COUNT            PIC S9(4) COMP VALUE ZERO.
021300     05  DLJ6-ANL-ENTRY OCCURS 200 TIMES.
021400         10  DLJ6-A-ANALYST-ID     PIC X(8).
021500         10  DLJ6-A-CLOSED         PIC S9(8) COMP.
021600*----------------------------------------------------------------
021700*    REPORT LINES
021800*----------------------------------------------------------------
021900 01  DLJ6-HEADING-1.
022000     05  FILLER                    PIC X(44)
022100         VALUE "UNIFIED EXCEPTION WORK-QUEUE STATUS".
022200 01  DLJ6-SECTION-1.
022300     05  FILLER                    PIC X(44)
022400         VALUE "OVERDUE ITEMS AND REJECTED DISPOSITIONS".
022500 01  DLJ6-COLUMN-HEADING.
022600     05  FILLER                   PIC X(8)  VALUE "QUEUE".
022700     05  FILLER                   PIC X(10) VALUE "PROGRAM".
022800     05  FILLER                   PIC X(6)  VALUE "RSN".
022900     05  FILLER                   PIC X(32) VALUE "ITEM KEY".
023000     05  FILLER                   PIC X(24) VALUE "PARTY".
023100     05  FILLER                   PIC X(16) VALUE "AT RISK".
023200     05  FILLER                   PIC X(10) VALUE "OPENED".
023300     05  FILLER                   PIC X(7)  VALUE "AGE".
023400     05  FILLER                   PIC X(5)  VALUE "SL".
023500     05  FILLER                   PIC X(14) VALUE "REMARK".
023600 01  DLJ6-DETAIL-LINE.
023700     05  DLJ6-D-QUEUE-ID           PIC X(6).
023800     05  FILLER                    PIC X(2)  VALUE SPACES.
023900     05  DLJ6-D-PROGRAM-ID         PIC X(8).
024000     05  FILLER                    PIC X(2)  VALUE SPACES.
024100     05  DLJ6-D-REASON-CD          PIC X(4).
024200     05  FILLER                    PIC X(2)  VALUE SPACES.
024300     05  DLJ6-D-ITEM-KEY           PIC X(30).
024400     05  FILLER                    PIC X(2)  VALUE SPACES.
024500     05  DLJ6-D-PARTY-TYPE         PIC X(1).
024600     05  FILLER                    PIC X(1)  VALUE SPACES.
024700     05  DLJ6-D-PARTY-ID           PIC X(20).
024800     05  FILLER                    PIC X(2)  VALUE SPACES.
024900     05  DLJ6-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.
025000     05  FILLER                    PIC X(2)  VALUE SPACES.
025100     05  DLJ6-D-OPENED-DT          PIC 9(8).
025200     05  FILLER                    PIC X(2)  VALUE SPACES.
025300     05  DLJ6-D-AGE                PIC ZZZZ9.
025400     05  FILLER                    PIC X(2)  VALUE SPACES.
025500     05  DLJ6-D-SL-DAYS            PIC ZZ9.
025600     05  FILLER                    PIC X(2)  VALUE SPACES.
025700     05  DLJ6-D-REMARK             PIC X(14).
025800 01  DLJ6-SECTION-2.
025900     05  FILLER                    PIC X(44)
026000         VALUE "OPEN ITEMS BY QUEUE".
026100 01  DLJ6-QUEUE-HEADING.
026200     05  FILLER                   PIC X(8)  VALUE "QUEUE".
026300     05  FILLER                   PIC X(32) VALUE "NAME".
026400     05  FILLER                   PIC X(5)  VALUE "SL".
026500     05  FILLER                   PIC X(9)  VALUE "OPEN".
026600     05  FILLER                   PIC X(9)  VALUE "WITHIN".
026700     05  FILLER                   PIC X(9)  VALUE "OVERDUE".
026800     05  FILLER                   PIC X(8)  VALUE "OLDEST".
026900     05  FILLER                   PIC X(20)
027000                                       VALUE "DOLLARS AT RISK".
027100     05  FILLER                   PIC X(9)  VALUE "NEW".
027200     05  FILLER                   PIC X(7)  VALUE "CLOSED".
027300 01  DLJ6-QUEUE-LINE.
027400     05  DLJ6-Q-D-ID               PIC X(6).
027500     05  FILLER                    PIC X(2)  VALUE SPACES.
027600     05  DLJ6-Q-D-NAME             PIC X(30).
027700     05  FILLER                    PIC X(2)  VALUE SPACES.
027800     05  DLJ6-Q-D-SL-DAYS          PIC ZZ9.
027900     05  FILLER                    PIC X(2)  VALUE SPACES.
028000     05  DLJ6-Q-D-OPEN             PIC ZZZ,ZZ9.
028100     05  FILLER                    PIC X(2)  VALUE SPACES.
028200     05  DLJ6-Q-D-WITHIN           PIC ZZZ,ZZ9.
028300     05  FILLER                    PIC X(2)  VALUE SPACES.
028400     05  DLJ6-Q-D-OVERDUE          PIC ZZZ,ZZ9.
028500     05  FILLER                    PIC X(2)  VALUE SPACES.
028600     05  DLJ6-Q-D-OLDEST           PIC ZZ,ZZ9.
028700     05  FILLER                    PIC X(2)  VALUE SPACES.
028800     05  DLJ6-Q-D-DOLLARS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028900     05  FILLER                    PIC X(2)  VALUE SPACES.
029000     05  DLJ6-Q-D-NEW              PIC ZZZ,ZZ9.
029100     05  FILLER                    PIC X(2)  VALUE SPACES.
029200     05  DLJ6-Q-D-CLOSED           PIC ZZZ,ZZ9.
029300 01  DLJ6-SECTION-3.
029400     05  FILLER                    PIC X(44)
029500         VALUE "ITEMS CLOSED TODAY BY ANALYST".
029600 01  DLJ6-ANALYST-LINE.
029700     05  DLJ6-A-D-ANALYST-ID       PIC X(8).
029800     05  FILLER                    PIC X(2)  VALUE SPACES.
029900     05  DLJ6-A-D-CLOSED           PIC ZZZ,ZZ9.
030000 01  DLJ6-TOTAL-LINE-1.
030100     05  FILLER                    PIC X(25)
030200         VALUE "ITEMS OPEN ON QUEUE".
030300     05  DLJ6-T-OPEN               PIC ZZZ,ZZ9.
030400 01  DLJ6-TOTAL-LINE-2.
030500     05  FILLER                    PIC X(25)
030600         VALUE "  OF WHICH OVERDUE".
030700     05  DLJ6-T-OVERDUE            PIC ZZZ,ZZ9.
030800 01  DLJ6-TOTAL-LINE-3.
030900     05  FILLER                    PIC X(25)
031000         VALUE "NEW ITEMS TODAY".
031100     05  DLJ6-T-NEW                PIC ZZZ,ZZ9.
031200 01  DLJ6-TOTAL-LINE-4.
031300     05  FILLER                    PIC X(25)
031400         VALUE "CLOSED BY SOURCE".
031500     05  DLJ6-T-BY-SOURCE          PIC ZZZ,ZZ9.
031600 01  DLJ6-TOTAL-LINE-5.
031700     05  FILLER                    PIC X(25)
031800         VALUE "CLOSED BY DISPOSITION".
031900     05  DLJ6-T-BY-DSP             PIC ZZZ,ZZ9.
032000 01  DLJ6-TOTAL-LINE-6.
032100     05  FILLER                    PIC X(25)
032200         VALUE "DISPOSITIONS REJECTED".
032300     05  DLJ6-T-REJECTED           PIC ZZZ,ZZ9.
032400*----------------------------------------------------------------
032500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
032600*----------------------------------------------------------------
032700 01  DL903-PARMS.
032800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL196".
032900     05  DL903-REC-TYPE            PIC X(1).
033000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
033100*----------------------------------------------------------------
033200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
033300*----------------------------------------------------------------
033400 01  DL902-DATES.
033500     05  DL902-EXEC-DATE           PIC 9(8).
033600 01  DL902-EXEC-LINE.
033700     05  FILLER                    PIC X(14)
033800         VALUE "BUSINESS DATE ".
033900     05  DL902-EL-BUS              PIC 9(8).
034000     05  FILLER                    PIC X(11)
034100         VALUE "  EXECUTED ".
034200     05  DL902-EL-EXEC             PIC 9(8).
034300*----------------------------------------------------------------
034400*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
034500*----------------------------------------------------------------
034600     COPY DL907PRM.
034700 PROCEDURE DIVISION.
034800*================================================================
034900*    0000-MAINLINE
035000*================================================================
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
035300     MOVE "S"                      TO DL903-REC-TYPE
035400     CALL "DL903" USING DL903-PARMS
035500     SORT DL196-SORT-FILE
035600         ON ASCENDING KEY DLJ6-S-KEY
035700         INPUT PROCEDURE IS 2000-RELEASE-FEED
035800             THRU 2999-EXIT
035900         OUTPUT PROCEDURE IS 3000-MERGE-QUEUE
036000             THRU 3999-EXIT
036100     PERFORM 4000-TERMINATE         THRU 4000-EXIT
036200     MOVE "E"                      TO DL903-REC-TYPE
036300     MOVE DLJ6-MST-READ TO DL903-REC-COUNT
036400     CALL "DL903" USING DL903-PARMS
036500     GOBACK.
036600*================================================================
036700*    1000-INITIALIZE  -  THE CLOSURE HISTORY IS OPENED EXTEND    *
036800*                        (THE DL903 DISCIPLINE)                  *
036900*================================================================
037000 1000-INITIALIZE.
037100     CALL "DL902" USING DLJ6-RUN-DATE DL902-EXEC-DATE
037200     CALL "DL900" USING DLJ6-RUN-DATE DLJ6-RUN-JULIAN
037300     OPEN INPUT  DL196-WQM-IN-FILE
037400     OPEN INPUT  DL196-DSP-FILE
037500     OPEN INPUT  DL196-RTE-FILE
037600     OPEN INPUT  DL196-QDF-FILE
037700     OPEN OUTPUT DL196-WQM-OUT-FILE
037800     OPEN EXTEND DL196-CLS-FILE
037900*    THE FIRST RUN AGAINST A NEW HISTORY FINDS NO FILE YET
038000     IF DLJ6-CLS-STATUS = "35"
038100         OPEN OUTPUT DL196-CLS-FILE
038200     END-IF
038300     OPEN OUTPUT DL196-RPT-FILE
038400     WRITE DL196-RPT-LINE FROM DLJ6-HEADING-1
038500     MOVE DLJ6-RUN-DATE TO DL902-EL-BUS
038600     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
038700     WRITE DL196-RPT-LINE FROM DL902-EXEC-LINE
038800     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
038900     PERFORM 1100-LOAD-ONE-QUEUE    THRU 1100-EXIT
039000         UNTIL DLJ6-QDF-EOF
039100     PERFORM 1150-ADD-UNROUTED      THRU 1150-EXIT
039200     PERFORM 1200-LOAD-ONE-ROUTE    THRU 1200-EXIT
039300         UNTIL DLJ6-RTE-EOF
039400     WRITE DL196-RPT-LINE FROM SPACES
039500     WRITE DL196-RPT-LINE FROM DLJ6-SECTION-1
039600     WRITE DL196-RPT-LINE FROM DLJ6-COLUMN-HEADING.
039700 1000-EXIT.
039800     EXIT.
039900*================================================================
040000*    1100-LOAD-ONE-QUEUE
040100*================================================================
040200 1100-LOAD-ONE-QUEUE.
040300     READ DL196-QDF-FILE
040400         AT END
040500             SET DLJ6-QDF-EOF TO TRUE
040600     END-READ
040700     IF DLJ6-QDF-EOF
040800         GO TO 1100-EXIT
040900     END-IF
041000*    ONE ENTRY IS KEPT BACK FOR THE UNRTD QUEUE
041100     IF DLJ6-QUE-COUNT >= 99
041200         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
041300     END-IF
041400     ADD 1 TO DLJ6-QUE-COUNT
041500     MOVE DLJ6-QUE-COUNT           TO DLJ6-Q-SUB
041600     MOVE DL196-Q-QUEUE-ID         TO DLJ6-Q-ID(DLJ6-Q-SUB)
041700     MOVE DL196-Q-QUEUE-NAME       TO DLJ6-Q-NAME(DLJ6-Q-SUB)
041800     IF DL196-Q-SL-DAYS IS NUMERIC
041900         MOVE DL196-Q-SL-DAYS      TO DLJ6-Q-SL-DAYS(DLJ6-Q-SUB)
042000     ELSE
042100         MOVE DLJ6-UNROUTED-SL     TO DLJ6-Q-SL-DAYS(DLJ6-Q-SUB)
042200     END-IF
042300     PERFORM 1160-CLEAR-TALLIES     THRU 1160-EXIT.
042400 1100-EXIT.
042500     EXIT.
042600*================================================================
042700*    1150-ADD-UNROUTED  -  WHERE AN ITEM GOES WHEN NO ROUTING    *
042800*                          ROW COVERS IT                         *
042900*================================================================
043000 1150-ADD-UNROUTED.
043100     ADD 1 TO DLJ6-QUE-COUNT
043200     MOVE DLJ6-QUE-COUNT           TO DLJ6-Q-SUB
043300     MOVE DLJ6-Q-SUB               TO DLJ6-UNROUTED-SUB
043400     MOVE "UNRTD"                  TO DLJ6-Q-ID(DLJ6-Q-SUB)
043500     MOVE "UNROUTED - NO ROUTING ROW" TO DLJ6-Q-NAME(DLJ6-Q-SUB)
043600     MOVE DLJ6-UNROUTED-SL         TO DLJ6-Q-SL-DAYS(DLJ6-Q-SUB)
043700     PERFORM 1160-CLEAR-TALLIES     THRU 1160-EXIT.
043800 1150-EXIT.
043900     EXIT.
044000*================================================================
044100*    1160-CLEAR-TALLIES
044200*================================================================
044300 1160-CLEAR-TALLIES.
044400     MOVE ZERO                     TO DLJ6-Q-OPEN(DLJ6-Q-SUB)
044500     MOVE ZERO                     TO DLJ6-Q-WITHIN(DLJ6-Q-SUB)
044600     MOVE ZERO                     TO DLJ6-Q-OVERDUE(DLJ6-Q-SUB)
044700     MOVE ZERO                     TO DLJ6-Q-OLDEST(DLJ6-Q-SUB)
044800     MOVE ZERO                     TO DLJ6-Q-NEW(DLJ6-Q-SUB)
044900     MOVE ZERO                     TO DLJ6-Q-CLOSED(DLJ6-Q-SUB)
045000     MOVE ZERO                     TO DLJ6-Q-DOLLARS(DLJ6-Q-SUB).
045100 1160-EXIT.
045200     EXIT.
045300*================================================================
045400*    1200-LOAD-ONE-ROUTE  -  A ROW NAMING AN UNDEFINED QUEUE     *
045500*                            ROUTES TO UNRTD AND IS REPORTED TO  *
045600*                            THE OPERATOR                        *
045700*================================================================
045800 1200-LOAD-ONE-ROUTE.
045900     READ DL196-RTE-FILE
046000         AT END
046100             SET DLJ6-RTE-EOF TO TRUE
046200     END-READ
046300     IF DLJ6-RTE-EOF
046400         GO TO 1200-EXIT
046500     END-IF
046600     IF DLJ6-RTE-COUNT >= 500
046700         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
046800     END-IF
046900     ADD 1 TO DLJ6-RTE-COUNT
047000     MOVE DL196-R-PROGRAM-ID
047100                     TO DLJ6-R-PROGRAM-ID(DLJ6-RTE-COUNT)
047200     MOVE DL196-R-REASON-CD    TO DLJ6-R-REASON-CD(DLJ6-RTE-COUNT)
047300     PERFORM 1210-SCAN-ONE-QUEUE    THRU 1210-EXIT
047400         VARYING DLJ6-Q-SUB FROM 1 BY 1
047500         UNTIL DLJ6-Q-SUB > DLJ6-QUE-COUNT
047600         OR DLJ6-Q-ID(DLJ6-Q-SUB) = DL196-R-QUEUE-ID
047700     IF DLJ6-Q-SUB > DLJ6-QUE-COUNT
047800         DISPLAY "DL196: ROUTING ROW FOR " DL196-R-PROGRAM-ID
047900                 " NAMES UNDEFINED QUEUE " DL196-R-QUEUE-ID
048000         MOVE DLJ6-UNROUTED-SUB    TO DLJ6-Q-SUB
048100     END-IF
048200     MOVE DLJ6-Q-SUB           TO DLJ6-R-Q-SUB(DLJ6-RTE-COUNT).
048300 1200-EXIT.
048400     EXIT.
048500*================================================================
048600*    1210-SCAN-ONE-QUEUE
048700*================================================================
048800 1210-SCAN-ONE-QUEUE.
048900     CONTINUE.
049000 1210-EXIT.
049100     EXIT.
049200*================================================================
049300*    1500-GET-PARAMETERS  -  SERVICE LEVEL IN FORCE FOR ITEMS    *
049400*                            NO QUEUE DEFINITION COVERS          *
049500*================================================================
049600 1500-GET-PARAMETERS.
049700     MOVE "DL196"                  TO DL907-P-PROGRAM-ID
049800     MOVE "UNROUTED-SL-DAYS"       TO DL907-P-RULE-NAME
049900     MOVE DLJ6-UNROUTED-SL         TO DL907-P-DEFAULT
050000     CALL "DL907" USING DL907-PARMS
050100     MOVE DL907-P-VALUE            TO DLJ6-UNROUTED-SL
050200     WRITE DL196-RPT-LINE FROM DL907-P-HDG-LINE.
050300 1500-EXIT.
050400     EXIT.
050500*================================================================
050600*    2000-RELEASE-FEED  -  INPUT PROCEDURE: TODAY'S FEED RECORDS *
050700*                          ONLY; NO FEED YET MEANS NO SOURCE RAN *
050800*================================================================
050900 2000-RELEASE-FEED.
051000     OPEN INPUT DL908-WQI-FILE
051100     IF DLJ6-WQI-STATUS = "35"
051200         DISPLAY "DL196: DL908WQI NOT FOUND - NO SOURCE REPORTED"
051300         GO TO 2999-EXIT
051400     END-IF
051500     PERFORM 2100-RELEASE-ONE       THRU 2100-EXIT
051600         UNTIL DLJ6-WQI-EOF
051700     CLOSE DL908-WQI-FILE
051800     GO TO 2999-EXIT.
051900 2000-EXIT.
052000     EXIT.
052100*================================================================
052200*    2100-RELEASE-ONE
052300*================================================================
052400 2100-RELEASE-ONE.
052500     READ DL908-WQI-FILE
052600         AT END
052700             SET DLJ6-WQI-EOF TO TRUE
052800     END-READ
052900     IF DLJ6-WQI-EOF
053000         GO TO 2100-EXIT
053100     END-IF
053200     ADD 1 TO DLJ6-FEED-READ
053300     IF DL908-W-BUS-DT = DLJ6-RUN-DATE
053400         RELEASE DLJ6-SORT-RECORD FROM DL908-WQI-RECORD
053500         ADD 1 TO DLJ6-FEED-RELEASED
053600     END-IF.
053700 2100-EXIT.
053800     EXIT.
053900 2999-EXIT.
054000     EXIT.
054100*================================================================
054200*    3000-MERGE-QUEUE  -  OUTPUT PROCEDURE: MASTER, FEED AND     *
054300*                         DISPOSITIONS MATCHED ON ITEM KEY       *
054400*================================================================
054500 3000-MERGE-QUEUE.
054600     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
054700     PERFORM 8100-READ-DSP          THRU 8100-EXIT
054800     PERFORM 8200-RETURN-FEED       THRU 8200-EXIT
054900     PERFORM 3100-ONE-KEY           THRU 3100-EXIT
055000         UNTIL DLJ6-MST-EOF AND DLJ6-FEED-EOF AND DLJ6-DSP-EOF
055100     GO TO 3999-EXIT.
055200 3000-EXIT.
055300     EXIT.
055400*================================================================
055500*    3100-ONE-KEY  -  EVERYTHING KNOWN ABOUT THE LOWEST KEY      *
055600*                     STILL TO COME                              *
055700*================================================================
055800 3100-ONE-KEY.
055900     MOVE DLJ6-MST-KEY             TO DLJ6-LOW-KEY
056000     IF DLJ6-FEED-KEY < DLJ6-LOW-KEY
056100         MOVE DLJ6-FEED-KEY        TO DLJ6-LOW-KEY
056200     END-IF
056300     IF DLJ6-DSP-KEY < DLJ6-LOW-KEY
056400         MOVE DLJ6-DSP-KEY         TO DLJ6-LOW-KEY
056500     END-IF
056600     MOVE "N"                      TO DLJ6-HAVE-ITEM-SW
056700     MOVE "N"                      TO DLJ6-NEW-ITEM-SW
056800     MOVE "N"                      TO DLJ6-SEEN-SW
056900     MOVE "N"                      TO DLJ6-DROP-SW
057000     IF DLJ6-MST-KEY = DLJ6-LOW-KEY
057100         MOVE DL196-WQM-RECORD     TO DLJ6-ITEM
057200         SET DLJ6-HAVE-ITEM        TO TRUE
057300         PERFORM 8000-READ-MASTER   THRU 8000-EXIT
057400     END-IF
057500     IF DLJ6-FEED-KEY = DLJ6-LOW-KEY
057600         PERFORM 3200-TAKE-FEED-ITEM THRU 3200-EXIT
057700         PERFORM 8200-RETURN-FEED   THRU 8200-EXIT
057800     END-IF
057900     IF DLJ6-HAVE-ITEM
058000         PERFORM 3300-ROUTE-ITEM    THRU 3300-EXIT
058100     END-IF
058200     IF DLJ6-DSP-KEY = DLJ6-LOW-KEY
058300         PERFORM 3400-APPLY-DISPOSITION THRU 3400-EXIT
058400         PERFORM 8100-READ-DSP      THRU 8100-EXIT
058500     END-IF
058600     IF NOT DLJ6-HAVE-ITEM
058700         GO TO 3100-EXIT
058800     END-IF
058900     IF NOT DLJ6-SEEN-TODAY
059000         PERFORM 3500-CHECK-CLEARED THRU 3500-EXIT
059100     END-IF
059200     IF DLJ6-DROP
059300         GO TO 3100-EXIT
059400     END-IF
059500     IF DLJ6-I-OPEN
059600         PERFORM 3600-AGE-ITEM      THRU 3600-EXIT
059700     END-IF
059800     WRITE DL196-WQM-OUT-RECORD FROM DLJ6-ITEM.
059900 3100-EXIT.
060000     EXIT.
060100*================================================================
060200*    3200-TAKE-FEED-ITEM  -  A NEW ITEM OPENS; A KNOWN ONE TAKES *
060300*                            TODAY'S PARTY, REASON AND DOLLARS   *
060400*                            BUT KEEPS ITS OPENED DATE           *
060500*================================================================
060600 3200-TAKE-FEED-ITEM.
060700     IF NOT DLJ6-HAVE-ITEM
060800         MOVE SPACES               TO DLJ6-ITEM
060900         MOVE DL908-W-KEY          TO DLJ6-I-KEY
061000         SET DLJ6-I-OPEN           TO TRUE
061100         MOVE ZERO                 TO DLJ6-I-CLOSED-DT
061200         IF DL908-W-OPENED-DT IS NUMERIC
061300             AND DL908-W-OPENED-DT NOT = ZERO
061400             AND DL908-W-OPENED-DT NOT > DLJ6-RUN-DATE
061500             MOVE DL908-W-OPENED-DT TO DLJ6-I-OPENED-DT
061600         ELSE
061700             MOVE DLJ6-RUN-DATE    TO DLJ6-I-OPENED-DT
061800         END-IF
061900         SET DLJ6-HAVE-ITEM        TO TRUE
062000         SET DLJ6-NEW-ITEM         TO TRUE
062100         ADD 1 TO DLJ6-ITEMS-NEW
062200     END-IF
062300     MOVE DL908-W-PARTY-TYPE       TO DLJ6-I-PARTY-TYPE
062400     MOVE DL908-W-PARTY-ID         TO DLJ6-I-PARTY-ID
062500     MOVE DL908-W-REASON           TO DLJ6-I-REASON
062600     MOVE DL908-W-AMOUNT           TO DLJ6-I-AMOUNT
062700     MOVE DL908-W-CLOSE-RULE       TO DLJ6-I-CLOSE-RULE
062800     MOVE DLJ6-RUN-DATE            TO DLJ6-I-LAST-SEEN-DT
062900     SET DLJ6-SEEN-TODAY           TO TRUE.
063000 3200-EXIT.
063100     EXIT.
063200*================================================================
063300*    3300-ROUTE-ITEM  -  PROGRAM AND REASON FIRST, THEN THE      *
063400*                        PROGRAM'S CATCH-ALL ROW, ELSE UNRTD.    *
063500*                        RE-ROUTED EVERY RUN SO A TABLE CHANGE   *
063600*                        MOVES THE OPEN ITEMS WITH IT            *
063700*================================================================
063800 3300-ROUTE-ITEM.
063900     PERFORM 3310-SCAN-ONE-ROUTE    THRU 3310-EXIT
064000         VARYING DLJ6-SUB FROM 1 BY 1
064100         UNTIL DLJ6-SUB > DLJ6-RTE-COUNT
064200         OR (DLJ6-R-PROGRAM-ID(DLJ6-SUB) = DLJ6-I-PROGRAM-ID
064300         AND DLJ6-R-REASON-CD(DLJ6-SUB) = DLJ6-I-REASON-CD)
064400     IF DLJ6-SUB > DLJ6-RTE-COUNT
064500         PERFORM 3310-SCAN-ONE-ROUTE THRU 3310-EXIT
064600             VARYING DLJ6-SUB FROM 1 BY 1
064700             UNTIL DLJ6-SUB > DLJ6-RTE-COUNT
064800             OR (DLJ6-R-PROGRAM-ID(DLJ6-SUB) = DLJ6-I-PROGRAM-ID
064900             AND DLJ6-R-REASON-CD(DLJ6-SUB) = SPACES)
065000     END-IF
065100     IF DLJ6-SUB > DLJ6-RTE-COUNT
065200         MOVE DLJ6-UNROUTED-SUB    TO DLJ6-Q-SUB
065300     ELSE
065400         MOVE DLJ6-R-Q-SUB(DLJ6-SUB) TO DLJ6-Q-SUB
065500     END-IF
065600     MOVE DLJ6-Q-ID(DLJ6-Q-SUB)    TO DLJ6-I-QUEUE-ID
065700     IF DLJ6-NEW-ITEM
065800         ADD 1 TO DLJ6-Q-NEW(DLJ6-Q-SUB)
065900     END-IF.
066000 3300-EXIT.
066100     EXIT.
066200*================================================================
066300*    3310-SCAN-ONE-ROUTE
066400*================================================================
066500 3310-SCAN-ONE-ROUTE.
066600     CONTINUE.
066700 3310-EXIT.
066800     EXIT.
066900*================================================================
067000*    3400-APPLY-DISPOSITION  -  CLOSES AN OPEN ITEM TO THE       *
067100*                               ANALYST WHO KEYED IT             *
067200*================================================================
067300 3400-APPLY-DISPOSITION.
067400     IF NOT DLJ6-HAVE-ITEM
067500         MOVE SPACES               TO DLJ6-DETAIL-LINE
067600         MOVE DL196-D-PROGRAM-ID   TO DLJ6-D-PROGRAM-ID
067700         MOVE DL196-D-REASON-CD    TO DLJ6-D-REASON-CD
067800         MOVE DL196-D-ITEM-KEY     TO DLJ6-D-ITEM-KEY
067900         MOVE DL196-D-ANALYST-ID   TO DLJ6-D-PARTY-ID
068000         MOVE ZERO                 TO DLJ6-D-AMOUNT
068100         MOVE ZERO                 TO DLJ6-D-OPENED-DT
068200         MOVE ZERO                 TO DLJ6-D-AGE
068300         MOVE ZERO                 TO DLJ6-D-SL-DAYS
068400         MOVE "REJ-NO ITEM"        TO DLJ6-D-REMARK
068500         WRITE DL196-RPT-LINE FROM DLJ6-DETAIL-LINE
068600         ADD 1 TO DLJ6-DSP-REJECTED
068700         GO TO 3400-EXIT
068800     END-IF
068900     IF DLJ6-I-CLOSED
069000         MOVE "REJ-CLOSED"         TO DLJ6-D-REMARK
069100         PERFORM 3800-WRITE-DETAIL  THRU 3800-EXIT
069200         ADD 1 TO DLJ6-DSP-REJECTED
069300         GO TO 3400-EXIT
069400     END-IF
069500     IF DL196-D-ANALYST-ID = SPACES
069600         MOVE "REJ-NO ANALYST"     TO DLJ6-D-REMARK
069700         PERFORM 3800-WRITE-DETAIL  THRU 3800-EXIT
069800         ADD 1 TO DLJ6-DSP-REJECTED
069900         GO TO 3400-EXIT
070000     END-IF
070100     SET DLJ6-I-CLOSED             TO TRUE
070200     MOVE DLJ6-RUN-DATE            TO DLJ6-I-CLOSED-DT
070300     MOVE DL196-D-ANALYST-ID       TO DLJ6-I-CLOSED-BY
070400     MOVE DL196-D-DISP-CD          TO DLJ6-I-DISP-CD
070500     MOVE DL196-D-NOTE             TO DL196-C-NOTE
070600     SET DL196-C-BY-DISPOSITION    TO TRUE
070700     PERFORM 3700-WRITE-CLOSURE     THRU 3700-EXIT
070800     ADD 1 TO DLJ6-CLOSED-BY-DSP
070900     PERFORM 3450-CREDIT-ANALYST    THRU 3450-EXIT.
071000 3400-EXIT.
071100     EXIT.
071200*================================================================
071300*    3450-CREDIT-ANALYST
071400*================================================================
071500 3450-CREDIT-ANALYST.
071600     PERFORM 3460-SCAN-ONE-ANALYST  THRU 3460-EXIT
071700         VARYING DLJ6-SUB FROM 1 BY 1
071800         UNTIL DLJ6-SUB > DLJ6-ANL-COUNT
071900         OR DLJ6-A-ANALYST-ID(DLJ6-SUB) = DLJ6-I-CLOSED-BY
072000     IF DLJ6-SUB > DLJ6-ANL-COUNT
072100         IF DLJ6-ANL-COUNT >= 200
072200             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
072300         END-IF
072400         ADD 1 TO DLJ6-ANL-COUNT
072500         MOVE DLJ6-ANL-COUNT       TO DLJ6-SUB
072600         MOVE DLJ6-I-CLOSED-BY     TO DLJ6-A-ANALYST-ID(DLJ6-SUB)
072700         MOVE ZERO                 TO DLJ6-A-CLOSED(DLJ6-SUB)
072800     END-IF
072900     ADD 1 TO DLJ6-A-CLOSED(DLJ6-SUB).
073000 3450-EXIT.
073100     EXIT.
073200*================================================================
073300*    3460-SCAN-ONE-ANALYST
073400*================================================================
073500 3460-SCAN-ONE-ANALYST.
073600     CONTINUE.
073700 3460-EXIT.
073800     EXIT.
073900*================================================================
074000*    3500-CHECK-CLEARED  -  NOT REPORTED TODAY.  ONLY A SOURCE   *
074100*                           THAT RAN CAN CLEAR ITS ITEMS; A      *
074200*                           CLOSED ITEM SIMPLY DROPS, AN OPEN    *
074300*                           ONE CLOSES BY SOURCE UNLESS IT IS A  *
074400*                           ONE-TIME EVENT                       *
074500*================================================================
074600 3500-CHECK-CLEARED.
074700     PERFORM 3510-SCAN-ONE-RAN      THRU 3510-EXIT
074800         VARYING DLJ6-SUB FROM 1 BY 1
074900         UNTIL DLJ6-SUB > DLJ6-RAN-COUNT
075000         OR DLJ6-RAN-PROGRAM-ID(DLJ6-SUB) = DLJ6-I-PROGRAM-ID
075100     IF DLJ6-SUB > DLJ6-RAN-COUNT
075200         GO TO 3500-EXIT
075300     END-IF
075400     IF DLJ6-I-CLOSED
075500         SET DLJ6-DROP             TO TRUE
075600         GO TO 3500-EXIT
075700     END-IF
075800     IF DLJ6-I-DISPOSITION-ONLY
075900         GO TO 3500-EXIT
076000     END-IF
076100     MOVE "SOURCE"                 TO DLJ6-I-CLOSED-BY
076200     MOVE SPACES                   TO DLJ6-I-DISP-CD
076300     MOVE SPACES                   TO DL196-C-NOTE
076400     SET DL196-C-BY-SOURCE         TO TRUE
076500     PERFORM 3700-WRITE-CLOSURE     THRU 3700-EXIT
076600     ADD 1 TO DLJ6-CLOSED-BY-SOURCE
076700     SET DLJ6-DROP                 TO TRUE.
076800 3500-EXIT.
076900     EXIT.
077000*================================================================
077100*    3510-SCAN-ONE-RAN
077200*================================================================
077300 3510-SCAN-ONE-RAN.
077400     CONTINUE.
077500 3510-EXIT.
077600     EXIT.
077700*================================================================
077800*    3600-AGE-ITEM  -  CALENDAR DAYS OPEN AGAINST THE QUEUE'S    *
077900*                      SERVICE LEVEL                             *
078000*================================================================
078100 3600-AGE-ITEM.
078200     PERFORM 3650-COMPUTE-AGE       THRU 3650-EXIT
078300     ADD 1 TO DLJ6-ITEMS-OPEN
078400     ADD 1 TO DLJ6-Q-OPEN(DLJ6-Q-SUB)
078500     ADD DLJ6-I-AMOUNT             TO DLJ6-Q-DOLLARS(DLJ6-Q-SUB)
078600     IF DLJ6-AGE-DAYS > DLJ6-Q-OLDEST(DLJ6-Q-SUB)
078700         MOVE DLJ6-AGE-DAYS        TO DLJ6-Q-OLDEST(DLJ6-Q-SUB)
078800     END-IF
078900     IF DLJ6-AGE-DAYS > DLJ6-Q-SL-DAYS(DLJ6-Q-SUB)
079000         ADD 1 TO DLJ6-ITEMS-OVERDUE
079100         ADD 1 TO DLJ6-Q-OVERDUE(DLJ6-Q-SUB)
079200         MOVE "OVERDUE"            TO DLJ6-D-REMARK
079300         PERFORM 3800-WRITE-DETAIL  THRU 3800-EXIT
079400     ELSE
079500         ADD 1 TO DLJ6-Q-WITHIN(DLJ6-Q-SUB)
079600     END-IF.
079700 3600-EXIT.
079800     EXIT.
079900*================================================================
080000*    3650-COMPUTE-AGE
080100*================================================================
080200 3650-COMPUTE-AGE.
080300     MOVE DLJ6-I-OPENED-DT         TO DLJ6-CALL-DATE
080400     CALL "DL900" USING DLJ6-CALL-DATE DLJ6-OPENED-JULIAN
080500     COMPUTE DLJ6-AGE-DAYS =
080600         DLJ6-RUN-JULIAN - DLJ6-OPENED-JULIAN
080700     IF DLJ6-AGE-DAYS < ZERO
080800         MOVE ZERO                 TO DLJ6-AGE-DAYS
080900     END-IF.
081000 3650-EXIT.
081100     EXIT.
081200*================================================================
081300*    3700-WRITE-CLOSURE  -  HOW AND NOTE ARE ALREADY SET; THE    *
081400*                           CLOSING QUEUE IS CREDITED            *
081500*================================================================
081600 3700-WRITE-CLOSURE.
081700     PERFORM 3650-COMPUTE-AGE       THRU 3650-EXIT
081800     MOVE DLJ6-RUN-DATE            TO DL196-C-BUS-DT
081900     MOVE DLJ6-I-KEY               TO DL196-C-KEY
082000     MOVE DLJ6-I-PARTY-TYPE        TO DL196-C-PARTY-TYPE
082100     MOVE DLJ6-I-PARTY-ID          TO DL196-C-PARTY-ID
082200     MOVE DLJ6-I-QUEUE-ID          TO DL196-C-QUEUE-ID
082300     MOVE DLJ6-I-AMOUNT            TO DL196-C-AMOUNT
082400     MOVE DLJ6-I-OPENED-DT         TO DL196-C-OPENED-DT
082500     MOVE DLJ6-AGE-DAYS            TO DL196-C-DAYS-OPEN
082600     MOVE DLJ6-I-CLOSED-BY         TO DL196-C-CLOSED-BY
082700     MOVE DLJ6-I-DISP-CD           TO DL196-C-DISP-CD
082800     MOVE SPACES                   TO DL196-CLS-RECORD(143:8)
082900     WRITE DL196-CLS-RECORD
083000     ADD 1 TO DLJ6-Q-CLOSED(DLJ6-Q-SUB).
083100 3700-EXIT.
083200     EXIT.
083300*================================================================
083400*    3800-WRITE-DETAIL  -  ONE ITEM; THE REMARK IS ALREADY SET   *
083500*================================================================
083600 3800-WRITE-DETAIL.
083700     PERFORM 3650-COMPUTE-AGE       THRU 3650-EXIT
083800     MOVE DLJ6-I-QUEUE-ID          TO DLJ6-D-QUEUE-ID
083900     MOVE DLJ6-I-PROGRAM-ID        TO DLJ6-D-PROGRAM-ID
084000     MOVE DLJ6-I-REASON-CD         TO DLJ6-D-REASON-CD
084100     MOVE DLJ6-I-ITEM-KEY          TO DLJ6-D-ITEM-KEY
084200     MOVE DLJ6-I-PARTY-TYPE        TO DLJ6-D-PARTY-TYPE
084300     MOVE DLJ6-I-PARTY-ID          TO DLJ6-D-PARTY-ID
084400     MOVE DLJ6-I-AMOUNT            TO DLJ6-D-AMOUNT
084500     MOVE DLJ6-I-OPENED-DT         TO DLJ6-D-OPENED-DT
084600     MOVE DLJ6-AGE-DAYS            TO DLJ6-D-AGE
084700     MOVE DLJ6-Q-SL-DAYS(DLJ6-Q-SUB) TO DLJ6-D-SL-DAYS
084800     WRITE DL196-RPT-LINE FROM DLJ6-DETAIL-LINE.
084900 3800-EXIT.
085000     EXIT.
085100 3999-EXIT.
085200     EXIT.
085300*================================================================
085400*    4000-TERMINATE  -  QUEUE STATUS, ANALYST CLOSURES, TOTALS   *
085500*================================================================
085600 4000-TERMINATE.
085700     WRITE DL196-RPT-LINE FROM SPACES
085800     WRITE DL196-RPT-LINE FROM DLJ6-SECTION-2
085900     WRITE DL196-RPT-LINE FROM DLJ6-QUEUE-HEADING
086000     PERFORM 4100-WRITE-ONE-QUEUE   THRU 4100-EXIT
086100         VARYING DLJ6-Q-SUB FROM 1 BY 1
086200         UNTIL DLJ6-Q-SUB > DLJ6-QUE-COUNT
086300     WRITE DL196-RPT-LINE FROM SPACES
086400     WRITE DL196-RPT-LINE FROM DLJ6-SECTION-3
086500     MOVE "SOURCE"                 TO DLJ6-A-D-ANALYST-ID
086600     MOVE DLJ6-CLOSED-BY-SOURCE    TO DLJ6-A-D-CLOSED
086700     WRITE DL196-RPT-LINE FROM DLJ6-ANALYST-LINE
086800     PERFORM 4200-WRITE-ONE-ANALYST THRU 4200-EXIT
086900         VARYING DLJ6-SUB FROM 1 BY 1
087000         UNTIL DLJ6-SUB > DLJ6-ANL-COUNT
087100     MOVE DLJ6-ITEMS-OPEN          TO DLJ6-T-OPEN
087200     MOVE DLJ6-ITEMS-OVERDUE       TO DLJ6-T-OVERDUE
087300     MOVE DLJ6-ITEMS-NEW           TO DLJ6-T-NEW
087400     MOVE DLJ6-CLOSED-BY-SOURCE    TO DLJ6-T-BY-SOURCE
087500     MOVE DLJ6-CLOSED-BY-DSP       TO DLJ6-T-BY-DSP
087600     MOVE DLJ6-DSP-REJECTED        TO DLJ6-T-REJECTED
087700     WRITE DL196-RPT-LINE FROM SPACES
087800     WRITE DL196-RPT-LINE FROM DLJ6-TOTAL-LINE-1
087900     WRITE DL196-RPT-LINE FROM DLJ6-TOTAL-LINE-2
088000     WRITE DL196-RPT-LINE FROM DLJ6-TOTAL-LINE-3
088100     WRITE DL196-RPT-LINE FROM DLJ6-TOTAL-LINE-4
088200     WRITE DL196-RPT-LINE FROM DLJ6-TOTAL-LINE-5
088300     WRITE DL196-RPT-LINE FROM DLJ6-TOTAL-LINE-6
088400     CLOSE DL196-WQM-IN-FILE
088500     CLOSE DL196-DSP-FILE
088600     CLOSE DL196-RTE-FILE
088700     CLOSE DL196-QDF-FILE
088800     CLOSE DL196-WQM-OUT-FILE
088900     CLOSE DL196-CLS-FILE
089000     CLOSE DL196-RPT-FILE.
089100 4000-EXIT.
089200     EXIT.
089300*================================================================
089400*    4100-WRITE-ONE-QUEUE
089500*================================================================
089600 4100-WRITE-ONE-QUEUE.
089700     MOVE DLJ6-Q-ID(DLJ6-Q-SUB)    TO DLJ6-Q-D-ID
089800     MOVE DLJ6-Q-NAME(DLJ6-Q-SUB)  TO DLJ6-Q-D-NAME
089900     MOVE DLJ6-Q-SL-DAYS(DLJ6-Q-SUB) TO DLJ6-Q-D-SL-DAYS
090000     MOVE DLJ6-Q-OPEN(DLJ6-Q-SUB)  TO DLJ6-Q-D-OPEN
090100     MOVE DLJ6-Q-WITHIN(DLJ6-Q-SUB) TO DLJ6-Q-D-WITHIN
090200     MOVE DLJ6-Q-OVERDUE(DLJ6-Q-SUB) TO DLJ6-Q-D-OVERDUE
090300     MOVE DLJ6-Q-OLDEST(DLJ6-Q-SUB) TO DLJ6-Q-D-OLDEST
090400     MOVE DLJ6-Q-DOLLARS(DLJ6-Q-SUB) TO DLJ6-Q-D-DOLLARS
090500     MOVE DLJ6-Q-NEW(DLJ6-Q-SUB)   TO DLJ6-Q-D-NEW
090600     MOVE DLJ6-Q-CLOSED(DLJ6-Q-SUB) TO DLJ6-Q-D-CLOSED
090700     WRITE DL196-RPT-LINE FROM DLJ6-QUEUE-LINE.
090800 4100-EXIT.
090900     EXIT.
091000*================================================================
091100*    4200-WRITE-ONE-ANALYST
091200*================================================================
091300 4200-WRITE-ONE-ANALYST.
091400     MOVE DLJ6-A-ANALYST-ID(DLJ6-SUB) TO DLJ6-A-D-ANALYST-ID
091500     MOVE DLJ6-A-CLOSED(DLJ6-SUB)  TO DLJ6-A-D-CLOSED
091600     WRITE DL196-RPT-LINE FROM DLJ6-ANALYST-LINE.
091700 4200-EXIT.
091800     EXIT.
091900*================================================================
092000*    8000-READ-MASTER
092100*================================================================
092200 8000-READ-MASTER.
092300     READ DL196-WQM-IN-FILE
092400         AT END
092500             SET DLJ6-MST-EOF TO TRUE
092600             MOVE HIGH-VALUES      TO DLJ6-MST-KEY
092700     END-READ
092800     IF NOT DLJ6-MST-EOF
092900         ADD 1 TO DLJ6-MST-READ
093000         MOVE DL196-M-KEY          TO DLJ6-MST-KEY
093100     END-IF.
093200 8000-EXIT.
093300     EXIT.
093400*================================================================
093500*    8100-READ-DSP
093600*================================================================
093700 8100-READ-DSP.
093800     READ DL196-DSP-FILE
093900         AT END
094000             SET DLJ6-DSP-EOF TO TRUE
094100             MOVE HIGH-VALUES      TO DLJ6-DSP-KEY
094200     END-READ
094300     IF NOT DLJ6-DSP-EOF
094400         MOVE DL196-D-KEY          TO DLJ6-DSP-KEY
094500     END-IF.
094600 8100-EXIT.
094700     EXIT.
094800*================================================================
094900*    8200-RETURN-FEED  -  NEXT DISTINCT ITEM; START RECORDS ARE  *
095000*                         NOTED ON THE WAY PAST AND A RERUN'S    *
095100*                         REPEAT OF AN ITEM IS SKIPPED           *
095200*================================================================
095300 8200-RETURN-FEED.
095400     MOVE "N"                      TO DLJ6-FEED-READY-SW
095500     PERFORM 8210-RETURN-ONE        THRU 8210-EXIT
095600         UNTIL DLJ6-FEED-EOF OR DLJ6-FEED-READY.
095700 8200-EXIT.
095800     EXIT.
095900*================================================================
096000*    8210-RETURN-ONE
096100*================================================================
096200 8210-RETURN-ONE.
096300     RETURN DL196-SORT-FILE
096400         AT END
096500             SET DLJ6-FEED-EOF TO TRUE
096600             MOVE HIGH-VALUES      TO DLJ6-FEED-KEY
096700     END-RETURN
096800     IF DLJ6-FEED-EOF
096900         GO TO 8210-EXIT
097000     END-IF
097100     MOVE DLJ6-SORT-RECORD         TO DL908-WQI-RECORD
097200     IF DL908-W-START
097300         PERFORM 8220-NOTE-RAN      THRU 8220-EXIT
097400         GO TO 8210-EXIT
097500     END-IF
097600     IF DL908-W-KEY = DLJ6-FEED-KEY
097700         ADD 1 TO DLJ6-FEED-DUPLICATES
097800         GO TO 8210-EXIT
097900     END-IF
098000     MOVE DL908-W-KEY              TO DLJ6-FEED-KEY
098100     SET DLJ6-FEED-READY           TO TRUE.
098200 8210-EXIT.
098300     EXIT.
098400*================================================================
098500*    8220-NOTE-RAN  -  A SOURCE THAT RAN TODAY                   *
098600*================================================================
098700 8220-NOTE-RAN.
098800     PERFORM 3510-SCAN-ONE-RAN      THRU 3510-EXIT
098900         VARYING DLJ6-SUB FROM 1 BY 1
099000         UNTIL DLJ6-SUB > DLJ6-RAN-COUNT
099100         OR DLJ6-RAN-PROGRAM-ID(DLJ6-SUB) = DL908-W-PROGRAM-ID
099200     IF DLJ6-SUB > DLJ6-RAN-COUNT
099300         IF DLJ6-RAN-COUNT >= 200
099400             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
099500         END-IF
099600         ADD 1 TO DLJ6-RAN-COUNT
099700         MOVE DL908-W-PROGRAM-ID
099800                       TO DLJ6-RAN-PROGRAM-ID(DLJ6-RAN-COUNT)
099900     END-IF.
100000 8220-EXIT.
100100     EXIT.
100200*================================================================
100300*    9900-TABLE-ABORT  -  A TABLE OVERFLOW WOULD MISROUTE OR     *
100400*                         MISCOUNT WORK; THE STEP FAILS          *
100500*================================================================
100600 9900-TABLE-ABORT.
100700     DISPLAY "DL196: A WORK-QUEUE TABLE HAS OVERFLOWED"
100800     MOVE 8                        TO RETURN-CODE
100900     STOP RUN.
101000 9900-EXIT.
101100     EXIT.
