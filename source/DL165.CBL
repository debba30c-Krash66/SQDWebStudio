000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL165.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MEMBER APPEALS AND GRIEVANCE
001100*                   MAINTENANCE OF THE DL165APL APPEALS MASTER,
001200*                   THE DL135 SORTED ADD/UPDATE/CLOSE MATCH-
001300*                   MERGE MOLD KEYED BY APPEAL NUMBER.  AN ADD
001400*                   OR A CHANGE OF TYPE OR RECEIVED DATE SETS
001500*                   THE DECISION DUE DATE THROUGH THE SHARED
001600*                   DL901 BUSINESS-DAY SERVICE (THE DL063 CALL).
001700*                   EVERY OPEN APPEAL WHOSE CLAIM HAS GONE TO
001800*                   THE DL070 ARCHIVE (RANDOM READ OF DL070IDX,
001900*                   THE DL071 WAY) AND HAS NOT YET BEEN ASKED
002000*                   FOR GETS A DL071 RETRIEVAL REQUEST ON
002100*                   DL165REQ, ONCE.
002200*================================================================
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DL165-APL-IN-FILE  ASSIGN TO DL165APLI
003000            ORGANIZATION IS SEQUENTIAL.
003100     SELECT DL165-APL-OUT-FILE ASSIGN TO DL165APLO
003200            ORGANIZATION IS SEQUENTIAL.
003300     SELECT DL165-TRAN-FILE    ASSIGN TO DL165TRAN
003400            ORGANIZATION IS SEQUENTIAL.
003500     SELECT DL070-IDX-FILE     ASSIGN TO DL070IDX
003600            ORGANIZATION IS INDEXED
003700            ACCESS MODE IS RANDOM
003800            RECORD KEY IS DL070-IDX-INV-NBR.
003900     SELECT DL165-REQ-FILE     ASSIGN TO DL165REQ
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL165-RPT-FILE     ASSIGN TO DL165RPT
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DL165-APL-IN-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DL165APL.
004800 FD  DL165-APL-OUT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  DL165-APL-OUT-RECORD          PIC X(120).
005100 FD  DL165-TRAN-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL165TRN.
005400 FD  DL070-IDX-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DL070IDX.
005700*    THE DL071 RETRIEVAL REQUEST LAYOUT - ONE INVOICE NUMBER
005800 FD  DL165-REQ-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  DL165-REQ-RECORD.
006100     05  DL165-Q-INV-NBR           PIC 9(13).
006200 FD  DL165-RPT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  DL165-RPT-LINE                PIC X(132).
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------
006700*    DLG5-SWITCHES AND COUNTERS
006800*----------------------------------------------------------------
006900 01  DLG5-SWITCHES.
007000     05  DLG5-APL-EOF-SW           PIC X(1)     VALUE "N".
007100         88  DLG5-APL-EOF                        VALUE "Y".
007200     05  DLG5-TRAN-EOF-SW          PIC X(1)     VALUE "N".
007300         88  DLG5-TRAN-EOF                       VALUE "Y".
007400     05  DLG5-TRAN-OK-SW           PIC X(1)     VALUE "N".
007500         88  DLG5-TRAN-OK                        VALUE "Y".
007600     05  DLG5-IDX-FOUND-SW         PIC X(1)     VALUE "N".
007700         88  DLG5-IDX-FOUND                      VALUE "Y".
007800     05  DLG5-REDATE-SW            PIC X(1)     VALUE "N".
007900         88  DLG5-REDATE                         VALUE "Y".
008000 01  DLG5-KEYS.
008100     05  DLG5-APL-KEY              PIC X(10).
008200     05  DLG5-TRAN-KEY             PIC X(10).
008300 01  DLG5-HOLD-MASTER              PIC X(120).
008400*----------------------------------------------------------------
008500*    DLG5-PARMS  -  DECISION ALLOWANCE IN BUSINESS DAYS BY      *
008600*    APPEAL TYPE, AND THE DL901 CALENDAR TO COUNT THEM ON        *
008700*----------------------------------------------------------------
008800 01  DLG5-PARMS.
008900     05  DLG5-PRE-SVC-DAYS         PIC 9(3)     VALUE 20.
009000     05  DLG5-POST-SVC-DAYS        PIC 9(3)     VALUE 40.
009100     05  DLG5-EXPEDITED-DAYS       PIC 9(3)     VALUE 3.
009200     05  DLG5-CNTRY-CODE           PIC X(2)     VALUE "US".
009300     05  DLG5-RGN-CODE             PIC X(2)     VALUE SPACES.
009400     05  DLG5-BUS-FUNCTION         PIC X(1)     VALUE "A".
009500*----------------------------------------------------------------
009600*    DLG5-DATE-WORK  -  DISPLAY STAGING FOR THE SHARED DL901
009700*    BUSINESS-DAY SERVICE
009800*----------------------------------------------------------------
009900 01  DLG5-DATE-WORK.
010000     05  DLG5-RUN-DATE             PIC 9(8).
010100     05  DLG5-FROM-DATE            PIC 9(8).
010200     05  DLG5-DUE-DATE             PIC 9(8).
010300     05  DLG5-BUS-DAYS             PIC S9(8) COMP.
010400 01  DLG5-COUNTERS.
010500     05  DLG5-APL-READ             PIC S9(8) COMP VALUE ZERO.
010600     05  DLG5-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
010700     05  DLG5-UPDATES-APPLIED      PIC S9(8) COMP VALUE ZERO.
010800     05  DLG5-CLOSES-APPLIED       PIC S9(8) COMP VALUE ZERO.
010900     05  DLG5-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
011000     05  DLG5-RETRIEVALS           PIC S9(8) COMP VALUE ZERO.
011100 01  DLG5-HEADING-1.
011200     05  FILLER                    PIC X(44)
011300         VALUE "MEMBER APPEALS AND GRIEVANCE MAINTENANCE".
011400 01  DLG5-COLUMN-HEADING.
011500     05  FILLER                   PIC X(12) VALUE "APPEAL NBR".
011600     05  FILLER                   PIC X(7)  VALUE "ACTION".
011700     05  FILLER                   PIC X(24) VALUE "DISPOSITION".
011800     05  FILLER                   PIC X(15) VALUE "INVOICE NBR".
011900     05  FILLER                   PIC X(10) VALUE "DUE DATE".
012000 01  DLG5-DETAIL-LINE.
012100     05  DLG5-D-APPEAL-NBR         PIC X(10).
012200     05  FILLER                    PIC X(2)  VALUE SPACES.
012300     05  DLG5-D-ACTION             PIC X(1).
012400     05  FILLER                    PIC X(6)  VALUE SPACES.
012500     05  DLG5-D-DISP               PIC X(22).
012600     05  FILLER                    PIC X(2)  VALUE SPACES.
012700     05  DLG5-D-INV-NBR            PIC 9(13).
012800     05  FILLER                    PIC X(2)  VALUE SPACES.
012900     05  DLG5-D-DUE-DT             PIC 9(8).
013000 01  DLG5-TOTAL-LINE-1.
013100     05  FILLER                    PIC X(25)
013200         VALUE "APPEALS OPENED".
013300     05  DLG5-T-ADDS               PIC ZZZ,ZZ9.
013400 01  DLG5-TOTAL-LINE-2.
013500     05  FILLER                    PIC X(25)
013600         VALUE "UPDATES APPLIED".
013700     05  DLG5-T-UPDATES            PIC ZZZ,ZZ9.
013800 01  DLG5-TOTAL-LINE-3.
013900     05  FILLER                    PIC X(25)
014000         VALUE "APPEALS CLOSED".
014100     05  DLG5-T-CLOSES             PIC ZZZ,ZZ9.
014200 01  DLG5-TOTAL-LINE-4.
014300     05  FILLER                    PIC X(25)
014400         VALUE "TRANS REJECTED".
014500     05  DLG5-T-REJECTED           PIC ZZZ,ZZ9.
014600 01  DLG5-TOTAL-LINE-5.
014700     05  FILLER                    PIC X(25)
014800         VALUE "ARCHIVE RETRIEVALS".
014900     05  DLG5-T-RETRIEVALS         PIC ZZZ,ZZ9.
015000*----------------------------------------------------------------
015100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
015200*----------------------------------------------------------------
015300 01  DL903-PARMS.
015400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL165".
015500     05  DL903-REC-TYPE            PIC X(1).
015600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
015700*----------------------------------------------------------------
015800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
015900*----------------------------------------------------------------
016000 01  DL902-DATES.
016100     05  DL902-EXEC-DATE           PIC 9(8).
016200 01  DL902-EXEC-LINE.
016300     05  FILLER                    PIC X(14)
016400         VALUE "BUSINESS DATE ".
016500     05  DL902-EL-BUS              PIC 9(8).
016600     05  FILLER                    PIC X(11)
016700         VALUE "  EXECUTED ".
016800     05  DL902-EL-EXEC             PIC 9(8).
016900 PROCEDURE DIVISION.
017000*================================================================
017100*    0000-MAINLINE  -  SORTED MATCH-MERGE BY APPEAL NUMBER       *
017200*================================================================
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
017500     MOVE "S"                      TO DL903-REC-TYPE
017600     CALL "DL903" USING DL903-PARMS
017700     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
017800         UNTIL DLG5-APL-EOF AND DLG5-TRAN-EOF
017900     PERFORM 3000-TERMINATE         THRU 3000-EXIT
018000     MOVE "E"                      TO DL903-REC-TYPE
018100     MOVE DLG5-APL-READ TO DL903-REC-COUNT
018200     CALL "DL903" USING DL903-PARMS
018300     GOBACK.
018400*================================================================
018500*    1000-INITIALIZE
018600*================================================================
018700 1000-INITIALIZE.
018800     CALL "DL902" USING DLG5-RUN-DATE DL902-EXEC-DATE
018900     OPEN INPUT  DL165-APL-IN-FILE
019000     OPEN INPUT  DL165-TRAN-FILE
019100     OPEN INPUT  DL070-IDX-FILE
019200     OPEN OUTPUT DL165-APL-OUT-FILE
019300     OPEN OUTPUT DL165-REQ-FILE
019400     OPEN OUTPUT DL165-RPT-FILE
019500     WRITE DL165-RPT-LINE FROM DLG5-HEADING-1
019600     MOVE DLG5-RUN-DATE TO DL902-EL-BUS
019700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
019800     WRITE DL165-RPT-LINE FROM DL902-EXEC-LINE
019900     WRITE DL165-RPT-LINE FROM SPACES
020000     WRITE DL165-RPT-LINE FROM DLG5-COLUMN-HEADING
020100     PERFORM 8000-READ-APL          THRU 8000-EXIT
020200     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
020300 1000-EXIT.
020400     EXIT.
020500*================================================================
020600*    2000-MATCH-MERGE
020700*================================================================
020800 2000-MATCH-MERGE.
020900     EVALUATE TRUE
021000         WHEN DLG5-APL-KEY < DLG5-TRAN-KEY
021100             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
021200         WHEN DLG5-APL-KEY > DLG5-TRAN-KEY
021300             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
021400         WHEN OTHER
021500             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
021600     END-EVALUATE.
021700 2000-EXIT.
021800     EXIT.
021900*================================================================
022000*    2100-COPY-MASTER
022100*================================================================
022200 2100-COPY-MASTER.
022300     PERFORM 2600-WRITE-MASTER      THRU 2600-EXIT
022400     PERFORM 8000-READ-APL          THRU 8000-EXIT.
022500 2100-EXIT.
022600     EXIT.
022700*================================================================
022800*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
022900*================================================================
023000 2200-UNMATCHED-TRAN.
023100     MOVE DL165-T-APPEAL-NBR       TO DLG5-D-APPEAL-NBR
023200     MOVE DL165-T-ACTION-CD        TO DLG5-D-ACTION
023300     MOVE DL165-T-INV-NBR          TO DLG5-D-INV-NBR
023400     MOVE ZERO                     TO DLG5-D-DUE-DT
023500     IF NOT DL165-T-ADD
023600         ADD 1 TO DLG5-TRAN-REJECTED
023700         MOVE "REJECTED-NO RECORD" TO DLG5-D-DISP
023800         WRITE DL165-RPT-LINE FROM DLG5-DETAIL-LINE
023900         GO TO 2200-READ-NEXT
024000     END-IF
024100     PERFORM 2500-EDIT-ADD          THRU 2500-EXIT
024200     IF NOT DLG5-TRAN-OK
024300         WRITE DL165-RPT-LINE FROM DLG5-DETAIL-LINE
024400         GO TO 2200-READ-NEXT
024500     END-IF
024600*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
024700*    WHILE THE ADD IS BUILT THERE
024800     MOVE DL165-APL-RECORD         TO DLG5-HOLD-MASTER
024900     MOVE SPACES                   TO DL165-APL-RECORD
025000     MOVE DL165-T-APPEAL-NBR       TO DL165-A-APPEAL-NBR
025100     MOVE DL165-T-EMP-ID           TO DL165-A-EMP-ID
025200     MOVE DL165-T-INV-NBR          TO DL165-A-INV-NBR
025300     MOVE DL165-T-TYPE             TO DL165-A-TYPE
025400     MOVE DL165-T-RCVD-DT          TO DL165-A-RCVD-DT
025500     MOVE DL165-T-LEVEL            TO DL165-A-LEVEL
025600     IF DL165-A-LEVEL = ZERO
025700         MOVE 1                    TO DL165-A-LEVEL
025800     END-IF
025900     MOVE DL165-T-REVIEWER         TO DL165-A-REVIEWER
026000     MOVE DL165-T-DENIAL-RSN       TO DL165-A-DENIAL-RSN
026100     SET DL165-A-OPEN              TO TRUE
026200     MOVE ZERO                     TO DL165-A-DECISION-DT
026300     MOVE ZERO                     TO DL165-A-RETRIEVE-DT
026400     MOVE DLG5-RUN-DATE            TO DL165-A-ADD-DT
026500     MOVE DLG5-RUN-DATE            TO DL165-A-LOAD-DT
026600     PERFORM 2700-SET-DUE-DATE      THRU 2700-EXIT
026700     ADD 1 TO DLG5-ADDS-APPLIED
026800     MOVE "OPENED"                 TO DLG5-D-DISP
026900     MOVE DL165-A-DUE-DT           TO DLG5-D-DUE-DT
027000     WRITE DL165-RPT-LINE FROM DLG5-DETAIL-LINE
027100     PERFORM 2600-WRITE-MASTER      THRU 2600-EXIT
027200     MOVE DLG5-HOLD-MASTER         TO DL165-APL-RECORD.
027300 2200-READ-NEXT.
027400     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
027500 2200-EXIT.
027600     EXIT.
027700*================================================================
027800*    2300-MATCHED-TRAN  -  A CLOSED APPEAL TAKES NO FURTHER      *
027900*                          TRANSACTIONS                          *
028000*================================================================
028100 2300-MATCHED-TRAN.
028200     MOVE DL165-T-APPEAL-NBR       TO DLG5-D-APPEAL-NBR
028300     MOVE DL165-T-ACTION-CD        TO DLG5-D-ACTION
028400     MOVE DL165-A-INV-NBR          TO DLG5-D-INV-NBR
028500     EVALUATE TRUE
028600         WHEN DL165-T-ADD
028700             ADD 1 TO DLG5-TRAN-REJECTED
028800             MOVE "REJECTED-DUPLICATE" TO DLG5-D-DISP
028900         WHEN NOT DL165-T-UPDATE AND NOT DL165-T-CLOSE
029000             ADD 1 TO DLG5-TRAN-REJECTED
029100             MOVE "REJECTED-ACTION"   TO DLG5-D-DISP
029200         WHEN DL165-A-CLOSED
029300             ADD 1 TO DLG5-TRAN-REJECTED
029400             MOVE "REJECTED-CLOSED"   TO DLG5-D-DISP
029500         WHEN DL165-T-UPDATE
029600             PERFORM 2400-APPLY-UPDATE THRU 2400-EXIT
029700         WHEN OTHER
029800             PERFORM 2450-APPLY-CLOSE THRU 2450-EXIT
029900     END-EVALUATE
030000     MOVE DL165-A-DUE-DT           TO DLG5-D-DUE-DT
030100     WRITE DL165-RPT-LINE FROM DLG5-DETAIL-LINE
030200     PERFORM 2600-WRITE-MASTER      THRU 2600-EXIT
030300     PERFORM 8000-READ-APL          THRU 8000-EXIT
030400     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
030500 2300-EXIT.
030600     EXIT.
030700*================================================================
030800*    2400-APPLY-UPDATE  -  ONLY THE FIELDS THE TRANSACTION       *
030900*                          CARRIES; A NEW TYPE OR RECEIVED DATE  *
031000*                          (A NEW LEVEL OF APPEAL) RESTARTS THE  *
031100*                          CLOCK                                 *
031200*================================================================
031300 2400-APPLY-UPDATE.
031400     PERFORM 2510-EDIT-UPDATE       THRU 2510-EXIT
031500     IF NOT DLG5-TRAN-OK
031600         GO TO 2400-EXIT
031700     END-IF
031800     MOVE "N"                      TO DLG5-REDATE-SW
031900     IF DL165-T-TYPE NOT = SPACE
032000         AND DL165-T-TYPE NOT = DL165-A-TYPE
032100         MOVE DL165-T-TYPE         TO DL165-A-TYPE
032200         SET DLG5-REDATE           TO TRUE
032300     END-IF
032400     IF DL165-T-RCVD-DT NOT = ZERO
032500         AND DL165-T-RCVD-DT NOT = DL165-A-RCVD-DT
032600         MOVE DL165-T-RCVD-DT      TO DL165-A-RCVD-DT
032700         SET DLG5-REDATE           TO TRUE
032800     END-IF
032900     IF DL165-T-LEVEL NOT = ZERO
033000         MOVE DL165-T-LEVEL        TO DL165-A-LEVEL
033100     END-IF
033200     IF DL165-T-REVIEWER NOT = SPACES
033300         MOVE DL165-T-REVIEWER     TO DL165-A-REVIEWER
033400     END-IF
033500     IF DL165-T-DENIAL-RSN NOT = SPACES
033600         MOVE DL165-T-DENIAL-RSN   TO DL165-A-DENIAL-RSN
033700     END-IF
033800     IF DL165-T-EMP-ID NOT = SPACES
033900         MOVE DL165-T-EMP-ID       TO DL165-A-EMP-ID
034000     END-IF
034100     IF DL165-T-INV-NBR NOT = ZERO
034200         AND DL165-T-INV-NBR NOT = DL165-A-INV-NBR
034300         MOVE DL165-T-INV-NBR      TO DL165-A-INV-NBR
034400         MOVE ZERO                 TO DL165-A-RETRIEVE-DT
034500     END-IF
034600     MOVE "UPDATED"                TO DLG5-D-DISP
034700     IF DLG5-REDATE
034800         PERFORM 2700-SET-DUE-DATE  THRU 2700-EXIT
034900         MOVE "UPDATED-NEW DUE DATE" TO DLG5-D-DISP
035000     END-IF
035100     MOVE DLG5-RUN-DATE            TO DL165-A-LOAD-DT
035200     ADD 1 TO DLG5-UPDATES-APPLIED.
035300 2400-EXIT.
035400     EXIT.
035500*================================================================
035600*    2450-APPLY-CLOSE
035700*================================================================
035800 2450-APPLY-CLOSE.
035900     IF DL165-T-DECISION NOT = "U"
036000         AND DL165-T-DECISION NOT = "O"
036100         AND DL165-T-DECISION NOT = "P"
036200         AND DL165-T-DECISION NOT = "W"
036300         ADD 1 TO DLG5-TRAN-REJECTED
036400         MOVE "REJECTED-DECISION"  TO DLG5-D-DISP
036500         GO TO 2450-EXIT
036600     END-IF
036700     IF DL165-T-DECISION-DT NOT NUMERIC
036800         OR DL165-T-DECISION-DT > DLG5-RUN-DATE
036900         ADD 1 TO DLG5-TRAN-REJECTED
037000         MOVE "REJECTED-DECISION DATE" TO DLG5-D-DISP
037100         GO TO 2450-EXIT
037200     END-IF
037300     MOVE DL165-T-DECISION         TO DL165-A-DECISION
037400     MOVE DL165-T-DECISION-DT      TO DL165-A-DECISION-DT
037500     IF DL165-A-DECISION-DT = ZERO
037600         MOVE DLG5-RUN-DATE        TO DL165-A-DECISION-DT
037700     END-IF
037800     IF DL165-T-REVIEWER NOT = SPACES
037900         MOVE DL165-T-REVIEWER     TO DL165-A-REVIEWER
038000     END-IF
038100     SET DL165-A-CLOSED            TO TRUE
038200     MOVE DLG5-RUN-DATE            TO DL165-A-LOAD-DT
038300     ADD 1 TO DLG5-CLOSES-APPLIED
038400     MOVE "CLOSED"                 TO DLG5-D-DISP
038500     IF DL165-A-DECISION-DT > DL165-A-DUE-DT
038600         MOVE "CLOSED-PAST DUE DATE" TO DLG5-D-DISP
038700     END-IF.
038800 2450-EXIT.
038900     EXIT.
039000*================================================================
039100*    2500-EDIT-ADD  -  AN APPEAL MUST NAME ITS MEMBER, CLAIM,    *
039200*                      TYPE AND RECEIVED DATE                    *
039300*================================================================
039400 2500-EDIT-ADD.
039500     MOVE "N"                      TO DLG5-TRAN-OK-SW
039600     IF DL165-T-EMP-ID = SPACES
039700         ADD 1 TO DLG5-TRAN-REJECTED
039800         MOVE "REJECTED-MEMBER"    TO DLG5-D-DISP
039900         GO TO 2500-EXIT
040000     END-IF
040100     IF DL165-T-INV-NBR NOT NUMERIC
040200         ADD 1 TO DLG5-TRAN-REJECTED
040300         MOVE "REJECTED-INVOICE"   TO DLG5-D-DISP
040400         GO TO 2500-EXIT
040500     END-IF
040600     IF DL165-T-TYPE NOT = "P"
040700         AND DL165-T-TYPE NOT = "C"
040800         AND DL165-T-TYPE NOT = "E"
040900         ADD 1 TO DLG5-TRAN-REJECTED
041000         MOVE "REJECTED-TYPE"      TO DLG5-D-DISP
041100         GO TO 2500-EXIT
041200     END-IF
041300*    A POST-SERVICE APPEAL IS ALWAYS AGAINST A CLAIM
041400     IF DL165-T-TYPE = "C"
041500         AND DL165-T-INV-NBR = ZERO
041600         ADD 1 TO DLG5-TRAN-REJECTED
041700         MOVE "REJECTED-INVOICE"   TO DLG5-D-DISP
041800         GO TO 2500-EXIT
041900     END-IF
042000     IF DL165-T-RCVD-DT NOT NUMERIC
042100         OR DL165-T-RCVD-DT = ZERO
042200         OR DL165-T-RCVD-DT > DLG5-RUN-DATE
042300         ADD 1 TO DLG5-TRAN-REJECTED
042400         MOVE "REJECTED-RECEIVED DATE" TO DLG5-D-DISP
042500         GO TO 2500-EXIT
042600     END-IF
042700     IF DL165-T-LEVEL NOT NUMERIC
042800         OR DL165-T-LEVEL > 3
042900         ADD 1 TO DLG5-TRAN-REJECTED
043000         MOVE "REJECTED-LEVEL"     TO DLG5-D-DISP
043100         GO TO 2500-EXIT
043200     END-IF
043300     SET DLG5-TRAN-OK              TO TRUE.
043400 2500-EXIT.
043500     EXIT.
043600*================================================================
043700*    2510-EDIT-UPDATE  -  THE SAME TESTS ON WHATEVER FIELDS THE  *
043800*                         UPDATE CARRIES                         *
043900*================================================================
044000 2510-EDIT-UPDATE.
044100     MOVE "N"                      TO DLG5-TRAN-OK-SW
044200     IF DL165-T-INV-NBR NOT NUMERIC
044300         ADD 1 TO DLG5-TRAN-REJECTED
044400         MOVE "REJECTED-INVOICE"   TO DLG5-D-DISP
044500         GO TO 2510-EXIT
044600     END-IF
044700     IF DL165-T-TYPE NOT = SPACE
044800         AND DL165-T-TYPE NOT = "P"
044900         AND DL165-T-TYPE NOT = "C"
045000         AND DL165-T-TYPE NOT = "E"
045100         ADD 1 TO DLG5-TRAN-REJECTED
045200         MOVE "REJECTED-TYPE"      TO DLG5-D-DISP
045300         GO TO 2510-EXIT
045400     END-IF
045500     IF DL165-T-RCVD-DT NOT NUMERIC
045600         OR DL165-T-RCVD-DT > DLG5-RUN-DATE
045700         ADD 1 TO DLG5-TRAN-REJECTED
045800         MOVE "REJECTED-RECEIVED DATE" TO DLG5-D-DISP
045900         GO TO 2510-EXIT
046000     END-IF
046100     IF DL165-T-LEVEL NOT NUMERIC
046200         OR DL165-T-LEVEL > 3
046300         ADD 1 TO DLG5-TRAN-REJECTED
046400         MOVE "REJECTED-LEVEL"     TO DLG5-D-DISP
046500         GO TO 2510-EXIT
046600     END-IF
046700     SET DLG5-TRAN-OK              TO TRUE.
046800 2510-EXIT.
046900     EXIT.
047000*================================================================
047100*    2600-WRITE-MASTER  -  AN OPEN APPEAL WHOSE CLAIM IS ON THE  *
047200*                          ARCHIVE INDEX AND NOT YET REQUESTED   *
047300*                          GETS ONE DL071 RETRIEVAL REQUEST      *
047400*================================================================
047500 2600-WRITE-MASTER.
047600     IF DL165-A-CLOSED
047700         OR DL165-A-RETRIEVE-DT NOT = ZERO
047800         OR DL165-A-INV-NBR = ZERO
047900         GO TO 2600-WRITE
048000     END-IF
048100     MOVE DL165-A-INV-NBR          TO DL070-IDX-INV-NBR
048200     MOVE "N"                      TO DLG5-IDX-FOUND-SW
048300     READ DL070-IDX-FILE
048400         INVALID KEY
048500             CONTINUE
048600         NOT INVALID KEY
048700             SET DLG5-IDX-FOUND TO TRUE
048800     END-READ
048900     IF NOT DLG5-IDX-FOUND
049000         GO TO 2600-WRITE
049100     END-IF
049200     MOVE DL165-A-INV-NBR          TO DL165-Q-INV-NBR
049300     WRITE DL165-REQ-RECORD
049400     MOVE DLG5-RUN-DATE            TO DL165-A-RETRIEVE-DT
049500     ADD 1 TO DLG5-RETRIEVALS
049600     MOVE DL165-A-APPEAL-NBR       TO DLG5-D-APPEAL-NBR
049700     MOVE SPACE                    TO DLG5-D-ACTION
049800     MOVE "ARCHIVE RETRIEVAL REQ" TO DLG5-D-DISP
049900     MOVE DL165-A-INV-NBR          TO DLG5-D-INV-NBR
050000     MOVE DL165-A-DUE-DT           TO DLG5-D-DUE-DT
050100     WRITE DL165-RPT-LINE FROM DLG5-DETAIL-LINE.
050200 2600-WRITE.
050300     WRITE DL165-APL-OUT-RECORD FROM DL165-APL-RECORD.
050400 2600-EXIT.
050500     EXIT.
050600*================================================================
050700*    2700-SET-DUE-DATE  -  RECEIVED DATE PLUS THE TYPE'S         *
050800*                          ALLOWANCE, IN BUSINESS DAYS           *
050900*================================================================
051000 2700-SET-DUE-DATE.
051100     EVALUATE TRUE
051200         WHEN DL165-A-EXPEDITED
051300             MOVE DLG5-EXPEDITED-DAYS TO DLG5-BUS-DAYS
051400         WHEN DL165-A-PRE-SERVICE
051500             MOVE DLG5-PRE-SVC-DAYS TO DLG5-BUS-DAYS
051600         WHEN OTHER
051700             MOVE DLG5-POST-SVC-DAYS TO DLG5-BUS-DAYS
051800     END-EVALUATE
051900     MOVE DL165-A-RCVD-DT          TO DLG5-FROM-DATE
052000     MOVE ZERO                     TO DLG5-DUE-DATE
052100     CALL "DL901" USING DLG5-BUS-FUNCTION
052200                        DLG5-CNTRY-CODE
052300                        DLG5-RGN-CODE
052400                        DLG5-FROM-DATE
052500                        DLG5-DUE-DATE
052600                        DLG5-BUS-DAYS
052700     MOVE DLG5-DUE-DATE            TO DL165-A-DUE-DT.
052800 2700-EXIT.
052900     EXIT.
053000*================================================================
053100*    3000-TERMINATE
053200*================================================================
053300 3000-TERMINATE.
053400     MOVE DLG5-ADDS-APPLIED        TO DLG5-T-ADDS
053500     MOVE DLG5-UPDATES-APPLIED     TO DLG5-T-UPDATES
053600     MOVE DLG5-CLOSES-APPLIED      TO DLG5-T-CLOSES
053700     MOVE DLG5-TRAN-REJECTED       TO DLG5-T-REJECTED
053800     MOVE DLG5-RETRIEVALS          TO DLG5-T-RETRIEVALS
053900     WRITE DL165-RPT-LINE FROM SPACES
054000     WRITE DL165-RPT-LINE FROM DLG5-TOTAL-LINE-1
054100     WRITE DL165-RPT-LINE FROM DLG5-TOTAL-LINE-2
054200     WRITE DL165-RPT-LINE FROM DLG5-TOTAL-LINE-3
054300     WRITE DL165-RPT-LINE FROM DLG5-TOTAL-LINE-4
054400     WRITE DL165-RPT-LINE FROM DLG5-TOTAL-LINE-5
054500     CLOSE DL165-APL-IN-FILE
054600     CLOSE DL165-TRAN-FILE
054700     CLOSE DL070-IDX-FILE
054800     CLOSE DL165-APL-OUT-FILE
054900     CLOSE DL165-REQ-FILE
055000     CLOSE DL165-RPT-FILE.
055100 3000-EXIT.
055200     EXIT.
055300*================================================================
055400*    8000-READ-APL
055500*================================================================
055600 8000-READ-APL.
055700     READ DL165-APL-IN-FILE
055800         AT END
055900             SET DLG5-APL-EOF TO TRUE
056000             MOVE HIGH-VALUES      TO DLG5-APL-KEY
056100     END-READ
056200     IF NOT DLG5-APL-EOF
056300         ADD 1 TO DLG5-APL-READ
056400         MOVE DL165-A-APPEAL-NBR   TO DLG5-APL-KEY
056500     END-IF.
056600 8000-EXIT.
056700     EXIT.
056800*================================================================
056900*    8100-READ-TRAN
057000*================================================================
057100 8100-READ-TRAN.
057200     READ DL165-TRAN-FILE
057300         AT END
057400             SET DLG5-TRAN-EOF TO TRUE
057500             MOVE HIGH-VALUES      TO DLG5-TRAN-KEY
057600     END-READ
057700     IF NOT DLG5-TRAN-EOF
057800         MOVE DL165-T-APPEAL-NBR   TO DLG5-TRAN-KEY
057900     END-IF.
058000 8100-EXIT.
058100     EXIT.
