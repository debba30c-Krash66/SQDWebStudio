000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL195.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - BUSINESS-RULE PARAMETER
001100*                   MASTER MAINTENANCE, THE DL187 SORTED
001200*                   ADD/CHANGE MATCH-MERGE MOLD KEYED BY
001300*                   PROGRAM, RULE NAME AND EFFECTIVE DATE.  THE
001400*                   MASTER IS READ BY THE SHARED DL907 SERVICE.
001500*                   A NEW VALUE IS ALWAYS A NEW ROW WITH ITS OWN
001600*                   EFFECTIVE DATE, WHICH MAY NOT BE BEFORE THE
001700*                   BUSINESS DATE, SO NO RUN ALREADY MADE CAN
001800*                   HAVE USED A VALUE OTHER THAN THE ONE ITS
001900*                   HEADING PRINTED.  A ROW NOT YET IN FORCE
002000*                   MAY BE CORRECTED OR WITHDRAWN; A ROW IN
002100*                   FORCE IS NEVER TOUCHED.  EVERY TRANSACTION
002200*                   MUST SAY WHO KEYED IT.  EACH APPLIED CHANGE
002300*                   IS APPENDED TO THE DL195REG AUDIT REGISTER
002400*                   WITH THE ROW'S VALUE BEFORE AND AFTER.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DL907-PAR-IN-FILE  ASSIGN TO DL907PARI
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL907-PAR-OUT-FILE ASSIGN TO DL907PARO
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT DL195-TRAN-FILE    ASSIGN TO DL195TRAN
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL195-REG-FILE     ASSIGN TO DL195REG
003900            ORGANIZATION IS SEQUENTIAL
004000            FILE STATUS IS DLJ5-REG-STATUS.
004100     SELECT DL195-RPT-FILE     ASSIGN TO DL195RPT
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DL907-PAR-IN-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DL907PAR.
004800 FD  DL907-PAR-OUT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  DL907-PAR-OUT-RECORD          PIC X(100).
005100 FD  DL195-TRAN-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY DL195TRN.
005400 FD  DL195-REG-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DL195REG.
005700 FD  DL195-RPT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  DL195-RPT-LINE                PIC X(132).
006000 WORKING-STORAGE SECTION.
006100 01  DLJ5-REG-STATUS               PIC X(2).
006200*----------------------------------------------------------------
006300*    DLJ5-SWITCHES AND COUNTERS
006400*----------------------------------------------------------------
006500 01  DLJ5-SWITCHES.
006600     05  DLJ5-PAR-EOF-SW           PIC X(1)     VALUE "N".
006700         88  DLJ5-PAR-EOF                        VALUE "Y".
006800     05  DLJ5-TRAN-EOF-SW          PIC X(1)     VALUE "N".
006900         88  DLJ5-TRAN-EOF                       VALUE "Y".
007000     05  DLJ5-TRAN-OK-SW           PIC X(1)     VALUE "N".
007100         88  DLJ5-TRAN-OK                        VALUE "Y".
007200     05  DLJ5-WITHDRAWN-SW         PIC X(1)     VALUE "N".
007300         88  DLJ5-WITHDRAWN                      VALUE "Y".
007400 01  DLJ5-KEYS.
007500     05  DLJ5-PAR-KEY              PIC X(32).
007600     05  DLJ5-TRAN-KEY             PIC X(32).
007700 01  DLJ5-RUN-DATE                 PIC 9(8).
007800 01  DLJ5-HOLD-MASTER              PIC X(100).
007900 01  DLJ5-COUNTERS.
008000     05  DLJ5-PAR-READ             PIC S9(8) COMP VALUE ZERO.
008100     05  DLJ5-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
008200     05  DLJ5-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
008300     05  DLJ5-DELETES-APPLIED      PIC S9(8) COMP VALUE ZERO.
008400     05  DLJ5-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
008500 01  DLJ5-HEADING-1.
008600     05  FILLER                    PIC X(44)
008700         VALUE "BUSINESS-RULE PARAMETER MAINTENANCE".
008800 01  DLJ5-COLUMN-HEADING.
008900     05  FILLER                   PIC X(10) VALUE "PROGRAM".
009000     05  FILLER                   PIC X(18) VALUE "RULE NAME".
009100     05  FILLER                   PIC X(10) VALUE "EFF DATE".
009200     05  FILLER                   PIC X(19) VALUE "VALUE".
009300     05  FILLER                   PIC X(32) VALUE "DESCRIPTION".
009400     05  FILLER                   PIC X(11) VALUE "CHANGED BY".
009500     05  FILLER                   PIC X(7)  VALUE "ACTION".
009600     05  FILLER                   PIC X(24) VALUE "DISPOSITION".
009700 01  DLJ5-DETAIL-LINE.
009800     05  DLJ5-D-PROGRAM-ID         PIC X(8).
009900     05  FILLER                    PIC X(2)  VALUE SPACES.
010000     05  DLJ5-D-RULE-NAME          PIC X(16).
010100     05  FILLER                    PIC X(2)  VALUE SPACES.
010200     05  DLJ5-D-EFF-DT             PIC 9(8).
010300     05  FILLER                    PIC X(2)  VALUE SPACES.
010400     05  DLJ5-D-VALUE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
010500     05  FILLER                    PIC X(2)  VALUE SPACES.
010600     05  DLJ5-D-DESC               PIC X(30).
010700     05  FILLER                    PIC X(2)  VALUE SPACES.
010800     05  DLJ5-D-CHANGED-BY         PIC X(9).
010900     05  FILLER                    PIC X(2)  VALUE SPACES.
011000     05  DLJ5-D-ACTION             PIC X(1).
011100     05  FILLER                    PIC X(6)  VALUE SPACES.
011200     05  DLJ5-D-DISP               PIC X(24).
011300 01  DLJ5-TOTAL-LINE-1.
011400     05  FILLER                    PIC X(25)
011500         VALUE "ROWS ADDED".
011600     05  DLJ5-T-ADDS               PIC ZZZ,ZZ9.
011700 01  DLJ5-TOTAL-LINE-2.
011800     05  FILLER                    PIC X(25)
011900         VALUE "ROWS CORRECTED".
012000     05  DLJ5-T-CHANGES            PIC ZZZ,ZZ9.
012100 01  DLJ5-TOTAL-LINE-3.
012200     05  FILLER                    PIC X(25)
012300         VALUE "ROWS WITHDRAWN".
012400     05  DLJ5-T-DELETES            PIC ZZZ,ZZ9.
012500 01  DLJ5-TOTAL-LINE-4.
012600     05  FILLER                    PIC X(25)
012700         VALUE "TRANS REJECTED".
012800     05  DLJ5-T-REJECTED           PIC ZZZ,ZZ9.
012900*----------------------------------------------------------------
013000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
013100*----------------------------------------------------------------
013200 01  DL903-PARMS.
013300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL195".
013400     05  DL903-REC-TYPE            PIC X(1).
013500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
013600*----------------------------------------------------------------
013700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
013800*----------------------------------------------------------------
013900 01  DL902-DATES.
014000     05  DL902-EXEC-DATE           PIC 9(8).
014100 01  DL902-EXEC-LINE.
014200     05  FILLER                    PIC X(14)
014300         VALUE "BUSINESS DATE ".
014400     05  DL902-EL-BUS              PIC 9(8).
014500     05  FILLER                    PIC X(11)
014600         VALUE "  EXECUTED ".
014700     05  DL902-EL-EXEC             PIC 9(8).
014800 PROCEDURE DIVISION.
014900*================================================================
015000*    0000-MAINLINE  -  SORTED MATCH-MERGE BY PROGRAM, RULE NAME  *
015100*                      AND EFFECTIVE DATE                        *
015200*================================================================
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
015500     MOVE "S"                      TO DL903-REC-TYPE
015600     CALL "DL903" USING DL903-PARMS
015700     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
015800         UNTIL DLJ5-PAR-EOF AND DLJ5-TRAN-EOF
015900     PERFORM 3000-TERMINATE         THRU 3000-EXIT
016000     MOVE "E"                      TO DL903-REC-TYPE
016100     MOVE DLJ5-PAR-READ TO DL903-REC-COUNT
016200     CALL "DL903" USING DL903-PARMS
016300     GOBACK.
016400*================================================================
016500*    1000-INITIALIZE  -  THE REGISTER IS OPENED EXTEND (THE      *
016600*                        DL903 DISCIPLINE)                       *
016700*================================================================
016800 1000-INITIALIZE.
016900     CALL "DL902" USING DLJ5-RUN-DATE DL902-EXEC-DATE
017000     OPEN INPUT  DL907-PAR-IN-FILE
017100     OPEN INPUT  DL195-TRAN-FILE
017200     OPEN OUTPUT DL907-PAR-OUT-FILE
017300     OPEN EXTEND DL195-REG-FILE
017400*    THE FIRST RUN AGAINST A NEW REGISTER FINDS NO FILE YET
017500     IF DLJ5-REG-STATUS = "35"
017600         OPEN OUTPUT DL195-REG-FILE
017700     END-IF
017800     OPEN OUTPUT DL195-RPT-FILE
017900     WRITE DL195-RPT-LINE FROM DLJ5-HEADING-1
018000     MOVE DLJ5-RUN-DATE TO DL902-EL-BUS
018100     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
018200     WRITE DL195-RPT-LINE FROM DL902-EXEC-LINE
018300     WRITE DL195-RPT-LINE FROM SPACES
018400     WRITE DL195-RPT-LINE FROM DLJ5-COLUMN-HEADING
018500     PERFORM 8000-READ-PAR          THRU 8000-EXIT
018600     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
018700 1000-EXIT.
018800     EXIT.
018900*================================================================
019000*    2000-MATCH-MERGE
019100*================================================================
019200 2000-MATCH-MERGE.
019300     EVALUATE TRUE
019400         WHEN DLJ5-PAR-KEY < DLJ5-TRAN-KEY
019500             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
019600         WHEN DLJ5-PAR-KEY > DLJ5-TRAN-KEY
019700             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
019800         WHEN OTHER
019900             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
020000     END-EVALUATE.
020100 2000-EXIT.
020200     EXIT.
020300*================================================================
020400*    2100-COPY-MASTER  -  SUPERSEDED ROWS STAY ON THE MASTER     *
020500*================================================================
020600 2100-COPY-MASTER.
020700     WRITE DL907-PAR-OUT-RECORD FROM DL907-PAR-RECORD
020800     PERFORM 8000-READ-PAR          THRU 8000-EXIT.
020900 2100-EXIT.
021000     EXIT.
021100*================================================================
021200*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
021300*================================================================
021400 2200-UNMATCHED-TRAN.
021500     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
021600     IF NOT DL195-T-ADD
021700         ADD 1 TO DLJ5-TRAN-REJECTED
021800         MOVE "REJECTED-NO RECORD" TO DLJ5-D-DISP
021900         GO TO 2200-WRITE
022000     END-IF
022100     PERFORM 2500-EDIT-TRAN         THRU 2500-EXIT
022200     IF NOT DLJ5-TRAN-OK
022300         GO TO 2200-WRITE
022400     END-IF
022500*    THE NEXT MASTER IS STILL IN THE RECORD AREA - HOLD IT
022600*    WHILE THE NEW ROW IS BUILT THERE
022700     MOVE DL907-PAR-RECORD         TO DLJ5-HOLD-MASTER
022800     MOVE SPACES                   TO DL907-PAR-RECORD
022900     MOVE ZERO                     TO DL907-R-VALUE
023000     PERFORM 2700-REGISTER-BEFORE   THRU 2700-EXIT
023100     MOVE DL195-T-KEY              TO DL907-R-KEY
023200     PERFORM 2400-BUILD-FROM-TRAN   THRU 2400-EXIT
023300     PERFORM 2750-REGISTER-AFTER    THRU 2750-EXIT
023400     WRITE DL907-PAR-OUT-RECORD FROM DL907-PAR-RECORD
023500     MOVE DLJ5-HOLD-MASTER         TO DL907-PAR-RECORD
023600     ADD 1 TO DLJ5-ADDS-APPLIED
023700     MOVE "ADDED"                  TO DLJ5-D-DISP.
023800 2200-WRITE.
023900     WRITE DL195-RPT-LINE FROM DLJ5-DETAIL-LINE
024000     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
024100 2200-EXIT.
024200     EXIT.
024300*================================================================
024400*    2300-MATCHED-TRAN  -  A WITHDRAWN ROW IS NOT WRITTEN TO THE *
024500*                          NEW MASTER                            *
024600*================================================================
024700 2300-MATCHED-TRAN.
024800     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
024900     MOVE "N"                      TO DLJ5-WITHDRAWN-SW
025000     EVALUATE TRUE
025100         WHEN DL195-T-CHANGE
025200             PERFORM 2500-EDIT-TRAN THRU 2500-EXIT
025300             IF DLJ5-TRAN-OK
025400                 PERFORM 2550-EDIT-PENDING THRU 2550-EXIT
025500             END-IF
025600             IF DLJ5-TRAN-OK
025700                 PERFORM 2700-REGISTER-BEFORE THRU 2700-EXIT
025800                 PERFORM 2400-BUILD-FROM-TRAN THRU 2400-EXIT
025900                 PERFORM 2750-REGISTER-AFTER THRU 2750-EXIT
026000                 ADD 1 TO DLJ5-CHANGES-APPLIED
026100                 MOVE "CORRECTED"  TO DLJ5-D-DISP
026200             END-IF
026300         WHEN DL195-T-DELETE
026400             PERFORM 2550-EDIT-PENDING THRU 2550-EXIT
026500             IF DLJ5-TRAN-OK
026600                 PERFORM 2700-REGISTER-BEFORE THRU 2700-EXIT
026700                 MOVE ZERO         TO DL195-G-A-VALUE
026800                 MOVE SPACES       TO DL195-G-A-DESC
026900                 WRITE DL195-REG-RECORD
027000                 SET DLJ5-WITHDRAWN TO TRUE
027100                 ADD 1 TO DLJ5-DELETES-APPLIED
027200                 MOVE "WITHDRAWN"  TO DLJ5-D-DISP
027300             END-IF
027400         WHEN OTHER
027500             ADD 1 TO DLJ5-TRAN-REJECTED
027600             MOVE "REJECTED-DUPLICATE" TO DLJ5-D-DISP
027700     END-EVALUATE
027800     IF NOT DLJ5-WITHDRAWN
027900         WRITE DL907-PAR-OUT-RECORD FROM DL907-PAR-RECORD
028000     END-IF
028100     WRITE DL195-RPT-LINE FROM DLJ5-DETAIL-LINE
028200     PERFORM 8000-READ-PAR          THRU 8000-EXIT
028300     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
028400 2300-EXIT.
028500     EXIT.
028600*================================================================
028700*    2400-BUILD-FROM-TRAN
028800*================================================================
028900 2400-BUILD-FROM-TRAN.
029000     MOVE DL195-T-VALUE            TO DL907-R-VALUE
029100     MOVE DL195-T-DESC             TO DL907-R-DESC
029200     MOVE DL195-T-CHANGED-BY       TO DL907-R-CHANGED-BY
029300     MOVE DLJ5-RUN-DATE            TO DL907-R-CHANGED-DT.
029400 2400-EXIT.
029500     EXIT.
029600*================================================================
029700*    2500-EDIT-TRAN  -  A BACK-DATED ROW WOULD CHANGE WHAT AN    *
029800*                       EARLIER RUN WAS TOLD IT USED             *
029900*================================================================
030000 2500-EDIT-TRAN.
030100     MOVE "N"                      TO DLJ5-TRAN-OK-SW
030200     IF DL195-T-PROGRAM-ID = SPACES
030300         OR DL195-T-RULE-NAME = SPACES
030400         ADD 1 TO DLJ5-TRAN-REJECTED
030500         MOVE "REJECTED-KEY"       TO DLJ5-D-DISP
030600         GO TO 2500-EXIT
030700     END-IF
030800     IF DL195-T-EFF-DT NOT NUMERIC
030900         OR DL195-T-EFF-DT = ZERO
031000         OR DL195-T-EFF-DT < DLJ5-RUN-DATE
031100         ADD 1 TO DLJ5-TRAN-REJECTED
031200         MOVE "REJECTED-EFFECTIVE DATE" TO DLJ5-D-DISP
031300         GO TO 2500-EXIT
031400     END-IF
031500     IF DL195-T-VALUE NOT NUMERIC
031600         ADD 1 TO DLJ5-TRAN-REJECTED
031700         MOVE "REJECTED-VALUE"     TO DLJ5-D-DISP
031800         GO TO 2500-EXIT
031900     END-IF
032000     IF DL195-T-CHANGED-BY = SPACES
032100         ADD 1 TO DLJ5-TRAN-REJECTED
032200         MOVE "REJECTED-NO CHANGED-BY" TO DLJ5-D-DISP
032300         GO TO 2500-EXIT
032400     END-IF
032500     SET DLJ5-TRAN-OK              TO TRUE.
032600 2500-EXIT.
032700     EXIT.
032800*================================================================
032900*    2550-EDIT-PENDING  -  ONLY A ROW NOT YET IN FORCE MAY BE    *
033000*                          CORRECTED OR WITHDRAWN                *
033100*================================================================
033200 2550-EDIT-PENDING.
033300     MOVE "N"                      TO DLJ5-TRAN-OK-SW
033400     IF DL195-T-CHANGED-BY = SPACES
033500         ADD 1 TO DLJ5-TRAN-REJECTED
033600         MOVE "REJECTED-NO CHANGED-BY" TO DLJ5-D-DISP
033700         GO TO 2550-EXIT
033800     END-IF
033900     IF DL907-R-EFF-DT <= DLJ5-RUN-DATE
034000         ADD 1 TO DLJ5-TRAN-REJECTED
034100         MOVE "REJECTED-ALREADY IN FORCE" TO DLJ5-D-DISP
034200         GO TO 2550-EXIT
034300     END-IF
034400     SET DLJ5-TRAN-OK              TO TRUE.
034500 2550-EXIT.
034600     EXIT.
034700*================================================================
034800*    2600-SET-DETAIL
034900*================================================================
035000 2600-SET-DETAIL.
035100     MOVE DL195-T-PROGRAM-ID       TO DLJ5-D-PROGRAM-ID
035200     MOVE DL195-T-RULE-NAME        TO DLJ5-D-RULE-NAME
035300     MOVE ZERO                     TO DLJ5-D-EFF-DT
035400     MOVE ZERO                     TO DLJ5-D-VALUE
035500     IF DL195-T-EFF-DT IS NUMERIC
035600         MOVE DL195-T-EFF-DT       TO DLJ5-D-EFF-DT
035700     END-IF
035800     IF DL195-T-VALUE IS NUMERIC
035900         MOVE DL195-T-VALUE        TO DLJ5-D-VALUE
036000     END-IF
036100     MOVE DL195-T-DESC             TO DLJ5-D-DESC
036200     MOVE DL195-T-CHANGED-BY       TO DLJ5-D-CHANGED-BY
036300     MOVE DL195-T-ACTION-CD        TO DLJ5-D-ACTION.
036400 2600-EXIT.
036500     EXIT.
036600*================================================================
036700*    2700-REGISTER-BEFORE  -  THE ROW AS IT STOOD                *
036800*================================================================
036900 2700-REGISTER-BEFORE.
037000     MOVE SPACES                   TO DL195-REG-RECORD
037100     MOVE DLJ5-RUN-DATE            TO DL195-G-BUS-DT
037200     MOVE DL902-EXEC-DATE          TO DL195-G-EXEC-DT
037300     MOVE DL195-T-KEY              TO DL195-G-KEY
037400     MOVE DL195-T-ACTION-CD        TO DL195-G-ACTION-CD
037500     MOVE DL195-T-CHANGED-BY       TO DL195-G-CHANGED-BY
037600     MOVE DL907-R-VALUE            TO DL195-G-B-VALUE
037700     MOVE DL907-R-DESC             TO DL195-G-B-DESC.
037800 2700-EXIT.
037900     EXIT.
038000*================================================================
038100*    2750-REGISTER-AFTER  -  THE ROW NOW ON FILE; APPENDED       *
038200*================================================================
038300 2750-REGISTER-AFTER.
038400     MOVE DL907-R-VALUE            TO DL195-G-A-VALUE
038500     MOVE DL907-R-DESC             TO DL195-G-A-DESC
038600     WRITE DL195-REG-RECORD.
038700 2750-EXIT.
038800     EXIT.
038900*================================================================
039000*    3000-TERMINATE
039100*================================================================
039200 3000-TERMINATE.
039300     MOVE DLJ5-ADDS-APPLIED        TO DLJ5-T-ADDS
039400     MOVE DLJ5-CHANGES-APPLIED     TO DLJ5-T-CHANGES
039500     MOVE DLJ5-DELETES-APPLIED     TO DLJ5-T-DELETES
039600     MOVE DLJ5-TRAN-REJECTED       TO DLJ5-T-REJECTED
039700     WRITE DL195-RPT-LINE FROM SPACES
039800     WRITE DL195-RPT-LINE FROM DLJ5-TOTAL-LINE-1
039900     WRITE DL195-RPT-LINE FROM DLJ5-TOTAL-LINE-2
040000     WRITE DL195-RPT-LINE FROM DLJ5-TOTAL-LINE-3
040100     WRITE DL195-RPT-LINE FROM DLJ5-TOTAL-LINE-4
040200     CLOSE DL907-PAR-IN-FILE
040300     CLOSE DL195-TRAN-FILE
040400     CLOSE DL907-PAR-OUT-FILE
040500     CLOSE DL195-REG-FILE
040600     CLOSE DL195-RPT-FILE.
040700 3000-EXIT.
040800     EXIT.
040900*================================================================
041000*    8000-READ-PAR
041100*================================================================
041200 8000-READ-PAR.
041300     READ DL907-PAR-IN-FILE
041400         AT END
041500             SET DLJ5-PAR-EOF TO TRUE
041600             MOVE HIGH-VALUES      TO DLJ5-PAR-KEY
041700     END-READ
041800     IF NOT DLJ5-PAR-EOF
041900         ADD 1 TO DLJ5-PAR-READ
042000         MOVE DL907-R-KEY          TO DLJ5-PAR-KEY
042100     END-IF.
042200 8000-EXIT.
042300     EXIT.
042400*================================================================
042500*    8100-READ-TRAN
042600*================================================================
042700 8100-READ-TRAN.
042800     READ DL195-TRAN-FILE
042900         AT END
043000             SET DLJ5-TRAN-EOF TO TRUE
043100             MOVE HIGH-VALUES      TO DLJ5-TRAN-KEY
043200     END-READ
043300     IF NOT DLJ5-TRAN-EOF
043400         MOVE DL195-T-KEY          TO DLJ5-TRAN-KEY
043500     END-IF.
043600 8100-EXIT.
043700     EXIT.
