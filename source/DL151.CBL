000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL151.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PROVIDER CONTRACT AND
001100*                   NETWORK-AFFILIATION MASTER MAINTENANCE FROM
001200*                   PROVIDER CONTRACTING'S TRANSACTIONS, THE
001300*                   DL135 SORTED MATCH-MERGE MOLD KEYED BY
001400*                   PROVIDER, NETWORK AND EFFECTIVE DATE.  ADD
001500*                   OPENS A CONTRACT PERIOD, CHANGE REPLACES ITS
001600*                   REGION, GROUP, TYPE AND TERM DATE, AND TERM
001700*                   CLOSES IT.  A TERMED CONTRACT STAYS ON THE
001800*                   MASTER - DL152 NEEDS THE HISTORY TO EDIT
001900*                   LATE-ARRIVING CLAIMS AGAINST THE CONTRACT
002000*                   IN FORCE ON THE SERVICE DATE.  A PERIOD
002100*                   THAT ENDS BEFORE IT STARTS, OR AN ADD OR
002200*                   CHANGE WITH NO CONTRACT TYPE, IS REJECTED.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DL151-CTR-IN-FILE  ASSIGN TO DL151CTRI
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT DL151-CTR-OUT-FILE ASSIGN TO DL151CTRO
003300            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL151-TRAN-FILE    ASSIGN TO DL151TRAN
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT DL151-RPT-FILE     ASSIGN TO DL151RPT
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  DL151-CTR-IN-FILE
004100     LABEL RECORDS ARE STANDARD.
004200     COPY DL151CTR.
004300 FD  DL151-CTR-OUT-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DL151-CTR-OUT-RECORD          PIC X(50).
004600 FD  DL151-TRAN-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY DL151TRN.
004900 FD  DL151-RPT-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  DL151-RPT-LINE                PIC X(132).
005200 WORKING-STORAGE SECTION.
005300*----------------------------------------------------------------
005400*    DLF1-SWITCHES AND COUNTERS
005500*----------------------------------------------------------------
005600 01  DLF1-SWITCHES.
005700     05  DLF1-CTR-EOF-SW           PIC X(1)     VALUE "N".
005800         88  DLF1-CTR-EOF                        VALUE "Y".
005900     05  DLF1-TRAN-EOF-SW          PIC X(1)     VALUE "N".
006000         88  DLF1-TRAN-EOF                       VALUE "Y".
006100     05  DLF1-TRAN-OK-SW           PIC X(1)     VALUE "N".
006200         88  DLF1-TRAN-OK                        VALUE "Y".
006300 01  DLF1-KEYS.
006400     05  DLF1-CTR-KEY.
006500         10  DLF1-CTR-KEY-PRV      PIC X(10).
006600         10  DLF1-CTR-KEY-NTWK     PIC X(3).
006700         10  DLF1-CTR-KEY-EFF      PIC 9(8).
006800     05  DLF1-TRAN-KEY.
006900         10  DLF1-TRAN-KEY-PRV     PIC X(10).
007000         10  DLF1-TRAN-KEY-NTWK    PIC X(3).
007100         10  DLF1-TRAN-KEY-EFF     PIC 9(8).
007200 01  DLF1-DATE-WORK.
007300     05  DLF1-RUN-DATE             PIC 9(8).
007400 01  DLF1-COUNTERS.
007500     05  DLF1-CTR-READ             PIC S9(8) COMP VALUE ZERO.
007600     05  DLF1-ADDS-APPLIED         PIC S9(8) COMP VALUE ZERO.
007700     05  DLF1-CHANGES-APPLIED      PIC S9(8) COMP VALUE ZERO.
007800     05  DLF1-TERMS-APPLIED        PIC S9(8) COMP VALUE ZERO.
007900     05  DLF1-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
008000 01  DLF1-HEADING-1.
008100     05  FILLER                    PIC X(44)
008200         VALUE "PROVIDER CONTRACT MASTER MAINTENANCE".
008300 01  DLF1-COLUMN-HEADING.
008400     05  FILLER                   PIC X(12) VALUE "PROVIDER".
008500     05  FILLER                   PIC X(6)  VALUE "NTWK".
008600     05  FILLER                   PIC X(10) VALUE "EFFECTIVE".
008700     05  FILLER                   PIC X(10) VALUE "TERM".
008800     05  FILLER                   PIC X(7)  VALUE "ACTION".
008900     05  FILLER                   PIC X(20) VALUE "DISPOSITION".
009000 01  DLF1-DETAIL-LINE.
009100     05  DLF1-D-PRV-ID             PIC X(10).
009200     05  FILLER                    PIC X(2)  VALUE SPACES.
009300     05  DLF1-D-NTWK-NO            PIC X(3).
009400     05  FILLER                    PIC X(3)  VALUE SPACES.
009500     05  DLF1-D-EFF-DT             PIC 9(8).
009600     05  FILLER                    PIC X(2)  VALUE SPACES.
009700     05  DLF1-D-TERM-DT            PIC 9(8).
009800     05  FILLER                    PIC X(2)  VALUE SPACES.
009900     05  DLF1-D-ACTION             PIC X(1).
010000     05  FILLER                    PIC X(6)  VALUE SPACES.
010100     05  DLF1-D-DISP               PIC X(20).
010200 01  DLF1-TOTAL-LINE-1.
010300     05  FILLER                    PIC X(25)
010400         VALUE "ADDS APPLIED".
010500     05  DLF1-T-ADDS               PIC ZZZ,ZZ9.
010600 01  DLF1-TOTAL-LINE-2.
010700     05  FILLER                    PIC X(25)
010800         VALUE "CHANGES APPLIED".
010900     05  DLF1-T-CHANGES            PIC ZZZ,ZZ9.
011000 01  DLF1-TOTAL-LINE-3.
011100     05  FILLER                    PIC X(25)
011200         VALUE "TERMS APPLIED".
011300     05  DLF1-T-TERMS              PIC ZZZ,ZZ9.
011400 01  DLF1-TOTAL-LINE-4.
011500     05  FILLER                    PIC X(25)
011600         VALUE "TRANS REJECTED".
011700     05  DLF1-T-REJECTED           PIC ZZZ,ZZ9.
011800*----------------------------------------------------------------
011900*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
012000*----------------------------------------------------------------
012100 01  DL903-PARMS.
012200     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL151".
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
013900*    0000-MAINLINE  -  SORTED MATCH-MERGE BY PROVIDER, NETWORK   *
014000*                      AND EFFECTIVE DATE                        *
014100*================================================================
014200 0000-MAINLINE.
014300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014400     MOVE "S"                      TO DL903-REC-TYPE
014500     CALL "DL903" USING DL903-PARMS
014600     PERFORM 2000-MATCH-MERGE       THRU 2000-EXIT
014700         UNTIL DLF1-CTR-EOF AND DLF1-TRAN-EOF
014800     PERFORM 3000-TERMINATE         THRU 3000-EXIT
014900     MOVE "E"                      TO DL903-REC-TYPE
015000     MOVE DLF1-CTR-READ TO DL903-REC-COUNT
015100     CALL "DL903" USING DL903-PARMS
015200     GOBACK.
015300*================================================================
015400*    1000-INITIALIZE
015500*================================================================
015600 1000-INITIALIZE.
015700     CALL "DL902" USING DLF1-RUN-DATE DL902-EXEC-DATE
015800     OPEN INPUT  DL151-CTR-IN-FILE
015900     OPEN INPUT  DL151-TRAN-FILE
016000     OPEN OUTPUT DL151-CTR-OUT-FILE
016100     OPEN OUTPUT DL151-RPT-FILE
016200     WRITE DL151-RPT-LINE FROM DLF1-HEADING-1
016300     MOVE DLF1-RUN-DATE TO DL902-EL-BUS
016400     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
016500     WRITE DL151-RPT-LINE FROM DL902-EXEC-LINE
016600     WRITE DL151-RPT-LINE FROM SPACES
016700     WRITE DL151-RPT-LINE FROM DLF1-COLUMN-HEADING
016800     PERFORM 8000-READ-CTR          THRU 8000-EXIT
016900     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
017000 1000-EXIT.
017100     EXIT.
017200*================================================================
017300*    2000-MATCH-MERGE
017400*================================================================
017500 2000-MATCH-MERGE.
017600     EVALUATE TRUE
017700         WHEN DLF1-CTR-KEY < DLF1-TRAN-KEY
017800             PERFORM 2100-COPY-MASTER THRU 2100-EXIT
017900         WHEN DLF1-CTR-KEY > DLF1-TRAN-KEY
018000             PERFORM 2200-UNMATCHED-TRAN THRU 2200-EXIT
018100         WHEN OTHER
018200             PERFORM 2300-MATCHED-TRAN THRU 2300-EXIT
018300     END-EVALUATE.
018400 2000-EXIT.
018500     EXIT.
018600*================================================================
018700*    2100-COPY-MASTER  -  TERMED CONTRACTS ARE KEPT FOR HISTORY  *
018800*================================================================
018900 2100-COPY-MASTER.
019000     WRITE DL151-CTR-OUT-RECORD FROM DL151-CTR-RECORD
019100     PERFORM 8000-READ-CTR          THRU 8000-EXIT.
019200 2100-EXIT.
019300     EXIT.
019400*================================================================
019500*    2200-UNMATCHED-TRAN  -  ONLY AN ADD BELONGS HERE            *
019600*================================================================
019700 2200-UNMATCHED-TRAN.
019800     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
019900     IF NOT DL151-T-ADD
020000         ADD 1 TO DLF1-TRAN-REJECTED
020100         MOVE "REJECTED-NO RECORD" TO DLF1-D-DISP
020200         GO TO 2200-WRITE
020300     END-IF
020400     PERFORM 2500-EDIT-TRAN         THRU 2500-EXIT
020500     IF NOT DLF1-TRAN-OK
020600         GO TO 2200-WRITE
020700     END-IF
020800     MOVE DL151-T-PRV-ID           TO DL151-C-PRV-ID
020900     MOVE DL151-T-NTWK-NO          TO DL151-C-NTWK-NO
021000     MOVE DL151-T-EFF-DT           TO DL151-C-EFF-DT
021100     PERFORM 2400-BUILD-FROM-TRAN   THRU 2400-EXIT
021200     WRITE DL151-CTR-OUT-RECORD FROM DL151-CTR-RECORD
021300     ADD 1 TO DLF1-ADDS-APPLIED
021400     MOVE "ADDED"                  TO DLF1-D-DISP.
021500 2200-WRITE.
021600     WRITE DL151-RPT-LINE FROM DLF1-DETAIL-LINE
021700     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
021800 2200-EXIT.
021900     EXIT.
022000*================================================================
022100*    2300-MATCHED-TRAN
022200*================================================================
022300 2300-MATCHED-TRAN.
022400     PERFORM 2600-SET-DETAIL        THRU 2600-EXIT
022500     EVALUATE TRUE
022600         WHEN DL151-T-CHANGE
022700             PERFORM 2500-EDIT-TRAN THRU 2500-EXIT
022800             IF DLF1-TRAN-OK
022900                 PERFORM 2400-BUILD-FROM-TRAN THRU 2400-EXIT
023000                 ADD 1 TO DLF1-CHANGES-APPLIED
023100                 MOVE "CHANGED"    TO DLF1-D-DISP
023200             END-IF
023300         WHEN DL151-T-TERM
023400             IF DL151-T-TERM-DT = ZERO
023500                 OR DL151-T-TERM-DT < DL151-C-EFF-DT
023600                 ADD 1 TO DLF1-TRAN-REJECTED
023700                 MOVE "REJECTED-TERM DATE" TO DLF1-D-DISP
023800             ELSE
023900                 MOVE DL151-T-TERM-DT TO DL151-C-TERM-DT
024000                 MOVE DLF1-RUN-DATE TO DL151-C-LOAD-DT
024100                 ADD 1 TO DLF1-TERMS-APPLIED
024200                 MOVE "TERMINATED" TO DLF1-D-DISP
024300             END-IF
024400         WHEN OTHER
024500             ADD 1 TO DLF1-TRAN-REJECTED
024600             MOVE "REJECTED-DUPLICATE" TO DLF1-D-DISP
024700     END-EVALUATE
024800     WRITE DL151-CTR-OUT-RECORD FROM DL151-CTR-RECORD
024900     WRITE DL151-RPT-LINE FROM DLF1-DETAIL-LINE
025000     PERFORM 8000-READ-CTR          THRU 8000-EXIT
025100     PERFORM 8100-READ-TRAN         THRU 8100-EXIT.
025200 2300-EXIT.
025300     EXIT.
025400*================================================================
025500*    2400-BUILD-FROM-TRAN  -  KEY FIELDS ARE ALREADY IN PLACE    *
025600*================================================================
025700 2400-BUILD-FROM-TRAN.
025800     MOVE DL151-T-REG-NO           TO DL151-C-REG-NO
025900     MOVE DL151-T-PRV-GRP-NO       TO DL151-C-PRV-GRP-NO
026000     MOVE DL151-T-CONTRACT-TYPE    TO DL151-C-CONTRACT-TYPE
026100     MOVE DL151-T-TERM-DT          TO DL151-C-TERM-DT
026200     MOVE DLF1-RUN-DATE            TO DL151-C-LOAD-DT.
026300 2400-EXIT.
026400     EXIT.
026500*================================================================
026600*    2500-EDIT-TRAN  -  A PERIOD THE CLAIM EDIT COULD NOT USE    *
026700*                       GOES BACK TO CONTRACTING                 *
026800*================================================================
026900 2500-EDIT-TRAN.
027000     MOVE "N"                      TO DLF1-TRAN-OK-SW
027100     IF DL151-T-CONTRACT-TYPE = SPACES
027200         ADD 1 TO DLF1-TRAN-REJECTED
027300         MOVE "REJECTED-CNTRCT TYPE" TO DLF1-D-DISP
027400         GO TO 2500-EXIT
027500     END-IF
027600     IF DL151-T-EFF-DT = ZERO
027700         OR (DL151-T-TERM-DT NOT = ZERO
027800             AND DL151-T-TERM-DT < DL151-T-EFF-DT)
027900         ADD 1 TO DLF1-TRAN-REJECTED
028000         MOVE "REJECTED-PERIOD"    TO DLF1-D-DISP
028100         GO TO 2500-EXIT
028200     END-IF
028300     SET DLF1-TRAN-OK              TO TRUE.
028400 2500-EXIT.
028500     EXIT.
028600*================================================================
028700*    2600-SET-DETAIL
028800*================================================================
028900 2600-SET-DETAIL.
029000     MOVE DL151-T-PRV-ID           TO DLF1-D-PRV-ID
029100     MOVE DL151-T-NTWK-NO          TO DLF1-D-NTWK-NO
029200     MOVE DL151-T-EFF-DT           TO DLF1-D-EFF-DT
029300     MOVE DL151-T-TERM-DT          TO DLF1-D-TERM-DT
029400     MOVE DL151-T-ACTION-CD        TO DLF1-D-ACTION.
029500 2600-EXIT.
029600     EXIT.
029700*================================================================
029800*    3000-TERMINATE
029900*================================================================
030000 3000-TERMINATE.
030100     MOVE DLF1-ADDS-APPLIED        TO DLF1-T-ADDS
030200     MOVE DLF1-CHANGES-APPLIED     TO DLF1-T-CHANGES
030300     MOVE DLF1-TERMS-APPLIED       TO DLF1-T-TERMS
030400     MOVE DLF1-TRAN-REJECTED       TO DLF1-T-REJECTED
030500     WRITE DL151-RPT-LINE FROM SPACES
030600     WRITE DL151-RPT-LINE FROM DLF1-TOTAL-LINE-1
030700     WRITE DL151-RPT-LINE FROM DLF1-TOTAL-LINE-2
030800     WRITE DL151-RPT-LINE FROM DLF1-TOTAL-LINE-3
030900     WRITE DL151-RPT-LINE FROM DLF1-TOTAL-LINE-4
031000     CLOSE DL151-CTR-IN-FILE
031100     CLOSE DL151-TRAN-FILE
031200     CLOSE DL151-CTR-OUT-FILE
031300     CLOSE DL151-RPT-FILE.
031400 3000-EXIT.
031500     EXIT.
031600*================================================================
031700*    8000-READ-CTR
031800*================================================================
031900 8000-READ-CTR.
032000     READ DL151-CTR-IN-FILE
032100         AT END
032200             SET DLF1-CTR-EOF TO TRUE
032300             MOVE HIGH-VALUES      TO DLF1-CTR-KEY
032400     END-READ
032500     IF NOT DLF1-CTR-EOF
032600         ADD 1 TO DLF1-CTR-READ
032700         MOVE DL151-C-PRV-ID       TO DLF1-CTR-KEY-PRV
032800         MOVE DL151-C-NTWK-NO      TO DLF1-CTR-KEY-NTWK
032900         MOVE DL151-C-EFF-DT       TO DLF1-CTR-KEY-EFF
033000     END-IF.
033100 8000-EXIT.
033200     EXIT.
033300*================================================================
033400*    8100-READ-TRAN
033500*================================================================
033600 8100-READ-TRAN.
033700     READ DL151-TRAN-FILE
033800         AT END
033900             SET DLF1-TRAN-EOF TO TRUE
034000             MOVE HIGH-VALUES      TO DLF1-TRAN-KEY
034100     END-READ
034200     IF NOT DLF1-TRAN-EOF
034300         MOVE DL151-T-PRV-ID       TO DLF1-TRAN-KEY-PRV
034400         MOVE DL151-T-NTWK-NO      TO DLF1-TRAN-KEY-NTWK
034500         MOVE DL151-T-EFF-DT       TO DLF1-TRAN-KEY-EFF
034600     END-IF.
034700 8100-EXIT.
034800     EXIT.
