000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL197.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY UNIFIED CLAIM-VIEW
001100*                   EXTRACT.  ONE LOCKSTEP PASS OF BHS2MCH AND
001200*                   BHS3MDE (THE DL017 PAIRING) MATCHED TO
001300*                   BED1EMP ON THE 13-BYTE PATIENT PREFIX
001400*                   WRITES THE DL197CVW CLAIM VIEW - ONE RECORD
001500*                   PER CLAIM LINE WITH THE INVOICE KEY, THE
001600*                   HEADER FIELDS THE CLAIM PROGRAMS USE, THE
001700*                   DETAIL OCCURRENCE, AND THE MEMBER,
001800*                   DEPENDENT (THE DL142 RULE) AND PACKAGE (THE
001900*                   DL010 RULE) RESOLVED ONCE.  THE CLAIM-SIDE
002000*                   PROGRAMS READ IT THROUGH THE SHARED DL909
002100*                   READER INSTEAD OF EACH RE-READING THE CLAIM
002200*                   FILES AND RE-DERIVING THE JOIN.  THE VIEW
002300*                   CARRIES DLCTLLBL LABELS; ITS TRAILER ALSO
002400*                   CARRIES THE CLAIM COUNT AND PAID/NET-PAY
002500*                   TOTALS, WHICH DL909 PROVES ON EVERY READ
002600*                   AND THIS STEP'S CONTROL REPORT SHOWS.
002601*  2026-10-15  RH   CARRY THE SUBMITTER CONTROL NUMBER, RECEIVED
002602*                   DATE AND SERVICE PEND CODE/DATE ON THE VIEW
002603*                   FOR THE DL200 SUBMITTER STATUS FEED
002604*  2026-10-15  RH   CARRY THE CLAIM ADJUSTMENT AMOUNT, REASON AND
002605*                   SOURCE AND THE LINE COUNT AND CONTINUATION
002606*                   INVOICE ON THE VIEW (RECORD NOW 860 BYTES)
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BED1EMP-FILE    ASSIGN TO BED1EMP
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT BHS2MCH-FILE    ASSIGN TO BHS2MCH
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT BHS3MDE-FILE    ASSIGN TO BHS3MDE
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL197-CVW-FILE  ASSIGN TO DL197CVW
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL197-RPT-FILE  ASSIGN TO DL197RPT
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  BED1EMP-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY BED1EMP.
004900     COPY BED1EMPT.
005000 FD  BHS2MCH-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY BHS2MCH.
005300 FD  BHS3MDE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BHS3MDE.
005600 FD  DL197-CVW-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  DL197-CVW-OUT-RECORD          PIC X(860).
005900 FD  DL197-RPT-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  DL197-RPT-LINE                PIC X(132).
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------
006400*    DLJ7-SWITCHES AND COUNTERS
006500*----------------------------------------------------------------
006600 01  DLJ7-SWITCHES.
006700     05  DLJ7-MSTR-EOF-SW          PIC X(1)     VALUE "N".
006800         88  DLJ7-MSTR-EOF                       VALUE "Y".
006900     05  DLJ7-CLM-EOF-SW           PIC X(1)     VALUE "N".
007000         88  DLJ7-CLM-EOF                        VALUE "Y".
007100     05  DLJ7-DET-EOF-SW           PIC X(1)     VALUE "N".
007200         88  DLJ7-DET-EOF                        VALUE "Y".
007300 01  DLJ7-KEYS.
007400     05  DLJ7-MSTR-KEY             PIC X(13).
007500     05  DLJ7-CLM-KEY              PIC X(13).
007600 01  DLJ7-RUN-DATE                 PIC 9(8).
007700 01  DLJ7-SUB                      PIC S9(4) COMP VALUE ZERO.
007800 01  DLJ7-COUNTERS.
007900     05  DLJ7-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
008000     05  DLJ7-CLM-READ             PIC S9(8) COMP VALUE ZERO.
008100     05  DLJ7-NO-DETAIL            PIC S9(8) COMP VALUE ZERO.
008200     05  DLJ7-NO-MEMBER            PIC S9(8) COMP VALUE ZERO.
008300     05  DLJ7-LINES-WRITTEN        PIC S9(8) COMP VALUE ZERO.
008400 01  DLJ7-TOTALS.
008500     05  DLJ7-PAID-TOTAL           PIC S9(15) VALUE ZERO.
008600     05  DLJ7-NET-TOTAL            PIC S9(15) VALUE ZERO.
008700*----------------------------------------------------------------
008800*    DL197-CVW-RECORD  -  THE VIEW RECORD IS BUILT HERE AND
008900*    WRITTEN FROM HERE, SO EACH CLAIM'S COMMON FIELDS ARE SET
009000*    ONCE FOR ALL FOUR OF ITS LINES
009100*----------------------------------------------------------------
009200     COPY DL197CVW.
009300*----------------------------------------------------------------
009400*    DLJ7-LBL-WORK  -  CLAIM-VIEW LABEL HANDLING
009500*----------------------------------------------------------------
009600     COPY DLCTLLBL.
009700 01  DLJ7-LBL-WORK.
009800     05  DLJ7-LBL-OUT-COUNT        PIC 9(8)  VALUE ZERO.
009900     05  DLJ7-LBL-OUT-HASH         PIC 9(16) VALUE ZERO.
010000     05  DLJ7-LBL-KEY-WORK         PIC X(10).
010100     05  DLJ7-LBL-KEY-NUM REDEFINES DLJ7-LBL-KEY-WORK
010200                                   PIC 9(10).
010300     05  DLJ7-LBL-TERM             PIC 9(10).
010400*----------------------------------------------------------------
010500*    REPORT LINES
010600*----------------------------------------------------------------
010700 01  DLJ7-HEADING-1.
010800     05  FILLER                    PIC X(44)
010900         VALUE "UNIFIED CLAIM-VIEW EXTRACT CONTROL REPORT".
011000 01  DLJ7-TOTAL-LINE.
011100     05  DLJ7-T-LABEL              PIC X(32).
011200     05  DLJ7-T-COUNT              PIC ZZZ,ZZZ,ZZ9.
011300 01  DLJ7-AMOUNT-LINE.
011400     05  DLJ7-A-LABEL              PIC X(32).
011500     05  DLJ7-A-AMOUNT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
011600 01  DLJ7-AMOUNT-WORK              PIC S9(13)V99.
011700*----------------------------------------------------------------
011800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
011900*----------------------------------------------------------------
012000 01  DL903-PARMS.
012100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL197".
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
013800*    0000-MAINLINE
013900*================================================================
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
014200     MOVE "S"                      TO DL903-REC-TYPE
014300     CALL "DL903" USING DL903-PARMS
014400     PERFORM 2000-PROCESS-CLAIM     THRU 2000-EXIT
014500         UNTIL DLJ7-CLM-EOF
014600     PERFORM 3000-TERMINATE         THRU 3000-EXIT
014700     MOVE "E"                      TO DL903-REC-TYPE
014800     MOVE DLJ7-CLM-READ TO DL903-REC-COUNT
014900     CALL "DL903" USING DL903-PARMS
015000     GOBACK.
015100*================================================================
015200*    1000-INITIALIZE  -  THE HEADER LABEL GOES OUT BEFORE ANY    *
015300*                        CLAIM                                   *
015400*================================================================
015500 1000-INITIALIZE.
015600     CALL "DL902" USING DLJ7-RUN-DATE DL902-EXEC-DATE
015700     OPEN INPUT  BED1EMP-FILE
015800     OPEN INPUT  BHS2MCH-FILE
015900     OPEN INPUT  BHS3MDE-FILE
016000     OPEN OUTPUT DL197-CVW-FILE
016100     OPEN OUTPUT DL197-RPT-FILE
016200     WRITE DL197-RPT-LINE FROM DLJ7-HEADING-1
016300     MOVE DLJ7-RUN-DATE TO DL902-EL-BUS
016400     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
016500     WRITE DL197-RPT-LINE FROM DL902-EXEC-LINE
016600     WRITE DL197-RPT-LINE FROM SPACES
016700     MOVE "HDR"                    TO DLCTL-L-TYPE
016800     MOVE "DL197"                  TO DLCTL-L-PROGRAM-ID
016900     MOVE DLJ7-RUN-DATE            TO DLCTL-L-RUN-DATE
017000     MOVE ZERO                     TO DLCTL-L-REC-COUNT
017100     MOVE ZERO                     TO DLCTL-L-KEY-HASH
017200     WRITE DL197-CVW-OUT-RECORD FROM DLCTL-LABEL-RECORD
017300     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
017400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
017500 1000-EXIT.
017600     EXIT.
017700*================================================================
017800*    2000-PROCESS-CLAIM  -  ONE CLAIM: RESOLVE ITS MEMBER, THEN  *
017900*                           WRITE ITS FOUR LINES, OR A LINE 0    *
018000*                           WHEN NO DETAIL RECORD PAIRED WITH IT *
018100*================================================================
018200 2000-PROCESS-CLAIM.
018300     ADD 1 TO DLJ7-CLM-READ
018400     PERFORM 2100-MATCH-MEMBER      THRU 2100-EXIT
018500     PERFORM 2200-BUILD-COMMON      THRU 2200-EXIT
018600     IF DLJ7-DET-EOF
018700         ADD 1 TO DLJ7-NO-DETAIL
018800         SET DL197-V-DET-MISSING   TO TRUE
018900         MOVE ZERO                 TO DL197-V-LINE-NBR
019000         MOVE SPACES               TO DL197-V-LINE-IMAGE
019100         PERFORM 2400-WRITE-VIEW    THRU 2400-EXIT
019200     ELSE
019300         SET DL197-V-DET-PRESENT   TO TRUE
019400         PERFORM 2300-WRITE-ONE-LINE THRU 2300-EXIT
019500             VARYING DLJ7-SUB FROM 1 BY 1
019600             UNTIL DLJ7-SUB > 4
019700     END-IF
019800     ADD CLH-CLM-PAID-AMT          TO DLJ7-PAID-TOTAL
019900     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
020000 2000-EXIT.
020100     EXIT.
020200*================================================================
020300*    2100-MATCH-MEMBER  -  CLAIMS ARRIVE IN PATIENT ORDER, SO    *
020400*                          THE MEMBER MASTER IS ADVANCED TO THE  *
020500*                          CLAIM'S 13-BYTE PATIENT PREFIX        *
020600*================================================================
020700 2100-MATCH-MEMBER.
020800     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
020900         UNTIL DLJ7-MSTR-KEY >= DLJ7-CLM-KEY
021000     MOVE DLJ7-CLM-KEY             TO DL197-V-EMP-ID
021100     MOVE ZERO                     TO DL197-V-DEP-NBR
021200     MOVE ZERO                     TO DL197-V-PKG-NO
021300     MOVE "N"                      TO DL197-V-MEMBER-SW
021400     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
021500         MOVE CLH-PATIENT-NBR(14:4) TO DL197-V-DEP-NBR
021600     END-IF
021700     IF DLJ7-MSTR-KEY NOT = DLJ7-CLM-KEY
021800         ADD 1 TO DLJ7-NO-MEMBER
021900         GO TO 2100-EXIT
022000     END-IF
022100     SET DL197-V-MEMBER-FOUND      TO TRUE
022200     IF EMP-COV-GROUP-EE1(1:3) IS NUMERIC
022300         MOVE EMP-COV-GROUP-EE1(1:3) TO DL197-V-PKG-NO
022400     END-IF.
022500 2100-EXIT.
022600     EXIT.
022700*================================================================
022800*    2200-BUILD-COMMON  -  THE FIELDS EVERY LINE OF THE CLAIM    *
022900*                          CARRIES                               *
023000*================================================================
023100 2200-BUILD-COMMON.
023200     MOVE "CLM"                    TO DL197-V-REC-TYPE
023300     MOVE CLH-INV-NBR-COMP         TO DL197-V-INV-NBR
023400     MOVE DLJ7-CLM-READ            TO DL197-V-CLAIM-SEQ
023500     MOVE CLH-INV-NBR-COMP         TO DL197-V-INV-NBR-COMP
023600     MOVE CLH-INV-NBR              TO DL197-V-H-INV-NBR
023700     MOVE CLH-PATIENT-NBR          TO DL197-V-PATIENT-NBR
023800     MOVE CLH-ACT-PD-DT            TO DL197-V-ACT-PD-DT
023900     MOVE CLH-FIN-PROC-DT          TO DL197-V-FIN-PROC-DT
024000     MOVE CLH-CLM-PAID-AMT         TO DL197-V-CLM-PAID-AMT
024100     MOVE CLH-OI-CON-TOT           TO DL197-V-OI-CON-TOT
024200     MOVE CLH-OI-PAID-TOT          TO DL197-V-OI-PAID-TOT
024300     MOVE CLH-EE-ZIP               TO DL197-V-EE-ZIP
024400     MOVE CLH-RMK-CD               TO DL197-V-RMK-CD
024500     MOVE CLH-GROUP                TO DL197-V-GROUP
024600     MOVE CLH-BEN-CD               TO DL197-V-BEN-CD
024700     MOVE CLH-OPL-TYPE             TO DL197-V-OPL-TYPE
024800     MOVE CLH-CONT-PRV             TO DL197-V-CONT-PRV
024900     MOVE CLH-SPEC-PAY             TO DL197-V-SPEC-PAY
025000     MOVE CLH-ACT-CHK-NBR          TO DL197-V-ACT-CHK-NBR
025100     MOVE CLH-SMTSUS-IND-HDR       TO DL197-V-SMTSUS-IND
025101     MOVE CLH-REPOS-CLM-CTL-NBR    TO DL197-V-REPOS-CTL-NBR
025102     MOVE CLH-DT-REC               TO DL197-V-DT-REC
025103     MOVE CLH-SV-PEND-CD           TO DL197-V-SV-PEND-CD
025104     MOVE CLH-SV-PEND-DT           TO DL197-V-SV-PEND-DT
025105     MOVE CLH-ADJ-AMT              TO DL197-V-ADJ-AMT
025106     MOVE CLH-RSN-ADJ              TO DL197-V-RSN-ADJ
025107     MOVE CLH-SOURCE-ADJ           TO DL197-V-SOURCE-ADJ
025108     MOVE CLH-LINE-COUNT           TO DL197-V-LINE-COUNT
025109     MOVE CLH-ALT-INV-NBR          TO DL197-V-ALT-INV-NBR
025200     MOVE SPACES                   TO DL197-CVW-RECORD(853:8).
025300 2200-EXIT.
025400     EXIT.
025500*================================================================
025600*    2300-WRITE-ONE-LINE  -  ONE DETAIL OCCURRENCE               *
025700*================================================================
025800 2300-WRITE-ONE-LINE.
025900     MOVE DLJ7-SUB                 TO DL197-V-LINE-NBR
026000     MOVE CLD-DETAIL-RECORD(DLJ7-SUB) TO DL197-V-LINE-IMAGE
026100     ADD CLD-NET-PAY-AMT(DLJ7-SUB) TO DLJ7-NET-TOTAL
026200     PERFORM 2400-WRITE-VIEW        THRU 2400-EXIT.
026300 2300-EXIT.
026400     EXIT.
026500*================================================================
026600*    2400-WRITE-VIEW  -  EVERY DATA RECORD IS COUNTED AND HASHED *
026700*                        ON INVOICE DIGITS 4-13 FOR THE TRAILER  *
026800*================================================================
026900 2400-WRITE-VIEW.
027000     WRITE DL197-CVW-OUT-RECORD FROM DL197-CVW-RECORD
027100     ADD 1 TO DLJ7-LINES-WRITTEN
027200     ADD 1 TO DLJ7-LBL-OUT-COUNT
027300     MOVE ZEROES TO DLJ7-LBL-KEY-WORK
027400     MOVE DL197-V-INV-NBR(4:10) TO DLJ7-LBL-KEY-WORK(1:10)
027500     PERFORM 9800-LBL-HASH-TERM THRU 9800-EXIT
027600     ADD DLJ7-LBL-TERM TO DLJ7-LBL-OUT-HASH.
027700 2400-EXIT.
027800     EXIT.
027900*================================================================
028000*    3000-TERMINATE  -  TRAILER LABEL AND CONTROL TOTALS         *
028100*================================================================
028200 3000-TERMINATE.
028300     MOVE "TRL"                    TO DLCTL-L-TYPE
028400     MOVE "DL197"                  TO DLCTL-L-PROGRAM-ID
028500     MOVE DLJ7-RUN-DATE            TO DLCTL-L-RUN-DATE
028600     MOVE DLJ7-LBL-OUT-COUNT       TO DLCTL-L-REC-COUNT
028700     MOVE DLJ7-LBL-OUT-HASH        TO DLCTL-L-KEY-HASH
028800     MOVE SPACES                   TO DL197-CVW-TRAILER
028900     MOVE DLCTL-LABEL-RECORD       TO DL197-T-LABEL
029000     MOVE DLJ7-CLM-READ            TO DL197-T-CLAIM-COUNT
029100     MOVE DLJ7-PAID-TOTAL          TO DL197-T-PAID-TOTAL
029200     MOVE DLJ7-NET-TOTAL           TO DL197-T-NET-TOTAL
029300     WRITE DL197-CVW-OUT-RECORD FROM DL197-CVW-TRAILER
029400     MOVE "MEMBER RECORDS READ"    TO DLJ7-T-LABEL
029500     MOVE DLJ7-MSTR-READ           TO DLJ7-T-COUNT
029600     WRITE DL197-RPT-LINE FROM DLJ7-TOTAL-LINE
029700     MOVE "CLAIMS READ"            TO DLJ7-T-LABEL
029800     MOVE DLJ7-CLM-READ            TO DLJ7-T-COUNT
029900     WRITE DL197-RPT-LINE FROM DLJ7-TOTAL-LINE
030000     MOVE "  WITH NO DETAIL RECORD" TO DLJ7-T-LABEL
030100     MOVE DLJ7-NO-DETAIL           TO DLJ7-T-COUNT
030200     WRITE DL197-RPT-LINE FROM DLJ7-TOTAL-LINE
030300     MOVE "  WITH NO MEMBER ON BED1EMP" TO DLJ7-T-LABEL
030400     MOVE DLJ7-NO-MEMBER           TO DLJ7-T-COUNT
030500     WRITE DL197-RPT-LINE FROM DLJ7-TOTAL-LINE
030600     MOVE "CLAIM-VIEW RECORDS WRITTEN" TO DLJ7-T-LABEL
030700     MOVE DLJ7-LINES-WRITTEN       TO DLJ7-T-COUNT
030800     WRITE DL197-RPT-LINE FROM DLJ7-TOTAL-LINE
030900     MOVE "CLAIM PAID TOTAL"       TO DLJ7-A-LABEL
031000     COMPUTE DLJ7-AMOUNT-WORK = DLJ7-PAID-TOTAL / 100
031100     MOVE DLJ7-AMOUNT-WORK         TO DLJ7-A-AMOUNT
031200     WRITE DL197-RPT-LINE FROM DLJ7-AMOUNT-LINE
031300     MOVE "LINE NET-PAY TOTAL"     TO DLJ7-A-LABEL
031400     COMPUTE DLJ7-AMOUNT-WORK = DLJ7-NET-TOTAL / 100
031500     MOVE DLJ7-AMOUNT-WORK         TO DLJ7-A-AMOUNT
031600     WRITE DL197-RPT-LINE FROM DLJ7-AMOUNT-LINE
031700     CLOSE BED1EMP-FILE
031800     CLOSE BHS2MCH-FILE
031900     CLOSE BHS3MDE-FILE
032000     CLOSE DL197-CVW-FILE
032100     CLOSE DL197-RPT-FILE.
032200 3000-EXIT.
032300     EXIT.
032400*================================================================
032500*    8000-READ-MASTER
032600*================================================================
032700 8000-READ-MASTER.
032800     READ BED1EMP-FILE
032900         AT END
033000             SET DLJ7-MSTR-EOF TO TRUE
033100             MOVE HIGH-VALUES      TO DLJ7-MSTR-KEY
033200     END-READ
033300     IF NOT DLJ7-MSTR-EOF
033400         ADD 1 TO DLJ7-MSTR-READ
033500         MOVE EMP-EMP-ID           TO DLJ7-MSTR-KEY
033600     END-IF.
033700 8000-EXIT.
033800     EXIT.
033900*================================================================
034000*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
034100*                             (THE DL017 PAIRING)                *
034200*================================================================
034300 8100-READ-CLAIM-PAIR.
034400     READ BHS2MCH-FILE
034500         AT END
034600             SET DLJ7-CLM-EOF TO TRUE
034700             MOVE HIGH-VALUES      TO DLJ7-CLM-KEY
034800     END-READ
034900     IF NOT DLJ7-CLM-EOF
035000         MOVE CLH-PATIENT-NBR(1:13) TO DLJ7-CLM-KEY
035100         IF NOT DLJ7-DET-EOF
035200             READ BHS3MDE-FILE
035300                 AT END
035400                     SET DLJ7-DET-EOF TO TRUE
035500             END-READ
035600         END-IF
035700     END-IF.
035800 8100-EXIT.
035900     EXIT.
036000*================================================================
036100*    9800-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
036200*                           PLACED IN DLJ7-LBL-KEY-WORK          *
036300*================================================================
036400 9800-LBL-HASH-TERM.
036500     IF DLJ7-LBL-KEY-WORK IS NUMERIC
036600         MOVE DLJ7-LBL-KEY-NUM     TO DLJ7-LBL-TERM
036700     ELSE
036800         MOVE 1                    TO DLJ7-LBL-TERM
036900     END-IF.
037000 9800-EXIT.
037100     EXIT.
