000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL909.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - SHARED CLAIM-VIEW READER,
001100*                   CALLABLE THE SAME WAY DL900/DL907 ARE THE
001200*                   SHOP'S SHARED ROUTINES.  THE CLAIM-SIDE
001300*                   PROGRAMS NO LONGER READ BHS2MCH/BHS3MDE IN
001400*                   LOCKSTEP THEMSELVES; EACH "R" CALL RETURNS
001500*                   THE NEXT CLAIM FROM THE DL197CVW EXTRACT
001600*                   REBUILT INTO THE CALLER'S OWN BHS2MCH AND
001700*                   BHS3MDE AREAS, WITH THE MEMBER, DEPENDENT
001800*                   AND PACKAGE DL197 RESOLVED.  THE EXTRACT IS
001900*                   OPENED ON THE FIRST CALL (THE DL030
002000*                   CALENDAR DISCIPLINE) AND ITS "HDR" LABEL
002100*                   MUST NAME DL197 AND THE DL902 BUSINESS
002200*                   DATE.  THE "TRL" LABEL'S COUNT AND HASH AND
002300*                   THE CLAIM COUNT AND PAID/NET-PAY TOTALS IT
002400*                   CARRIES ARE PROVED AGAINST WHAT WAS READ.
002500*                   ANY LABEL OR TOTAL MISMATCH STOPS THE RUN
002600*                   UNIT WITH RETURN CODE 8.
002601*  2026-10-15  RH   REBUILD THE SUBMITTER CONTROL NUMBER, RECEIVED
002602*                   DATE AND SERVICE PEND CODE/DATE FROM THE VIEW
002603*  2026-10-15  RH   REBUILD THE ADJUSTMENT AMOUNT, REASON AND
002604*                   SOURCE AND THE LINE COUNT AND CONTINUATION
002605*                   INVOICE FROM THE VIEW (RECORD NOW 860 BYTES)
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DL197-CVW-FILE  ASSIGN TO DL197CVW
003500            ORGANIZATION IS SEQUENTIAL
003600            FILE STATUS IS DL99-CVW-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  DL197-CVW-FILE
004000     LABEL RECORDS ARE STANDARD.
004100 01  DL197-CVW-IN-RECORD           PIC X(860).
004200 WORKING-STORAGE SECTION.
004300 01  DL99-CVW-STATUS               PIC X(2).
004400 01  DL99-SWITCHES.
004500     05  DL99-OPENED-SW            PIC X(1)     VALUE "N".
004600         88  DL99-OPENED                         VALUE "Y".
004700     05  DL99-VIEW-EOF-SW          PIC X(1)     VALUE "N".
004800         88  DL99-VIEW-EOF                       VALUE "Y".
004900 01  DL99-WORK-FIELDS.
005000     05  DL99-CLAIM-SEQ            PIC 9(8).
005100     05  DL99-LINE-SUB             PIC S9(4) COMP VALUE ZERO.
005200 01  DL99-DATE-WORK.
005300     05  DL99-BUS-DATE             PIC 9(8).
005400     05  DL99-EXEC-DATE            PIC 9(8).
005500 01  DL99-TOTALS.
005600     05  DL99-CLAIM-COUNT          PIC 9(8)  VALUE ZERO.
005700     05  DL99-PAID-TOTAL           PIC S9(15) VALUE ZERO.
005800     05  DL99-NET-TOTAL            PIC S9(15) VALUE ZERO.
005900*----------------------------------------------------------------
006000*    DL197-CVW-RECORD  -  THE RECORD READ AHEAD: THE FIRST LINE
006100*    OF THE NEXT CLAIM, OR THE TRAILER
006200*----------------------------------------------------------------
006300     COPY DL197CVW.
006400*----------------------------------------------------------------
006500*    DL99-LBL-WORK  -  CLAIM-VIEW LABEL HANDLING
006600*----------------------------------------------------------------
006700     COPY DLCTLLBL.
006800 01  DL99-LBL-WORK.
006900     05  DL99-LBL-IN-COUNT         PIC 9(8)  VALUE ZERO.
007000     05  DL99-LBL-IN-HASH          PIC 9(16) VALUE ZERO.
007100     05  DL99-LBL-KEY-WORK         PIC X(10).
007200     05  DL99-LBL-KEY-NUM REDEFINES DL99-LBL-KEY-WORK
007300                                   PIC 9(10).
007400     05  DL99-LBL-TERM             PIC 9(10).
007500 LINKAGE SECTION.
007600 01  LK-CVW-PARMS.
007700     05  LK-FUNCTION               PIC X(1).
007800         88  LK-CLOSE                            VALUE "C".
007900     05  LK-PROGRAM-ID             PIC X(8).
008000     05  LK-STATUS                 PIC X(1).
008100     05  LK-DET-SW                 PIC X(1).
008200     05  LK-EMP-ID                 PIC X(13).
008300     05  LK-DEP-NBR                PIC 9(4).
008400     05  LK-MEMBER-SW              PIC X(1).
008500     05  LK-PKG-NO                 PIC 9(3).
008600     COPY BHS2MCH.
008700     COPY BHS3MDE.
008800 PROCEDURE DIVISION USING LK-CVW-PARMS
008900                          BHS2MCH-STRUCTURE-DATA-ITEM
009000                          BHS3MDE-STRUCTURE-DATA-ITEM.
009100*================================================================
009200*    0000-MAINLINE
009300*================================================================
009400 0000-MAINLINE.
009500     IF LK-CLOSE
009600         IF DL99-OPENED
009700             CLOSE DL197-CVW-FILE
009800             MOVE "N"              TO DL99-OPENED-SW
009900         END-IF
010000         GOBACK
010100     END-IF
010200     IF NOT DL99-OPENED
010300         CALL "DL902" USING DL99-BUS-DATE DL99-EXEC-DATE
010400         PERFORM 1000-OPEN-VIEW     THRU 1000-EXIT
010500         SET DL99-OPENED           TO TRUE
010600     END-IF
010700     PERFORM 2000-RETURN-CLAIM      THRU 2000-EXIT
010800     GOBACK.
010900*================================================================
011000*    1000-OPEN-VIEW  -  ONCE PER RUN UNIT.  THE HEADER LABEL     *
011100*                       MUST BE TODAY'S DL197 EXTRACT            *
011200*================================================================
011300 1000-OPEN-VIEW.
011400     OPEN INPUT DL197-CVW-FILE
011500     IF DL99-CVW-STATUS NOT = "00"
011600         PERFORM 9900-VIEW-ABORT    THRU 9900-EXIT
011700     END-IF
011800     READ DL197-CVW-FILE INTO DL197-CVW-RECORD
011900         AT END
012000             PERFORM 9900-VIEW-ABORT THRU 9900-EXIT
012100     END-READ
012200     MOVE DL197-CVW-RECORD(1:43)   TO DLCTL-LABEL-RECORD
012300     IF NOT DLCTL-L-HEADER
012400         OR DLCTL-L-PROGRAM-ID NOT = "DL197"
012500         OR DLCTL-L-RUN-DATE NOT = DL99-BUS-DATE
012600         PERFORM 9900-VIEW-ABORT    THRU 9900-EXIT
012700     END-IF
012800     PERFORM 8000-READ-VIEW         THRU 8000-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100*================================================================
013200*    2000-RETURN-CLAIM  -  REBUILD THE NEXT CLAIM IN THE         *
013300*                          CALLER'S AREAS FROM ITS VIEW LINES    *
013400*================================================================
013500 2000-RETURN-CLAIM.
013600     IF DL99-VIEW-EOF
013700         MOVE "E"                  TO LK-STATUS
013800         GO TO 2000-EXIT
013900     END-IF
014000     MOVE "0"                      TO LK-STATUS
014100     INITIALIZE BHS2MCH-STRUCTURE-DATA-ITEM
014200     INITIALIZE BHS3MDE-STRUCTURE-DATA-ITEM
014300     MOVE DL197-V-INV-NBR-COMP     TO CLH-INV-NBR-COMP
014400     MOVE DL197-V-H-INV-NBR        TO CLH-INV-NBR
014500     MOVE DL197-V-PATIENT-NBR      TO CLH-PATIENT-NBR
014600     MOVE DL197-V-ACT-PD-DT        TO CLH-ACT-PD-DT
014700     MOVE DL197-V-FIN-PROC-DT      TO CLH-FIN-PROC-DT
014800     MOVE DL197-V-CLM-PAID-AMT     TO CLH-CLM-PAID-AMT
014900     MOVE DL197-V-OI-CON-TOT       TO CLH-OI-CON-TOT
015000     MOVE DL197-V-OI-PAID-TOT      TO CLH-OI-PAID-TOT
015100     MOVE DL197-V-EE-ZIP           TO CLH-EE-ZIP
015200     MOVE DL197-V-RMK-CD           TO CLH-RMK-CD
015300     MOVE DL197-V-GROUP            TO CLH-GROUP
015400     MOVE DL197-V-BEN-CD           TO CLH-BEN-CD
015500     MOVE DL197-V-OPL-TYPE         TO CLH-OPL-TYPE
015600     MOVE DL197-V-CONT-PRV         TO CLH-CONT-PRV
015700     MOVE DL197-V-SPEC-PAY         TO CLH-SPEC-PAY
015800     MOVE DL197-V-ACT-CHK-NBR      TO CLH-ACT-CHK-NBR
015900     MOVE DL197-V-SMTSUS-IND       TO CLH-SMTSUS-IND-HDR
015901     MOVE DL197-V-REPOS-CTL-NBR    TO CLH-REPOS-CLM-CTL-NBR
015902     MOVE DL197-V-DT-REC           TO CLH-DT-REC
015903     MOVE DL197-V-SV-PEND-CD       TO CLH-SV-PEND-CD
015904     MOVE DL197-V-SV-PEND-DT       TO CLH-SV-PEND-DT
015905     MOVE DL197-V-ADJ-AMT          TO CLH-ADJ-AMT
015906     MOVE DL197-V-RSN-ADJ          TO CLH-RSN-ADJ
015907     MOVE DL197-V-SOURCE-ADJ       TO CLH-SOURCE-ADJ
015908     MOVE DL197-V-LINE-COUNT       TO CLH-LINE-COUNT
015909     MOVE DL197-V-ALT-INV-NBR      TO CLH-ALT-INV-NBR
016000     MOVE DL197-V-EMP-ID           TO LK-EMP-ID
016100     MOVE DL197-V-DEP-NBR          TO LK-DEP-NBR
016200     MOVE DL197-V-MEMBER-SW        TO LK-MEMBER-SW
016300     MOVE DL197-V-PKG-NO           TO LK-PKG-NO
016400     MOVE DL197-V-DET-STATUS       TO LK-DET-SW
016500     MOVE DL197-V-CLAIM-SEQ        TO DL99-CLAIM-SEQ
016600     ADD 1 TO DL99-CLAIM-COUNT
016700     ADD DL197-V-CLM-PAID-AMT      TO DL99-PAID-TOTAL
016800     PERFORM 2100-TAKE-ONE-LINE     THRU 2100-EXIT
016900         UNTIL DL99-VIEW-EOF
017000         OR DL197-V-CLAIM-SEQ NOT = DL99-CLAIM-SEQ.
017100 2000-EXIT.
017200     EXIT.
017300*================================================================
017400*    2100-TAKE-ONE-LINE  -  LINES 1-4 GO BACK TO THEIR DETAIL    *
017500*                           OCCURRENCE; A LINE 0 CARRIES NONE    *
017600*================================================================
017700 2100-TAKE-ONE-LINE.
017800     IF DL197-V-LINE-NBR >= 1 AND DL197-V-LINE-NBR <= 4
017900         MOVE DL197-V-LINE-NBR     TO DL99-LINE-SUB
018000         MOVE DL197-V-LINE-IMAGE   TO
018100             CLD-DETAIL-RECORD(DL99-LINE-SUB)
018200         ADD CLD-NET-PAY-AMT(DL99-LINE-SUB) TO DL99-NET-TOTAL
018300     END-IF
018400     PERFORM 8000-READ-VIEW         THRU 8000-EXIT.
018500 2100-EXIT.
018600     EXIT.
018700*================================================================
018800*    8000-READ-VIEW  -  EVERY DATA RECORD IS COUNTED AND HASHED; *
018900*                       THE TRAILER IS PROVED WHEN IT ARRIVES    *
019000*================================================================
019100 8000-READ-VIEW.
019200     READ DL197-CVW-FILE INTO DL197-CVW-RECORD
019300         AT END
019400             PERFORM 9900-VIEW-ABORT THRU 9900-EXIT
019500     END-READ
019600     IF DL197-V-REC-TYPE = "TRL"
019700         PERFORM 8100-CHECK-TRAILER THRU 8100-EXIT
019800         SET DL99-VIEW-EOF         TO TRUE
019900         GO TO 8000-EXIT
020000     END-IF
020100     ADD 1 TO DL99-LBL-IN-COUNT
020200     MOVE ZEROES TO DL99-LBL-KEY-WORK
020300     MOVE DL197-V-INV-NBR(4:10) TO DL99-LBL-KEY-WORK(1:10)
020400     PERFORM 9800-LBL-HASH-TERM THRU 9800-EXIT
020500     ADD DL99-LBL-TERM TO DL99-LBL-IN-HASH.
020600 8000-EXIT.
020700     EXIT.
020800*================================================================
020900*    8100-CHECK-TRAILER  -  LABEL COUNT AND HASH, CLAIM COUNT,   *
021000*                           PAID AND NET-PAY TOTALS              *
021100*================================================================
021200 8100-CHECK-TRAILER.
021300     MOVE DL197-CVW-RECORD         TO DL197-CVW-TRAILER
021400     MOVE DL197-T-LABEL            TO DLCTL-LABEL-RECORD
021500     IF DLCTL-L-REC-COUNT NOT = DL99-LBL-IN-COUNT
021600         OR DLCTL-L-KEY-HASH NOT = DL99-LBL-IN-HASH
021700         OR DL197-T-CLAIM-COUNT NOT = DL99-CLAIM-COUNT
021800         OR DL197-T-PAID-TOTAL NOT = DL99-PAID-TOTAL
021900         OR DL197-T-NET-TOTAL NOT = DL99-NET-TOTAL
022000         PERFORM 9900-VIEW-ABORT    THRU 9900-EXIT
022100     END-IF.
022200 8100-EXIT.
022300     EXIT.
022400*================================================================
022500*    9800-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
022600*                           PLACED IN DL99-LBL-KEY-WORK          *
022700*================================================================
022800 9800-LBL-HASH-TERM.
022900     IF DL99-LBL-KEY-WORK IS NUMERIC
023000         MOVE DL99-LBL-KEY-NUM     TO DL99-LBL-TERM
023100     ELSE
023200         MOVE 1                    TO DL99-LBL-TERM
023300     END-IF.
023400 9800-EXIT.
023500     EXIT.
023600*================================================================
023700*    9900-VIEW-ABORT  -  A MISSING, STALE OR MISMATCHED CLAIM    *
023800*                        VIEW.  A GOBACK WOULD ONLY RETURN TO    *
023900*                        THE CALLER, SO THE RUN UNIT IS STOPPED  *
024000*                        TO FAIL THE STEP                        *
024100*================================================================
024200 9900-VIEW-ABORT.
024300     DISPLAY "DL909: DL197CVW LABEL MISSING OR MISMATCHED - "
024400             LK-PROGRAM-ID
024500     MOVE 8                        TO RETURN-CODE
024600     STOP RUN.
024700 9900-EXIT.
024800     EXIT.
