000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL143.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - CLAIM HEADER-TO-DETAIL
001100*                   FOOT-BALANCE AUDIT.  BHS2MCH AND BHS3MDE
001200*                   ARE READ IN LOCKSTEP (THE DL017 PAIRING) AND
001300*                   EACH CLAIM'S FOUR CLD-DETAIL-RECORD SLOTS
001400*                   ARE FOOTED AGAINST THE HEADER: NET PAY TO
001500*                   CLH-CLM-PAID-AMT, OTHER-INSURANCE CONSIDERED
001600*                   AND PAID TO CLH-OI-CON-TOT/CLH-OI-PAID-TOT,
001700*                   BILLED CHARGE TO CLH-BAL-TOTL, AND THE COUNT
001800*                   OF POPULATED SLOTS (CLD-FST-DT NOT ZERO, THE
001900*                   CONVENTION EVERY LOCKSTEP PROGRAM USES) TO
002000*                   CLH-LINE-COUNT.  EVERY FAILED CHECK GOES TO
002100*                   THE DL143EXC EXCEPTION FILE AND THE REGISTER,
002200*                   WITH COUNTS AND DOLLARS BY CHECK.  A HEADER
002300*                   LEFT WITHOUT A DETAIL RECORD MEANS THE
002400*                   LOCKSTEP ITSELF HAS SLIPPED AND IS REPORTED
002500*                   ON ITS OWN CHECK CODE.  ANY EXCEPTION SETS
002600*                   RETURN CODE 4 SO THE SCHEDULER SHOWS IT.
002601*  2026-10-15  RH   A CLAIM PAST THE FOUR-LINE LIMIT AND ITS
002602*                   CONTINUATION CLAIM (THE DL023XRF LINK) ARE
002603*                   FOOTED TOGETHER AGAINST THE BASE HEADER, THE
002604*                   LINE COUNT AGAINST THE SLOTS OF BOTH, INSTEAD
002605*                   OF EACH HALF FAILING ON ITS OWN.  A PAIR WITH
002606*                   ONE HALF MISSING IS REPORTED AS OV.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BHS2MCH-FILE    ASSIGN TO BHS2MCH
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT BHS3MDE-FILE    ASSIGN TO BHS3MDE
003700            ORGANIZATION IS SEQUENTIAL.
003701     SELECT DL023-XRF-FILE  ASSIGN TO DL023XRF
003702            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL143-EXC-FILE  ASSIGN TO DL143EXC
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL143-RPT-FILE  ASSIGN TO DL143RPT
004100            ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BHS2MCH-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY BHS2MCH.
004700 FD  BHS3MDE-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY BHS3MDE.
004901 FD  DL023-XRF-FILE
004902     LABEL RECORDS ARE STANDARD.
004903     COPY DL023XRF.
005000 FD  DL143-EXC-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY DL143EXC.
005300 FD  DL143-RPT-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  DL143-RPT-LINE                PIC X(132).
005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------------
005800*    DLE3-SWITCHES AND COUNTERS
005900*----------------------------------------------------------------
006000 01  DLE3-SWITCHES.
006100     05  DLE3-CLM-EOF-SW           PIC X(1)     VALUE "N".
006200         88  DLE3-CLM-EOF                        VALUE "Y".
006300     05  DLE3-DET-EOF-SW           PIC X(1)     VALUE "N".
006400         88  DLE3-DET-EOF                        VALUE "Y".
006500     05  DLE3-CLM-BAD-SW           PIC X(1)     VALUE "N".
006600         88  DLE3-CLM-BAD                        VALUE "Y".
006601     05  DLE3-XRF-EOF-SW           PIC X(1)     VALUE "N".
006602         88  DLE3-XRF-EOF                        VALUE "Y".
006700 01  DLE3-FOOTINGS.
006800     05  DLE3-NET-PAY-SUM          PIC S9(11) COMP-3.
006900     05  DLE3-OI-CON-SUM           PIC S9(11) COMP-3.
007000     05  DLE3-OI-PAID-SUM          PIC S9(11) COMP-3.
007100     05  DLE3-CHG-SUM              PIC S9(11) COMP-3.
007200     05  DLE3-SLOT-COUNT           PIC S9(4) COMP.
007201 01  DLE3-HEADER-VALUES.
007202     05  DLE3-HDR-PAID             PIC S9(11) COMP-3.
007203     05  DLE3-HDR-OI-CON           PIC S9(11) COMP-3.
007204     05  DLE3-HDR-OI-PAID          PIC S9(11) COMP-3.
007205     05  DLE3-HDR-BAL              PIC S9(11) COMP-3.
007206     05  DLE3-HDR-LINE-COUNT       PIC S9(4) COMP.
007300 01  DLE3-WORK-FIELDS.
007400     05  DLE3-LN-SUB               PIC S9(4) COMP VALUE ZERO.
007500     05  DLE3-CHK-SUB              PIC S9(4) COMP VALUE ZERO.
007600     05  DLE3-WORK-CHECK           PIC X(2).
007700     05  DLE3-WORK-HDR             PIC S9(11) COMP-3.
007800     05  DLE3-WORK-DTL             PIC S9(11) COMP-3.
007900     05  DLE3-WORK-DIFF            PIC S9(11) COMP-3.
007901     05  DLE3-WORK-PATIENT         PIC X(17).
007902     05  DLE3-WORK-INV-NBR         PIC 9(13).
007903     05  DLE3-WORK-FIN-DT          PIC 9(8).
007904     05  DLE3-OVF-SUB              PIC S9(4) COMP VALUE ZERO.
008000 01  DLE3-DATE-WORK.
008100     05  DLE3-RUN-DATE             PIC 9(8).
008200*----------------------------------------------------------------
008300*    DLE3-CHECK-TABLE  -  ONE TOTAL ROW PER CHECK CODE, IN THE
008400*    ORDER THE CHECKS RUN
008500*----------------------------------------------------------------
008600 01  DLE3-CHECK-VALUES.
008700     05  FILLER                    PIC X(32)
008800         VALUE "NPNET PAY VS CLAIM PAID".
008900     05  FILLER                    PIC X(32)
009000         VALUE "OCOI CONSIDERED VS OI CON TOT".
009100     05  FILLER                    PIC X(32)
009200         VALUE "OPOI PAID VS OI PAID TOT".
009300     05  FILLER                    PIC X(32)
009400         VALUE "CHLINE CHARGE VS BAL TOTAL".
009500     05  FILLER                    PIC X(32)
009600         VALUE "LCPOPULATED SLOTS VS LINE COUNT".
009700     05  FILLER                    PIC X(32)
009800         VALUE "NDHEADER WITH NO DETAIL RECORD".
009801     05  FILLER                    PIC X(32)
009802         VALUE "OVOVERFLOW PAIR INCOMPLETE".
009900 01  DLE3-CHECK-TABLE REDEFINES DLE3-CHECK-VALUES.
010000     05  DLE3-CHECK-ENTRY OCCURS 7 TIMES.
010100         10  DLE3-K-CODE           PIC X(2).
010200         10  DLE3-K-DESC           PIC X(30).
010300 01  DLE3-CHECK-TOTALS.
010400     05  DLE3-CHECK-TOT-ENTRY OCCURS 7 TIMES.
010500         10  DLE3-K-COUNT          PIC S9(8) COMP.
010600         10  DLE3-K-DIFF-AMT       PIC S9(13) COMP-3.
010601*----------------------------------------------------------------
010602*    DLE3-OVF-TABLE  -  THE DL023XRF OVERFLOW PAIRS.  EACH HALF
010603*    IS FOOTED INTO ITS ENTRY AS IT IS READ; THE PAIR IS AUDITED
010604*    AGAINST THE BASE HEADER ONCE BOTH HALVES HAVE BEEN SEEN
010605*----------------------------------------------------------------
010606 01  DLE3-OVF-TABLE.
010607     05  DLE3-OVF-COUNT            PIC S9(4) COMP VALUE ZERO.
010608     05  DLE3-OVF-ENTRY OCCURS 2000 TIMES.
010609         10  DLE3-O-INV-NBR        PIC 9(13).
010610         10  DLE3-O-ALT-INV-NBR    PIC 9(13).
010611         10  DLE3-O-PATIENT-NBR    PIC X(17).
010612         10  DLE3-O-BASE-SW        PIC X(1).
010613         10  DLE3-O-CONT-SW        PIC X(1).
010614         10  DLE3-O-FIN-PROC-DT    PIC 9(8).
010615         10  DLE3-O-HDR-PAID       PIC S9(11) COMP-3.
010616         10  DLE3-O-HDR-OI-CON     PIC S9(11) COMP-3.
010617         10  DLE3-O-HDR-OI-PAID    PIC S9(11) COMP-3.
010618         10  DLE3-O-HDR-BAL        PIC S9(11) COMP-3.
010619         10  DLE3-O-LINE-COUNT     PIC S9(4) COMP.
010620         10  DLE3-O-NET-PAY-SUM    PIC S9(11) COMP-3.
010621         10  DLE3-O-OI-CON-SUM     PIC S9(11) COMP-3.
010622         10  DLE3-O-OI-PAID-SUM    PIC S9(11) COMP-3.
010623         10  DLE3-O-CHG-SUM        PIC S9(11) COMP-3.
010624         10  DLE3-O-SLOT-COUNT     PIC S9(4) COMP.
010700 01  DLE3-COUNTERS.
010800     05  DLE3-CLM-READ             PIC S9(8) COMP VALUE ZERO.
010900     05  DLE3-CLM-OUT-OF-BAL       PIC S9(8) COMP VALUE ZERO.
011000     05  DLE3-EXC-WRITTEN          PIC S9(8) COMP VALUE ZERO.
011001     05  DLE3-OVF-PAIRS            PIC S9(8) COMP VALUE ZERO.
011100 01  DLE3-HEADING-1.
011200     05  FILLER                    PIC X(44)
011300         VALUE "CLAIM HEADER-TO-DETAIL FOOT-BALANCE AUDIT".
011400 01  DLE3-COLUMN-HEADING.
011500     05  FILLER                   PIC X(15) VALUE "EMPLOYEE ID".
011600     05  FILLER                   PIC X(15) VALUE "INVOICE".
011700     05  FILLER                   PIC X(4)  VALUE "CHK".
011800     05  FILLER                   PIC X(16) VALUE "HEADER".
011900     05  FILLER                   PIC X(16) VALUE "DETAIL".
012000     05  FILLER                   PIC X(16) VALUE "DIFFERENCE".
012100 01  DLE3-DETAIL-LINE.
012200     05  DLE3-D-EMP-ID             PIC X(13).
012300     05  FILLER                    PIC X(2)  VALUE SPACES.
012400     05  DLE3-D-INV-NBR            PIC 9(13).
012500     05  FILLER                    PIC X(2)  VALUE SPACES.
012600     05  DLE3-D-CHECK              PIC X(2).
012700     05  FILLER                    PIC X(2)  VALUE SPACES.
012800     05  DLE3-D-HDR                PIC ---,---,---,--9.
012900     05  FILLER                    PIC X(1)  VALUE SPACES.
013000     05  DLE3-D-DTL                PIC ---,---,---,--9.
013100     05  FILLER                    PIC X(1)  VALUE SPACES.
013200     05  DLE3-D-DIFF               PIC ---,---,---,--9.
013300 01  DLE3-SUMMARY-HEADING.
013400     05  FILLER                    PIC X(40)
013500         VALUE "EXCEPTIONS BY CHECK".
013600 01  DLE3-SUMMARY-LINE.
013700     05  DLE3-S-CODE               PIC X(2).
013800     05  FILLER                    PIC X(2)  VALUE SPACES.
013900     05  DLE3-S-DESC               PIC X(30).
014000     05  FILLER                    PIC X(2)  VALUE SPACES.
014100     05  DLE3-S-COUNT              PIC ZZZ,ZZ9.
014200     05  FILLER                    PIC X(2)  VALUE SPACES.
014300     05  DLE3-S-DIFF               PIC ---,---,---,---,--9.
014400 01  DLE3-TOTAL-LINE-1.
014500     05  FILLER                    PIC X(25)
014600         VALUE "CLAIMS READ".
014700     05  DLE3-T-READ               PIC ZZZ,ZZZ,ZZ9.
014800 01  DLE3-TOTAL-LINE-2.
014900     05  FILLER                    PIC X(25)
015000         VALUE "CLAIMS OUT OF BALANCE".
015100     05  DLE3-T-BAD                PIC ZZZ,ZZZ,ZZ9.
015200 01  DLE3-TOTAL-LINE-3.
015300     05  FILLER                    PIC X(25)
015400         VALUE "EXCEPTIONS WRITTEN".
015500     05  DLE3-T-EXC                PIC ZZZ,ZZZ,ZZ9.
015501 01  DLE3-TOTAL-LINE-4.
015502     05  FILLER                    PIC X(25)
015503         VALUE "OVERFLOW PAIRS FOOTED".
015504     05  DLE3-T-OVF                PIC ZZZ,ZZZ,ZZ9.
015600*----------------------------------------------------------------
015700*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
015800*----------------------------------------------------------------
015900 01  DL903-PARMS.
016000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL143".
016100     05  DL903-REC-TYPE            PIC X(1).
016200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
016300*----------------------------------------------------------------
016400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
016500*----------------------------------------------------------------
016600 01  DL902-DATES.
016700     05  DL902-EXEC-DATE           PIC 9(8).
016800 01  DL902-EXEC-LINE.
016900     05  FILLER                    PIC X(14)
017000         VALUE "BUSINESS DATE ".
017100     05  DL902-EL-BUS              PIC 9(8).
017200     05  FILLER                    PIC X(11)
017300         VALUE "  EXECUTED ".
017400     05  DL902-EL-EXEC             PIC 9(8).
017500 PROCEDURE DIVISION.
017600*================================================================
017700*    0000-MAINLINE
017800*================================================================
017900 0000-MAINLINE.
018000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
018100     MOVE "S"                      TO DL903-REC-TYPE
018200     CALL "DL903" USING DL903-PARMS
018300     PERFORM 2000-AUDIT-CLAIM       THRU 2000-EXIT
018400         UNTIL DLE3-CLM-EOF
018500     PERFORM 3000-TERMINATE         THRU 3000-EXIT
018600     MOVE "E"                      TO DL903-REC-TYPE
018700     MOVE DLE3-CLM-READ TO DL903-REC-COUNT
018800     CALL "DL903" USING DL903-PARMS
018900     GOBACK.
019000*================================================================
019100*    1000-INITIALIZE
019200*================================================================
019300 1000-INITIALIZE.
019400     CALL "DL902" USING DLE3-RUN-DATE DL902-EXEC-DATE
019500     OPEN INPUT  BHS2MCH-FILE
019600     OPEN INPUT  BHS3MDE-FILE
019601     OPEN INPUT  DL023-XRF-FILE
019700     OPEN OUTPUT DL143-EXC-FILE
019800     OPEN OUTPUT DL143-RPT-FILE
019900     WRITE DL143-RPT-LINE FROM DLE3-HEADING-1
020000     MOVE DLE3-RUN-DATE TO DL902-EL-BUS
020100     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
020200     WRITE DL143-RPT-LINE FROM DL902-EXEC-LINE
020300     WRITE DL143-RPT-LINE FROM SPACES
020400     WRITE DL143-RPT-LINE FROM DLE3-COLUMN-HEADING
020500     PERFORM 1100-CLEAR-ONE-CHECK   THRU 1100-EXIT
020600         VARYING DLE3-CHK-SUB FROM 1 BY 1
020700         UNTIL DLE3-CHK-SUB > 7
020701     PERFORM 1200-LOAD-ONE-OVERFLOW THRU 1200-EXIT
020702         UNTIL DLE3-XRF-EOF
020703     CLOSE DL023-XRF-FILE
020800     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*================================================================
021200*    1100-CLEAR-ONE-CHECK
021300*================================================================
021400 1100-CLEAR-ONE-CHECK.
021500     MOVE ZERO                 TO DLE3-K-COUNT(DLE3-CHK-SUB)
021600     MOVE ZERO                 TO DLE3-K-DIFF-AMT(DLE3-CHK-SUB).
021700 1100-EXIT.
021800     EXIT.
021801*================================================================
021802*    1200-LOAD-ONE-OVERFLOW  -  A CLAIM PAST THE FOUR-LINE       *
021803*                               LIMIT AND THE CONTINUATION       *
021804*                               CLAIM CARRYING ITS OVERFLOW      *
021805*                               LINES (DL023XRF)                 *
021806*================================================================
021807 1200-LOAD-ONE-OVERFLOW.
021808     READ DL023-XRF-FILE
021809         AT END
021810             SET DLE3-XRF-EOF TO TRUE
021811     END-READ
021812     IF DLE3-XRF-EOF
021813         GO TO 1200-EXIT
021814     END-IF
021815     IF DLE3-OVF-COUNT >= 2000
021816         PERFORM 9900-OVF-ABORT     THRU 9900-EXIT
021817     END-IF
021818     ADD 1 TO DLE3-OVF-COUNT
021819     MOVE DLE3-OVF-COUNT           TO DLE3-OVF-SUB
021820     MOVE DL023-X-INV-NBR     TO DLE3-O-INV-NBR(DLE3-OVF-SUB)
021821     MOVE DL023-X-ALT-INV-NBR TO DLE3-O-ALT-INV-NBR(DLE3-OVF-SUB)
021822     MOVE DL023-X-PATIENT-NBR TO DLE3-O-PATIENT-NBR(DLE3-OVF-SUB)
021823     MOVE DL023-X-LINE-COUNT  TO DLE3-O-LINE-COUNT(DLE3-OVF-SUB)
021824     MOVE "N"                 TO DLE3-O-BASE-SW(DLE3-OVF-SUB)
021825     MOVE "N"                 TO DLE3-O-CONT-SW(DLE3-OVF-SUB)
021826     MOVE ZERO                TO DLE3-O-FIN-PROC-DT(DLE3-OVF-SUB)
021827     MOVE ZERO                TO DLE3-O-HDR-PAID(DLE3-OVF-SUB)
021828     MOVE ZERO                TO DLE3-O-HDR-OI-CON(DLE3-OVF-SUB)
021829     MOVE ZERO                TO DLE3-O-HDR-OI-PAID(DLE3-OVF-SUB)
021830     MOVE ZERO                TO DLE3-O-HDR-BAL(DLE3-OVF-SUB)
021831     MOVE ZERO                TO DLE3-O-NET-PAY-SUM(DLE3-OVF-SUB)
021832     MOVE ZERO                TO DLE3-O-OI-CON-SUM(DLE3-OVF-SUB)
021833     MOVE ZERO                TO DLE3-O-OI-PAID-SUM(DLE3-OVF-SUB)
021834     MOVE ZERO                TO DLE3-O-CHG-SUM(DLE3-OVF-SUB)
021835     MOVE ZERO                TO DLE3-O-SLOT-COUNT(DLE3-OVF-SUB).
021836 1200-EXIT.
021837     EXIT.
021900*================================================================
021901*    2000-AUDIT-CLAIM  -  FOOT THE FOUR SLOTS AND RUN EACH CHECK *
021902*                        ON THE CLAIM, OR ON THE OVERFLOW PAIR  *
021903*                        ONCE BOTH ITS HALVES ARE FOOTED        *
022100*================================================================
022101 2000-AUDIT-CLAIM.
022102     ADD 1 TO DLE3-CLM-READ
022103     MOVE "N"                      TO DLE3-CLM-BAD-SW
022104     MOVE CLH-PATIENT-NBR          TO DLE3-WORK-PATIENT
022105     MOVE CLH-INV-NBR              TO DLE3-WORK-INV-NBR
022106     MOVE CLH-FIN-PROC-DT          TO DLE3-WORK-FIN-DT
022107     IF DLE3-DET-EOF
022108         MOVE "ND"                 TO DLE3-WORK-CHECK
022109         MOVE CLH-LINE-COUNT       TO DLE3-WORK-HDR
022110         MOVE ZERO                 TO DLE3-WORK-DTL
022111         PERFORM 2200-TEST-ONE-CHECK THRU 2200-EXIT
022112         GO TO 2000-COUNT-CLAIM
022113     END-IF
022114     MOVE ZERO                     TO DLE3-NET-PAY-SUM
022115     MOVE ZERO                     TO DLE3-OI-CON-SUM
022116     MOVE ZERO                     TO DLE3-OI-PAID-SUM
022117     MOVE ZERO                     TO DLE3-CHG-SUM
022118     MOVE ZERO                     TO DLE3-SLOT-COUNT
022119     PERFORM 2100-FOOT-ONE-LINE     THRU 2100-EXIT
022120         VARYING DLE3-LN-SUB FROM 1 BY 1
022121         UNTIL DLE3-LN-SUB > 4
022122     PERFORM 2400-FIND-OVERFLOW     THRU 2400-EXIT
022123         VARYING DLE3-OVF-SUB FROM 1 BY 1
022124         UNTIL DLE3-OVF-SUB > DLE3-OVF-COUNT
022125         OR DLE3-O-INV-NBR(DLE3-OVF-SUB) = CLH-INV-NBR
022126         OR DLE3-O-ALT-INV-NBR(DLE3-OVF-SUB) = CLH-INV-NBR
022127     IF DLE3-OVF-SUB NOT > DLE3-OVF-COUNT
022128         PERFORM 2500-HOLD-OVERFLOW THRU 2500-EXIT
022129         GO TO 2000-COUNT-CLAIM
022130     END-IF
022131     MOVE CLH-CLM-PAID-AMT         TO DLE3-HDR-PAID
022132     MOVE CLH-OI-CON-TOT           TO DLE3-HDR-OI-CON
022133     MOVE CLH-OI-PAID-TOT          TO DLE3-HDR-OI-PAID
022134     MOVE CLH-BAL-TOTL             TO DLE3-HDR-BAL
022135     MOVE CLH-LINE-COUNT           TO DLE3-HDR-LINE-COUNT
022136     PERFORM 2300-RUN-CHECKS        THRU 2300-EXIT.
026000 2000-COUNT-CLAIM.
026100     IF DLE3-CLM-BAD
026200         ADD 1 TO DLE3-CLM-OUT-OF-BAL
026300     END-IF
026400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
026500 2000-EXIT.
026600     EXIT.
026700*================================================================
026800*    2100-FOOT-ONE-LINE  -  AN EMPTY SLOT (CLD-FST-DT ZERO) IS   *
026900*                           NEITHER COUNTED NOR FOOTED           *
027000*================================================================
027100 2100-FOOT-ONE-LINE.
027200     IF CLD-FST-DT(DLE3-LN-SUB) = ZERO
027300         GO TO 2100-EXIT
027400     END-IF
027500     ADD 1 TO DLE3-SLOT-COUNT
027600     ADD CLD-NET-PAY-AMT(DLE3-LN-SUB) TO DLE3-NET-PAY-SUM
027700     ADD CLD-OI-CON-AMT(DLE3-LN-SUB)  TO DLE3-OI-CON-SUM
027800     ADD CLD-OI-PAID-AMT(DLE3-LN-SUB) TO DLE3-OI-PAID-SUM
027900     ADD CLD-CHG(DLE3-LN-SUB)         TO DLE3-CHG-SUM.
028000 2100-EXIT.
028100     EXIT.
028200*================================================================
028300*    2200-TEST-ONE-CHECK  -  ANY DIFFERENCE AT ALL IS AN         *
028400*                            EXCEPTION; FOOTINGS ARE IN CENTS    *
028500*                            AND MUST AGREE EXACTLY              *
028600*================================================================
028700 2200-TEST-ONE-CHECK.
028800     COMPUTE DLE3-WORK-DIFF = DLE3-WORK-HDR - DLE3-WORK-DTL
028900     IF DLE3-WORK-DIFF = ZERO
029000         AND DLE3-WORK-CHECK NOT = "ND"
029100         GO TO 2200-EXIT
029200     END-IF
029300     SET DLE3-CLM-BAD              TO TRUE
029400     PERFORM 2210-FIND-CHECK        THRU 2210-EXIT
029500         VARYING DLE3-CHK-SUB FROM 1 BY 1
029600         UNTIL DLE3-CHK-SUB > 7
029700         OR DLE3-K-CODE(DLE3-CHK-SUB) = DLE3-WORK-CHECK
029800     ADD 1 TO DLE3-K-COUNT(DLE3-CHK-SUB)
029900     ADD DLE3-WORK-DIFF TO DLE3-K-DIFF-AMT(DLE3-CHK-SUB)
030000     MOVE DLE3-WORK-PATIENT(1:13)  TO DL143-X-EMP-ID
030100     MOVE DLE3-WORK-PATIENT        TO DL143-X-PATIENT-NBR
030200     MOVE DLE3-WORK-INV-NBR        TO DL143-X-INV-NBR
030300     MOVE DLE3-WORK-FIN-DT         TO DL143-X-FIN-PROC-DT
030400     MOVE DLE3-WORK-CHECK          TO DL143-X-CHECK-CD
030500     MOVE DLE3-WORK-HDR            TO DL143-X-HEADER-AMT
030600     MOVE DLE3-WORK-DTL            TO DL143-X-DETAIL-AMT
030700     MOVE DLE3-WORK-DIFF           TO DL143-X-DIFF-AMT
030800     WRITE DL143-EXC-RECORD
030900     ADD 1 TO DLE3-EXC-WRITTEN
031000     MOVE DLE3-WORK-PATIENT(1:13)  TO DLE3-D-EMP-ID
031100     MOVE DLE3-WORK-INV-NBR        TO DLE3-D-INV-NBR
031200     MOVE DLE3-WORK-CHECK          TO DLE3-D-CHECK
031300     MOVE DLE3-WORK-HDR            TO DLE3-D-HDR
031400     MOVE DLE3-WORK-DTL            TO DLE3-D-DTL
031500     MOVE DLE3-WORK-DIFF           TO DLE3-D-DIFF
031600     WRITE DL143-RPT-LINE FROM DLE3-DETAIL-LINE.
031700 2200-EXIT.
031800     EXIT.
031900*================================================================
032000*    2210-FIND-CHECK  -  BODY IS EMPTY; THE SEARCH IS DONE       *
032100*                        ENTIRELY BY THE VARYING/UNTIL ON THE    *
032200*                        PERFORM THAT CALLS THIS                 *
032300*================================================================
032400 2210-FIND-CHECK.
032500     CONTINUE.
032600 2210-EXIT.
032700     EXIT.
032701*================================================================
032702*    2300-RUN-CHECKS  -  THE FOOTINGS AGAINST THE HEADER         *
032703*                        VALUES, FOR ONE CLAIM OR ONE PAIR       *
032704*================================================================
032705 2300-RUN-CHECKS.
032706     MOVE "NP"                     TO DLE3-WORK-CHECK
032707     MOVE DLE3-HDR-PAID            TO DLE3-WORK-HDR
032708     MOVE DLE3-NET-PAY-SUM         TO DLE3-WORK-DTL
032709     PERFORM 2200-TEST-ONE-CHECK    THRU 2200-EXIT
032710     MOVE "OC"                     TO DLE3-WORK-CHECK
032711     MOVE DLE3-HDR-OI-CON          TO DLE3-WORK-HDR
032712     MOVE DLE3-OI-CON-SUM          TO DLE3-WORK-DTL
032713     PERFORM 2200-TEST-ONE-CHECK    THRU 2200-EXIT
032714     MOVE "OP"                     TO DLE3-WORK-CHECK
032715     MOVE DLE3-HDR-OI-PAID         TO DLE3-WORK-HDR
032716     MOVE DLE3-OI-PAID-SUM         TO DLE3-WORK-DTL
032717     PERFORM 2200-TEST-ONE-CHECK    THRU 2200-EXIT
032718     MOVE "CH"                     TO DLE3-WORK-CHECK
032719     MOVE DLE3-HDR-BAL             TO DLE3-WORK-HDR
032720     MOVE DLE3-CHG-SUM             TO DLE3-WORK-DTL
032721     PERFORM 2200-TEST-ONE-CHECK    THRU 2200-EXIT
032722     MOVE "LC"                     TO DLE3-WORK-CHECK
032723     MOVE DLE3-HDR-LINE-COUNT      TO DLE3-WORK-HDR
032724     MOVE DLE3-SLOT-COUNT          TO DLE3-WORK-DTL
032725     PERFORM 2200-TEST-ONE-CHECK    THRU 2200-EXIT.
032726 2300-EXIT.
032727     EXIT.
032728*================================================================
032729*    2400-FIND-OVERFLOW  -  BODY IS EMPTY; THE SEARCH IS DONE    *
032730*                           ENTIRELY BY THE VARYING/UNTIL ON THE *
032731*                           PERFORM THAT CALLS THIS              *
032732*================================================================
032733 2400-FIND-OVERFLOW.
032734     CONTINUE.
032735 2400-EXIT.
032736     EXIT.
032737*================================================================
032738*    2500-HOLD-OVERFLOW  -  ONE HALF OF AN OVERFLOW PAIR.  THE   *
032739*                           BASE CLAIM'S HEADER COVERS ALL THE   *
032740*                           LINES, SO THE PAIR IS FOOTED AS ONE  *
032741*                           CLAIM AGAINST IT AND REPORTED UNDER  *
032742*                           THE BASE INVOICE                     *
032743*================================================================
032744 2500-HOLD-OVERFLOW.
032745     ADD DLE3-NET-PAY-SUM TO DLE3-O-NET-PAY-SUM(DLE3-OVF-SUB)
032746     ADD DLE3-OI-CON-SUM  TO DLE3-O-OI-CON-SUM(DLE3-OVF-SUB)
032747     ADD DLE3-OI-PAID-SUM TO DLE3-O-OI-PAID-SUM(DLE3-OVF-SUB)
032748     ADD DLE3-CHG-SUM     TO DLE3-O-CHG-SUM(DLE3-OVF-SUB)
032749     ADD DLE3-SLOT-COUNT  TO DLE3-O-SLOT-COUNT(DLE3-OVF-SUB)
032750     IF DLE3-O-INV-NBR(DLE3-OVF-SUB) = CLH-INV-NBR
032751         MOVE "Y"              TO DLE3-O-BASE-SW(DLE3-OVF-SUB)
032752         MOVE CLH-FIN-PROC-DT
032753                          TO DLE3-O-FIN-PROC-DT(DLE3-OVF-SUB)
032754         MOVE CLH-CLM-PAID-AMT TO DLE3-O-HDR-PAID(DLE3-OVF-SUB)
032755         MOVE CLH-OI-CON-TOT   TO DLE3-O-HDR-OI-CON(DLE3-OVF-SUB)
032756         MOVE CLH-OI-PAID-TOT
032757                          TO DLE3-O-HDR-OI-PAID(DLE3-OVF-SUB)
032758         MOVE CLH-BAL-TOTL     TO DLE3-O-HDR-BAL(DLE3-OVF-SUB)
032759     ELSE
032760         MOVE "Y"              TO DLE3-O-CONT-SW(DLE3-OVF-SUB)
032761     END-IF
032762     IF DLE3-O-BASE-SW(DLE3-OVF-SUB) NOT = "Y"
032763         OR DLE3-O-CONT-SW(DLE3-OVF-SUB) NOT = "Y"
032764         GO TO 2500-EXIT
032765     END-IF
032766     ADD 1 TO DLE3-OVF-PAIRS
032767     PERFORM 2510-LOAD-PAIR         THRU 2510-EXIT
032768     MOVE DLE3-O-LINE-COUNT(DLE3-OVF-SUB) TO DLE3-HDR-LINE-COUNT
032769     PERFORM 2300-RUN-CHECKS        THRU 2300-EXIT.
032770 2500-EXIT.
032771     EXIT.
032772*================================================================
032773*    2510-LOAD-PAIR  -  THE PAIR'S COMBINED FOOTINGS, ITS        *
032774*                       BASE HEADER AND ITS BASE IDENTITY        *
032775*================================================================
032776 2510-LOAD-PAIR.
032777     MOVE DLE3-O-PATIENT-NBR(DLE3-OVF-SUB) TO DLE3-WORK-PATIENT
032778     MOVE DLE3-O-INV-NBR(DLE3-OVF-SUB)     TO DLE3-WORK-INV-NBR
032779     MOVE DLE3-O-FIN-PROC-DT(DLE3-OVF-SUB) TO DLE3-WORK-FIN-DT
032780     MOVE DLE3-O-HDR-PAID(DLE3-OVF-SUB)    TO DLE3-HDR-PAID
032781     MOVE DLE3-O-HDR-OI-CON(DLE3-OVF-SUB)  TO DLE3-HDR-OI-CON
032782     MOVE DLE3-O-HDR-OI-PAID(DLE3-OVF-SUB) TO DLE3-HDR-OI-PAID
032783     MOVE DLE3-O-HDR-BAL(DLE3-OVF-SUB)     TO DLE3-HDR-BAL
032784     MOVE DLE3-O-NET-PAY-SUM(DLE3-OVF-SUB) TO DLE3-NET-PAY-SUM
032785     MOVE DLE3-O-OI-CON-SUM(DLE3-OVF-SUB)  TO DLE3-OI-CON-SUM
032786     MOVE DLE3-O-OI-PAID-SUM(DLE3-OVF-SUB) TO DLE3-OI-PAID-SUM
032787     MOVE DLE3-O-CHG-SUM(DLE3-OVF-SUB)     TO DLE3-CHG-SUM
032788     MOVE DLE3-O-SLOT-COUNT(DLE3-OVF-SUB)  TO DLE3-SLOT-COUNT.
032789 2510-EXIT.
032790     EXIT.
032800*================================================================
032900*    3000-TERMINATE  -  SUMMARY BY CHECK AND CONTROL TOTALS      *
033000*================================================================
033100 3000-TERMINATE.
033101     PERFORM 3050-CHECK-ONE-PAIR    THRU 3050-EXIT
033102         VARYING DLE3-OVF-SUB FROM 1 BY 1
033103         UNTIL DLE3-OVF-SUB > DLE3-OVF-COUNT
033200     WRITE DL143-RPT-LINE FROM SPACES
033300     WRITE DL143-RPT-LINE FROM DLE3-SUMMARY-HEADING
033400     PERFORM 3100-WRITE-ONE-CHECK   THRU 3100-EXIT
033500         VARYING DLE3-CHK-SUB FROM 1 BY 1
033600         UNTIL DLE3-CHK-SUB > 7
033700     MOVE DLE3-CLM-READ            TO DLE3-T-READ
033800     MOVE DLE3-CLM-OUT-OF-BAL      TO DLE3-T-BAD
033900     MOVE DLE3-EXC-WRITTEN         TO DLE3-T-EXC
033901     MOVE DLE3-OVF-PAIRS           TO DLE3-T-OVF
034000     WRITE DL143-RPT-LINE FROM SPACES
034100     WRITE DL143-RPT-LINE FROM DLE3-TOTAL-LINE-1
034200     WRITE DL143-RPT-LINE FROM DLE3-TOTAL-LINE-2
034300     WRITE DL143-RPT-LINE FROM DLE3-TOTAL-LINE-3
034301     WRITE DL143-RPT-LINE FROM DLE3-TOTAL-LINE-4
034400     IF DLE3-EXC-WRITTEN NOT = ZERO
034500         MOVE 4                    TO RETURN-CODE
034600     END-IF
034700     CLOSE BHS2MCH-FILE
034800     CLOSE BHS3MDE-FILE
034900     CLOSE DL143-EXC-FILE
035000     CLOSE DL143-RPT-FILE.
035100 3000-EXIT.
035200     EXIT.
035201*================================================================
035202*    3050-CHECK-ONE-PAIR  -  A PAIR WITH ONLY ONE HALF ON FILE   *
035203*                            CANNOT BE FOOTED; IT IS REPORTED    *
035204*                            AGAINST ITS LINE COUNT              *
035205*================================================================
035206 3050-CHECK-ONE-PAIR.
035207     IF DLE3-O-BASE-SW(DLE3-OVF-SUB) = "Y"
035208         AND DLE3-O-CONT-SW(DLE3-OVF-SUB) = "Y"
035209         GO TO 3050-EXIT
035210     END-IF
035211     IF DLE3-O-BASE-SW(DLE3-OVF-SUB) NOT = "Y"
035212         AND DLE3-O-CONT-SW(DLE3-OVF-SUB) NOT = "Y"
035213         GO TO 3050-EXIT
035214     END-IF
035215     MOVE "N"                      TO DLE3-CLM-BAD-SW
035216     PERFORM 2510-LOAD-PAIR         THRU 2510-EXIT
035217     MOVE "OV"                     TO DLE3-WORK-CHECK
035218     MOVE DLE3-O-LINE-COUNT(DLE3-OVF-SUB) TO DLE3-WORK-HDR
035219     MOVE DLE3-SLOT-COUNT          TO DLE3-WORK-DTL
035220     PERFORM 2200-TEST-ONE-CHECK    THRU 2200-EXIT
035221     ADD 1 TO DLE3-CLM-OUT-OF-BAL.
035222 3050-EXIT.
035223     EXIT.
035300*================================================================
035400*    3100-WRITE-ONE-CHECK
035500*================================================================
035600 3100-WRITE-ONE-CHECK.
035700     MOVE DLE3-K-CODE(DLE3-CHK-SUB)     TO DLE3-S-CODE
035800     MOVE DLE3-K-DESC(DLE3-CHK-SUB)     TO DLE3-S-DESC
035900     MOVE DLE3-K-COUNT(DLE3-CHK-SUB)    TO DLE3-S-COUNT
036000     MOVE DLE3-K-DIFF-AMT(DLE3-CHK-SUB) TO DLE3-S-DIFF
036100     WRITE DL143-RPT-LINE FROM DLE3-SUMMARY-LINE.
036200 3100-EXIT.
036300     EXIT.
036400*================================================================
036500*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
036600*================================================================
036700 8100-READ-CLAIM-PAIR.
036800     READ BHS2MCH-FILE
036900         AT END
037000             SET DLE3-CLM-EOF TO TRUE
037100     END-READ
037200     IF NOT DLE3-CLM-EOF
037300         AND NOT DLE3-DET-EOF
037400         READ BHS3MDE-FILE
037500             AT END
037600                 SET DLE3-DET-EOF TO TRUE
037700         END-READ
037800     END-IF.
037900 8100-EXIT.
038000     EXIT.
038001*================================================================
038002*    9900-OVF-ABORT  -  MORE OVERFLOW PAIRS THAN THE             *
038003*                       2000-ENTRY TABLE; THE STEP FAILS         *
038004*                       RATHER THAN AUDIT THEM AS SINGLES        *
038005*================================================================
038006 9900-OVF-ABORT.
038007     DISPLAY "DL143: DL023XRF EXCEEDS THE 2000-ENTRY TABLE"
038008     MOVE 8                        TO RETURN-CODE
038009     GOBACK.
038010 9900-EXIT.
038011     EXIT.
