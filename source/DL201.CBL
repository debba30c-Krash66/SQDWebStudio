000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL201.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MASS RETROACTIVE RE-PRICING.
001100*                   A RETROACTIVE CONTRACT OR FEE-SCHEDULE
001200*                   CHANGE, OR A MIS-CODED BENEFIT, IS RUN AS A
001300*                   PROJECT FROM DL201PRM CARDS: ONE PROJECT
001400*                   CARD (ID, MODE, SERVICE AND FINALIZED DATE
001500*                   WINDOWS) AND UP TO 50 SELECTION CARDS (GROUP,
001600*                   BENEFIT, CONTRACTED PROVIDER, NETWORK,
001700*                   PROCEDURE RANGE, AND THE NEW ALLOWANCE OR
001800*                   PERCENTAGE).  EVERY FINALIZED LINE THAT
001900*                   MATCHES, ON THE DL197 CLAIM VIEW (THROUGH
002000*                   DL909) AND ON THE DL070 ARCHIVE (THE DL161
002100*                   LOCKSTEP READ), IS REPRICED: THE NEW
002200*                   ALLOWANCE IS CAPPED AT THE CHARGE, THE
002300*                   MEMBER'S COST SHARE IS KEPT AS ADJUDICATED
002400*                   (THE DL150 ALLOWANCE LESS NET PAY) AND THE
002500*                   LINE ADJUSTMENT IS THE NEW NET PAY LESS THE
002600*                   OLD.  THE IMPACT REPORT IS SORTED BY
002700*                   PROVIDER AND GROUP.  IN RELEASE MODE EACH
002800*                   CLAIM WITH A NON-ZERO ADJUSTMENT IS STAGED
002900*                   ON DL201WRK AND COPIED TO DL201ADJ WITH THE
003000*                   PROJECT ID AS ITS REASON AND SOURCE "M", SO
003100*                   DL103 REPORTS THE PROJECT.  A CLAIM ALREADY
003200*                   CARRYING THE PROJECT'S ADJUSTMENT MEANS IT
003300*                   WAS RELEASED BEFORE; THE RELEASE IS WITHHELD
003400*                   AND THE STEP ENDS RC 8.  ANY REJECTED CARD
003500*                   ALSO ENDS THE STEP RC 8 WITHOUT A PASS.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DL201-PRM-FILE     ASSIGN TO DL201PRM
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL070-AMCH-FILE    ASSIGN TO DL070AMCH
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL070-AMDE-FILE    ASSIGN TO DL070AMDE
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL201-SORT-FILE    ASSIGN TO DL201SORT.
005000     SELECT DL201-WRK-FILE     ASSIGN TO DL201WRK
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL201-ADJ-FILE     ASSIGN TO DL201ADJ
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT DL201-RPT-FILE     ASSIGN TO DL201RPT
005500            ORGANIZATION IS LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DL201-PRM-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DL201PRM.
006100 FD  DL070-AMCH-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  DL070-AMCH-RECORD             PIC X(572).
006400 FD  DL070-AMDE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  DL070-AMDE-RECORD             PIC X(2640).
006700 SD  DL201-SORT-FILE.
006800 01  DLK1-SORT-RECORD.
006900     05  DLK1-S-PRV-ID             PIC X(10).
007000     05  DLK1-S-GROUP              PIC X(9).
007100     05  FILLER                    PIC X(41).
007200 FD  DL201-WRK-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  DL201-WRK-RECORD              PIC X(180).
007500 FD  DL201-ADJ-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  DL201-ADJ-OUT-RECORD          PIC X(180).
007800 FD  DL201-RPT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  DL201-RPT-LINE                PIC X(132).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300*    DLK1-SWITCHES AND COUNTERS
008400*----------------------------------------------------------------
008500 01  DLK1-SWITCHES.
008600     05  DLK1-PRM-EOF-SW           PIC X(1)     VALUE "N".
008700         88  DLK1-PRM-EOF                        VALUE "Y".
008800     05  DLK1-CLM-EOF-SW           PIC X(1)     VALUE "N".
008900         88  DLK1-CLM-EOF                        VALUE "Y".
009000     05  DLK1-DET-EOF-SW           PIC X(1)     VALUE "N".
009100         88  DLK1-DET-EOF                        VALUE "Y".
009200     05  DLK1-ARC-EOF-SW           PIC X(1)     VALUE "N".
009300         88  DLK1-ARC-EOF                        VALUE "Y".
009400     05  DLK1-ARC-DET-EOF-SW       PIC X(1)     VALUE "N".
009500         88  DLK1-ARC-DET-EOF                    VALUE "Y".
009600     05  DLK1-SORT-EOF-SW          PIC X(1)     VALUE "N".
009700         88  DLK1-SORT-EOF                       VALUE "Y".
009800     05  DLK1-WRK-EOF-SW           PIC X(1)     VALUE "N".
009900         88  DLK1-WRK-EOF                        VALUE "Y".
010000     05  DLK1-CARDS-SW             PIC X(1)     VALUE "Y".
010100         88  DLK1-CARDS-OK                       VALUE "Y".
010200         88  DLK1-CARDS-BAD                      VALUE "N".
010300     05  DLK1-PROJECT-SW           PIC X(1)     VALUE "N".
010400         88  DLK1-PROJECT-SEEN                   VALUE "Y".
010500     05  DLK1-ARCHIVE-SW           PIC X(1)     VALUE "N".
010600         88  DLK1-FROM-ARCHIVE                   VALUE "Y".
010700     05  DLK1-PRIOR-SW             PIC X(1)     VALUE "N".
010800         88  DLK1-PRIOR-RELEASE                  VALUE "Y".
010900 01  DLK1-RUN-DATE                 PIC 9(8).
011000 01  DLK1-LN-SUB                   PIC S9(4) COMP.
011100 01  DLK1-SEL-SUB                  PIC S9(4) COMP.
011200 01  DLK1-HIT-SUB                  PIC S9(4) COMP.
011300 01  DLK1-LINES-HIT                PIC S9(4) COMP.
011400 01  DLK1-COUNTERS.
011500     05  DLK1-CARDS-READ           PIC S9(8) COMP VALUE ZERO.
011600     05  DLK1-CLM-READ             PIC S9(8) COMP VALUE ZERO.
011700     05  DLK1-ARC-READ             PIC S9(8) COMP VALUE ZERO.
011800     05  DLK1-ADJ-CLAIMS-SKIPPED   PIC S9(8) COMP VALUE ZERO.
011900     05  DLK1-PRIOR-ADJUSTMENTS    PIC S9(8) COMP VALUE ZERO.
012000     05  DLK1-CLM-SELECTED         PIC S9(8) COMP VALUE ZERO.
012100     05  DLK1-LINES-SELECTED       PIC S9(8) COMP VALUE ZERO.
012200     05  DLK1-TRN-STAGED           PIC S9(8) COMP VALUE ZERO.
012300     05  DLK1-TRN-WRITTEN          PIC S9(8) COMP VALUE ZERO.
012400*----------------------------------------------------------------
012500*    DLK1-PROJECT  -  THE PROJECT CARD, WINDOWS OPENED OUT
012600*----------------------------------------------------------------
012700 01  DLK1-PROJECT.
012800     05  DLK1-PROJECT-ID           PIC X(3).
012900     05  DLK1-MODE                 PIC X(1).
013000         88  DLK1-RELEASE-MODE                   VALUE "R".
013100     05  DLK1-SVC-FROM-DT          PIC 9(8).
013200     05  DLK1-SVC-TO-DT            PIC 9(8).
013300     05  DLK1-FIN-FROM-DT          PIC 9(8).
013400     05  DLK1-FIN-TO-DT            PIC 9(8).
013500*----------------------------------------------------------------
013600*    DLK1-SEL-TABLE  -  THE SELECTION CARDS, IN CARD ORDER
013700*----------------------------------------------------------------
013800 01  DLK1-SEL-TABLE.
013900     05  DLK1-SEL-COUNT            PIC S9(4) COMP VALUE ZERO.
014000     05  DLK1-SEL-ENTRY OCCURS 50 TIMES.
014100         10  DLK1-T-GROUP          PIC X(9).
014200         10  DLK1-T-BEN-CD         PIC X(9).
014300         10  DLK1-T-PRV-ID         PIC X(10).
014400         10  DLK1-T-NTWK-NO        PIC X(3).
014500         10  DLK1-T-PROC-LO        PIC X(5).
014600         10  DLK1-T-PROC-HI        PIC X(5).
014700         10  DLK1-T-BASIS          PIC X(1).
014800             88  DLK1-T-BY-ALLOWANCE             VALUE "A".
014900         10  DLK1-T-NEW-ALLOW      PIC S9(9) COMP-3.
015000         10  DLK1-T-PERCENT        PIC 9(3)V9(2).
015100*----------------------------------------------------------------
015200*    DLK1-PRICING  -  ONE LINE REPRICED, IN CENTS
015300*----------------------------------------------------------------
015400 01  DLK1-PRICING.
015500     05  DLK1-NEW-ALLOW            PIC S9(9) COMP-3.
015600     05  DLK1-COST-SHARE           PIC S9(9) COMP-3.
015700     05  DLK1-NEW-PAY              PIC S9(9) COMP-3.
015800     05  DLK1-LINE-ADJ             PIC S9(9) COMP-3.
015900     05  DLK1-CLAIM-ADJ            PIC S9(9) COMP-3.
016000*----------------------------------------------------------------
016100*    DLK1-IMPACT-IMAGE  -  ONE REPRICED LINE AS SORTED FOR THE
016200*    IMPACT REPORT
016300*----------------------------------------------------------------
016400 01  DLK1-IMPACT-IMAGE.
016500     05  DLK1-I-PRV-ID             PIC X(10).
016600     05  DLK1-I-GROUP              PIC X(9).
016700     05  DLK1-I-OLD-ALLOW          PIC S9(9) COMP-3.
016800     05  DLK1-I-NEW-ALLOW          PIC S9(9) COMP-3.
016900     05  DLK1-I-LINE-ADJ           PIC S9(9) COMP-3.
017000     05  FILLER                    PIC X(26).
017100*----------------------------------------------------------------
017200*    DLK1-TOTALS  -  GROUP, PROVIDER AND PROJECT TOTALS, IN
017300*    CENTS
017400*----------------------------------------------------------------
017500 01  DLK1-CUR-PRV-ID               PIC X(10).
017600 01  DLK1-CUR-GROUP                PIC X(9).
017700 01  DLK1-GROUP-TOTALS.
017800     05  DLK1-GT-LINES             PIC S9(8) COMP.
017900     05  DLK1-GT-CHANGED           PIC S9(8) COMP.
018000     05  DLK1-GT-OLD-ALLOW         PIC S9(13) COMP-3.
018100     05  DLK1-GT-NEW-ALLOW         PIC S9(13) COMP-3.
018200     05  DLK1-GT-ADJ               PIC S9(13) COMP-3.
018300 01  DLK1-PROVIDER-TOTALS.
018400     05  DLK1-PT-LINES             PIC S9(8) COMP.
018500     05  DLK1-PT-CHANGED           PIC S9(8) COMP.
018600     05  DLK1-PT-OLD-ALLOW         PIC S9(13) COMP-3.
018700     05  DLK1-PT-NEW-ALLOW         PIC S9(13) COMP-3.
018800     05  DLK1-PT-ADJ               PIC S9(13) COMP-3.
018900 01  DLK1-PROJECT-TOTALS.
019000     05  DLK1-JT-LINES             PIC S9(8) COMP VALUE ZERO.
019100     05  DLK1-JT-CHANGED           PIC S9(8) COMP VALUE ZERO.
019200     05  DLK1-JT-OLD-ALLOW         PIC S9(13) COMP-3 VALUE ZERO.
019300     05  DLK1-JT-NEW-ALLOW         PIC S9(13) COMP-3 VALUE ZERO.
019400     05  DLK1-JT-ADJ               PIC S9(13) COMP-3 VALUE ZERO.
019500*----------------------------------------------------------------
019600*    DL201ADJ  -  ADJUSTMENT TRANSACTION, BUILT ONE CLAIM AT A
019700*    TIME
019800*----------------------------------------------------------------
019900     COPY DL201ADJ.
020000*----------------------------------------------------------------
020100*    REPORT LINES
020200*----------------------------------------------------------------
020300 01  DLK1-HEADING-1.
020400     05  FILLER                    PIC X(48)
020500         VALUE "MASS RETROACTIVE RE-PRICING IMPACT".
020600 01  DLK1-PROJECT-LINE.
020700     05  FILLER                    PIC X(8)  VALUE "PROJECT ".
020800     05  DLK1-PL-PROJECT-ID        PIC X(3).
020900     05  FILLER                    PIC X(2)  VALUE SPACES.
021000     05  DLK1-PL-DESC              PIC X(30).
021100     05  FILLER                    PIC X(7)  VALUE "  MODE ".
021200     05  DLK1-PL-MODE              PIC X(7).
021300 01  DLK1-WINDOW-LINE.
021400     05  FILLER                    PIC X(14)
021500         VALUE "SERVICE DATES ".
021600     05  DLK1-WL-SVC-FROM          PIC 9(8).
021700     05  FILLER                    PIC X(4)  VALUE " TO ".
021800     05  DLK1-WL-SVC-TO            PIC 9(8).
021900     05  FILLER                    PIC X(18)
022000         VALUE "  FINALIZED DATES ".
022100     05  DLK1-WL-FIN-FROM          PIC 9(8).
022200     05  FILLER                    PIC X(4)  VALUE " TO ".
022300     05  DLK1-WL-FIN-TO            PIC 9(8).
022400 01  DLK1-CARD-LINE.
022500     05  FILLER                    PIC X(6)  VALUE "CARD  ".
022600     05  DLK1-CL-IMAGE             PIC X(80).
022700     05  FILLER                    PIC X(2)  VALUE SPACES.
022800     05  DLK1-CL-MSG               PIC X(40).
022900 01  DLK1-COLUMN-HEADING.
023000     05  FILLER                    PIC X(39)
023100         VALUE "PROVIDER    GROUP       LINES CHANGED".
023200     05  FILLER                    PIC X(48)
023300         VALUE "   OLD ALLOWED      NEW ALLOWED       ADJUSTMENT".
023400 01  DLK1-IMPACT-LINE.
023500     05  DLK1-L-PRV-ID             PIC X(10).
023600     05  FILLER                    PIC X(2)  VALUE SPACES.
023700     05  DLK1-L-GROUP              PIC X(9).
023800     05  FILLER                    PIC X(2)  VALUE SPACES.
023900     05  DLK1-L-LINES              PIC ZZ,ZZ9.
024000     05  FILLER                    PIC X(2)  VALUE SPACES.
024100     05  DLK1-L-CHANGED            PIC ZZ,ZZ9.
024200     05  FILLER                    PIC X(2)  VALUE SPACES.
024300     05  DLK1-L-OLD-ALLOW          PIC ZZZ,ZZZ,ZZ9.99-.
024400     05  FILLER                    PIC X(2)  VALUE SPACES.
024500     05  DLK1-L-NEW-ALLOW          PIC ZZZ,ZZZ,ZZ9.99-.
024600     05  FILLER                    PIC X(2)  VALUE SPACES.
024700     05  DLK1-L-ADJ                PIC ZZZ,ZZZ,ZZ9.99-.
024800 01  DLK1-RELEASE-LINE.
024900     05  DLK1-RL-TEXT              PIC X(60).
025000 01  DLK1-MSG-TRIAL                PIC X(60) VALUE
025100     "TRIAL MODE - NO ADJUSTMENT TRANSACTIONS WRITTEN".
025200 01  DLK1-MSG-PRIOR                PIC X(60) VALUE
025300     "PROJECT ALREADY ON THE CLAIMS - RELEASE WITHHELD".
025400 01  DLK1-MSG-CARDS                PIC X(60) VALUE
025500     "CARDS REJECTED - NO CLAIMS SELECTED".
025600 01  DLK1-COUNT-LINE.
025700     05  DLK1-C-LABEL              PIC X(40).
025800     05  DLK1-C-COUNT              PIC ZZZ,ZZZ,ZZ9.
025900*----------------------------------------------------------------
026000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
026100*----------------------------------------------------------------
026200 01  DL903-PARMS.
026300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL201".
026400     05  DL903-REC-TYPE            PIC X(1).
026500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
026600*----------------------------------------------------------------
026700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
026800*----------------------------------------------------------------
026900 01  DL902-DATES.
027000     05  DL902-EXEC-DATE           PIC 9(8).
027100 01  DL902-EXEC-LINE.
027200     05  FILLER                    PIC X(14)
027300         VALUE "BUSINESS DATE ".
027400     05  DL902-EL-BUS              PIC 9(8).
027500     05  FILLER                    PIC X(11)
027600         VALUE "  EXECUTED ".
027700     05  DL902-EL-EXEC             PIC 9(8).
027800*----------------------------------------------------------------
027900*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
028000*    VIEW BY THE SHARED DL909 READER OR FROM THE DL070 ARCHIVE
028100*----------------------------------------------------------------
028200     COPY BHS2MCH.
028300     COPY BHS3MDE.
028400     COPY DL909PRM.
028500 PROCEDURE DIVISION.
028600*================================================================
028700*    0000-MAINLINE  -  THE CARDS ARE EDITED FIRST; ONLY A CLEAN  *
028800*                      SET DRIVES THE PASS.  THE SORT PUTS THE   *
028900*                      REPRICED LINES IN PROVIDER AND GROUP      *
029000*                      ORDER FOR THE IMPACT REPORT               *
029100*================================================================
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
029400     MOVE "S"                      TO DL903-REC-TYPE
029500     CALL "DL903" USING DL903-PARMS
029600     IF DLK1-CARDS-OK
029700         SORT DL201-SORT-FILE
029800             ON ASCENDING KEY DLK1-S-PRV-ID
029900                              DLK1-S-GROUP
030000             INPUT PROCEDURE IS 2000-SELECT-CLAIMS
030100                 THRU 2999-EXIT
030200             OUTPUT PROCEDURE IS 3000-WRITE-IMPACT
030300                 THRU 3999-EXIT
030400         PERFORM 4000-RELEASE-ADJUSTMENTS THRU 4000-EXIT
030500     ELSE
030600         MOVE DLK1-MSG-CARDS       TO DLK1-RL-TEXT
030700         WRITE DL201-RPT-LINE FROM SPACES
030800         WRITE DL201-RPT-LINE FROM DLK1-RELEASE-LINE
030900         MOVE 8                    TO RETURN-CODE
031000     END-IF
031100     PERFORM 6000-TERMINATE         THRU 6000-EXIT
031200     MOVE "E"                      TO DL903-REC-TYPE
031300     COMPUTE DL903-REC-COUNT = DLK1-CLM-READ + DLK1-ARC-READ
031400     CALL "DL903" USING DL903-PARMS
031500     GOBACK.
031600*================================================================
031700*    1000-INITIALIZE  -  THE TRANSACTION FILE IS OPENED FIRST SO *
031800*                        A FAILED OR TRIAL STEP LEAVES IT EMPTY  *
031900*================================================================
032000 1000-INITIALIZE.
032100     CALL "DL902" USING DLK1-RUN-DATE DL902-EXEC-DATE
032200     OPEN OUTPUT DL201-ADJ-FILE
032300     OPEN OUTPUT DL201-RPT-FILE
032400     WRITE DL201-RPT-LINE FROM DLK1-HEADING-1
032500     MOVE DLK1-RUN-DATE TO DL902-EL-BUS
032600     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
032700     WRITE DL201-RPT-LINE FROM DL902-EXEC-LINE
032800     WRITE DL201-RPT-LINE FROM SPACES
032900     MOVE SPACES                   TO DLK1-PROJECT-ID
033000     MOVE "T"                      TO DLK1-MODE
033100     MOVE ZERO                     TO DLK1-SVC-FROM-DT
033200     MOVE 99999999                 TO DLK1-SVC-TO-DT
033300     MOVE ZERO                     TO DLK1-FIN-FROM-DT
033400     MOVE 99999999                 TO DLK1-FIN-TO-DT
033500     OPEN INPUT  DL201-PRM-FILE
033600     PERFORM 8000-READ-CARD         THRU 8000-EXIT
033700     PERFORM 1100-LOAD-ONE-CARD     THRU 1100-EXIT
033800         UNTIL DLK1-PRM-EOF
033900     CLOSE DL201-PRM-FILE
034000     IF NOT DLK1-PROJECT-SEEN
034100         MOVE SPACES               TO DL201-PRM-RECORD
034200         MOVE "NO PROJECT CARD"    TO DLK1-CL-MSG
034300         PERFORM 1900-REJECT-CARD   THRU 1900-EXIT
034400     END-IF
034500     IF DLK1-SEL-COUNT = ZERO
034600         MOVE SPACES               TO DL201-PRM-RECORD
034700         MOVE "NO SELECTION CARD"  TO DLK1-CL-MSG
034800         PERFORM 1900-REJECT-CARD   THRU 1900-EXIT
034900     END-IF
035000     WRITE DL201-RPT-LINE FROM SPACES
035100     MOVE DLK1-PROJECT-ID          TO DLK1-PL-PROJECT-ID
035200     IF DLK1-RELEASE-MODE
035300         MOVE "RELEASE"            TO DLK1-PL-MODE
035400     ELSE
035500         MOVE "TRIAL"              TO DLK1-PL-MODE
035600     END-IF
035700     WRITE DL201-RPT-LINE FROM DLK1-PROJECT-LINE
035800     MOVE DLK1-SVC-FROM-DT         TO DLK1-WL-SVC-FROM
035900     MOVE DLK1-SVC-TO-DT           TO DLK1-WL-SVC-TO
036000     MOVE DLK1-FIN-FROM-DT         TO DLK1-WL-FIN-FROM
036100     MOVE DLK1-FIN-TO-DT           TO DLK1-WL-FIN-TO
036200     WRITE DL201-RPT-LINE FROM DLK1-WINDOW-LINE.
036300 1000-EXIT.
036400     EXIT.
036500*================================================================
036600*    1100-LOAD-ONE-CARD  -  EVERY CARD IS LISTED, ACCEPTED OR    *
036700*                           WITH THE REASON IT WAS REJECTED      *
036800*================================================================
036900 1100-LOAD-ONE-CARD.
037000     ADD 1 TO DLK1-CARDS-READ
037100     MOVE SPACES                   TO DLK1-CL-MSG
037200     IF DL201-P-PROJECT-CARD
037300         PERFORM 1200-TAKE-PROJECT  THRU 1200-EXIT
037400     ELSE
037500         IF DL201-P-SELECT-CARD
037600             PERFORM 1300-TAKE-SELECTION THRU 1300-EXIT
037700         ELSE
037800             MOVE "UNKNOWN CARD TYPE" TO DLK1-CL-MSG
037900         END-IF
038000     END-IF
038100     IF DLK1-CL-MSG = SPACES
038200         MOVE DL201-PRM-RECORD     TO DLK1-CL-IMAGE
038300         MOVE "ACCEPTED"           TO DLK1-CL-MSG
038400         WRITE DL201-RPT-LINE FROM DLK1-CARD-LINE
038500     ELSE
038600         PERFORM 1900-REJECT-CARD   THRU 1900-EXIT
038700     END-IF
038800     PERFORM 8000-READ-CARD         THRU 8000-EXIT.
038900 1100-EXIT.
039000     EXIT.
039100*================================================================
039200*    1200-TAKE-PROJECT  -  A BLANK WINDOW END STAYS OPEN; A      *
039300*                          BLANK MODE IS A TRIAL                 *
039400*================================================================
039500 1200-TAKE-PROJECT.
039600     IF DLK1-PROJECT-SEEN
039700         MOVE "SECOND PROJECT CARD" TO DLK1-CL-MSG
039800         GO TO 1200-EXIT
039900     END-IF
040000     IF DL201-P-PROJECT-ID = SPACES
040100         MOVE "PROJECT ID MISSING" TO DLK1-CL-MSG
040200         GO TO 1200-EXIT
040300     END-IF
040400     IF DL201-P-MODE NOT = SPACES
040500         AND NOT DL201-P-TRIAL
040600         AND NOT DL201-P-RELEASE
040700         MOVE "MODE NOT T OR R"    TO DLK1-CL-MSG
040800         GO TO 1200-EXIT
040900     END-IF
041000     IF (DL201-P-SVC-FROM-X NOT = SPACES
041100             AND DL201-P-SVC-FROM-X NOT NUMERIC)
041200         OR (DL201-P-SVC-TO-X NOT = SPACES
041300             AND DL201-P-SVC-TO-X NOT NUMERIC)
041400         OR (DL201-P-FIN-FROM-X NOT = SPACES
041500             AND DL201-P-FIN-FROM-X NOT NUMERIC)
041600         OR (DL201-P-FIN-TO-X NOT = SPACES
041700             AND DL201-P-FIN-TO-X NOT NUMERIC)
041800         MOVE "DATE NOT NUMERIC"   TO DLK1-CL-MSG
041900         GO TO 1200-EXIT
042000     END-IF
042100     SET DLK1-PROJECT-SEEN         TO TRUE
042200     MOVE DL201-P-PROJECT-ID       TO DLK1-PROJECT-ID
042300     MOVE DL201-P-PROJECT-DESC     TO DLK1-PL-DESC
042400     IF DL201-P-RELEASE
042500         MOVE "R"                  TO DLK1-MODE
042600     END-IF
042700     IF DL201-P-SVC-FROM-X NOT = SPACES
042800         MOVE DL201-P-SVC-FROM-DT  TO DLK1-SVC-FROM-DT
042900     END-IF
043000     IF DL201-P-SVC-TO-X NOT = SPACES
043100         MOVE DL201-P-SVC-TO-DT    TO DLK1-SVC-TO-DT
043200     END-IF
043300     IF DL201-P-FIN-FROM-X NOT = SPACES
043400         MOVE DL201-P-FIN-FROM-DT  TO DLK1-FIN-FROM-DT
043500     END-IF
043600     IF DL201-P-FIN-TO-X NOT = SPACES
043700         MOVE DL201-P-FIN-TO-DT    TO DLK1-FIN-TO-DT
043800     END-IF.
043900 1200-EXIT.
044000     EXIT.
044100*================================================================
044200*    1300-TAKE-SELECTION  -  THE PRICE MUST SUIT THE BASIS; A    *
044300*                            BLANK HIGH PROCEDURE IS THE LOW ONE *
044400*================================================================
044500 1300-TAKE-SELECTION.
044600     IF DLK1-SEL-COUNT >= 50
044700         MOVE "MORE THAN 50 SELECTION CARDS" TO DLK1-CL-MSG
044800         GO TO 1300-EXIT
044900     END-IF
045000     IF NOT DL201-S-BY-ALLOWANCE
045100         AND NOT DL201-S-BY-PERCENT
045200         MOVE "BASIS NOT A OR P"   TO DLK1-CL-MSG
045300         GO TO 1300-EXIT
045400     END-IF
045500     IF DL201-S-BY-ALLOWANCE
045600         AND DL201-S-NEW-ALLOW-X NOT NUMERIC
045700         MOVE "NEW ALLOWANCE NOT NUMERIC" TO DLK1-CL-MSG
045800         GO TO 1300-EXIT
045900     END-IF
046000     IF DL201-S-BY-PERCENT
046100         AND DL201-S-PERCENT-X NOT NUMERIC
046200         MOVE "PERCENTAGE NOT NUMERIC" TO DLK1-CL-MSG
046300         GO TO 1300-EXIT
046400     END-IF
046500     ADD 1 TO DLK1-SEL-COUNT
046600     MOVE DLK1-SEL-COUNT           TO DLK1-SEL-SUB
046700     MOVE DL201-S-GROUP            TO DLK1-T-GROUP(DLK1-SEL-SUB)
046800     MOVE DL201-S-BEN-CD           TO DLK1-T-BEN-CD(DLK1-SEL-SUB)
046900     MOVE DL201-S-PRV-ID           TO DLK1-T-PRV-ID(DLK1-SEL-SUB)
047000     MOVE DL201-S-NTWK-NO          TO DLK1-T-NTWK-NO(DLK1-SEL-SUB)
047100     MOVE DL201-S-PROC-LO          TO DLK1-T-PROC-LO(DLK1-SEL-SUB)
047200     MOVE DL201-S-PROC-HI          TO DLK1-T-PROC-HI(DLK1-SEL-SUB)
047300     IF DL201-S-PROC-HI = SPACES
047400         MOVE DL201-S-PROC-LO      TO DLK1-T-PROC-HI(DLK1-SEL-SUB)
047500     END-IF
047600     MOVE DL201-S-BASIS            TO DLK1-T-BASIS(DLK1-SEL-SUB)
047700     MOVE ZERO                   TO DLK1-T-NEW-ALLOW(DLK1-SEL-SUB)
047800     MOVE ZERO                     TO DLK1-T-PERCENT(DLK1-SEL-SUB)
047900     IF DL201-S-BY-ALLOWANCE
048000         MOVE DL201-S-NEW-ALLOW
048100                             TO DLK1-T-NEW-ALLOW(DLK1-SEL-SUB)
048200     ELSE
048300         MOVE DL201-S-PERCENT      TO DLK1-T-PERCENT(DLK1-SEL-SUB)
048400     END-IF.
048500 1300-EXIT.
048600     EXIT.
048700*================================================================
048800*    1900-REJECT-CARD  -  ANY REJECTION STOPS THE PASS
048900*================================================================
049000 1900-REJECT-CARD.
049100     MOVE DL201-PRM-RECORD         TO DLK1-CL-IMAGE
049200     WRITE DL201-RPT-LINE FROM DLK1-CARD-LINE
049300     SET DLK1-CARDS-BAD            TO TRUE.
049400 1900-EXIT.
049500     EXIT.
049600*================================================================
049700*    2000-SELECT-CLAIMS  -  INPUT PROCEDURE: THE LIVE CLAIMS,    *
049800*                           THEN THE ARCHIVE.  A RELEASE'S       *
049900*                           TRANSACTIONS ARE STAGED ON DL201WRK  *
050000*                           UNTIL THE WHOLE PASS HAS SHOWN THE   *
050100*                           PROJECT WAS NOT RELEASED BEFORE      *
050200*================================================================
050300 2000-SELECT-CLAIMS.
050400     OPEN OUTPUT DL201-WRK-FILE
050500     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
050600     PERFORM 2100-ONE-CLAIM         THRU 2100-EXIT
050700         UNTIL DLK1-CLM-EOF
050800     OPEN INPUT  DL070-AMCH-FILE
050900     OPEN INPUT  DL070-AMDE-FILE
051000     PERFORM 8200-READ-ARCHIVE-PAIR THRU 8200-EXIT
051100     PERFORM 2500-ONE-ARCHIVED      THRU 2500-EXIT
051200         UNTIL DLK1-ARC-EOF
051300     CLOSE DL070-AMCH-FILE
051400     CLOSE DL070-AMDE-FILE
051500     CLOSE DL201-WRK-FILE
051600     GO TO 2999-EXIT.
051700 2000-EXIT.
051800     EXIT.
051900*================================================================
052000*    2100-ONE-CLAIM  -  A CLAIM ON THE DL197 CLAIM VIEW
052100*================================================================
052200 2100-ONE-CLAIM.
052300     ADD 1 TO DLK1-CLM-READ
052400     IF DLK1-DET-EOF
052500         GO TO 2100-READ-NEXT
052600     END-IF
052700     MOVE "N"                      TO DLK1-ARCHIVE-SW
052800     PERFORM 2200-PRICE-CLAIM       THRU 2200-EXIT.
052900 2100-READ-NEXT.
053000     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
053100 2100-EXIT.
053200     EXIT.
053300*================================================================
053400*    2200-PRICE-CLAIM  -  A FINALIZED ORIGINAL IN THE WINDOW.    *
053500*                         A CLAIM THAT IS ITSELF AN ADJUSTMENT   *
053600*                         IS NOT REPRICED; ONE CARRYING THIS     *
053700*                         PROJECT'S ADJUSTMENT MARKS A RELEASE   *
053800*                         ALREADY POSTED                         *
053900*================================================================
054000 2200-PRICE-CLAIM.
054100     IF CLH-ADJ-AMT NOT = ZERO
054200         IF CLH-SOURCE-ADJ = "M"
054300             AND CLH-RSN-ADJ = DLK1-PROJECT-ID
054400             SET DLK1-PRIOR-RELEASE TO TRUE
054500             ADD 1 TO DLK1-PRIOR-ADJUSTMENTS
054600         END-IF
054700         ADD 1 TO DLK1-ADJ-CLAIMS-SKIPPED
054800         GO TO 2200-EXIT
054900     END-IF
055000     IF CLH-FIN-PROC-DT = ZERO
055100         OR CLH-FIN-PROC-DT < DLK1-FIN-FROM-DT
055200         OR CLH-FIN-PROC-DT > DLK1-FIN-TO-DT
055300         GO TO 2200-EXIT
055400     END-IF
055500     MOVE SPACES                   TO DL201-ADJ-RECORD
055600     MOVE ZERO                     TO DLK1-CLAIM-ADJ
055700     MOVE ZERO                     TO DLK1-LINES-HIT
055800     PERFORM 2300-PRICE-LINE        THRU 2300-EXIT
055900         VARYING DLK1-LN-SUB FROM 1 BY 1
056000         UNTIL DLK1-LN-SUB > 4
056100     IF DLK1-LINES-HIT = ZERO
056200         GO TO 2200-EXIT
056300     END-IF
056400     ADD 1 TO DLK1-CLM-SELECTED
056500     IF DLK1-CLAIM-ADJ = ZERO
056600         GO TO 2200-EXIT
056700     END-IF
056800     SET DL201-J-ADJUST            TO TRUE
056900     MOVE CLH-INV-NBR              TO DL201-J-INV-NBR
057000     MOVE DLK1-PROJECT-ID          TO DL201-J-RSN-ADJ
057100     SET DL201-J-MASS-ADJ          TO TRUE
057200     MOVE DLK1-ARCHIVE-SW          TO DL201-J-ARCHIVE-IND
057300     MOVE ZERO                     TO DL201-J-DEP-NBR
057400     IF NOT DLK1-FROM-ARCHIVE
057500         MOVE DL909-P-EMP-ID       TO DL201-J-EMP-ID
057600         MOVE DL909-P-DEP-NBR      TO DL201-J-DEP-NBR
057700     END-IF
057800     MOVE CLH-CONT-PRV             TO DL201-J-CONT-PRV
057900     MOVE DLK1-CLAIM-ADJ           TO DL201-J-ADJ-AMT
058000     MOVE DLK1-RUN-DATE            TO DL201-J-RELEASE-DT
058100     WRITE DL201-WRK-RECORD FROM DL201-ADJ-RECORD
058200     ADD 1 TO DLK1-TRN-STAGED.
058300 2200-EXIT.
058400     EXIT.
058500*================================================================
058600*    2300-PRICE-LINE  -  A POPULATED LINE IN THE SERVICE WINDOW  *
058700*                        TAKES THE FIRST SELECTION CARD IT       *
058800*                        MATCHES.  THE NEW ALLOWANCE NEVER       *
058900*                        EXCEEDS THE CHARGE; THE MEMBER'S COST   *
059000*                        SHARE STANDS, SO THE WHOLE CHANGE IN    *
059100*                        ALLOWANCE FALLS ON THE NET PAY          *
059200*================================================================
059300 2300-PRICE-LINE.
059400     MOVE ZERO               TO DL201-J-PAY-LN-NBR(DLK1-LN-SUB)
059500     MOVE ZERO               TO DL201-J-OLD-ALLOW(DLK1-LN-SUB)
059600     MOVE ZERO               TO DL201-J-NEW-ALLOW(DLK1-LN-SUB)
059700     MOVE ZERO               TO DL201-J-LINE-ADJ(DLK1-LN-SUB)
059800     IF CLD-FST-DT(DLK1-LN-SUB) = ZERO
059900         OR CLD-FST-DT(DLK1-LN-SUB) < DLK1-SVC-FROM-DT
060000         OR CLD-FST-DT(DLK1-LN-SUB) > DLK1-SVC-TO-DT
060100         GO TO 2300-EXIT
060200     END-IF
060300     MOVE ZERO                     TO DLK1-HIT-SUB
060400     PERFORM 2310-MATCH-CARD        THRU 2310-EXIT
060500         VARYING DLK1-SEL-SUB FROM 1 BY 1
060600         UNTIL DLK1-SEL-SUB > DLK1-SEL-COUNT
060700         OR DLK1-HIT-SUB NOT = ZERO
060800     IF DLK1-HIT-SUB = ZERO
060900         GO TO 2300-EXIT
061000     END-IF
061100     ADD 1 TO DLK1-LINES-SELECTED
061200     ADD 1 TO DLK1-LINES-HIT
061300     IF DLK1-T-BY-ALLOWANCE(DLK1-HIT-SUB)
061400         MOVE DLK1-T-NEW-ALLOW(DLK1-HIT-SUB) TO DLK1-NEW-ALLOW
061500     ELSE
061600         COMPUTE DLK1-NEW-ALLOW ROUNDED =
061700             CLD-UCR-AMT(DLK1-LN-SUB)
061800                 * DLK1-T-PERCENT(DLK1-HIT-SUB) / 100
061900     END-IF
062000     IF DLK1-NEW-ALLOW > CLD-CHG(DLK1-LN-SUB)
062100         MOVE CLD-CHG(DLK1-LN-SUB) TO DLK1-NEW-ALLOW
062200     END-IF
062300     COMPUTE DLK1-COST-SHARE = CLD-UCR-AMT(DLK1-LN-SUB)
062400                             - CLD-NET-PAY-AMT(DLK1-LN-SUB)
062500     IF DLK1-COST-SHARE < ZERO
062600         MOVE ZERO                 TO DLK1-COST-SHARE
062700     END-IF
062800     COMPUTE DLK1-NEW-PAY = DLK1-NEW-ALLOW - DLK1-COST-SHARE
062900     IF DLK1-NEW-PAY < ZERO
063000         MOVE ZERO                 TO DLK1-NEW-PAY
063100     END-IF
063200     COMPUTE DLK1-LINE-ADJ = DLK1-NEW-PAY
063300                           - CLD-NET-PAY-AMT(DLK1-LN-SUB)
063400     ADD DLK1-LINE-ADJ TO DLK1-CLAIM-ADJ
063500     MOVE CLD-PAY-LN-NBR(DLK1-LN-SUB)
063600                             TO DL201-J-PAY-LN-NBR(DLK1-LN-SUB)
063700     MOVE CLD-UCR-AMT(DLK1-LN-SUB)
063800                             TO DL201-J-OLD-ALLOW(DLK1-LN-SUB)
063900     MOVE DLK1-NEW-ALLOW     TO DL201-J-NEW-ALLOW(DLK1-LN-SUB)
064000     MOVE DLK1-LINE-ADJ      TO DL201-J-LINE-ADJ(DLK1-LN-SUB)
064100     MOVE SPACES                   TO DLK1-IMPACT-IMAGE
064200     MOVE CLD-LINE-CONT-PRVID-NO(DLK1-LN-SUB) TO DLK1-I-PRV-ID
064300     MOVE CLD-GROUP(DLK1-LN-SUB)   TO DLK1-I-GROUP
064400     MOVE CLD-UCR-AMT(DLK1-LN-SUB) TO DLK1-I-OLD-ALLOW
064500     MOVE DLK1-NEW-ALLOW           TO DLK1-I-NEW-ALLOW
064600     MOVE DLK1-LINE-ADJ            TO DLK1-I-LINE-ADJ
064700     RELEASE DLK1-SORT-RECORD FROM DLK1-IMPACT-IMAGE.
064800 2300-EXIT.
064900     EXIT.
065000*================================================================
065100*    2310-MATCH-CARD  -  A BLANK FIELD ON THE CARD MATCHES ANY
065200*================================================================
065300 2310-MATCH-CARD.
065400     IF DLK1-T-GROUP(DLK1-SEL-SUB) NOT = SPACES
065500         AND DLK1-T-GROUP(DLK1-SEL-SUB)
065600             NOT = CLD-GROUP(DLK1-LN-SUB)
065700         GO TO 2310-EXIT
065800     END-IF
065900     IF DLK1-T-BEN-CD(DLK1-SEL-SUB) NOT = SPACES
066000         AND DLK1-T-BEN-CD(DLK1-SEL-SUB)
066100             NOT = CLD-BEN-CD(DLK1-LN-SUB)
066200         GO TO 2310-EXIT
066300     END-IF
066400     IF DLK1-T-PRV-ID(DLK1-SEL-SUB) NOT = SPACES
066500         AND DLK1-T-PRV-ID(DLK1-SEL-SUB)
066600             NOT = CLD-LINE-CONT-PRVID-NO(DLK1-LN-SUB)
066700         GO TO 2310-EXIT
066800     END-IF
066900     IF DLK1-T-NTWK-NO(DLK1-SEL-SUB) NOT = SPACES
067000         AND DLK1-T-NTWK-NO(DLK1-SEL-SUB)
067100             NOT = CLD-LINE-CONT-NTWK-NO(DLK1-LN-SUB)
067200         GO TO 2310-EXIT
067300     END-IF
067400     IF DLK1-T-PROC-LO(DLK1-SEL-SUB) NOT = SPACES
067500         AND (CLD-PROC-CD(DLK1-LN-SUB)
067600                 < DLK1-T-PROC-LO(DLK1-SEL-SUB)
067700             OR CLD-PROC-CD(DLK1-LN-SUB)
067800                 > DLK1-T-PROC-HI(DLK1-SEL-SUB))
067900         GO TO 2310-EXIT
068000     END-IF
068100     MOVE DLK1-SEL-SUB             TO DLK1-HIT-SUB.
068200 2310-EXIT.
068300     EXIT.
068400*================================================================
068500*    2500-ONE-ARCHIVED  -  ONE CLAIM DL070 HAS ARCHIVED; THE     *
068600*                          ARCHIVE RECORDS ARE THE BHS2MCH AND   *
068700*                          BHS3MDE LAYOUTS UNCHANGED             *
068800*================================================================
068900 2500-ONE-ARCHIVED.
069000     ADD 1 TO DLK1-ARC-READ
069100     IF DLK1-ARC-DET-EOF
069200         GO TO 2500-READ-NEXT
069300     END-IF
069400     MOVE DL070-AMCH-RECORD     TO BHS2MCH-STRUCTURE-DATA-ITEM
069500     MOVE DL070-AMDE-RECORD     TO BHS3MDE-STRUCTURE-DATA-ITEM
069600     SET DLK1-FROM-ARCHIVE         TO TRUE
069700     PERFORM 2200-PRICE-CLAIM       THRU 2200-EXIT.
069800 2500-READ-NEXT.
069900     PERFORM 8200-READ-ARCHIVE-PAIR THRU 8200-EXIT.
070000 2500-EXIT.
070100     EXIT.
070200 2999-EXIT.
070300     EXIT.
070400*================================================================
070500*    3000-WRITE-IMPACT  -  OUTPUT PROCEDURE: ONE LINE PER        *
070600*                          PROVIDER AND GROUP, A TOTAL PER       *
070700*                          PROVIDER AND FOR THE PROJECT          *
070800*================================================================
070900 3000-WRITE-IMPACT.
071000     WRITE DL201-RPT-LINE FROM SPACES
071100     WRITE DL201-RPT-LINE FROM DLK1-COLUMN-HEADING
071200     PERFORM 3900-RETURN-SORT       THRU 3900-EXIT
071300     PERFORM 3100-ONE-PROVIDER      THRU 3100-EXIT
071400         UNTIL DLK1-SORT-EOF
071500     WRITE DL201-RPT-LINE FROM SPACES
071600     MOVE "PROJECT"                TO DLK1-L-PRV-ID
071700     MOVE "TOTAL"                  TO DLK1-L-GROUP
071800     MOVE DLK1-JT-LINES            TO DLK1-L-LINES
071900     MOVE DLK1-JT-CHANGED          TO DLK1-L-CHANGED
072000     COMPUTE DLK1-L-OLD-ALLOW = DLK1-JT-OLD-ALLOW / 100
072100     COMPUTE DLK1-L-NEW-ALLOW = DLK1-JT-NEW-ALLOW / 100
072200     COMPUTE DLK1-L-ADJ = DLK1-JT-ADJ / 100
072300     WRITE DL201-RPT-LINE FROM DLK1-IMPACT-LINE
072400     GO TO 3999-EXIT.
072500 3000-EXIT.
072600     EXIT.
072700*================================================================
072800*    3100-ONE-PROVIDER
072900*================================================================
073000 3100-ONE-PROVIDER.
073100     MOVE DLK1-I-PRV-ID            TO DLK1-CUR-PRV-ID
073200     INITIALIZE DLK1-PROVIDER-TOTALS
073300     PERFORM 3200-ONE-GROUP         THRU 3200-EXIT
073400         UNTIL DLK1-SORT-EOF
073500         OR DLK1-I-PRV-ID NOT = DLK1-CUR-PRV-ID
073600     MOVE DLK1-CUR-PRV-ID          TO DLK1-L-PRV-ID
073700     MOVE "TOTAL"                  TO DLK1-L-GROUP
073800     MOVE DLK1-PT-LINES            TO DLK1-L-LINES
073900     MOVE DLK1-PT-CHANGED          TO DLK1-L-CHANGED
074000     COMPUTE DLK1-L-OLD-ALLOW = DLK1-PT-OLD-ALLOW / 100
074100     COMPUTE DLK1-L-NEW-ALLOW = DLK1-PT-NEW-ALLOW / 100
074200     COMPUTE DLK1-L-ADJ = DLK1-PT-ADJ / 100
074300     WRITE DL201-RPT-LINE FROM DLK1-IMPACT-LINE
074400     WRITE DL201-RPT-LINE FROM SPACES
074500     ADD DLK1-PT-LINES             TO DLK1-JT-LINES
074600     ADD DLK1-PT-CHANGED           TO DLK1-JT-CHANGED
074700     ADD DLK1-PT-OLD-ALLOW         TO DLK1-JT-OLD-ALLOW
074800     ADD DLK1-PT-NEW-ALLOW         TO DLK1-JT-NEW-ALLOW
074900     ADD DLK1-PT-ADJ               TO DLK1-JT-ADJ.
075000 3100-EXIT.
075100     EXIT.
075200*================================================================
075300*    3200-ONE-GROUP
075400*================================================================
075500 3200-ONE-GROUP.
075600     MOVE DLK1-I-GROUP             TO DLK1-CUR-GROUP
075700     INITIALIZE DLK1-GROUP-TOTALS
075800     PERFORM 3300-ACCUM-LINE        THRU 3300-EXIT
075900         UNTIL DLK1-SORT-EOF
076000         OR DLK1-I-PRV-ID NOT = DLK1-CUR-PRV-ID
076100         OR DLK1-I-GROUP NOT = DLK1-CUR-GROUP
076200     MOVE DLK1-CUR-PRV-ID          TO DLK1-L-PRV-ID
076300     MOVE DLK1-CUR-GROUP           TO DLK1-L-GROUP
076400     MOVE DLK1-GT-LINES            TO DLK1-L-LINES
076500     MOVE DLK1-GT-CHANGED          TO DLK1-L-CHANGED
076600     COMPUTE DLK1-L-OLD-ALLOW = DLK1-GT-OLD-ALLOW / 100
076700     COMPUTE DLK1-L-NEW-ALLOW = DLK1-GT-NEW-ALLOW / 100
076800     COMPUTE DLK1-L-ADJ = DLK1-GT-ADJ / 100
076900     WRITE DL201-RPT-LINE FROM DLK1-IMPACT-LINE
077000     ADD DLK1-GT-LINES             TO DLK1-PT-LINES
077100     ADD DLK1-GT-CHANGED           TO DLK1-PT-CHANGED
077200     ADD DLK1-GT-OLD-ALLOW         TO DLK1-PT-OLD-ALLOW
077300     ADD DLK1-GT-NEW-ALLOW         TO DLK1-PT-NEW-ALLOW
077400     ADD DLK1-GT-ADJ               TO DLK1-PT-ADJ.
077500 3200-EXIT.
077600     EXIT.
077700*================================================================
077800*    3300-ACCUM-LINE
077900*================================================================
078000 3300-ACCUM-LINE.
078100     ADD 1 TO DLK1-GT-LINES
078200     IF DLK1-I-LINE-ADJ NOT = ZERO
078300         ADD 1 TO DLK1-GT-CHANGED
078400     END-IF
078500     ADD DLK1-I-OLD-ALLOW          TO DLK1-GT-OLD-ALLOW
078600     ADD DLK1-I-NEW-ALLOW          TO DLK1-GT-NEW-ALLOW
078700     ADD DLK1-I-LINE-ADJ           TO DLK1-GT-ADJ
078800     PERFORM 3900-RETURN-SORT       THRU 3900-EXIT.
078900 3300-EXIT.
079000     EXIT.
079100*================================================================
079200*    3900-RETURN-SORT
079300*================================================================
079400 3900-RETURN-SORT.
079500     RETURN DL201-SORT-FILE INTO DLK1-IMPACT-IMAGE
079600         AT END
079700             SET DLK1-SORT-EOF TO TRUE
079800     END-RETURN.
079900 3900-EXIT.
080000     EXIT.
080100 3999-EXIT.
080200     EXIT.
080300*================================================================
080400*    4000-RELEASE-ADJUSTMENTS  -  THE STAGED TRANSACTIONS GO TO  *
080500*                                 DL201ADJ ONLY ON A RELEASE OF  *
080600*                                 A PROJECT NOT RELEASED BEFORE  *
080700*================================================================
080800 4000-RELEASE-ADJUSTMENTS.
080900     WRITE DL201-RPT-LINE FROM SPACES
081000     IF NOT DLK1-RELEASE-MODE
081100         MOVE DLK1-MSG-TRIAL       TO DLK1-RL-TEXT
081200         WRITE DL201-RPT-LINE FROM DLK1-RELEASE-LINE
081300         GO TO 4000-EXIT
081400     END-IF
081500     IF DLK1-PRIOR-RELEASE
081600         MOVE DLK1-MSG-PRIOR       TO DLK1-RL-TEXT
081700         WRITE DL201-RPT-LINE FROM DLK1-RELEASE-LINE
081800         MOVE 8                    TO RETURN-CODE
081900         GO TO 4000-EXIT
082000     END-IF
082100     OPEN INPUT  DL201-WRK-FILE
082200     PERFORM 8300-READ-WORK         THRU 8300-EXIT
082300     PERFORM 4100-COPY-ONE          THRU 4100-EXIT
082400         UNTIL DLK1-WRK-EOF
082500     CLOSE DL201-WRK-FILE.
082600 4000-EXIT.
082700     EXIT.
082800*================================================================
082900*    4100-COPY-ONE
083000*================================================================
083100 4100-COPY-ONE.
083200     WRITE DL201-ADJ-OUT-RECORD FROM DL201-WRK-RECORD
083300     ADD 1 TO DLK1-TRN-WRITTEN
083400     PERFORM 8300-READ-WORK         THRU 8300-EXIT.
083500 4100-EXIT.
083600     EXIT.
083700*================================================================
083800*    6000-TERMINATE
083900*================================================================
084000 6000-TERMINATE.
084100     SET DL909-P-CLOSE             TO TRUE
084200     CALL "DL909" USING DL909-PARMS
084300                        BHS2MCH-STRUCTURE-DATA-ITEM
084400                        BHS3MDE-STRUCTURE-DATA-ITEM
084500     WRITE DL201-RPT-LINE FROM SPACES
084600     MOVE "SELECTION CARDS"        TO DLK1-C-LABEL
084700     MOVE DLK1-SEL-COUNT           TO DLK1-C-COUNT
084800     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
084900     MOVE "CLAIMS READ"            TO DLK1-C-LABEL
085000     MOVE DLK1-CLM-READ            TO DLK1-C-COUNT
085100     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
085200     MOVE "ARCHIVED CLAIMS READ"   TO DLK1-C-LABEL
085300     MOVE DLK1-ARC-READ            TO DLK1-C-COUNT
085400     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
085500     MOVE "ADJUSTMENT CLAIMS PASSED OVER" TO DLK1-C-LABEL
085600     MOVE DLK1-ADJ-CLAIMS-SKIPPED  TO DLK1-C-COUNT
085700     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
085800     MOVE "ADJUSTMENTS ALREADY UNDER THE PROJECT" TO DLK1-C-LABEL
085900     MOVE DLK1-PRIOR-ADJUSTMENTS   TO DLK1-C-COUNT
086000     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
086100     MOVE "CLAIMS SELECTED"        TO DLK1-C-LABEL
086200     MOVE DLK1-CLM-SELECTED        TO DLK1-C-COUNT
086300     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
086400     MOVE "LINES SELECTED"         TO DLK1-C-LABEL
086500     MOVE DLK1-LINES-SELECTED      TO DLK1-C-COUNT
086600     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
086700     MOVE "CLAIMS WITH AN ADJUSTMENT" TO DLK1-C-LABEL
086800     MOVE DLK1-TRN-STAGED          TO DLK1-C-COUNT
086900     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
087000     MOVE "ADJUSTMENT TRANSACTIONS WRITTEN" TO DLK1-C-LABEL
087100     MOVE DLK1-TRN-WRITTEN         TO DLK1-C-COUNT
087200     WRITE DL201-RPT-LINE FROM DLK1-COUNT-LINE
087300     CLOSE DL201-ADJ-FILE
087400     CLOSE DL201-RPT-FILE.
087500 6000-EXIT.
087600     EXIT.
087700*================================================================
087800*    8000-READ-CARD
087900*================================================================
088000 8000-READ-CARD.
088100     READ DL201-PRM-FILE
088200         AT END
088300             SET DLK1-PRM-EOF TO TRUE
088400     END-READ.
088500 8000-EXIT.
088600     EXIT.
088700*================================================================
088800*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
088900*                             VIEW, THROUGH DL909                *
089000*================================================================
089100 8100-READ-CLAIM-PAIR.
089200     MOVE "DL201"                  TO DL909-P-PROGRAM-ID
089300     SET DL909-P-READ              TO TRUE
089400     CALL "DL909" USING DL909-PARMS
089500                        BHS2MCH-STRUCTURE-DATA-ITEM
089600                        BHS3MDE-STRUCTURE-DATA-ITEM
089700     MOVE "N"                      TO DLK1-DET-EOF-SW
089800     IF DL909-P-END
089900         SET DLK1-CLM-EOF          TO TRUE
090000     ELSE
090100         IF DL909-P-DET-MISSING
090200             SET DLK1-DET-EOF      TO TRUE
090300         END-IF
090400     END-IF.
090500 8100-EXIT.
090600     EXIT.
090700*================================================================
090800*    8200-READ-ARCHIVE-PAIR  -  ARCHIVED HEADER AND DETAIL IN    *
090900*                               LOCKSTEP                         *
091000*================================================================
091100 8200-READ-ARCHIVE-PAIR.
091200     READ DL070-AMCH-FILE
091300         AT END
091400             SET DLK1-ARC-EOF TO TRUE
091500     END-READ
091600     IF NOT DLK1-ARC-EOF
091700         AND NOT DLK1-ARC-DET-EOF
091800         READ DL070-AMDE-FILE
091900             AT END
092000                 SET DLK1-ARC-DET-EOF TO TRUE
092100         END-READ
092200     END-IF.
092300 8200-EXIT.
092400     EXIT.
092500*================================================================
092600*    8300-READ-WORK
092700*================================================================
092800 8300-READ-WORK.
092900     READ DL201-WRK-FILE
093000         AT END
093100             SET DLK1-WRK-EOF TO TRUE
093200     END-READ.
093300 8300-EXIT.
093400     EXIT.
