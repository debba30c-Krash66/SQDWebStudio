000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL189.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MONTHLY CORRESPONDENT KYC
001100*                   REVIEW CYCLE.  THE DL189CRY COUNTRY-RISK
001200*                   MASTER IS LOADED WHOLE; SNAMADDR IS MATCH-
001300*                   MERGED (THE DL034/DL077 WAY) WITH THE
001400*                   LABELED DL189REV REVIEW SATELLITE AND THE
001500*                   SORTED DL189TRN COMPLETED-REVIEW POSTINGS.
001600*                   A VALID POSTING NEWER THAN THE REVIEW ON
001700*                   FILE REPLACES IT AND CLEARS ANY ESCALATION.
001800*                   EACH LIVE RELATIONSHIP'S NEXT REVIEW FALLS
001900*                   DUE THE COUNTRY'S REVIEW FREQUENCY IN
002000*                   MONTHS AFTER ITS LAST REVIEW (AT ONCE WHEN
002100*                   NEVER REVIEWED); ONE PAST DUE IS OVERDUE,
002200*                   ONE DUE BY THIS DAY NEXT MONTH IS DUE, AND
002300*                   BOTH ARE LISTED.  AN OVERDUE HIGH-RISK
002400*                   RELATIONSHIP IS ALSO WRITTEN TO THE
002500*                   DL189ESC ESCALATION LIST, WITH THE DATE IT
002600*                   WAS FIRST ESCALATED KEPT ON THE SATELLITE.
002700*                   A COUNTRY NOT ON THE MASTER IS TREATED AS
002800*                   HIGH RISK ON A 12-MONTH CYCLE UNTIL RATED.
002900*                   A CORRESPONDENT MARKED DELETED (EQ-DLTN-IND
003000*                   "Y") LEAVES THE CYCLE: ITS SATELLITE ENTRY
003100*                   IS NOT CARRIED AND POSTINGS FOR IT ARE
003200*                   REJECTED.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DL189-CRY-FILE     ASSIGN TO DL189CRY
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT EQ-FILE            ASSIGN TO SNAMADDR
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL189-REV-IN-FILE  ASSIGN TO DL189REVI
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL189-REV-OUT-FILE ASSIGN TO DL189REVO
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL189-TRAN-FILE    ASSIGN TO DL189TRAN
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL189-RPT-FILE     ASSIGN TO DL189RPT
005100            ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT DL189-ESC-FILE     ASSIGN TO DL189ESC
005300            ORGANIZATION IS LINE SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DL189-CRY-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL189CRY.
005900 FD  EQ-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  EQ-RECORD.
006200     COPY SNAMADDR.
006300 FD  DL189-REV-IN-FILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 43 CHARACTERS.
006600     COPY DL189REV.
006700 01  DL189-REV-IN-LABEL            PIC X(43).
006800 FD  DL189-REV-OUT-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORD CONTAINS 43 CHARACTERS.
007100 01  DL189-REV-OUT-RECORD          PIC X(43).
007200 FD  DL189-TRAN-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY DL189TRN.
007500 FD  DL189-RPT-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  DL189-RPT-LINE                PIC X(132).
007800 FD  DL189-ESC-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  DL189-ESC-LINE                PIC X(132).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------------
008300*    DLI9-SWITCHES AND COUNTERS
008400*----------------------------------------------------------------
008500 01  DLI9-SWITCHES.
008600     05  DLI9-CRY-EOF-SW           PIC X(1)     VALUE "N".
008700         88  DLI9-CRY-EOF                        VALUE "Y".
008800     05  DLI9-EQ-EOF-SW            PIC X(1)     VALUE "N".
008900         88  DLI9-EQ-EOF                         VALUE "Y".
009000     05  DLI9-REV-EOF-SW           PIC X(1)     VALUE "N".
009100         88  DLI9-REV-EOF                        VALUE "Y".
009200     05  DLI9-TRAN-EOF-SW          PIC X(1)     VALUE "N".
009300         88  DLI9-TRAN-EOF                       VALUE "Y".
009400     05  DLI9-DELETED-SW           PIC X(1)     VALUE "N".
009500         88  DLI9-DELETED                        VALUE "Y".
009600 01  DLI9-KEYS.
009700     05  DLI9-EQ-KEY               PIC X(11).
009800     05  DLI9-REV-KEY              PIC X(11).
009900     05  DLI9-TRAN-KEY             PIC X(11).
010000*----------------------------------------------------------------
010100*    DLI9-CRY-TABLE  -  THE COUNTRY-RISK MASTER.  OVERFLOW
010200*    ABORTS (DL060 RULE).
010300*----------------------------------------------------------------
010400 01  DLI9-CRY-TABLE.
010500     05  DLI9-CRY-COUNT            PIC S9(4) COMP VALUE ZERO.
010600     05  DLI9-CRY-ENTRY OCCURS 300 TIMES.
010700         10  DLI9-C-ISO-CNTRY      PIC X(2).
010800         10  DLI9-C-RISK-RATING    PIC X(1).
010900         10  DLI9-C-REVIEW-MONTHS  PIC 9(3).
011000*----------------------------------------------------------------
011100*    DLI9-CURRENT  -  THE RELATIONSHIP IN HAND: ITS SATELLITE
011200*    ENTRY AS CARRIED, THEN AS UPDATED BY TODAY'S POSTINGS
011300*----------------------------------------------------------------
011400 01  DLI9-CURRENT.
011500     05  DLI9-LAST-REVIEW-DT       PIC 9(8).
011600     05  DLI9-REVIEWER             PIC X(8).
011700     05  DLI9-OUTCOME              PIC X(1).
011800     05  DLI9-ESCALATED-DT         PIC 9(8).
011900     05  DLI9-RISK-RATING          PIC X(1).
012000     05  DLI9-REVIEW-MONTHS        PIC 9(3).
012100     05  DLI9-NEXT-DUE-DT          PIC 9(8).
012200     05  DLI9-STATUS               PIC X(14).
012300 01  DLI9-SUB                      PIC S9(4) COMP.
012400 01  DLI9-DATE-WORK.
012500     05  DLI9-RUN-DATE             PIC 9(8).
012600     05  DLI9-HORIZON-DT           PIC 9(8).
012700     05  DLI9-CALC-DATE            PIC 9(8).
012800     05  DLI9-CALC-DATE-R REDEFINES DLI9-CALC-DATE.
012900         10  DLI9-CALC-CCYY        PIC 9(4).
013000         10  DLI9-CALC-MM          PIC 9(2).
013100         10  DLI9-CALC-DD          PIC 9(2).
013200     05  DLI9-CALC-MONTHS          PIC 9(3).
013300     05  DLI9-MONTH-NO             PIC S9(8) COMP.
013400     05  DLI9-MONTH-REM            PIC S9(4) COMP.
013500*----------------------------------------------------------------
013600*    DLI9-LBL-WORK  -  SATELLITE-EXTRACT LABEL HANDLING
013700*----------------------------------------------------------------
013800     COPY DLCTLLBL.
013900 01  DLI9-LBL-WORK.
014000     05  DLI9-LBL-OUT-COUNT        PIC 9(8)  VALUE ZERO.
014100     05  DLI9-LBL-OUT-HASH         PIC 9(16) VALUE ZERO.
014200     05  DLI9-LBL-IN-COUNT         PIC 9(8)  VALUE ZERO.
014300     05  DLI9-LBL-IN-HASH          PIC 9(16) VALUE ZERO.
014400     05  DLI9-LBL-KEY-WORK         PIC X(10).
014500     05  DLI9-LBL-KEY-NUM REDEFINES DLI9-LBL-KEY-WORK
014600                                   PIC 9(10).
014700     05  DLI9-LBL-TERM             PIC 9(10).
014800 01  DLI9-COUNTERS.
014900     05  DLI9-EQ-READ              PIC S9(8) COMP VALUE ZERO.
015000     05  DLI9-DELETED-DROPPED      PIC S9(8) COMP VALUE ZERO.
015100     05  DLI9-ORPHANS-DROPPED      PIC S9(8) COMP VALUE ZERO.
015200     05  DLI9-REVIEWS-POSTED       PIC S9(8) COMP VALUE ZERO.
015300     05  DLI9-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
015400     05  DLI9-DUE                  PIC S9(8) COMP VALUE ZERO.
015500     05  DLI9-OVERDUE              PIC S9(8) COMP VALUE ZERO.
015600     05  DLI9-NEVER-REVIEWED       PIC S9(8) COMP VALUE ZERO.
015700     05  DLI9-ESCALATED            PIC S9(8) COMP VALUE ZERO.
015800     05  DLI9-UNRATED              PIC S9(8) COMP VALUE ZERO.
015900 01  DLI9-HEADING-1.
016000     05  FILLER                    PIC X(44)
016100         VALUE "CORRESPONDENT KYC REVIEW CYCLE".
016200 01  DLI9-ESC-HEADING.
016300     05  FILLER                    PIC X(44)
016400         VALUE "OVERDUE HIGH-RISK KYC REVIEWS - ESCALATED".
016500 01  DLI9-COLUMN-HEADING.
016600     05  FILLER                   PIC X(6)  VALUE "BR".
016700     05  FILLER                   PIC X(7)  VALUE "CUST".
016800     05  FILLER                   PIC X(4)  VALUE "LC".
016900     05  FILLER                   PIC X(36) VALUE "NAME".
017000     05  FILLER                   PIC X(4)  VALUE "CY".
017100     05  FILLER                   PIC X(3)  VALUE "R".
017200     05  FILLER                   PIC X(10) VALUE "LAST REV".
017300     05  FILLER                   PIC X(10) VALUE "REVIEWER".
017400     05  FILLER                   PIC X(3)  VALUE "O".
017500     05  FILLER                   PIC X(10) VALUE "NEXT DUE".
017600     05  FILLER                   PIC X(10) VALUE "ESCALATED".
017700     05  FILLER                   PIC X(14) VALUE "STATUS".
017800 01  DLI9-DETAIL-LINE.
017900     05  DLI9-D-BR-NO              PIC X(4).
018000     05  FILLER                    PIC X(2)  VALUE SPACES.
018100     05  DLI9-D-CUST-NO            PIC 9(5).
018200     05  FILLER                    PIC X(2)  VALUE SPACES.
018300     05  DLI9-D-LOCN-ID            PIC 9(2).
018400     05  FILLER                    PIC X(2)  VALUE SPACES.
018500     05  DLI9-D-NAME               PIC X(34).
018600     05  FILLER                    PIC X(2)  VALUE SPACES.
018700     05  DLI9-D-CNTRY              PIC X(2).
018800     05  FILLER                    PIC X(2)  VALUE SPACES.
018900     05  DLI9-D-RATING             PIC X(1).
019000     05  FILLER                    PIC X(2)  VALUE SPACES.
019100     05  DLI9-D-LAST-REVIEW-DT     PIC 9(8).
019200     05  FILLER                    PIC X(2)  VALUE SPACES.
019300     05  DLI9-D-REVIEWER           PIC X(8).
019400     05  FILLER                    PIC X(2)  VALUE SPACES.
019500     05  DLI9-D-OUTCOME            PIC X(1).
019600     05  FILLER                    PIC X(2)  VALUE SPACES.
019700     05  DLI9-D-NEXT-DUE-DT        PIC 9(8).
019800     05  FILLER                    PIC X(2)  VALUE SPACES.
019900     05  DLI9-D-ESCALATED-DT       PIC 9(8).
020000     05  FILLER                    PIC X(2)  VALUE SPACES.
020100     05  DLI9-D-STATUS             PIC X(14).
020200 01  DLI9-TRAN-LINE.
020300     05  FILLER                    PIC X(12)
020400         VALUE "POSTING    ".
020500     05  DLI9-X-BR-NO              PIC X(4).
020600     05  FILLER                    PIC X(2)  VALUE SPACES.
020700     05  DLI9-X-CUST-NO            PIC X(5).
020800     05  FILLER                    PIC X(2)  VALUE SPACES.
020900     05  DLI9-X-LOCN-ID            PIC X(2).
021000     05  FILLER                    PIC X(2)  VALUE SPACES.
021100     05  DLI9-X-REVIEW-DT          PIC X(8).
021200     05  FILLER                    PIC X(2)  VALUE SPACES.
021300     05  DLI9-X-REVIEWER           PIC X(8).
021400     05  FILLER                    PIC X(2)  VALUE SPACES.
021500     05  DLI9-X-OUTCOME            PIC X(1).
021600     05  FILLER                    PIC X(2)  VALUE SPACES.
021700     05  DLI9-X-DISP               PIC X(24).
021800 01  DLI9-TOTAL-LINE-1.
021900     05  FILLER                    PIC X(25)
022000         VALUE "CORRESPONDENTS READ".
022100     05  DLI9-T-EQ-READ            PIC ZZZ,ZZ9.
022200 01  DLI9-TOTAL-LINE-2.
022300     05  FILLER                    PIC X(25)
022400         VALUE "REVIEWS POSTED".
022500     05  DLI9-T-POSTED             PIC ZZZ,ZZ9.
022600 01  DLI9-TOTAL-LINE-3.
022700     05  FILLER                    PIC X(25)
022800         VALUE "POSTINGS REJECTED".
022900     05  DLI9-T-REJECTED           PIC ZZZ,ZZ9.
023000 01  DLI9-TOTAL-LINE-4.
023100     05  FILLER                    PIC X(25)
023200         VALUE "DUE FOR REVIEW".
023300     05  DLI9-T-DUE                PIC ZZZ,ZZ9.
023400 01  DLI9-TOTAL-LINE-5.
023500     05  FILLER                    PIC X(25)
023600         VALUE "OVERDUE FOR REVIEW".
023700     05  DLI9-T-OVERDUE            PIC ZZZ,ZZ9.
023800 01  DLI9-TOTAL-LINE-6.
023900     05  FILLER                    PIC X(25)
024000         VALUE "  OF WHICH NEVER REVIEWED".
024100     05  DLI9-T-NEVER              PIC ZZZ,ZZ9.
024200 01  DLI9-TOTAL-LINE-7.
024300     05  FILLER                    PIC X(25)
024400         VALUE "HIGH-RISK ESCALATED".
024500     05  DLI9-T-ESCALATED          PIC ZZZ,ZZ9.
024600 01  DLI9-TOTAL-LINE-8.
024700     05  FILLER                    PIC X(25)
024800         VALUE "COUNTRY NOT RATED".
024900     05  DLI9-T-UNRATED            PIC ZZZ,ZZ9.
025000 01  DLI9-TOTAL-LINE-9.
025100     05  FILLER                    PIC X(25)
025200         VALUE "DELETED - LEFT CYCLE".
025300     05  DLI9-T-DELETED            PIC ZZZ,ZZ9.
025400 01  DLI9-TOTAL-LINE-10.
025500     05  FILLER                    PIC X(25)
025600         VALUE "REVIEWS FOR NO RECORD".
025700     05  DLI9-T-ORPHANS            PIC ZZZ,ZZ9.
025800*----------------------------------------------------------------
025900*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
026000*----------------------------------------------------------------
026100 01  DL903-PARMS.
026200     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL189".
026300     05  DL903-REC-TYPE            PIC X(1).
026400     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
026500*----------------------------------------------------------------
026600*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
026700*----------------------------------------------------------------
026800 01  DL902-DATES.
026900     05  DL902-EXEC-DATE           PIC 9(8).
027000 01  DL902-EXEC-LINE.
027100     05  FILLER                    PIC X(14)
027200         VALUE "BUSINESS DATE ".
027300     05  DL902-EL-BUS              PIC 9(8).
027400     05  FILLER                    PIC X(11)
027500         VALUE "  EXECUTED ".
027600     05  DL902-EL-EXEC             PIC 9(8).
027700 PROCEDURE DIVISION.
027800*================================================================
027900*    0000-MAINLINE  -  SNAMADDR DRIVES; THE SATELLITE AND THE    *
028000*                      POSTINGS FOLLOW IN KEY ORDER              *
028100*================================================================
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
028400     MOVE "S"                      TO DL903-REC-TYPE
028500     CALL "DL903" USING DL903-PARMS
028600     PERFORM 2000-PROCESS-EQ-REC    THRU 2000-EXIT
028700         UNTIL DLI9-EQ-EOF
028800     PERFORM 2050-SKIP-ORPHAN-REV   THRU 2050-EXIT
028900         UNTIL DLI9-REV-EOF
029000     PERFORM 2060-SKIP-ORPHAN-TRAN  THRU 2060-EXIT
029100         UNTIL DLI9-TRAN-EOF
029200     PERFORM 3000-TERMINATE         THRU 3000-EXIT
029300     MOVE "E"                      TO DL903-REC-TYPE
029400     MOVE DLI9-EQ-READ TO DL903-REC-COUNT
029500     CALL "DL903" USING DL903-PARMS
029600     GOBACK.
029700*================================================================
029800*    1000-INITIALIZE
029900*================================================================
030000 1000-INITIALIZE.
030100     CALL "DL902" USING DLI9-RUN-DATE DL902-EXEC-DATE
030200     MOVE DLI9-RUN-DATE            TO DLI9-CALC-DATE
030300     MOVE 1                        TO DLI9-CALC-MONTHS
030400     PERFORM 2800-ADD-MONTHS        THRU 2800-EXIT
030500     MOVE DLI9-CALC-DATE           TO DLI9-HORIZON-DT
030600     OPEN INPUT  DL189-CRY-FILE
030700     PERFORM 1100-LOAD-ONE-COUNTRY  THRU 1100-EXIT
030800         UNTIL DLI9-CRY-EOF
030900     CLOSE DL189-CRY-FILE
031000     OPEN INPUT  EQ-FILE
031100     OPEN INPUT  DL189-TRAN-FILE
031200     OPEN INPUT  DL189-REV-IN-FILE
031300     READ DL189-REV-IN-FILE
031400         AT END
031500             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
031600     END-READ
031700     MOVE DL189-REV-IN-LABEL       TO DLCTL-LABEL-RECORD
031800     IF NOT DLCTL-L-HEADER
031900         PERFORM 9950-LABEL-ABORT   THRU 9950-EXIT
032000     END-IF
032100     OPEN OUTPUT DL189-REV-OUT-FILE
032200     MOVE "HDR"                    TO DLCTL-L-TYPE
032300     MOVE "DL189"                  TO DLCTL-L-PROGRAM-ID
032400     MOVE DLI9-RUN-DATE            TO DLCTL-L-RUN-DATE
032500     MOVE ZERO                     TO DLCTL-L-REC-COUNT
032600     MOVE ZERO                     TO DLCTL-L-KEY-HASH
032700     WRITE DL189-REV-OUT-RECORD FROM DLCTL-LABEL-RECORD
032800     OPEN OUTPUT DL189-RPT-FILE
032900     OPEN OUTPUT DL189-ESC-FILE
033000     WRITE DL189-RPT-LINE FROM DLI9-HEADING-1
033100     MOVE DLI9-RUN-DATE TO DL902-EL-BUS
033200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
033300     WRITE DL189-RPT-LINE FROM DL902-EXEC-LINE
033400     WRITE DL189-RPT-LINE FROM SPACES
033500     WRITE DL189-RPT-LINE FROM DLI9-COLUMN-HEADING
033600     WRITE DL189-ESC-LINE FROM DLI9-ESC-HEADING
033700     WRITE DL189-ESC-LINE FROM DL902-EXEC-LINE
033800     WRITE DL189-ESC-LINE FROM SPACES
033900     WRITE DL189-ESC-LINE FROM DLI9-COLUMN-HEADING
034000     PERFORM 8000-READ-EQ           THRU 8000-EXIT
034100     PERFORM 8100-READ-REV          THRU 8100-EXIT
034200     PERFORM 8200-READ-TRAN         THRU 8200-EXIT.
034300 1000-EXIT.
034400     EXIT.
034500*================================================================
034600*    1100-LOAD-ONE-COUNTRY  -  A ROW WITH NO USABLE FREQUENCY    *
034700*                              IS LEFT OFF, SO THE COUNTRY       *
034800*                              FALLS TO THE UNRATED DEFAULT      *
034900*================================================================
035000 1100-LOAD-ONE-COUNTRY.
035100     READ DL189-CRY-FILE
035200         AT END
035300             SET DLI9-CRY-EOF TO TRUE
035400     END-READ
035500     IF DLI9-CRY-EOF
035600         GO TO 1100-EXIT
035700     END-IF
035800     IF DL189-C-REVIEW-MONTHS NOT NUMERIC
035900         OR DL189-C-REVIEW-MONTHS = ZERO
036000         OR NOT (DL189-C-HIGH OR DL189-C-MEDIUM OR DL189-C-LOW)
036100         GO TO 1100-EXIT
036200     END-IF
036300     IF DLI9-CRY-COUNT >= 300
036400         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
036500     END-IF
036600     ADD 1 TO DLI9-CRY-COUNT
036700     MOVE DL189-C-ISO-CNTRY
036800                       TO DLI9-C-ISO-CNTRY(DLI9-CRY-COUNT)
036900     MOVE DL189-C-RISK-RATING
037000                       TO DLI9-C-RISK-RATING(DLI9-CRY-COUNT)
037100     MOVE DL189-C-REVIEW-MONTHS
037200                       TO DLI9-C-REVIEW-MONTHS(DLI9-CRY-COUNT).
037300 1100-EXIT.
037400     EXIT.
037500*================================================================
037600*    2000-PROCESS-EQ-REC  -  ONE CORRESPONDENT RELATIONSHIP      *
037700*================================================================
037800 2000-PROCESS-EQ-REC.
037900     ADD 1 TO DLI9-EQ-READ
038000     MOVE "N"                      TO DLI9-DELETED-SW
038100     IF EQ-DLTN-IND = "Y"
038200         SET DLI9-DELETED          TO TRUE
038300     END-IF
038400     PERFORM 2050-SKIP-ORPHAN-REV   THRU 2050-EXIT
038500         UNTIL DLI9-REV-EOF
038600         OR DLI9-REV-KEY >= DLI9-EQ-KEY
038700     MOVE ZERO                     TO DLI9-LAST-REVIEW-DT
038800     MOVE SPACES                   TO DLI9-REVIEWER
038900     MOVE SPACE                    TO DLI9-OUTCOME
039000     MOVE ZERO                     TO DLI9-ESCALATED-DT
039100     IF DLI9-REV-KEY = DLI9-EQ-KEY
039200         MOVE DL189-R-LAST-REVIEW-DT TO DLI9-LAST-REVIEW-DT
039300         MOVE DL189-R-REVIEWER     TO DLI9-REVIEWER
039400         MOVE DL189-R-OUTCOME      TO DLI9-OUTCOME
039500         MOVE DL189-R-ESCALATED-DT TO DLI9-ESCALATED-DT
039600         PERFORM 8100-READ-REV      THRU 8100-EXIT
039700     END-IF
039800     PERFORM 2060-SKIP-ORPHAN-TRAN  THRU 2060-EXIT
039900         UNTIL DLI9-TRAN-EOF
040000         OR DLI9-TRAN-KEY >= DLI9-EQ-KEY
040100     PERFORM 2100-POST-ONE-REVIEW   THRU 2100-EXIT
040200         UNTIL DLI9-TRAN-EOF
040300         OR DLI9-TRAN-KEY NOT = DLI9-EQ-KEY
040400     IF DLI9-DELETED
040500         ADD 1 TO DLI9-DELETED-DROPPED
040600         GO TO 2000-READ-NEXT
040700     END-IF
040800     PERFORM 2200-ASSESS-DUE        THRU 2200-EXIT
040900     PERFORM 2400-CARRY-FORWARD     THRU 2400-EXIT.
041000 2000-READ-NEXT.
041100     PERFORM 8000-READ-EQ           THRU 8000-EXIT.
041200 2000-EXIT.
041300     EXIT.
041400*================================================================
041500*    2050-SKIP-ORPHAN-REV  -  A SATELLITE ENTRY WHOSE            *
041600*                             CORRESPONDENT IS GONE FROM         *
041700*                             SNAMADDR IS NOT CARRIED            *
041800*================================================================
041900 2050-SKIP-ORPHAN-REV.
042000     ADD 1 TO DLI9-ORPHANS-DROPPED
042100     PERFORM 8100-READ-REV          THRU 8100-EXIT.
042200 2050-EXIT.
042300     EXIT.
042400*================================================================
042500*    2060-SKIP-ORPHAN-TRAN  -  A POSTING FOR NO CORRESPONDENT    *
042600*================================================================
042700 2060-SKIP-ORPHAN-TRAN.
042800     ADD 1 TO DLI9-TRAN-REJECTED
042900     MOVE "REJECTED-NO RECORD"     TO DLI9-X-DISP
043000     PERFORM 2190-LIST-TRAN         THRU 2190-EXIT
043100     PERFORM 8200-READ-TRAN         THRU 8200-EXIT.
043200 2060-EXIT.
043300     EXIT.
043400*================================================================
043500*    2100-POST-ONE-REVIEW  -  A SIGNED-OFF REVIEW REPLACES AN    *
043600*                             OLDER ONE AND ENDS ANY ESCALATION  *
043700*================================================================
043800 2100-POST-ONE-REVIEW.
043900     IF DLI9-DELETED
044000         ADD 1 TO DLI9-TRAN-REJECTED
044100         MOVE "REJECTED-DELETED"   TO DLI9-X-DISP
044200         GO TO 2100-LIST
044300     END-IF
044400     IF DL189-T-REVIEW-DT NOT NUMERIC
044500         OR DL189-T-REVIEW-DT = ZERO
044600         OR DL189-T-REVIEW-DT > DLI9-RUN-DATE
044700         ADD 1 TO DLI9-TRAN-REJECTED
044800         MOVE "REJECTED-REVIEW DATE" TO DLI9-X-DISP
044900         GO TO 2100-LIST
045000     END-IF
045100     IF DL189-T-OUTCOME NOT = "P"
045200         AND DL189-T-OUTCOME NOT = "C"
045300         AND DL189-T-OUTCOME NOT = "F"
045400         ADD 1 TO DLI9-TRAN-REJECTED
045500         MOVE "REJECTED-OUTCOME"   TO DLI9-X-DISP
045600         GO TO 2100-LIST
045700     END-IF
045800     IF DL189-T-REVIEWER = SPACES
045900         ADD 1 TO DLI9-TRAN-REJECTED
046000         MOVE "REJECTED-NO REVIEWER" TO DLI9-X-DISP
046100         GO TO 2100-LIST
046200     END-IF
046300     IF DL189-T-REVIEW-DT < DLI9-LAST-REVIEW-DT
046400         ADD 1 TO DLI9-TRAN-REJECTED
046500         MOVE "REJECTED-OLDER ON FILE" TO DLI9-X-DISP
046600         GO TO 2100-LIST
046700     END-IF
046800     MOVE DL189-T-REVIEW-DT        TO DLI9-LAST-REVIEW-DT
046900     MOVE DL189-T-REVIEWER         TO DLI9-REVIEWER
047000     MOVE DL189-T-OUTCOME          TO DLI9-OUTCOME
047100     MOVE ZERO                     TO DLI9-ESCALATED-DT
047200     ADD 1 TO DLI9-REVIEWS-POSTED
047300     MOVE "POSTED"                 TO DLI9-X-DISP.
047400 2100-LIST.
047500     PERFORM 2190-LIST-TRAN         THRU 2190-EXIT
047600     PERFORM 8200-READ-TRAN         THRU 8200-EXIT.
047700 2100-EXIT.
047800     EXIT.
047900*================================================================
048000*    2190-LIST-TRAN
048100*================================================================
048200 2190-LIST-TRAN.
048300     MOVE DL189-T-BR-NO            TO DLI9-X-BR-NO
048400     MOVE DL189-T-KEY(5:5)         TO DLI9-X-CUST-NO
048500     MOVE DL189-T-KEY(10:2)        TO DLI9-X-LOCN-ID
048600     MOVE DL189-TRN-RECORD(12:8)   TO DLI9-X-REVIEW-DT
048700     MOVE DL189-T-REVIEWER         TO DLI9-X-REVIEWER
048800     MOVE DL189-T-OUTCOME          TO DLI9-X-OUTCOME
048900     WRITE DL189-RPT-LINE FROM DLI9-TRAN-LINE.
049000 2190-EXIT.
049100     EXIT.
049200*================================================================
049300*    2200-ASSESS-DUE  -  NEXT DUE FROM THE COUNTRY'S CYCLE;      *
049400*                        OVERDUE HIGH RISK IS ESCALATED          *
049500*================================================================
049600 2200-ASSESS-DUE.
049700     PERFORM 2290-FIND-COUNTRY      THRU 2290-EXIT
049800         VARYING DLI9-SUB FROM 1 BY 1
049900         UNTIL DLI9-SUB > DLI9-CRY-COUNT
050000         OR DLI9-C-ISO-CNTRY(DLI9-SUB) = EQ-ISO-CNTRY-CODE-DOM
050100     IF DLI9-SUB > DLI9-CRY-COUNT
050200         ADD 1 TO DLI9-UNRATED
050300         MOVE "H"                  TO DLI9-RISK-RATING
050400         MOVE 12                   TO DLI9-REVIEW-MONTHS
050500     ELSE
050600         MOVE DLI9-C-RISK-RATING(DLI9-SUB) TO DLI9-RISK-RATING
050700         MOVE DLI9-C-REVIEW-MONTHS(DLI9-SUB)
050800                                   TO DLI9-REVIEW-MONTHS
050900     END-IF
051000     IF DLI9-LAST-REVIEW-DT = ZERO
051100         MOVE ZERO                 TO DLI9-NEXT-DUE-DT
051200         MOVE "NEVER REVIEWED"     TO DLI9-STATUS
051300         ADD 1 TO DLI9-NEVER-REVIEWED
051400         ADD 1 TO DLI9-OVERDUE
051500         GO TO 2200-ESCALATE
051600     END-IF
051700     MOVE DLI9-LAST-REVIEW-DT      TO DLI9-CALC-DATE
051800     MOVE DLI9-REVIEW-MONTHS       TO DLI9-CALC-MONTHS
051900     PERFORM 2800-ADD-MONTHS        THRU 2800-EXIT
052000     MOVE DLI9-CALC-DATE           TO DLI9-NEXT-DUE-DT
052100     IF DLI9-NEXT-DUE-DT > DLI9-HORIZON-DT
052200         GO TO 2200-EXIT
052300     END-IF
052400     IF DLI9-NEXT-DUE-DT >= DLI9-RUN-DATE
052500         MOVE "DUE"                TO DLI9-STATUS
052600         ADD 1 TO DLI9-DUE
052700         PERFORM 2300-WRITE-DETAIL  THRU 2300-EXIT
052800         GO TO 2200-EXIT
052900     END-IF
053000     MOVE "OVERDUE"                TO DLI9-STATUS
053100     ADD 1 TO DLI9-OVERDUE.
053200 2200-ESCALATE.
053300     IF DLI9-RISK-RATING = "H"
053400         IF DLI9-ESCALATED-DT = ZERO
053500             MOVE DLI9-RUN-DATE    TO DLI9-ESCALATED-DT
053600         END-IF
053700         ADD 1 TO DLI9-ESCALATED
053800         PERFORM 2300-WRITE-DETAIL  THRU 2300-EXIT
053900         WRITE DL189-ESC-LINE FROM DLI9-DETAIL-LINE
054000     ELSE
054100         PERFORM 2300-WRITE-DETAIL  THRU 2300-EXIT
054200     END-IF.
054300 2200-EXIT.
054400     EXIT.
054500*================================================================
054600*    2290-FIND-COUNTRY  -  BODY IS EMPTY; THE SEARCH IS DONE     *
054700*                          ENTIRELY BY THE VARYING/UNTIL         *
054800*================================================================
054900 2290-FIND-COUNTRY.
055000     CONTINUE.
055100 2290-EXIT.
055200     EXIT.
055300*================================================================
055400*    2300-WRITE-DETAIL
055500*================================================================
055600 2300-WRITE-DETAIL.
055700     MOVE EQ-BR-NO                 TO DLI9-D-BR-NO
055800     MOVE EQ-CUST-NO               TO DLI9-D-CUST-NO
055900     MOVE EQ-LOCN-ID               TO DLI9-D-LOCN-ID
056000     MOVE EQ-ADDR-NAME             TO DLI9-D-NAME
056100     MOVE EQ-ISO-CNTRY-CODE-DOM    TO DLI9-D-CNTRY
056200     MOVE DLI9-RISK-RATING         TO DLI9-D-RATING
056300     MOVE DLI9-LAST-REVIEW-DT      TO DLI9-D-LAST-REVIEW-DT
056400     MOVE DLI9-REVIEWER            TO DLI9-D-REVIEWER
056500     MOVE DLI9-OUTCOME             TO DLI9-D-OUTCOME
056600     MOVE DLI9-NEXT-DUE-DT         TO DLI9-D-NEXT-DUE-DT
056700     MOVE DLI9-ESCALATED-DT        TO DLI9-D-ESCALATED-DT
056800     MOVE DLI9-STATUS              TO DLI9-D-STATUS
056900     WRITE DL189-RPT-LINE FROM DLI9-DETAIL-LINE.
057000 2300-EXIT.
057100     EXIT.
057200*================================================================
057300*    2400-CARRY-FORWARD  -  THE SATELLITE ENTRY FOR NEXT MONTH   *
057400*================================================================
057500 2400-CARRY-FORWARD.
057600     MOVE SPACES                   TO DL189-REV-RECORD
057700     MOVE DLI9-EQ-KEY              TO DL189-R-KEY
057800     MOVE DLI9-LAST-REVIEW-DT      TO DL189-R-LAST-REVIEW-DT
057900     MOVE DLI9-REVIEWER            TO DL189-R-REVIEWER
058000     MOVE DLI9-OUTCOME             TO DL189-R-OUTCOME
058100     MOVE DLI9-ESCALATED-DT        TO DL189-R-ESCALATED-DT
058200     WRITE DL189-REV-OUT-RECORD FROM DL189-REV-RECORD
058300     ADD 1 TO DLI9-LBL-OUT-COUNT
058400     MOVE ZEROES                   TO DLI9-LBL-KEY-WORK
058500     MOVE DL189-R-KEY(5:7)         TO DLI9-LBL-KEY-WORK(4:7)
058600     PERFORM 9850-LBL-HASH-TERM     THRU 9850-EXIT
058700     ADD DLI9-LBL-TERM             TO DLI9-LBL-OUT-HASH.
058800 2400-EXIT.
058900     EXIT.
059000*================================================================
059100*    2800-ADD-MONTHS  -  DLI9-CALC-DATE PLUS DLI9-CALC-MONTHS;   *
059200*                        A DAY PAST THE 28TH COMES BACK TO THE   *
059300*                        28TH SO NO MONTH-END IS OVERSHOT        *
059400*================================================================
059500 2800-ADD-MONTHS.
059600     COMPUTE DLI9-MONTH-NO = DLI9-CALC-CCYY * 12
059700         + DLI9-CALC-MM - 1 + DLI9-CALC-MONTHS
059800     DIVIDE DLI9-MONTH-NO BY 12 GIVING DLI9-CALC-CCYY
059900         REMAINDER DLI9-MONTH-REM
060000     COMPUTE DLI9-CALC-MM = DLI9-MONTH-REM + 1
060100     IF DLI9-CALC-DD > 28
060200         MOVE 28                   TO DLI9-CALC-DD
060300     END-IF.
060400 2800-EXIT.
060500     EXIT.
060600*================================================================
060700*    3000-TERMINATE
060800*================================================================
060900 3000-TERMINATE.
061000     MOVE DLI9-EQ-READ             TO DLI9-T-EQ-READ
061100     MOVE DLI9-REVIEWS-POSTED      TO DLI9-T-POSTED
061200     MOVE DLI9-TRAN-REJECTED       TO DLI9-T-REJECTED
061300     MOVE DLI9-DUE                 TO DLI9-T-DUE
061400     MOVE DLI9-OVERDUE             TO DLI9-T-OVERDUE
061500     MOVE DLI9-NEVER-REVIEWED      TO DLI9-T-NEVER
061600     MOVE DLI9-ESCALATED           TO DLI9-T-ESCALATED
061700     MOVE DLI9-UNRATED             TO DLI9-T-UNRATED
061800     MOVE DLI9-DELETED-DROPPED     TO DLI9-T-DELETED
061900     MOVE DLI9-ORPHANS-DROPPED     TO DLI9-T-ORPHANS
062000     WRITE DL189-RPT-LINE FROM SPACES
062100     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-1
062200     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-2
062300     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-3
062400     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-4
062500     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-5
062600     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-6
062700     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-7
062800     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-8
062900     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-9
063000     WRITE DL189-RPT-LINE FROM DLI9-TOTAL-LINE-10
063100     CLOSE EQ-FILE
063200     CLOSE DL189-TRAN-FILE
063300     CLOSE DL189-REV-IN-FILE
063400     MOVE "TRL"                    TO DLCTL-L-TYPE
063500     MOVE "DL189"                  TO DLCTL-L-PROGRAM-ID
063600     MOVE DLI9-RUN-DATE            TO DLCTL-L-RUN-DATE
063700     MOVE DLI9-LBL-OUT-COUNT       TO DLCTL-L-REC-COUNT
063800     MOVE DLI9-LBL-OUT-HASH        TO DLCTL-L-KEY-HASH
063900     WRITE DL189-REV-OUT-RECORD FROM DLCTL-LABEL-RECORD
064000     CLOSE DL189-REV-OUT-FILE
064100     CLOSE DL189-RPT-FILE
064200     CLOSE DL189-ESC-FILE.
064300 3000-EXIT.
064400     EXIT.
064500*================================================================
064600*    8000-READ-EQ
064700*================================================================
064800 8000-READ-EQ.
064900     READ EQ-FILE
065000         AT END
065100             SET DLI9-EQ-EOF TO TRUE
065200             MOVE HIGH-VALUES      TO DLI9-EQ-KEY
065300     END-READ
065400     IF NOT DLI9-EQ-EOF
065500         MOVE EQ-BR-NO             TO DLI9-EQ-KEY(1:4)
065600         MOVE EQ-CUST-NO           TO DLI9-EQ-KEY(5:5)
065700         MOVE EQ-LOCN-ID           TO DLI9-EQ-KEY(10:2)
065800     END-IF.
065900 8000-EXIT.
066000     EXIT.
066100*================================================================
066200*    8100-READ-REV  -  THE TRAILER MUST BALANCE                  *
066300*================================================================
066400 8100-READ-REV.
066500     READ DL189-REV-IN-FILE
066600         AT END
066700             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
066800     END-READ
066900     IF DL189-REV-IN-LABEL(1:3) = "TRL"
067000         MOVE DL189-REV-IN-LABEL   TO DLCTL-LABEL-RECORD
067100         IF DLCTL-L-REC-COUNT NOT = DLI9-LBL-IN-COUNT
067200             OR DLCTL-L-KEY-HASH NOT = DLI9-LBL-IN-HASH
067300             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
067400         END-IF
067500         SET DLI9-REV-EOF          TO TRUE
067600         MOVE HIGH-VALUES          TO DLI9-REV-KEY
067700     ELSE
067800         ADD 1 TO DLI9-LBL-IN-COUNT
067900         MOVE ZEROES               TO DLI9-LBL-KEY-WORK
068000         MOVE DL189-R-KEY(5:7)     TO DLI9-LBL-KEY-WORK(4:7)
068100         PERFORM 9850-LBL-HASH-TERM THRU 9850-EXIT
068200         ADD DLI9-LBL-TERM         TO DLI9-LBL-IN-HASH
068300         MOVE DL189-R-KEY          TO DLI9-REV-KEY
068400     END-IF.
068500 8100-EXIT.
068600     EXIT.
068700*================================================================
068800*    8200-READ-TRAN
068900*================================================================
069000 8200-READ-TRAN.
069100     READ DL189-TRAN-FILE
069200         AT END
069300             SET DLI9-TRAN-EOF TO TRUE
069400             MOVE HIGH-VALUES      TO DLI9-TRAN-KEY
069500     END-READ
069600     IF NOT DLI9-TRAN-EOF
069700         MOVE DL189-T-KEY          TO DLI9-TRAN-KEY
069800     END-IF.
069900 8200-EXIT.
070000     EXIT.
070100*================================================================
070200*    9850-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
070300*                           PLACED IN DLI9-LBL-KEY-WORK          *
070400*================================================================
070500 9850-LBL-HASH-TERM.
070600     IF DLI9-LBL-KEY-WORK IS NUMERIC
070700         MOVE DLI9-LBL-KEY-NUM     TO DLI9-LBL-TERM
070800     ELSE
070900         MOVE 1                    TO DLI9-LBL-TERM
071000     END-IF.
071100 9850-EXIT.
071200     EXIT.
071300*================================================================
071400*    9900-TABLE-ABORT  -  THE COUNTRY TABLE IS FULL; THE STEP    *
071500*                         FAILS RATHER THAN MIS-CYCLE            *
071600*================================================================
071700 9900-TABLE-ABORT.
071800     DISPLAY "DL189: COUNTRIES EXCEED THE 300-ENTRY TABLE"
071900     MOVE 8                        TO RETURN-CODE
072000     GOBACK.
072100 9900-EXIT.
072200     EXIT.
072300*================================================================
072400*    9950-LABEL-ABORT  -  A MISSING OR MISMATCHED DL189REV       *
072500*                         LABEL FAILS THE STEP                   *
072600*================================================================
072700 9950-LABEL-ABORT.
072800     DISPLAY "DL189: DL189REV LABEL MISSING OR MISMATCHED"
072900     MOVE 8                        TO RETURN-CODE
073000     GOBACK.
073100 9950-EXIT.
073200     EXIT.
