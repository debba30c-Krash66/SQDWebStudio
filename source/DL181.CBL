000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL181.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - GROUP PACKAGE RENEWAL CYCLE.
001100*                   THE LATEST VSGPPAC OCCURRENCE OF EACH ACTIVE
001200*                   PACKAGE WHOSE GB-PKG-END-DT FALLS WITHIN THE
001300*                   DL181PRM WINDOW (90 DAYS BY DEFAULT, DAY
001400*                   COUNTS THROUGH THE SHARED DL900 ROUTINE) IS
001500*                   LISTED FOR RENEWAL: NEXT GB-PKG-SEQ-NO,
001600*                   START THE DAY AFTER THE OLD END, END ONE
001700*                   TERM (12 MONTHS BY DEFAULT) LATER.  CURRENT
001800*                   ENROLLMENT (THE DL074 DERIVATION AND
001900*                   SEGMENT-FORMAT PRICING) IS PRICED TWICE PER
002000*                   CONTRACT TYPE - AT THE VSGPBLR ROW IN FORCE
002100*                   TODAY AND AT THE ROW IN FORCE ON THE RENEWAL
002200*                   START DATE (THE SUCCESSOR ROWS DL075 LOADS)
002300*                   - SO ACCOUNT MANAGERS SEE THE DOLLAR IMPACT
002400*                   BEFORE THE OFFER GOES OUT.  IN RELEASE MODE
002500*                   ("R") VSGPPAC IS COPIED TO A NEW MASTER (THE
002600*                   DL075 APPLY PATTERN) WITH EACH RENEWAL
002700*                   OCCURRENCE WRITTEN BEHIND THE ONE IT RENEWS,
002800*                   THE BENEFIT AND CONTRACT-TYPE STRUCTURE
002900*                   COPIED FORWARD.  A PACKAGE STILL ACTIVE PAST
003000*                   ITS END DATE WITH NO LATER OCCURRENCE IS AN
003100*                   EXCEPTION.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DL181-PRM-FILE     ASSIGN TO DL181PRM
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT VSGPPAC-FILE       ASSIGN TO VSGPPAC
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT VSGPBLR-FILE       ASSIGN TO VSGPBLR
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL181-PACO-FILE    ASSIGN TO DL181PACO
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT DL181-RPT-FILE     ASSIGN TO DL181RPT
005200            ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DL181-PRM-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY DL181PRM.
005800 FD  VSGPPAC-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY VSGPPAC.
006100 FD  VSGPBLR-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY VSGPBLR.
006400 FD  BED1EMP-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY BED1EMP.
006700     COPY BED1EMPT.
006800 FD  BHS1DEP-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY BHS1DEP.
007100 FD  DL181-PACO-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  DL181-PACO-RECORD             PIC X(445).
007400 FD  DL181-RPT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  DL181-RPT-LINE                PIC X(132).
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900*    DLI1-SWITCHES AND COUNTERS
008000*----------------------------------------------------------------
008100 01  DLI1-SWITCHES.
008200     05  DLI1-PKG-EOF-SW           PIC X(1)     VALUE "N".
008300         88  DLI1-PKG-EOF                        VALUE "Y".
008400     05  DLI1-RTE-EOF-SW           PIC X(1)     VALUE "N".
008500         88  DLI1-RTE-EOF                        VALUE "Y".
008600     05  DLI1-MSTR-EOF-SW          PIC X(1)     VALUE "N".
008700         88  DLI1-MSTR-EOF                       VALUE "Y".
008800     05  DLI1-DEP-EOF-SW           PIC X(1)     VALUE "N".
008900         88  DLI1-DEP-EOF                        VALUE "Y".
009000     05  DLI1-MODE-SW              PIC X(1)     VALUE "L".
009100         88  DLI1-LIST-MODE                      VALUE "L".
009200         88  DLI1-RELEASE-MODE                   VALUE "R".
009300 77  DLI1-CHILD-REL                PIC X(2)     VALUE "CH".
009400 01  DLI1-KEYS.
009500     05  DLI1-DEP-KEY              PIC X(13).
009600*----------------------------------------------------------------
009700*    DLI1-LAST-SEQ-TABLE  -  HIGHEST GB-PKG-SEQ-NO OF EACH       *
009800*    PACKAGE 000-999 (FIRST PASS), AND THE RENEWAL ENTRY OF A    *
009900*    RENEWING PACKAGE, SUBSCRIPTED BY PACKAGE NUMBER PLUS ONE    *
010000*----------------------------------------------------------------
010100 01  DLI1-PKG-INDEX.
010200     05  DLI1-PKG-IDX-ENTRY OCCURS 1000 TIMES.
010300         10  DLI1-LAST-SEQ         PIC 9(2).
010400         10  DLI1-REN-OF-PKG       PIC S9(4) COMP.
010500*----------------------------------------------------------------
010600*    DLI1-REN-TABLE  -  THE PACKAGES BEING RENEWED, WITH         *
010700*    ENROLLMENT PER CONTRACT TYPE (THE DL074 SHAPE).  CHILD      *
010800*    UNITS ARE CAPPED SEPARATELY AT THE EXPIRING AND THE         *
010900*    PROPOSED "03" SEGMENT'S MAXIMUM                             *
011000*----------------------------------------------------------------
011100 01  DLI1-REN-TABLE.
011200     05  DLI1-REN-COUNT            PIC S9(4) COMP VALUE ZERO.
011300     05  DLI1-REN-ENTRY OCCURS 500 TIMES.
011400         10  DLI1-R-PKG-NO         PIC 9(3).
011500         10  DLI1-R-SEQ-NO         PIC 9(2).
011600         10  DLI1-R-END-DT         PIC 9(7).
011700         10  DLI1-R-DAYS-LEFT      PIC S9(4) COMP.
011800         10  DLI1-R-NEW-SEQ-NO     PIC 9(2).
011900         10  DLI1-R-NEW-STRT-DT    PIC 9(7).
012000         10  DLI1-R-NEW-END-DT     PIC 9(7).
012100         10  DLI1-R-SLOT OCCURS 25 TIMES.
012200             15  DLI1-R-CON-TY-CD  PIC 9(4).
012300             15  DLI1-R-ACTUAL     PIC S9(7).
012400             15  DLI1-R-CHD-OLD    PIC S9(7).
012500             15  DLI1-R-CHD-NEW    PIC S9(7).
012600*----------------------------------------------------------------
012700*    DLI1-EXC-TABLE  -  ACTIVE PAST THE END DATE, NOT RENEWED
012800*----------------------------------------------------------------
012900 01  DLI1-EXC-TABLE.
013000     05  DLI1-EXC-COUNT            PIC S9(4) COMP VALUE ZERO.
013100     05  DLI1-EXC-ENTRY OCCURS 500 TIMES.
013200         10  DLI1-X-PKG-NO         PIC 9(3).
013300         10  DLI1-X-SEQ-NO         PIC 9(2).
013400         10  DLI1-X-END-DT         PIC 9(7).
013500         10  DLI1-X-DAYS-PAST      PIC S9(4) COMP.
013600         10  DLI1-X-REASON         PIC X(30).
013700*----------------------------------------------------------------
013800*    DLI1-RTE-TABLE  -  EVERY ACTIVE VSGPBLR ROW, SO A RATE CAN  *
013900*    BE FOUND IN FORCE ON ANY DATE                               *
014000*----------------------------------------------------------------
014100 01  DLI1-RTE-TABLE.
014200     05  DLI1-RTE-COUNT            PIC S9(4) COMP VALUE ZERO.
014300     05  DLI1-RTE-ENTRY OCCURS 2000 TIMES.
014400         10  DLI1-T-CON-TY-CD      PIC 9(4).
014500         10  DLI1-T-EFF-DT         PIC 9(7).
014600         10  DLI1-T-TERM-DT        PIC 9(7).
014700         10  DLI1-T-SEGM-TY        PIC X(2).
014800         10  DLI1-T-BILL-RTE       PIC 9(3)V9(2).
014900         10  DLI1-T-DBCR-VAL       PIC S9(3)V9(2).
015000         10  DLI1-T-GRP-RATE       PIC 9(3)V9(2).
015100         10  DLI1-T-MAX-CHD        PIC 9(2).
015200         10  DLI1-T-CHD-RTE        PIC S9(3)V9(2).
015300*----------------------------------------------------------------
015400*    DLI1-DAYS-IN-MONTH  -  FEBRUARY IS ADJUSTED FOR LEAP YEARS
015500*----------------------------------------------------------------
015600 01  DLI1-MONTH-DAYS-VALUES        PIC X(24)
015700         VALUE "312831303130313130313031".
015800 01  DLI1-MONTH-DAYS-TABLE REDEFINES DLI1-MONTH-DAYS-VALUES.
015900     05  DLI1-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
016000 01  DLI1-WORK-FIELDS.
016100     05  DLI1-SUB                  PIC S9(4) COMP.
016200     05  DLI1-SLOT-SUB             PIC S9(4) COMP.
016300     05  DLI1-COV-SUB              PIC S9(4) COMP.
016400     05  DLI1-RTE-SUB              PIC S9(4) COMP.
016500     05  DLI1-BEST-SUB             PIC S9(4) COMP.
016600     05  DLI1-WORK-PKG-NO          PIC 9(3).
016700     05  DLI1-WORK-CON-TY          PIC 9(4).
016800     05  DLI1-PRICE-DT             PIC 9(7).
016900     05  DLI1-CHD-COUNT            PIC S9(4) COMP VALUE ZERO.
017000     05  DLI1-CHD-UNITS            PIC S9(4) COMP.
017100     05  DLI1-UNITS-CHD            PIC S9(7).
017200     05  DLI1-LINE-AMT             PIC S9(11)V9(2).
017300     05  DLI1-APPLIED-RATE         PIC S9(3)V9(2).
017400     05  DLI1-OLD-AMT              PIC S9(11)V9(2).
017500     05  DLI1-NEW-AMT              PIC S9(11)V9(2).
017600     05  DLI1-OLD-RATE             PIC S9(3)V9(2).
017700     05  DLI1-NEW-RATE             PIC S9(3)V9(2).
017800     05  DLI1-PKG-OLD-AMT          PIC S9(11)V9(2).
017900     05  DLI1-PKG-NEW-AMT          PIC S9(11)V9(2).
018000     05  DLI1-PKG-MEMBERS          PIC S9(7).
018100     05  DLI1-NOTE                 PIC X(16).
018200     05  DLI1-REASON               PIC X(30).
018300     05  DLI1-END-JULIAN           PIC S9(8) COMP.
018400     05  DLI1-DAYS-TO-END          PIC S9(8) COMP.
018500     05  DLI1-MONTHS               PIC S9(4) COMP.
018600     05  DLI1-YEARS                PIC S9(4) COMP.
018700     05  DLI1-QUOT                 PIC S9(4) COMP.
018800     05  DLI1-REM-4                PIC S9(4) COMP.
018900     05  DLI1-REM-100              PIC S9(4) COMP.
019000     05  DLI1-REM-400              PIC S9(4) COMP.
019100     05  DLI1-DAYS-THIS-MONTH      PIC 9(2).
019200*    CALENDAR WORK DATE FOR THE DAY AND MONTH ARITHMETIC
019300     05  DLI1-CAL-DATE             PIC 9(8).
019400     05  DLI1-CAL-DATE-R REDEFINES DLI1-CAL-DATE.
019500         10  DLI1-CAL-CCYY         PIC 9(4).
019600         10  DLI1-CAL-MM           PIC 9(2).
019700         10  DLI1-CAL-DD           PIC 9(2).
019800 01  DLI1-DATE-WORK.
019900     05  DLI1-RUN-DATE             PIC 9(8).
020000     05  DLI1-RUN-DATE-7           PIC 9(7).
020100     05  DLI1-RUN-JULIAN           PIC S9(8) COMP.
020200     05  DLI1-WINDOW-DAYS          PIC 9(3)     VALUE 90.
020300     05  DLI1-TERM-MONTHS          PIC 9(2)     VALUE 12.
020400 01  DLI1-COUNTERS.
020500     05  DLI1-PKG-READ             PIC S9(8) COMP VALUE ZERO.
020600     05  DLI1-PKG-WRITTEN          PIC S9(8) COMP VALUE ZERO.
020700     05  DLI1-RENEWALS-WRITTEN     PIC S9(8) COMP VALUE ZERO.
020800     05  DLI1-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
020900     05  DLI1-NO-RATE-LINES        PIC S9(8) COMP VALUE ZERO.
021000     05  DLI1-TOTAL-OLD-AMT        PIC S9(13)V9(2) VALUE ZERO.
021100     05  DLI1-TOTAL-NEW-AMT        PIC S9(13)V9(2) VALUE ZERO.
021200 01  DLI1-HEADING-1.
021300     05  FILLER                    PIC X(40)
021400         VALUE "GROUP PACKAGE RENEWAL PROJECTION".
021500 01  DLI1-HEADING-2.
021600     05  FILLER                    PIC X(5) VALUE "MODE".
021700     05  DLI1-HDG-MODE             PIC X(8).
021800     05  FILLER                    PIC X(8) VALUE "WINDOW".
021900     05  DLI1-HDG-WINDOW           PIC ZZ9.
022000     05  FILLER                    PIC X(7) VALUE " DAYS".
022100     05  FILLER                    PIC X(6) VALUE "TERM".
022200     05  DLI1-HDG-TERM             PIC Z9.
022300     05  FILLER                    PIC X(7) VALUE " MONTHS".
022400 01  DLI1-PKG-LINE.
022500     05  FILLER                    PIC X(8)  VALUE "PACKAGE".
022600     05  DLI1-PL-PKG-NO            PIC 9(3).
022700     05  FILLER                    PIC X(5)  VALUE " SEQ".
022800     05  DLI1-PL-SEQ-NO            PIC 9(2).
022900     05  FILLER                    PIC X(6)  VALUE " ENDS".
023000     05  DLI1-PL-END-DT            PIC 9(8).
023100     05  FILLER                    PIC X(2)  VALUE " (".
023200     05  DLI1-PL-DAYS              PIC ZZ9.
023300     05  FILLER                    PIC X(8)  VALUE " DAYS)".
023400     05  FILLER                    PIC X(12) VALUE "RENEWAL SEQ".
023500     05  DLI1-PL-NEW-SEQ-NO        PIC 9(2).
023600     05  FILLER                    PIC X(1)  VALUE SPACES.
023700     05  DLI1-PL-NEW-STRT-DT       PIC 9(8).
023800     05  FILLER                    PIC X(3)  VALUE " - ".
023900     05  DLI1-PL-NEW-END-DT        PIC 9(8).
024000 01  DLI1-COLUMN-HEADING.
024100     05  FILLER                    PIC X(18) VALUE
024200         "  CON TY   MEMBERS".
024300     05  FILLER                    PIC X(19) VALUE
024400         "   EXP RTE  NEW RTE".
024500     05  FILLER                    PIC X(16) VALUE
024600         "   EXPIRING PRM".
024700     05  FILLER                    PIC X(16) VALUE
024800         "   PROPOSED PRM".
024900     05  FILLER                    PIC X(16) VALUE
025000         "          CHANGE".
025100 01  DLI1-DETAIL-LINE.
025200     05  FILLER                    PIC X(4)  VALUE SPACES.
025300     05  DLI1-D-CON-TY             PIC 9(4).
025400     05  FILLER                    PIC X(3)  VALUE SPACES.
025500     05  DLI1-D-MEMBERS            PIC ZZZ,ZZ9.
025600     05  FILLER                    PIC X(3)  VALUE SPACES.
025700     05  DLI1-D-OLD-RATE           PIC ZZ9.99-.
025800     05  FILLER                    PIC X(2)  VALUE SPACES.
025900     05  DLI1-D-NEW-RATE           PIC ZZ9.99-.
026000     05  FILLER                    PIC X(2)  VALUE SPACES.
026100     05  DLI1-D-OLD-AMT            PIC ZZ,ZZZ,ZZ9.99-.
026200     05  FILLER                    PIC X(2)  VALUE SPACES.
026300     05  DLI1-D-NEW-AMT            PIC ZZ,ZZZ,ZZ9.99-.
026400     05  FILLER                    PIC X(2)  VALUE SPACES.
026500     05  DLI1-D-CHANGE             PIC ---,---,--9.99.
026600     05  FILLER                    PIC X(2)  VALUE SPACES.
026700     05  DLI1-D-NOTE               PIC X(16).
026800 01  DLI1-PKG-TOTAL-LINE.
026900     05  FILLER                    PIC X(4)  VALUE SPACES.
027000     05  FILLER                    PIC X(7)  VALUE "TOTAL".
027100     05  DLI1-PT-MEMBERS           PIC ZZZ,ZZ9.
027200     05  FILLER                    PIC X(21) VALUE SPACES.
027300     05  DLI1-PT-OLD-AMT           PIC ZZ,ZZZ,ZZ9.99-.
027400     05  FILLER                    PIC X(2)  VALUE SPACES.
027500     05  DLI1-PT-NEW-AMT           PIC ZZ,ZZZ,ZZ9.99-.
027600     05  FILLER                    PIC X(2)  VALUE SPACES.
027700     05  DLI1-PT-CHANGE            PIC ---,---,--9.99.
027800 01  DLI1-EXC-HEADING.
027900     05  FILLER                    PIC X(50)
028000         VALUE "EXCEPTIONS - ACTIVE PAST END DATE, NOT RENEWED".
028100 01  DLI1-EXC-LINE.
028200     05  FILLER                    PIC X(8)  VALUE "PACKAGE".
028300     05  DLI1-XL-PKG-NO            PIC 9(3).
028400     05  FILLER                    PIC X(5)  VALUE " SEQ".
028500     05  DLI1-XL-SEQ-NO            PIC 9(2).
028600     05  FILLER                    PIC X(7)  VALUE " ENDED".
028700     05  DLI1-XL-END-DT            PIC 9(8).
028800     05  FILLER                    PIC X(2)  VALUE SPACES.
028900     05  DLI1-XL-DAYS              PIC ZZZ9.
029000     05  FILLER                    PIC X(12) VALUE " DAYS AGO".
029100     05  DLI1-XL-REASON            PIC X(30).
029200 01  DLI1-TOTAL-LINE-1.
029300     05  FILLER                    PIC X(30)
029400         VALUE "PACKAGE OCCURRENCES READ".
029500     05  DLI1-T-PKG-READ           PIC ZZZ,ZZZ,ZZ9.
029600 01  DLI1-TOTAL-LINE-2.
029700     05  FILLER                    PIC X(30)
029800         VALUE "PACKAGES DUE FOR RENEWAL".
029900     05  DLI1-T-REN-COUNT          PIC ZZZ,ZZZ,ZZ9.
030000 01  DLI1-TOTAL-LINE-3.
030100     05  FILLER                    PIC X(30)
030200         VALUE "RENEWAL OCCURRENCES WRITTEN".
030300     05  DLI1-T-REN-WRITTEN        PIC ZZZ,ZZZ,ZZ9.
030400 01  DLI1-TOTAL-LINE-4.
030500     05  FILLER                    PIC X(30)
030600         VALUE "NOT RENEWED PAST END DATE".
030700     05  DLI1-T-EXC-COUNT          PIC ZZZ,ZZZ,ZZ9.
030800 01  DLI1-TOTAL-LINE-5.
030900     05  FILLER                    PIC X(30)
031000         VALUE "LINES WITHOUT A RATE".
031100     05  DLI1-T-NO-RATE            PIC ZZZ,ZZZ,ZZ9.
031200 01  DLI1-TOTAL-LINE-6.
031300     05  FILLER                    PIC X(30)
031400         VALUE "TOTAL EXPIRING PREMIUM".
031500     05  DLI1-T-OLD-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
031600 01  DLI1-TOTAL-LINE-7.
031700     05  FILLER                    PIC X(30)
031800         VALUE "TOTAL PROPOSED PREMIUM".
031900     05  DLI1-T-NEW-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
032000*----------------------------------------------------------------
032100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
032200*----------------------------------------------------------------
032300 01  DL903-PARMS.
032400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL181".
032500     05  DL903-REC-TYPE            PIC X(1).
032600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
032700*----------------------------------------------------------------
032800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
032900*----------------------------------------------------------------
033000 01  DL902-DATES.
033100     05  DL902-EXEC-DATE           PIC 9(8).
033200 01  DL902-EXEC-LINE.
033300     05  FILLER                    PIC X(14)
033400         VALUE "BUSINESS DATE ".
033500     05  DL902-EL-BUS              PIC 9(8).
033600     05  FILLER                    PIC X(11)
033700         VALUE "  EXECUTED ".
033800     05  DL902-EL-EXEC             PIC 9(8).
033900 PROCEDURE DIVISION.
034000*================================================================
034100*    0000-MAINLINE
034200*================================================================
034300 0000-MAINLINE.
034400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
034500     MOVE "S"                      TO DL903-REC-TYPE
034600     CALL "DL903" USING DL903-PARMS
034700     PERFORM 2000-PASS-PACKAGES     THRU 2000-EXIT
034800     IF DLI1-REN-COUNT > ZERO
034900         PERFORM 3000-COUNT-ENROLLMENT THRU 3000-EXIT
035000     END-IF
035100     PERFORM 4000-REPORT-RENEWALS   THRU 4000-EXIT
035200     PERFORM 4500-REPORT-EXCEPTIONS THRU 4500-EXIT
035300     PERFORM 5000-TERMINATE         THRU 5000-EXIT
035400     MOVE "E"                      TO DL903-REC-TYPE
035500     MOVE DLI1-PKG-READ TO DL903-REC-COUNT
035600     CALL "DL903" USING DL903-PARMS
035700     GOBACK.
035800*================================================================
035900*    1000-INITIALIZE  -  NO CARD IS A LIST RUN WITH THE DEFAULT  *
036000*                        WINDOW AND TERM; A CARD THAT CANNOT BE  *
036100*                        READ FAILS THE STEP (THE DL098 RULE)    *
036200*================================================================
036300 1000-INITIALIZE.
036400     CALL "DL902" USING DLI1-RUN-DATE DL902-EXEC-DATE
036500     COMPUTE DLI1-RUN-DATE-7 = DLI1-RUN-DATE - 19000000
036600     CALL "DL900" USING DLI1-RUN-DATE DLI1-RUN-JULIAN
036700     OPEN INPUT  DL181-PRM-FILE
036800     READ DL181-PRM-FILE
036900         AT END
037000             MOVE SPACES           TO DL181-PRM-RECORD
037100             MOVE "L"              TO DL181-P-MODE
037200     END-READ
037300     CLOSE DL181-PRM-FILE
037400     IF NOT DL181-P-LIST
037500         AND NOT DL181-P-RELEASE
037600         PERFORM 9800-BAD-CARD      THRU 9800-EXIT
037700     END-IF
037800     MOVE DL181-P-MODE             TO DLI1-MODE-SW
037900     IF DL181-P-WINDOW-DAYS-X NOT = SPACES
038000         IF DL181-P-WINDOW-DAYS NOT NUMERIC
038100             PERFORM 9800-BAD-CARD  THRU 9800-EXIT
038200         END-IF
038300         MOVE DL181-P-WINDOW-DAYS  TO DLI1-WINDOW-DAYS
038400     END-IF
038500     IF DL181-P-TERM-MONTHS-X NOT = SPACES
038600         IF DL181-P-TERM-MONTHS NOT NUMERIC
038700             OR DL181-P-TERM-MONTHS = ZERO
038800             PERFORM 9800-BAD-CARD  THRU 9800-EXIT
038900         END-IF
039000         MOVE DL181-P-TERM-MONTHS  TO DLI1-TERM-MONTHS
039100     END-IF
039200     OPEN OUTPUT DL181-RPT-FILE
039300     IF DLI1-RELEASE-MODE
039400         MOVE "RELEASE"            TO DLI1-HDG-MODE
039500     ELSE
039600         MOVE "LIST"               TO DLI1-HDG-MODE
039700     END-IF
039800     MOVE DLI1-WINDOW-DAYS         TO DLI1-HDG-WINDOW
039900     MOVE DLI1-TERM-MONTHS         TO DLI1-HDG-TERM
040000     WRITE DL181-RPT-LINE FROM DLI1-HEADING-1
040100     MOVE DLI1-RUN-DATE TO DL902-EL-BUS
040200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
040300     WRITE DL181-RPT-LINE FROM DL902-EXEC-LINE
040400     WRITE DL181-RPT-LINE FROM DLI1-HEADING-2
040500     PERFORM 1100-CLEAR-ONE-PKG     THRU 1100-EXIT
040600         VARYING DLI1-SUB FROM 1 BY 1
040700         UNTIL DLI1-SUB > 1000
040800     OPEN INPUT  VSGPBLR-FILE
040900     PERFORM 1200-LOAD-ONE-RATE     THRU 1200-EXIT
041000         UNTIL DLI1-RTE-EOF
041100     CLOSE VSGPBLR-FILE
041200     OPEN INPUT  VSGPPAC-FILE
041300     PERFORM 1300-NOTE-ONE-SEQ      THRU 1300-EXIT
041400         UNTIL DLI1-PKG-EOF
041500     CLOSE VSGPPAC-FILE.
041600 1000-EXIT.
041700     EXIT.
041800*================================================================
041900*    1100-CLEAR-ONE-PKG
042000*================================================================
042100 1100-CLEAR-ONE-PKG.
042200     MOVE ZERO                     TO DLI1-LAST-SEQ(DLI1-SUB)
042300     MOVE ZERO                     TO DLI1-REN-OF-PKG(DLI1-SUB).
042400 1100-EXIT.
042500     EXIT.
042600*================================================================
042700*    1200-LOAD-ONE-RATE  -  EVERY ACTIVE ROW, PICKED UP BY ITS   *
042800*                           SEGMENT FORMAT THE DL074 WAY; A      *
042900*                           TABLE OVERFLOW FAILS THE STEP (THE   *
043000*                           DL060 RULE)                          *
043100*================================================================
043200 1200-LOAD-ONE-RATE.
043300     READ VSGPBLR-FILE
043400         AT END
043500             SET DLI1-RTE-EOF TO TRUE
043600     END-READ
043700     IF DLI1-RTE-EOF
043800         OR NOT GF-RS-ACTIVE
043900         GO TO 1200-EXIT
044000     END-IF
044100     IF DLI1-RTE-COUNT >= 2000
044200         PERFORM 9910-RTE-ABORT     THRU 9910-EXIT
044300     END-IF
044400     ADD 1 TO DLI1-RTE-COUNT
044500     MOVE DLI1-RTE-COUNT           TO DLI1-RTE-SUB
044600     MOVE GF-CON-TY-CD        TO DLI1-T-CON-TY-CD(DLI1-RTE-SUB)
044700     MOVE GF-RTE-EFF-DT       TO DLI1-T-EFF-DT(DLI1-RTE-SUB)
044800     MOVE GF-TERM-DT          TO DLI1-T-TERM-DT(DLI1-RTE-SUB)
044900     MOVE GF-SEGM-TY-CD       TO DLI1-T-SEGM-TY(DLI1-RTE-SUB)
045000     MOVE ZERO                TO DLI1-T-BILL-RTE(DLI1-RTE-SUB)
045100     MOVE ZERO                TO DLI1-T-DBCR-VAL(DLI1-RTE-SUB)
045200     MOVE ZERO                TO DLI1-T-GRP-RATE(DLI1-RTE-SUB)
045300     MOVE ZERO                TO DLI1-T-MAX-CHD(DLI1-RTE-SUB)
045400     MOVE ZERO                TO DLI1-T-CHD-RTE(DLI1-RTE-SUB)
045500     EVALUATE GF-SEGM-TY-CD
045600         WHEN "01"
045700             MOVE GF-DBCR-VAL      TO
045800                 DLI1-T-DBCR-VAL(DLI1-RTE-SUB)
045900             MOVE GF-GRP-BILL-RATE TO
046000                 DLI1-T-GRP-RATE(DLI1-RTE-SUB)
046100         WHEN "03"
046200             MOVE GF-MAX-CHD-NO    TO
046300                 DLI1-T-MAX-CHD(DLI1-RTE-SUB)
046400             MOVE GF-CHD-RTE       TO
046500                 DLI1-T-CHD-RTE(DLI1-RTE-SUB)
046600         WHEN OTHER
046700             MOVE GF-NGRP-BILL-RTE(1) TO
046800                 DLI1-T-BILL-RTE(DLI1-RTE-SUB)
046900     END-EVALUATE.
047000 1200-EXIT.
047100     EXIT.
047200*================================================================
047300*    1300-NOTE-ONE-SEQ  -  FIRST PASS: THE LATEST OCCURRENCE OF  *
047400*                          EACH PACKAGE                          *
047500*================================================================
047600 1300-NOTE-ONE-SEQ.
047700     READ VSGPPAC-FILE
047800         AT END
047900             SET DLI1-PKG-EOF TO TRUE
048000     END-READ
048100     IF DLI1-PKG-EOF
048200         GO TO 1300-EXIT
048300     END-IF
048400     COMPUTE DLI1-SUB = GB-PKG-NO + 1
048500     IF GB-PKG-SEQ-NO > DLI1-LAST-SEQ(DLI1-SUB)
048600         MOVE GB-PKG-SEQ-NO        TO DLI1-LAST-SEQ(DLI1-SUB)
048700     END-IF.
048800 1300-EXIT.
048900     EXIT.
049000*================================================================
049100*    2000-PASS-PACKAGES  -  SECOND PASS: PICK THE RENEWALS AND   *
049200*                           EXCEPTIONS; IN RELEASE MODE COPY     *
049300*                           EVERY OCCURRENCE FORWARD             *
049400*================================================================
049500 2000-PASS-PACKAGES.
049600     MOVE "N"                      TO DLI1-PKG-EOF-SW
049700     OPEN INPUT  VSGPPAC-FILE
049800     IF DLI1-RELEASE-MODE
049900         OPEN OUTPUT DL181-PACO-FILE
050000     END-IF
050100     PERFORM 8000-READ-PACKAGE      THRU 8000-EXIT
050200     PERFORM 2100-ONE-OCCURRENCE    THRU 2100-EXIT
050300         UNTIL DLI1-PKG-EOF
050400     CLOSE VSGPPAC-FILE
050500     IF DLI1-RELEASE-MODE
050600         CLOSE DL181-PACO-FILE
050700     END-IF.
050800 2000-EXIT.
050900     EXIT.
051000*================================================================
051100*    2100-ONE-OCCURRENCE  -  ONLY A PACKAGE'S LATEST, ACTIVE,    *
051200*                            DATED OCCURRENCE CAN NEED RENEWAL;  *
051300*                            9999999 IS OPEN-ENDED (DL024)       *
051400*================================================================
051500 2100-ONE-OCCURRENCE.
051600     IF DLI1-RELEASE-MODE
051700         WRITE DL181-PACO-RECORD FROM GB-VSGPPACC
051800         ADD 1 TO DLI1-PKG-WRITTEN
051900     END-IF
052000     COMPUTE DLI1-SUB = GB-PKG-NO + 1
052100     IF GB-PKG-SEQ-NO NOT = DLI1-LAST-SEQ(DLI1-SUB)
052200         OR NOT GB-PS-ACTIVE
052300         OR GB-PKG-END-DT = ZERO
052400         OR GB-PKG-END-DT = 9999999
052500         GO TO 2100-READ-NEXT
052600     END-IF
052700     COMPUTE DLI1-CAL-DATE = GB-PKG-END-DT + 19000000
052800     CALL "DL900" USING DLI1-CAL-DATE DLI1-END-JULIAN
052900     COMPUTE DLI1-DAYS-TO-END = DLI1-END-JULIAN - DLI1-RUN-JULIAN
053000     IF DLI1-DAYS-TO-END < ZERO
053100         MOVE "ACTIVE - NO LATER OCCURRENCE" TO DLI1-REASON
053200         PERFORM 2300-NOTE-EXCEPTION THRU 2300-EXIT
053300         GO TO 2100-READ-NEXT
053400     END-IF
053500     IF DLI1-DAYS-TO-END > DLI1-WINDOW-DAYS
053600         GO TO 2100-READ-NEXT
053700     END-IF
053800     IF GB-PKG-SEQ-NO = 99
053900         MOVE "SEQUENCE NUMBERS EXHAUSTED" TO DLI1-REASON
054000         PERFORM 2300-NOTE-EXCEPTION THRU 2300-EXIT
054100         GO TO 2100-READ-NEXT
054200     END-IF
054300     PERFORM 2200-RENEW-PACKAGE     THRU 2200-EXIT.
054400 2100-READ-NEXT.
054500     PERFORM 8000-READ-PACKAGE      THRU 8000-EXIT.
054600 2100-EXIT.
054700     EXIT.
054800*================================================================
054900*    2200-RENEW-PACKAGE  -  THE RENEWAL STARTS THE DAY AFTER THE *
055000*                           OLD END AND RUNS ONE TERM.  IN       *
055100*                           RELEASE MODE IT IS BUILT IN THE      *
055200*                           PACKAGE FILE'S OWN RECORD AREA AFTER *
055300*                           THE EXPIRING OCCURRENCE HAS BEEN     *
055400*                           WRITTEN (THE DL075 SUCCESSOR), SO    *
055500*                           EVERYTHING ELSE CARRIES FORWARD      *
055600*================================================================
055700 2200-RENEW-PACKAGE.
055800     IF DLI1-REN-COUNT >= 500
055900         PERFORM 9900-REN-ABORT     THRU 9900-EXIT
056000     END-IF
056100     ADD 1 TO DLI1-REN-COUNT
056200     MOVE DLI1-REN-COUNT           TO DLI1-REN-OF-PKG(DLI1-SUB)
056300     MOVE GB-PKG-NO        TO DLI1-R-PKG-NO(DLI1-REN-COUNT)
056400     MOVE GB-PKG-SEQ-NO    TO DLI1-R-SEQ-NO(DLI1-REN-COUNT)
056500     MOVE GB-PKG-END-DT    TO DLI1-R-END-DT(DLI1-REN-COUNT)
056600     MOVE DLI1-DAYS-TO-END TO DLI1-R-DAYS-LEFT(DLI1-REN-COUNT)
056700     COMPUTE DLI1-R-NEW-SEQ-NO(DLI1-REN-COUNT) =
056800         GB-PKG-SEQ-NO + 1
056900     PERFORM 8500-NEXT-DAY          THRU 8500-EXIT
057000     COMPUTE DLI1-R-NEW-STRT-DT(DLI1-REN-COUNT) =
057100         DLI1-CAL-DATE - 19000000
057200     PERFORM 8700-ADD-TERM          THRU 8700-EXIT
057300     COMPUTE DLI1-R-NEW-END-DT(DLI1-REN-COUNT) =
057400         DLI1-CAL-DATE - 19000000
057500     PERFORM 2210-COPY-ONE-SLOT     THRU 2210-EXIT
057600         VARYING DLI1-SLOT-SUB FROM 1 BY 1
057700         UNTIL DLI1-SLOT-SUB > 25
057800     IF NOT DLI1-RELEASE-MODE
057900         GO TO 2200-EXIT
058000     END-IF
058100     MOVE DLI1-R-NEW-SEQ-NO(DLI1-REN-COUNT)  TO GB-PKG-SEQ-NO
058200     MOVE DLI1-R-NEW-STRT-DT(DLI1-REN-COUNT) TO GB-PKG-STRT-DT
058300     MOVE DLI1-R-NEW-END-DT(DLI1-REN-COUNT)  TO GB-PKG-END-DT
058400     WRITE DL181-PACO-RECORD FROM GB-VSGPPACC
058500     ADD 1 TO DLI1-RENEWALS-WRITTEN.
058600 2200-EXIT.
058700     EXIT.
058800*================================================================
058900*    2210-COPY-ONE-SLOT
059000*================================================================
059100 2210-COPY-ONE-SLOT.
059200     MOVE GB-CON-TY-CD(DLI1-SLOT-SUB)
059300         TO DLI1-R-CON-TY-CD(DLI1-REN-COUNT DLI1-SLOT-SUB)
059400     MOVE ZERO
059500         TO DLI1-R-ACTUAL(DLI1-REN-COUNT DLI1-SLOT-SUB)
059600     MOVE ZERO
059700         TO DLI1-R-CHD-OLD(DLI1-REN-COUNT DLI1-SLOT-SUB)
059800     MOVE ZERO
059900         TO DLI1-R-CHD-NEW(DLI1-REN-COUNT DLI1-SLOT-SUB).
060000 2210-EXIT.
060100     EXIT.
060200*================================================================
060300*    2300-NOTE-EXCEPTION  -  DLI1-REASON CARRIES THE CAUSE
060400*================================================================
060500 2300-NOTE-EXCEPTION.
060600     IF DLI1-EXC-COUNT >= 500
060700         PERFORM 9920-EXC-ABORT     THRU 9920-EXIT
060800     END-IF
060900     ADD 1 TO DLI1-EXC-COUNT
061000     MOVE GB-PKG-NO        TO DLI1-X-PKG-NO(DLI1-EXC-COUNT)
061100     MOVE GB-PKG-SEQ-NO    TO DLI1-X-SEQ-NO(DLI1-EXC-COUNT)
061200     MOVE GB-PKG-END-DT    TO DLI1-X-END-DT(DLI1-EXC-COUNT)
061300     MOVE ZERO             TO DLI1-X-DAYS-PAST(DLI1-EXC-COUNT)
061400     IF DLI1-DAYS-TO-END < ZERO
061500         COMPUTE DLI1-X-DAYS-PAST(DLI1-EXC-COUNT) =
061600             ZERO - DLI1-DAYS-TO-END
061700     END-IF
061800     MOVE DLI1-REASON      TO DLI1-X-REASON(DLI1-EXC-COUNT).
061900 2300-EXIT.
062000     EXIT.
062100*================================================================
062200*    3000-COUNT-ENROLLMENT  -  THE DL074 DERIVATION, KEPT TO     *
062300*                              RENEWING PACKAGES                 *
062400*================================================================
062500 3000-COUNT-ENROLLMENT.
062600     OPEN INPUT  BED1EMP-FILE
062700     OPEN INPUT  BHS1DEP-FILE
062800     PERFORM 8100-READ-MASTER       THRU 8100-EXIT
062900     PERFORM 8200-READ-DEP          THRU 8200-EXIT
063000     PERFORM 3100-COUNT-ONE-MEMBER  THRU 3100-EXIT
063100         UNTIL DLI1-MSTR-EOF
063200     CLOSE BED1EMP-FILE
063300     CLOSE BHS1DEP-FILE.
063400 3000-EXIT.
063500     EXIT.
063600*================================================================
063700*    3100-COUNT-ONE-MEMBER
063800*================================================================
063900 3100-COUNT-ONE-MEMBER.
064000     ADD 1 TO DLI1-MSTR-READ
064100     PERFORM 3140-SKIP-ORPHAN-DEP   THRU 3140-EXIT
064200         UNTIL DLI1-DEP-EOF
064300         OR DLI1-DEP-KEY >= EMP-EMP-ID
064400     MOVE ZERO                     TO DLI1-CHD-COUNT
064500     PERFORM 3150-COUNT-ONE-CHILD   THRU 3150-EXIT
064600         UNTIL DLI1-DEP-EOF
064700         OR DLI1-DEP-KEY NOT = EMP-EMP-ID
064800     PERFORM 3200-DERIVE-MEMBER     THRU 3200-EXIT
064900     IF DLI1-WORK-PKG-NO = ZERO
065000         GO TO 3100-READ-NEXT
065100     END-IF
065200     COMPUTE DLI1-SUB = DLI1-WORK-PKG-NO + 1
065300     MOVE DLI1-REN-OF-PKG(DLI1-SUB) TO DLI1-SUB
065400     IF DLI1-SUB = ZERO
065500         GO TO 3100-READ-NEXT
065600     END-IF
065700     PERFORM 3190-SCAN-ONE          THRU 3190-EXIT
065800         VARYING DLI1-SLOT-SUB FROM 1 BY 1
065900         UNTIL DLI1-SLOT-SUB > 25
066000         OR DLI1-R-CON-TY-CD(DLI1-SUB DLI1-SLOT-SUB)
066100            = DLI1-WORK-CON-TY
066200     IF DLI1-SLOT-SUB > 25
066300         GO TO 3100-READ-NEXT
066400     END-IF
066500     ADD 1 TO DLI1-R-ACTUAL(DLI1-SUB DLI1-SLOT-SUB)
066600     MOVE DLI1-RUN-DATE-7          TO DLI1-PRICE-DT
066700     PERFORM 3300-CHILD-UNITS       THRU 3300-EXIT
066800     ADD DLI1-CHD-UNITS
066900         TO DLI1-R-CHD-OLD(DLI1-SUB DLI1-SLOT-SUB)
067000     MOVE DLI1-R-NEW-STRT-DT(DLI1-SUB) TO DLI1-PRICE-DT
067100     PERFORM 3300-CHILD-UNITS       THRU 3300-EXIT
067200     ADD DLI1-CHD-UNITS
067300         TO DLI1-R-CHD-NEW(DLI1-SUB DLI1-SLOT-SUB).
067400 3100-READ-NEXT.
067500     PERFORM 8100-READ-MASTER       THRU 8100-EXIT.
067600 3100-EXIT.
067700     EXIT.
067800*================================================================
067900*    3140-SKIP-ORPHAN-DEP  -  DEPENDENT FOR A MEMBER NO LONGER   *
068000*                             ON BED1EMP                         *
068100*================================================================
068200 3140-SKIP-ORPHAN-DEP.
068300     PERFORM 8200-READ-DEP          THRU 8200-EXIT.
068400 3140-EXIT.
068500     EXIT.
068600*================================================================
068700*    3150-COUNT-ONE-CHILD
068800*================================================================
068900 3150-COUNT-ONE-CHILD.
069000     IF CLS-REL = DLI1-CHILD-REL
069100         ADD 1 TO DLI1-CHD-COUNT
069200     END-IF
069300     PERFORM 8200-READ-DEP          THRU 8200-EXIT.
069400 3150-EXIT.
069500     EXIT.
069600*================================================================
069700*    3190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
069800*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
069900*                      PERFORM THAT CALLS THIS                   *
070000*================================================================
070100 3190-SCAN-ONE.
070200     CONTINUE.
070300 3190-EXIT.
070400     EXIT.
070500*================================================================
070600*    3200-DERIVE-MEMBER  -  ACTIVE MEMBER, OPEN OCCURRENCE,      *
070700*                           ROUTING CODE AS CONTRACT TYPE (DL074)*
070800*================================================================
070900 3200-DERIVE-MEMBER.
071000     MOVE ZERO                     TO DLI1-WORK-PKG-NO
071100     MOVE ZERO                     TO DLI1-WORK-CON-TY
071200     IF EMP-FINAL-ACC-DT NOT = ZERO
071300         GO TO 3200-EXIT
071400     END-IF
071500     PERFORM 3190-SCAN-ONE          THRU 3190-EXIT
071600         VARYING DLI1-COV-SUB FROM 1 BY 1
071700         UNTIL DLI1-COV-SUB > 12
071800         OR (EMP-COV-EFF-DT-EE-T(DLI1-COV-SUB) NOT = ZERO
071900             AND EMP-COV-CANC-DT-EE-T(DLI1-COV-SUB) = ZERO)
072000     IF DLI1-COV-SUB > 12
072100         GO TO 3200-EXIT
072200     END-IF
072300     IF EMP-COV-GROUP-EE1(1:3) IS NUMERIC
072400         MOVE EMP-COV-GROUP-EE1(1:3) TO DLI1-WORK-PKG-NO
072500     END-IF
072600     IF EMP-COV-ROUT-CD-T(DLI1-COV-SUB) NUMERIC
072700         MOVE EMP-COV-ROUT-CD-T(DLI1-COV-SUB)
072800                                   TO DLI1-WORK-CON-TY
072900     END-IF.
073000 3200-EXIT.
073100     EXIT.
073200*================================================================
073300*    3300-CHILD-UNITS  -  THE MEMBER'S CHILDREN CAPPED AT THE    *
073400*                         MAXIMUM OF THE "03" ROW IN FORCE ON    *
073500*                         DLI1-PRICE-DT; ZERO UNDER ANY OTHER    *
073600*                         FORMAT                                 *
073700*================================================================
073800 3300-CHILD-UNITS.
073900     MOVE ZERO                     TO DLI1-CHD-UNITS
074000     PERFORM 8300-FIND-RATE         THRU 8300-EXIT
074100     IF DLI1-BEST-SUB = ZERO
074200         GO TO 3300-EXIT
074300     END-IF
074400     IF DLI1-T-SEGM-TY(DLI1-BEST-SUB) NOT = "03"
074500         GO TO 3300-EXIT
074600     END-IF
074700     MOVE DLI1-CHD-COUNT           TO DLI1-CHD-UNITS
074800     IF DLI1-T-MAX-CHD(DLI1-BEST-SUB) NOT = ZERO
074900         AND DLI1-CHD-UNITS > DLI1-T-MAX-CHD(DLI1-BEST-SUB)
075000         MOVE DLI1-T-MAX-CHD(DLI1-BEST-SUB) TO DLI1-CHD-UNITS
075100     END-IF.
075200 3300-EXIT.
075300     EXIT.
075400*================================================================
075500*    4000-REPORT-RENEWALS  -  PER PACKAGE, EACH ENROLLED         *
075600*                             CONTRACT TYPE AT THE EXPIRING AND  *
075700*                             THE PROPOSED RATE                  *
075800*================================================================
075900 4000-REPORT-RENEWALS.
076000     PERFORM 4100-REPORT-ONE-PKG    THRU 4100-EXIT
076100         VARYING DLI1-SUB FROM 1 BY 1
076200         UNTIL DLI1-SUB > DLI1-REN-COUNT.
076300 4000-EXIT.
076400     EXIT.
076500*================================================================
076600*    4100-REPORT-ONE-PKG
076700*================================================================
076800 4100-REPORT-ONE-PKG.
076900     MOVE DLI1-R-PKG-NO(DLI1-SUB)  TO DLI1-PL-PKG-NO
077000     MOVE DLI1-R-SEQ-NO(DLI1-SUB)  TO DLI1-PL-SEQ-NO
077100     COMPUTE DLI1-PL-END-DT = DLI1-R-END-DT(DLI1-SUB) + 19000000
077200     MOVE DLI1-R-DAYS-LEFT(DLI1-SUB) TO DLI1-PL-DAYS
077300     MOVE DLI1-R-NEW-SEQ-NO(DLI1-SUB) TO DLI1-PL-NEW-SEQ-NO
077400     COMPUTE DLI1-PL-NEW-STRT-DT =
077500         DLI1-R-NEW-STRT-DT(DLI1-SUB) + 19000000
077600     COMPUTE DLI1-PL-NEW-END-DT =
077700         DLI1-R-NEW-END-DT(DLI1-SUB) + 19000000
077800     WRITE DL181-RPT-LINE FROM SPACES
077900     WRITE DL181-RPT-LINE FROM DLI1-PKG-LINE
078000     WRITE DL181-RPT-LINE FROM DLI1-COLUMN-HEADING
078100     MOVE ZERO                     TO DLI1-PKG-MEMBERS
078200     MOVE ZERO                     TO DLI1-PKG-OLD-AMT
078300     MOVE ZERO                     TO DLI1-PKG-NEW-AMT
078400     PERFORM 4200-REPORT-ONE-SLOT   THRU 4200-EXIT
078500         VARYING DLI1-SLOT-SUB FROM 1 BY 1
078600         UNTIL DLI1-SLOT-SUB > 25
078700     MOVE DLI1-PKG-MEMBERS         TO DLI1-PT-MEMBERS
078800     MOVE DLI1-PKG-OLD-AMT         TO DLI1-PT-OLD-AMT
078900     MOVE DLI1-PKG-NEW-AMT         TO DLI1-PT-NEW-AMT
079000     COMPUTE DLI1-PT-CHANGE = DLI1-PKG-NEW-AMT - DLI1-PKG-OLD-AMT
079100     WRITE DL181-RPT-LINE FROM DLI1-PKG-TOTAL-LINE
079200     ADD DLI1-PKG-OLD-AMT          TO DLI1-TOTAL-OLD-AMT
079300     ADD DLI1-PKG-NEW-AMT          TO DLI1-TOTAL-NEW-AMT.
079400 4100-EXIT.
079500     EXIT.
079600*================================================================
079700*    4200-REPORT-ONE-SLOT
079800*================================================================
079900 4200-REPORT-ONE-SLOT.
080000     IF DLI1-R-ACTUAL(DLI1-SUB DLI1-SLOT-SUB) = ZERO
080100         GO TO 4200-EXIT
080200     END-IF
080300     MOVE SPACES                   TO DLI1-NOTE
080400     MOVE DLI1-R-CON-TY-CD(DLI1-SUB DLI1-SLOT-SUB)
080500                                   TO DLI1-WORK-CON-TY
080600     MOVE DLI1-RUN-DATE-7          TO DLI1-PRICE-DT
080700     MOVE DLI1-R-CHD-OLD(DLI1-SUB DLI1-SLOT-SUB)
080800                                   TO DLI1-UNITS-CHD
080900     PERFORM 4300-PRICE-LINE        THRU 4300-EXIT
081000     MOVE DLI1-LINE-AMT            TO DLI1-OLD-AMT
081100     MOVE DLI1-APPLIED-RATE        TO DLI1-OLD-RATE
081200     MOVE DLI1-R-NEW-STRT-DT(DLI1-SUB) TO DLI1-PRICE-DT
081300     MOVE DLI1-R-CHD-NEW(DLI1-SUB DLI1-SLOT-SUB)
081400                                   TO DLI1-UNITS-CHD
081500     PERFORM 4300-PRICE-LINE        THRU 4300-EXIT
081600     MOVE DLI1-LINE-AMT            TO DLI1-NEW-AMT
081700     MOVE DLI1-APPLIED-RATE        TO DLI1-NEW-RATE
081800     MOVE DLI1-WORK-CON-TY         TO DLI1-D-CON-TY
081900     MOVE DLI1-R-ACTUAL(DLI1-SUB DLI1-SLOT-SUB)
082000                                   TO DLI1-D-MEMBERS
082100     MOVE DLI1-OLD-RATE            TO DLI1-D-OLD-RATE
082200     MOVE DLI1-NEW-RATE            TO DLI1-D-NEW-RATE
082300     MOVE DLI1-OLD-AMT             TO DLI1-D-OLD-AMT
082400     MOVE DLI1-NEW-AMT             TO DLI1-D-NEW-AMT
082500     COMPUTE DLI1-D-CHANGE = DLI1-NEW-AMT - DLI1-OLD-AMT
082600     MOVE DLI1-NOTE                TO DLI1-D-NOTE
082700     WRITE DL181-RPT-LINE FROM DLI1-DETAIL-LINE
082800     ADD DLI1-R-ACTUAL(DLI1-SUB DLI1-SLOT-SUB)
082900                                   TO DLI1-PKG-MEMBERS
083000     ADD DLI1-OLD-AMT              TO DLI1-PKG-OLD-AMT
083100     ADD DLI1-NEW-AMT              TO DLI1-PKG-NEW-AMT.
083200 4200-EXIT.
083300     EXIT.
083400*================================================================
083500*    4300-PRICE-LINE  -  THE DL074 SEGMENT-FORMAT PRICING AT THE *
083600*                        ROW IN FORCE ON DLI1-PRICE-DT: "01"     *
083700*                        FLAT GROUP BILL PLUS DEBIT/CREDIT, "03" *
083800*                        PER-CHILD RATE OVER THE CAPPED CHILD    *
083900*                        UNITS, ANYTHING ELSE RATE TIMES MEMBERS *
084000*================================================================
084100 4300-PRICE-LINE.
084200     MOVE ZERO                     TO DLI1-LINE-AMT
084300     MOVE ZERO                     TO DLI1-APPLIED-RATE
084400     PERFORM 8300-FIND-RATE         THRU 8300-EXIT
084500     IF DLI1-BEST-SUB = ZERO
084600         MOVE "** NO RATE ROW"     TO DLI1-NOTE
084700         ADD 1 TO DLI1-NO-RATE-LINES
084800         GO TO 4300-EXIT
084900     END-IF
085000     EVALUATE DLI1-T-SEGM-TY(DLI1-BEST-SUB)
085100         WHEN "01"
085200             COMPUTE DLI1-LINE-AMT =
085300                 DLI1-T-GRP-RATE(DLI1-BEST-SUB)
085400                 + DLI1-T-DBCR-VAL(DLI1-BEST-SUB)
085500             MOVE DLI1-T-GRP-RATE(DLI1-BEST-SUB)
085600                                   TO DLI1-APPLIED-RATE
085700         WHEN "03"
085800             COMPUTE DLI1-LINE-AMT =
085900                 DLI1-UNITS-CHD * DLI1-T-CHD-RTE(DLI1-BEST-SUB)
086000             MOVE DLI1-T-CHD-RTE(DLI1-BEST-SUB)
086100                                   TO DLI1-APPLIED-RATE
086200         WHEN OTHER
086300             COMPUTE DLI1-LINE-AMT =
086400                 DLI1-R-ACTUAL(DLI1-SUB DLI1-SLOT-SUB)
086500                 * DLI1-T-BILL-RTE(DLI1-BEST-SUB)
086600             MOVE DLI1-T-BILL-RTE(DLI1-BEST-SUB)
086700                                   TO DLI1-APPLIED-RATE
086800     END-EVALUATE.
086900 4300-EXIT.
087000     EXIT.
087100*================================================================
087200*    4500-REPORT-EXCEPTIONS
087300*================================================================
087400 4500-REPORT-EXCEPTIONS.
087500     WRITE DL181-RPT-LINE FROM SPACES
087600     WRITE DL181-RPT-LINE FROM DLI1-EXC-HEADING
087700     PERFORM 4510-REPORT-ONE-EXC    THRU 4510-EXIT
087800         VARYING DLI1-SUB FROM 1 BY 1
087900         UNTIL DLI1-SUB > DLI1-EXC-COUNT.
088000 4500-EXIT.
088100     EXIT.
088200*================================================================
088300*    4510-REPORT-ONE-EXC
088400*================================================================
088500 4510-REPORT-ONE-EXC.
088600     MOVE DLI1-X-PKG-NO(DLI1-SUB)  TO DLI1-XL-PKG-NO
088700     MOVE DLI1-X-SEQ-NO(DLI1-SUB)  TO DLI1-XL-SEQ-NO
088800     COMPUTE DLI1-XL-END-DT = DLI1-X-END-DT(DLI1-SUB) + 19000000
088900     MOVE DLI1-X-DAYS-PAST(DLI1-SUB) TO DLI1-XL-DAYS
089000     MOVE DLI1-X-REASON(DLI1-SUB)  TO DLI1-XL-REASON
089100     WRITE DL181-RPT-LINE FROM DLI1-EXC-LINE.
089200 4510-EXIT.
089300     EXIT.
089400*================================================================
089500*    5000-TERMINATE
089600*================================================================
089700 5000-TERMINATE.
089800     MOVE DLI1-PKG-READ            TO DLI1-T-PKG-READ
089900     MOVE DLI1-REN-COUNT           TO DLI1-T-REN-COUNT
090000     MOVE DLI1-RENEWALS-WRITTEN    TO DLI1-T-REN-WRITTEN
090100     MOVE DLI1-EXC-COUNT           TO DLI1-T-EXC-COUNT
090200     MOVE DLI1-NO-RATE-LINES       TO DLI1-T-NO-RATE
090300     MOVE DLI1-TOTAL-OLD-AMT       TO DLI1-T-OLD-AMT
090400     MOVE DLI1-TOTAL-NEW-AMT       TO DLI1-T-NEW-AMT
090500     WRITE DL181-RPT-LINE FROM SPACES
090600     WRITE DL181-RPT-LINE FROM DLI1-TOTAL-LINE-1
090700     WRITE DL181-RPT-LINE FROM DLI1-TOTAL-LINE-2
090800     WRITE DL181-RPT-LINE FROM DLI1-TOTAL-LINE-3
090900     WRITE DL181-RPT-LINE FROM DLI1-TOTAL-LINE-4
091000     WRITE DL181-RPT-LINE FROM DLI1-TOTAL-LINE-5
091100     WRITE DL181-RPT-LINE FROM DLI1-TOTAL-LINE-6
091200     WRITE DL181-RPT-LINE FROM DLI1-TOTAL-LINE-7
091300     CLOSE DL181-RPT-FILE.
091400 5000-EXIT.
091500     EXIT.
091600*================================================================
091700*    8000-READ-PACKAGE
091800*================================================================
091900 8000-READ-PACKAGE.
092000     READ VSGPPAC-FILE
092100         AT END
092200             SET DLI1-PKG-EOF TO TRUE
092300     END-READ
092400     IF NOT DLI1-PKG-EOF
092500         ADD 1 TO DLI1-PKG-READ
092600     END-IF.
092700 8000-EXIT.
092800     EXIT.
092900*================================================================
093000*    8100-READ-MASTER
093100*================================================================
093200 8100-READ-MASTER.
093300     READ BED1EMP-FILE
093400         AT END
093500             SET DLI1-MSTR-EOF TO TRUE
093600     END-READ.
093700 8100-EXIT.
093800     EXIT.
093900*================================================================
094000*    8200-READ-DEP
094100*================================================================
094200 8200-READ-DEP.
094300     READ BHS1DEP-FILE
094400         AT END
094500             SET DLI1-DEP-EOF TO TRUE
094600             MOVE HIGH-VALUES      TO DLI1-DEP-KEY
094700     END-READ
094800     IF NOT DLI1-DEP-EOF
094900         MOVE CLS-EMP-ID           TO DLI1-DEP-KEY
095000     END-IF.
095100 8200-EXIT.
095200     EXIT.
095300*================================================================
095400*    8300-FIND-RATE  -  THE ROW FOR DLI1-WORK-CON-TY IN FORCE ON *
095500*                       DLI1-PRICE-DT WITH THE LATEST EFFECTIVE  *
095600*                       DATE; ZERO OR 9999999 TERM IS OPEN.      *
095700*                       DLI1-BEST-SUB IS ZERO WHEN THERE IS NONE *
095800*================================================================
095900 8300-FIND-RATE.
096000     MOVE ZERO                     TO DLI1-BEST-SUB
096100     PERFORM 8310-CHECK-ONE-RATE    THRU 8310-EXIT
096200         VARYING DLI1-RTE-SUB FROM 1 BY 1
096300         UNTIL DLI1-RTE-SUB > DLI1-RTE-COUNT.
096400 8300-EXIT.
096500     EXIT.
096600*================================================================
096700*    8310-CHECK-ONE-RATE
096800*================================================================
096900 8310-CHECK-ONE-RATE.
097000     IF DLI1-T-CON-TY-CD(DLI1-RTE-SUB) NOT = DLI1-WORK-CON-TY
097100         OR DLI1-T-EFF-DT(DLI1-RTE-SUB) > DLI1-PRICE-DT
097200         GO TO 8310-EXIT
097300     END-IF
097400     IF DLI1-T-TERM-DT(DLI1-RTE-SUB) NOT = ZERO
097500         AND DLI1-T-TERM-DT(DLI1-RTE-SUB) < DLI1-PRICE-DT
097600         GO TO 8310-EXIT
097700     END-IF
097800     IF DLI1-BEST-SUB NOT = ZERO
097900         AND DLI1-T-EFF-DT(DLI1-BEST-SUB)
098000             > DLI1-T-EFF-DT(DLI1-RTE-SUB)
098100         GO TO 8310-EXIT
098200     END-IF
098300     MOVE DLI1-RTE-SUB             TO DLI1-BEST-SUB.
098400 8310-EXIT.
098500     EXIT.
098600*================================================================
098700*    8500-NEXT-DAY  -  DLI1-CAL-DATE (CCYYMMDD) ADVANCED ONE DAY
098800*================================================================
098900 8500-NEXT-DAY.
099000     PERFORM 8800-SET-MONTH-DAYS    THRU 8800-EXIT
099100     IF DLI1-CAL-DD < DLI1-DAYS-THIS-MONTH
099200         ADD 1 TO DLI1-CAL-DD
099300         GO TO 8500-EXIT
099400     END-IF
099500     MOVE 1                        TO DLI1-CAL-DD
099600     IF DLI1-CAL-MM < 12
099700         ADD 1 TO DLI1-CAL-MM
099800     ELSE
099900         MOVE 1                    TO DLI1-CAL-MM
100000         ADD 1 TO DLI1-CAL-CCYY
100100     END-IF.
100200 8500-EXIT.
100300     EXIT.
100400*================================================================
100500*    8600-PREV-DAY  -  DLI1-CAL-DATE (CCYYMMDD) BACK ONE DAY
100600*================================================================
100700 8600-PREV-DAY.
100800     IF DLI1-CAL-DD > 1
100900         SUBTRACT 1 FROM DLI1-CAL-DD
101000         GO TO 8600-EXIT
101100     END-IF
101200     IF DLI1-CAL-MM > 1
101300         SUBTRACT 1 FROM DLI1-CAL-MM
101400     ELSE
101500         MOVE 12                   TO DLI1-CAL-MM
101600         SUBTRACT 1 FROM DLI1-CAL-CCYY
101700     END-IF
101800     PERFORM 8800-SET-MONTH-DAYS    THRU 8800-EXIT
101900     MOVE DLI1-DAYS-THIS-MONTH     TO DLI1-CAL-DD.
102000 8600-EXIT.
102100     EXIT.
102200*================================================================
102300*    8700-ADD-TERM  -  THE LAST DAY OF A TERM STARTING ON        *
102400*                      DLI1-CAL-DATE: THE SAME DAY TERM MONTHS   *
102500*                      LATER (HELD TO THE MONTH'S LENGTH), LESS  *
102600*                      ONE DAY                                   *
102700*================================================================
102800 8700-ADD-TERM.
102900     COMPUTE DLI1-MONTHS = DLI1-CAL-MM - 1 + DLI1-TERM-MONTHS
103000     DIVIDE DLI1-MONTHS BY 12 GIVING DLI1-YEARS
103100         REMAINDER DLI1-MONTHS
103200     ADD DLI1-YEARS                TO DLI1-CAL-CCYY
103300     COMPUTE DLI1-CAL-MM = DLI1-MONTHS + 1
103400     PERFORM 8800-SET-MONTH-DAYS    THRU 8800-EXIT
103500     IF DLI1-CAL-DD > DLI1-DAYS-THIS-MONTH
103600         MOVE DLI1-DAYS-THIS-MONTH TO DLI1-CAL-DD
103700     END-IF
103800     PERFORM 8600-PREV-DAY          THRU 8600-EXIT.
103900 8700-EXIT.
104000     EXIT.
104100*================================================================
104200*    8800-SET-MONTH-DAYS  -  LENGTH OF DLI1-CAL-MM IN            *
104300*                            DLI1-CAL-CCYY, FEBRUARY 29 IN A     *
104400*                            LEAP YEAR                           *
104500*================================================================
104600 8800-SET-MONTH-DAYS.
104700     MOVE DLI1-MONTH-DAYS(DLI1-CAL-MM) TO DLI1-DAYS-THIS-MONTH
104800     IF DLI1-CAL-MM NOT = 2
104900         GO TO 8800-EXIT
105000     END-IF
105100     DIVIDE DLI1-CAL-CCYY BY 4 GIVING DLI1-QUOT
105200         REMAINDER DLI1-REM-4
105300     DIVIDE DLI1-CAL-CCYY BY 100 GIVING DLI1-QUOT
105400         REMAINDER DLI1-REM-100
105500     DIVIDE DLI1-CAL-CCYY BY 400 GIVING DLI1-QUOT
105600         REMAINDER DLI1-REM-400
105700     IF DLI1-REM-4 = ZERO
105800         AND (DLI1-REM-100 NOT = ZERO OR DLI1-REM-400 = ZERO)
105900         MOVE 29                   TO DLI1-DAYS-THIS-MONTH
106000     END-IF.
106100 8800-EXIT.
106200     EXIT.
106300*================================================================
106400*    9800-BAD-CARD  -  THE DL098 RULE
106500*================================================================
106600 9800-BAD-CARD.
106700     DISPLAY "DL181: PARAMETER CARD MISSING OR INVALID"
106800     MOVE 8                        TO RETURN-CODE
106900     GOBACK.
107000 9800-EXIT.
107100     EXIT.
107200*================================================================
107300*    9900-REN-ABORT  -  MORE RENEWALS THAN THE TABLE HOLDS
107400*================================================================
107500 9900-REN-ABORT.
107600     DISPLAY "DL181: RENEWALS EXCEED THE 500-PACKAGE TABLE"
107700     MOVE 8                        TO RETURN-CODE
107800     GOBACK.
107900 9900-EXIT.
108000     EXIT.
108100*================================================================
108200*    9910-RTE-ABORT  -  MORE RATE ROWS THAN THE TABLE HOLDS
108300*================================================================
108400 9910-RTE-ABORT.
108500     DISPLAY "DL181: VSGPBLR EXCEEDS THE 2000-ROW TABLE"
108600     MOVE 8                        TO RETURN-CODE
108700     GOBACK.
108800 9910-EXIT.
108900     EXIT.
109000*================================================================
109100*    9920-EXC-ABORT  -  MORE EXCEPTIONS THAN THE TABLE HOLDS
109200*================================================================
109300 9920-EXC-ABORT.
109400     DISPLAY "DL181: EXCEPTIONS EXCEED THE 500-PACKAGE TABLE"
109500     MOVE 8                        TO RETURN-CODE
109600     GOBACK.
109700 9920-EXIT.
109800     EXIT.
