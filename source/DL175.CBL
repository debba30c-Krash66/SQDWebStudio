000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL175.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - YEAR-END MINIMUM-ESSENTIAL-
001100*                   COVERAGE STATEMENTS (FORM 1095-B) AND THE
001200*                   ELECTRONIC TRANSMITTAL.  FOR THE DL175PRM
001300*                   TAX YEAR, EACH BED1EMP SUBSCRIBER'S COVERED
001400*                   MONTHS COME FROM THE EMP-COV-EE-TBL
001500*                   OCCURRENCES AND EACH BHS1DEP DEPENDENT'S
001600*                   FROM THE SPOUSE OR DEPENDENT HALF OF THE
001700*                   EMP-COV-SP-TBL OCCURRENCES (THE DL163
001800*                   SPLIT); A MONTH COUNTS WHEN COVERAGE WAS IN
001900*                   FORCE ON AT LEAST ONE DAY OF IT.  EVERY
002000*                   SUBSCRIBER WITH A COVERED INDIVIDUAL GETS
002100*                   ONE STATEMENT LISTING THEM ALL, MAILED TO
002200*                   THE DL125ADR "F" PURPOSE ADDRESS WITH
002300*                   FALLBACK TO THE MASTER (THE DL092 RULE) AND
002400*                   SUPPRESSED FROM PRINT WHEN DL097ADR FLAGS
002500*                   THE ADDRESS UNDELIVERABLE - A SUPPRESSED
002600*                   STATEMENT IS STILL FILED.  THE DL175TRN
002700*                   TRANSMITTAL CARRIES A HEADER, ONE RECORD
002800*                   PER INDIVIDUAL AND A CONTROL-TOTAL TRAILER.
002900*                   EVERY RUN WRITES THE DL175HST FILED IMAGE;
003000*                   A CORRECTION RUN ("C" ON THE CARD) COMPARES
003100*                   EACH SUBSCRIBER AGAINST THE PRIOR IMAGE AND
003200*                   ISSUES AND FILES A CORRECTED STATEMENT ONLY
003300*                   WHERE THE FILED DATA CHANGED (A SUBSCRIBER
003400*                   NEWLY REPORTABLE GETS AN ORIGINAL).
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT DL175-PRM-FILE     ASSIGN TO DL175PRM
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL125-ADR-FILE     ASSIGN TO DL125ADR
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL097-ADR-FILE     ASSIGN TO DL097ADR
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL175-HST-IN-FILE  ASSIGN TO DL175HSTI
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT DL175-HST-OUT-FILE ASSIGN TO DL175HSTO
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT DL175-TRN-FILE     ASSIGN TO DL175TRN
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT DL175-STM-FILE     ASSIGN TO DL175STM
005900            ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT DL175-RPT-FILE     ASSIGN TO DL175RPT
006100            ORGANIZATION IS LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  DL175-PRM-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY DL175PRM.
006700 FD  BED1EMP-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY BED1EMP.
007000     COPY BED1EMPT.
007100 FD  BHS1DEP-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY BHS1DEP.
007400 FD  DL125-ADR-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DL125ADR.
007700 FD  DL097-ADR-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL097ADR.
008000 FD  DL175-HST-IN-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  DL175-HST-IN-RECORD           PIC X(190).
008300 FD  DL175-HST-OUT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  DL175-HST-OUT-RECORD          PIC X(190).
008600 FD  DL175-TRN-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DL175TRN.
008900 FD  DL175-STM-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  DL175-STM-LINE                PIC X(132).
009200 FD  DL175-RPT-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  DL175-RPT-LINE                PIC X(132).
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------------
009700*    DLH5-SWITCHES AND COUNTERS
009800*----------------------------------------------------------------
009900 01  DLH5-SWITCHES.
010000     05  DLH5-PRM-EOF-SW           PIC X(1)     VALUE "N".
010100         88  DLH5-PRM-EOF                        VALUE "Y".
010200     05  DLH5-MSTR-EOF-SW          PIC X(1)     VALUE "N".
010300         88  DLH5-MSTR-EOF                       VALUE "Y".
010400     05  DLH5-DEP-EOF-SW           PIC X(1)     VALUE "N".
010500         88  DLH5-DEP-EOF                        VALUE "Y".
010600     05  DLH5-PUR-EOF-SW           PIC X(1)     VALUE "N".
010700         88  DLH5-PUR-EOF                        VALUE "Y".
010800     05  DLH5-ADR-EOF-SW           PIC X(1)     VALUE "N".
010900         88  DLH5-ADR-EOF                        VALUE "Y".
011000     05  DLH5-HST-EOF-SW           PIC X(1)     VALUE "N".
011100         88  DLH5-HST-EOF                        VALUE "Y".
011200     05  DLH5-COVERED-SW           PIC X(1)     VALUE "N".
011300         88  DLH5-COVERED                        VALUE "Y".
011400     05  DLH5-SUPPRESS-SW          PIC X(1)     VALUE "N".
011500         88  DLH5-SUPPRESSED                     VALUE "Y".
011600     05  DLH5-PUR-FOUND-SW         PIC X(1)     VALUE "N".
011700         88  DLH5-PUR-FOUND                      VALUE "Y".
011800     05  DLH5-CHANGED-SW           PIC X(1)     VALUE "N".
011900         88  DLH5-CHANGED                        VALUE "Y".
012000*    WHICH HALF OF THE COVERAGE TABLES DATES THE PERSON
012100     05  DLH5-PERSON-TYPE          PIC X(1).
012200         88  DLH5-SUBSCRIBER                     VALUE "S".
012300         88  DLH5-SPOUSE                         VALUE "P".
012400         88  DLH5-DEPENDENT                      VALUE "D".
012500     05  DLH5-ACTION-CD            PIC X(1).
012600         88  DLH5-ISSUE-ORIGINAL                 VALUE "O".
012700         88  DLH5-ISSUE-CORRECTED                VALUE "C".
012800         88  DLH5-UNCHANGED                      VALUE "U".
012900 77  DLH5-SPOUSE-REL               PIC X(2)     VALUE "SP".
013000*    POLICY ORIGIN CODE "B" - EMPLOYER-SPONSORED COVERAGE
013100 77  DLH5-ORIGIN-CD                PIC X(1)     VALUE "B".
013200 01  DLH5-KEYS.
013300     05  DLH5-DEP-KEY              PIC X(13).
013400     05  DLH5-ADR-KEY              PIC X(13).
013500     05  DLH5-HST-KEY              PIC X(13).
013600     05  DLH5-PUR-KEY.
013700         10  DLH5-PK-EMP-ID        PIC X(13).
013800         10  DLH5-PK-PURPOSE       PIC X(1).
013900     05  DLH5-WANT-KEY.
014000         10  DLH5-WK-EMP-ID        PIC X(13).
014100         10  DLH5-WK-PURPOSE       PIC X(1).
014200*----------------------------------------------------------------
014300*    DLH5-PARMS  -  FROM THE DL175PRM CARD
014400*----------------------------------------------------------------
014500 01  DLH5-PARMS.
014600     05  DLH5-TAX-YEAR             PIC 9(4).
014700     05  DLH5-RUN-TYPE             PIC X(1).
014800         88  DLH5-ORIGINAL-RUN                   VALUE "O".
014900         88  DLH5-CORRECTION-RUN                 VALUE "C".
015000*----------------------------------------------------------------
015100*    DLH5-MONTH-SPANS  -  FIRST AND LAST DAY OF EACH MONTH OF
015200*    THE TAX YEAR, BUILT AT START
015300*----------------------------------------------------------------
015400 01  DLH5-MONTH-SPANS.
015500     05  DLH5-MONTH-SPAN OCCURS 12 TIMES.
015600         10  DLH5-MON-START        PIC 9(8).
015700         10  DLH5-MON-END          PIC 9(8).
015800*----------------------------------------------------------------
015900*    DLH5-MONTH-TBL  -  DAYS PER MONTH (DL032 TABLE)
016000*----------------------------------------------------------------
016100 01  DLH5-MONTH-TBL.
016200     05  FILLER                    PIC 9(2)     VALUE 31.
016300     05  FILLER                    PIC 9(2)     VALUE 28.
016400     05  FILLER                    PIC 9(2)     VALUE 31.
016500     05  FILLER                    PIC 9(2)     VALUE 30.
016600     05  FILLER                    PIC 9(2)     VALUE 31.
016700     05  FILLER                    PIC 9(2)     VALUE 30.
016800     05  FILLER                    PIC 9(2)     VALUE 31.
016900     05  FILLER                    PIC 9(2)     VALUE 31.
017000     05  FILLER                    PIC 9(2)     VALUE 30.
017100     05  FILLER                    PIC 9(2)     VALUE 31.
017200     05  FILLER                    PIC 9(2)     VALUE 30.
017300     05  FILLER                    PIC 9(2)     VALUE 31.
017400 01  DLH5-MONTH-TBL-R REDEFINES DLH5-MONTH-TBL.
017500     05  DLH5-MONTH-DAYS OCCURS 12 TIMES
017600                                   PIC 9(2).
017700*----------------------------------------------------------------
017800*    DLH5-PERSON-TABLE  -  THE SUBSCRIBER'S COVERED INDIVIDUALS,
017900*    EACH HELD AS ITS DL175TRN FILED-DATA IMAGE.  OVERFLOW
018000*    ABORTS (DL060 RULE).
018100*----------------------------------------------------------------
018200 01  DLH5-PERSON-TABLE.
018300     05  DLH5-PERSON-COUNT         PIC S9(4) COMP VALUE ZERO.
018400     05  DLH5-P-FILED              PIC X(80) OCCURS 20 TIMES.
018500*----------------------------------------------------------------
018600*    DLH5-PRIOR-TABLE  -  THE SUBSCRIBER'S RECORDS ON THE PRIOR
018700*    FILED IMAGE, IN THE SAME FORM
018800*----------------------------------------------------------------
018900 01  DLH5-PRIOR-TABLE.
019000     05  DLH5-PRIOR-COUNT          PIC S9(4) COMP VALUE ZERO.
019100     05  DLH5-PRIOR-ENTRY OCCURS 20 TIMES.
019200         10  DLH5-R-RECORD         PIC X(190).
019300 01  DLH5-PRIOR-REC.
019400     05  FILLER                    PIC X(6).
019500     05  DLH5-PR-FILED.
019600         10  DLH5-PR-EMP-ID        PIC X(13).
019700         10  FILLER                PIC X(67).
019800     05  FILLER                    PIC X(104).
019900 01  DLH5-WORK-FIELDS.
020000     05  DLH5-SUB                  PIC S9(4) COMP VALUE ZERO.
020100     05  DLH5-MON-SUB              PIC S9(4) COMP VALUE ZERO.
020200     05  DLH5-COV-SUB              PIC S9(4) COMP VALUE ZERO.
020300     05  DLH5-MONTHS-COVERED       PIC S9(4) COMP VALUE ZERO.
020400     05  DLH5-STMT-MONTHS          PIC S9(4) COMP VALUE ZERO.
020500     05  DLH5-COV-EFF-DT           PIC 9(8).
020600     05  DLH5-COV-CANC-DT          PIC 9(8).
020700     05  DLH5-LEAP-QUOT            PIC S9(8) COMP.
020800     05  DLH5-LEAP-REM             PIC S9(4) COMP.
020900     05  DLH5-WORK-DT              PIC 9(8).
021000     05  DLH5-WORK-DT-R REDEFINES DLH5-WORK-DT.
021100         10  DLH5-WORK-YYYY        PIC 9(4).
021200         10  DLH5-WORK-MM          PIC 9(2).
021300         10  DLH5-WORK-DD          PIC 9(2).
021400 01  DLH5-MAIL-BLOCK.
021500     05  DLH5-M-NAME               PIC X(25).
021600     05  DLH5-M-ADDR               PIC X(25).
021700     05  DLH5-M-ADDR4              PIC X(25).
021800     05  DLH5-M-CITY               PIC X(16).
021900     05  DLH5-M-ST                 PIC X(2).
022000     05  DLH5-M-ZIP                PIC 9(8).
022100 01  DLH5-RUN-DATE                 PIC 9(8).
022200 01  DLH5-COUNTERS.
022300     05  DLH5-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
022400     05  DLH5-STMTS-FILED          PIC S9(8) COMP VALUE ZERO.
022500     05  DLH5-STMTS-ORIGINAL       PIC S9(8) COMP VALUE ZERO.
022600     05  DLH5-STMTS-CORRECTED      PIC S9(8) COMP VALUE ZERO.
022700     05  DLH5-STMTS-UNCHANGED      PIC S9(8) COMP VALUE ZERO.
022800     05  DLH5-STMTS-PRINTED        PIC S9(8) COMP VALUE ZERO.
022900     05  DLH5-STMTS-SUPPRESSED     PIC S9(8) COMP VALUE ZERO.
023000     05  DLH5-NO-LONGER-COVERED    PIC S9(8) COMP VALUE ZERO.
023100     05  DLH5-IND-FILED            PIC S9(8) COMP VALUE ZERO.
023200     05  DLH5-MONTHS-FILED         PIC S9(8) COMP VALUE ZERO.
023300     05  DLH5-HST-WRITTEN          PIC S9(8) COMP VALUE ZERO.
023400 01  DLH5-HEADING-1.
023500     05  FILLER                    PIC X(50)
023600         VALUE "FORM 1095-B COVERAGE STATEMENT REGISTER".
023700     05  FILLER                    PIC X(9)  VALUE "TAX YEAR ".
023800     05  DLH5-H-TAX-YEAR           PIC 9(4).
023900     05  FILLER                    PIC X(2)  VALUE SPACES.
024000     05  DLH5-H-RUN-TYPE           PIC X(10).
024100 01  DLH5-COLUMN-HEADING.
024200     05  FILLER                   PIC X(15) VALUE "SUBSCRIBER".
024300     05  FILLER                   PIC X(32) VALUE "NAME".
024400     05  FILLER                   PIC X(9)  VALUE "PERSONS".
024500     05  FILLER                   PIC X(8)  VALUE "MONTHS".
024600     05  FILLER                   PIC X(30) VALUE "DISPOSITION".
024700 01  DLH5-DETAIL-LINE.
024800     05  DLH5-D-EMP-ID             PIC X(13).
024900     05  FILLER                    PIC X(2)  VALUE SPACES.
025000     05  DLH5-D-FNAME              PIC X(10).
025100     05  FILLER                    PIC X(1)  VALUE SPACES.
025200     05  DLH5-D-LNAME              PIC X(20).
025300     05  FILLER                    PIC X(1)  VALUE SPACES.
025400     05  DLH5-D-PERSONS            PIC ZZZ9.
025500     05  FILLER                    PIC X(5)  VALUE SPACES.
025600     05  DLH5-D-MONTHS             PIC ZZZ9.
025700     05  FILLER                    PIC X(4)  VALUE SPACES.
025800     05  DLH5-D-DISP               PIC X(30).
025900*----------------------------------------------------------------
026000*    STATEMENT PRINT LINES
026100*----------------------------------------------------------------
026200 01  DLH5-STM-TITLE.
026300     05  FILLER                    PIC X(40)
026400         VALUE "FORM 1095-B   HEALTH COVERAGE   TAX YEAR".
026500     05  FILLER                    PIC X(1)  VALUE SPACES.
026600     05  DLH5-ST-TAX-YEAR          PIC 9(4).
026700     05  FILLER                    PIC X(3)  VALUE SPACES.
026800     05  DLH5-ST-CORRECTED         PIC X(9).
026900 01  DLH5-STM-ISSUER.
027000     05  FILLER                    PIC X(8)  VALUE "ISSUER: ".
027100     05  DLH5-SI-NAME              PIC X(40).
027200     05  FILLER                    PIC X(6)  VALUE "  EIN ".
027300     05  DLH5-SI-EIN               PIC X(9).
027400     05  FILLER                    PIC X(12)
027500         VALUE "  TELEPHONE ".
027600     05  DLH5-SI-PHONE             PIC X(10).
027700 01  DLH5-STM-ADDR-LINE.
027800     05  FILLER                    PIC X(5)  VALUE SPACES.
027900     05  DLH5-SA-TEXT              PIC X(25).
028000 01  DLH5-STM-CITY-LINE.
028100     05  FILLER                    PIC X(5)  VALUE SPACES.
028200     05  DLH5-SC-CITY              PIC X(16).
028300     05  FILLER                    PIC X(1)  VALUE SPACES.
028400     05  DLH5-SC-ST                PIC X(2).
028500     05  FILLER                    PIC X(2)  VALUE SPACES.
028600     05  DLH5-SC-ZIP               PIC 9(8).
028700 01  DLH5-STM-COL-HEADING.
028800     05  FILLER                   PIC X(32)
028900         VALUE "COVERED INDIVIDUAL".
029000     05  FILLER                   PIC X(11) VALUE "SSN".
029100     05  FILLER                   PIC X(10) VALUE "BIRTH".
029200     05  FILLER                   PIC X(5)  VALUE "ALL".
029300     05  FILLER                   PIC X(48)
029400         VALUE "JAN FEB MAR APR MAY JUN JUL AUG SEP OCT NOV DEC".
029500 01  DLH5-STM-PERSON-LINE.
029600     05  DLH5-SP-FNAME             PIC X(10).
029700     05  FILLER                    PIC X(1)  VALUE SPACES.
029800     05  DLH5-SP-LNAME             PIC X(20).
029900     05  FILLER                    PIC X(1)  VALUE SPACES.
030000     05  DLH5-SP-SSN               PIC X(9).
030100     05  FILLER                    PIC X(2)  VALUE SPACES.
030200     05  DLH5-SP-DOB               PIC 9(8).
030300     05  FILLER                    PIC X(3)  VALUE SPACES.
030400     05  DLH5-SP-ALL-YEAR          PIC X(1).
030500     05  DLH5-SP-MONTH-GROUP OCCURS 12 TIMES.
030600         10  FILLER                PIC X(3).
030700         10  DLH5-SP-MONTH         PIC X(1).
030800 01  DLH5-STM-SEPARATOR            PIC X(105) VALUE ALL "-".
030900 01  DLH5-TOTAL-LINE.
031000     05  DLH5-TL-LABEL             PIC X(25).
031100     05  DLH5-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
031200*----------------------------------------------------------------
031300*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
031400*----------------------------------------------------------------
031500 01  DL903-PARMS.
031600     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL175".
031700     05  DL903-REC-TYPE            PIC X(1).
031800     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
031900*----------------------------------------------------------------
032000*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
032100*----------------------------------------------------------------
032200 01  DL902-DATES.
032300     05  DL902-EXEC-DATE           PIC 9(8).
032400 01  DL902-EXEC-LINE.
032500     05  FILLER                    PIC X(14)
032600         VALUE "BUSINESS DATE ".
032700     05  DL902-EL-BUS              PIC 9(8).
032800     05  FILLER                    PIC X(11)
032900         VALUE "  EXECUTED ".
033000     05  DL902-EL-EXEC             PIC 9(8).
033100 PROCEDURE DIVISION.
033200*================================================================
033300*    0000-MAINLINE
033400*================================================================
033500 0000-MAINLINE.
033600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
033700     MOVE "S"                      TO DL903-REC-TYPE
033800     CALL "DL903" USING DL903-PARMS
033900     PERFORM 2000-PROCESS-MEMBER    THRU 2000-EXIT
034000         UNTIL DLH5-MSTR-EOF
034100     PERFORM 2060-COPY-PRIOR        THRU 2060-EXIT
034200         UNTIL DLH5-HST-EOF
034300     PERFORM 3000-TERMINATE         THRU 3000-EXIT
034400     MOVE "E"                      TO DL903-REC-TYPE
034500     MOVE DLH5-MSTR-READ TO DL903-REC-COUNT
034600     CALL "DL903" USING DL903-PARMS
034700     GOBACK.
034800*================================================================
034900*    1000-INITIALIZE
035000*================================================================
035100 1000-INITIALIZE.
035200     CALL "DL902" USING DLH5-RUN-DATE DL902-EXEC-DATE
035300     OPEN INPUT  DL175-PRM-FILE
035400     PERFORM 1100-LOAD-PARMS        THRU 1100-EXIT
035500     CLOSE DL175-PRM-FILE
035600     PERFORM 1200-BUILD-MONTH       THRU 1200-EXIT
035700         VARYING DLH5-MON-SUB FROM 1 BY 1
035800         UNTIL DLH5-MON-SUB > 12
035900     OPEN INPUT  BED1EMP-FILE
036000     OPEN INPUT  BHS1DEP-FILE
036100     OPEN INPUT  DL125-ADR-FILE
036200     OPEN INPUT  DL097-ADR-FILE
036300     OPEN OUTPUT DL175-HST-OUT-FILE
036400     OPEN OUTPUT DL175-TRN-FILE
036500     OPEN OUTPUT DL175-STM-FILE
036600     OPEN OUTPUT DL175-RPT-FILE
036700*    AN ORIGINAL FILING HAS NO PRIOR IMAGE TO COMPARE AGAINST
036800     IF DLH5-CORRECTION-RUN
036900         OPEN INPUT  DL175-HST-IN-FILE
037000         PERFORM 8400-READ-PRIOR    THRU 8400-EXIT
037100     ELSE
037200         SET DLH5-HST-EOF          TO TRUE
037300         MOVE HIGH-VALUES          TO DLH5-HST-KEY
037400     END-IF
037500     MOVE DLH5-TAX-YEAR            TO DLH5-H-TAX-YEAR
037600     IF DLH5-CORRECTION-RUN
037700         MOVE "CORRECTION"         TO DLH5-H-RUN-TYPE
037800     ELSE
037900         MOVE "ORIGINAL"           TO DLH5-H-RUN-TYPE
038000     END-IF
038100     WRITE DL175-RPT-LINE FROM DLH5-HEADING-1
038200     MOVE DLH5-RUN-DATE TO DL902-EL-BUS
038300     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
038400     WRITE DL175-RPT-LINE FROM DL902-EXEC-LINE
038500     WRITE DL175-RPT-LINE FROM SPACES
038600     WRITE DL175-RPT-LINE FROM DLH5-COLUMN-HEADING
038700     MOVE SPACES                   TO DL175-TRN-RECORD
038800     MOVE "H"                      TO DL175-X-REC-TYPE
038900     MOVE DLH5-TAX-YEAR            TO DL175-X-TAX-YEAR
039000     MOVE DLH5-RUN-TYPE            TO DL175-X-RUN-TYPE
039100     MOVE DL175-P-ISSUER-EIN       TO DL175-X-ISSUER-EIN
039200     MOVE DL175-P-ISSUER-NAME      TO DL175-X-ISSUER-NAME
039300     MOVE DL175-P-ISSUER-PHONE     TO DL175-X-ISSUER-PHONE
039400     MOVE DLH5-RUN-DATE            TO DL175-X-CREATE-DT
039500     WRITE DL175-TRN-RECORD
039600     MOVE DL175-P-ISSUER-NAME      TO DLH5-SI-NAME
039700     MOVE DL175-P-ISSUER-EIN       TO DLH5-SI-EIN
039800     MOVE DL175-P-ISSUER-PHONE     TO DLH5-SI-PHONE
039900     MOVE DLH5-TAX-YEAR            TO DLH5-ST-TAX-YEAR
040000     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
040100     PERFORM 8100-READ-DEP          THRU 8100-EXIT
040200     PERFORM 8200-READ-PUR          THRU 8200-EXIT
040300     PERFORM 8300-READ-ADR          THRU 8300-EXIT.
040400 1000-EXIT.
040500     EXIT.
040600*================================================================
040700*    1100-LOAD-PARMS  -  A MISSING OR INVALID CARD FAILS THE     *
040800*                        STEP (THE DL098 RULE)                   *
040900*================================================================
041000 1100-LOAD-PARMS.
041100     READ DL175-PRM-FILE
041200         AT END
041300             SET DLH5-PRM-EOF TO TRUE
041400     END-READ
041500     IF DLH5-PRM-EOF
041600         OR DL175-P-TAX-YEAR NOT NUMERIC
041700         OR DL175-P-TAX-YEAR < 1900
041800         OR NOT (DL175-P-ORIGINAL OR DL175-P-CORRECTED)
041900         OR DL175-P-ISSUER-EIN = SPACES
042000         OR DL175-P-ISSUER-NAME = SPACES
042100         DISPLAY "DL175: PARAMETER CARD MISSING OR INVALID"
042200         MOVE 8                    TO RETURN-CODE
042300         GOBACK
042400     END-IF
042500     MOVE DL175-P-TAX-YEAR         TO DLH5-TAX-YEAR
042600     MOVE DL175-P-RUN-TYPE         TO DLH5-RUN-TYPE.
042700 1100-EXIT.
042800     EXIT.
042900*================================================================
043000*    1200-BUILD-MONTH  -  FIRST AND LAST DAY OF ONE MONTH, WITH  *
043100*                         THE DL032 LEAP-YEAR TEST FOR FEBRUARY  *
043200*================================================================
043300 1200-BUILD-MONTH.
043400     MOVE DLH5-TAX-YEAR            TO DLH5-WORK-YYYY
043500     MOVE DLH5-MON-SUB             TO DLH5-WORK-MM
043600     MOVE 1                        TO DLH5-WORK-DD
043700     MOVE DLH5-WORK-DT             TO DLH5-MON-START(DLH5-MON-SUB)
043800     MOVE DLH5-MONTH-DAYS(DLH5-MON-SUB) TO DLH5-WORK-DD
043900     MOVE DLH5-WORK-DT             TO DLH5-MON-END(DLH5-MON-SUB)
044000     IF DLH5-MON-SUB NOT = 2
044100         GO TO 1200-EXIT
044200     END-IF
044300     DIVIDE DLH5-TAX-YEAR BY 4
044400         GIVING DLH5-LEAP-QUOT REMAINDER DLH5-LEAP-REM
044500     IF DLH5-LEAP-REM NOT = 0
044600         GO TO 1200-EXIT
044700     END-IF
044800     DIVIDE DLH5-TAX-YEAR BY 100
044900         GIVING DLH5-LEAP-QUOT REMAINDER DLH5-LEAP-REM
045000     IF DLH5-LEAP-REM = 0
045100         DIVIDE DLH5-TAX-YEAR BY 400
045200             GIVING DLH5-LEAP-QUOT REMAINDER DLH5-LEAP-REM
045300         IF DLH5-LEAP-REM NOT = 0
045400             GO TO 1200-EXIT
045500         END-IF
045600     END-IF
045700     MOVE 29                       TO DLH5-WORK-DD
045800     MOVE DLH5-WORK-DT             TO DLH5-MON-END(DLH5-MON-SUB).
045900 1200-EXIT.
046000     EXIT.
046100*================================================================
046200*    2000-PROCESS-MEMBER  -  BUILD THE SUBSCRIBER'S COVERED      *
046300*                            INDIVIDUALS, DECIDE WHETHER A       *
046400*                            STATEMENT IS DUE, FILE AND PRINT IT *
046500*================================================================
046600 2000-PROCESS-MEMBER.
046700     ADD 1 TO DLH5-MSTR-READ
046800     MOVE ZERO                     TO DLH5-PERSON-COUNT
046900     MOVE ZERO                     TO DLH5-PRIOR-COUNT
047000     MOVE ZERO                     TO DLH5-STMT-MONTHS
047100     PERFORM 2060-COPY-PRIOR        THRU 2060-EXIT
047200         UNTIL DLH5-HST-KEY NOT < EMP-EMP-ID
047300     PERFORM 2070-GATHER-PRIOR      THRU 2070-EXIT
047400         UNTIL DLH5-HST-KEY NOT = EMP-EMP-ID
047500     SET DLH5-SUBSCRIBER           TO TRUE
047600     MOVE SPACES                   TO DL175-X-FILED-DATA
047700     MOVE EMP-EMP-ID               TO DL175-X-EMP-ID
047800     MOVE ZERO                     TO DL175-X-PERSON-NBR
047900     MOVE SPACES                   TO DL175-X-REL
048000     MOVE EMP-FNAME                TO DL175-X-FNAME
048100     MOVE EMP-LNAME                TO DL175-X-LNAME
048200     MOVE EMP-SS-NBR(1:9)          TO DL175-X-SSN
048300     MOVE EMP-DOB                  TO DL175-X-DOB
048400     PERFORM 2200-ADD-PERSON        THRU 2200-EXIT
048500     PERFORM 8100-READ-DEP          THRU 8100-EXIT
048600         UNTIL DLH5-DEP-KEY NOT < EMP-EMP-ID
048700     PERFORM 2100-ADD-ONE-DEP       THRU 2100-EXIT
048800         UNTIL DLH5-DEP-KEY NOT = EMP-EMP-ID
048900     IF DLH5-PERSON-COUNT = ZERO
049000         IF DLH5-PRIOR-COUNT > ZERO
049100             ADD 1 TO DLH5-NO-LONGER-COVERED
049200             PERFORM 2080-WRITE-PRIOR THRU 2080-EXIT
049300                 VARYING DLH5-SUB FROM 1 BY 1
049400                 UNTIL DLH5-SUB > DLH5-PRIOR-COUNT
049500             MOVE "NO LONGER COVERED - NOT FILED"
049600                                   TO DLH5-D-DISP
049700             PERFORM 2900-REGISTER-LINE THRU 2900-EXIT
049800         END-IF
049900         GO TO 2000-READ-NEXT
050000     END-IF
050100     PERFORM 2300-DECIDE-ACTION     THRU 2300-EXIT
050200     PERFORM 2400-WRITE-ONE-FILED   THRU 2400-EXIT
050300         VARYING DLH5-SUB FROM 1 BY 1
050400         UNTIL DLH5-SUB > DLH5-PERSON-COUNT
050500     IF DLH5-UNCHANGED
050600         ADD 1 TO DLH5-STMTS-UNCHANGED
050700         GO TO 2000-READ-NEXT
050800     END-IF
050900     ADD 1 TO DLH5-STMTS-FILED
051000     IF DLH5-ISSUE-CORRECTED
051100         ADD 1 TO DLH5-STMTS-CORRECTED
051200     ELSE
051300         ADD 1 TO DLH5-STMTS-ORIGINAL
051400     END-IF
051500     PERFORM 2500-CHECK-ADDRESS     THRU 2500-EXIT
051600     IF DLH5-SUPPRESSED
051700         ADD 1 TO DLH5-STMTS-SUPPRESSED
051800         MOVE "FILED - PRINT SUPPRESSED"
051900                                   TO DLH5-D-DISP
052000     ELSE
052100         PERFORM 2600-PRINT-STATEMENT THRU 2600-EXIT
052200         ADD 1 TO DLH5-STMTS-PRINTED
052300         IF DLH5-ISSUE-CORRECTED
052400             MOVE "CORRECTED - PRINTED"
052500                                   TO DLH5-D-DISP
052600         ELSE
052700             MOVE "ORIGINAL - PRINTED"
052800                                   TO DLH5-D-DISP
052900         END-IF
053000     END-IF
053100     PERFORM 2900-REGISTER-LINE     THRU 2900-EXIT.
053200 2000-READ-NEXT.
053300     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
053400 2000-EXIT.
053500     EXIT.
053600*================================================================
053700*    2060-COPY-PRIOR  -  A FILED SUBSCRIBER NO LONGER ON BED1EMP *
053800*                        STAYS ON THE FILED IMAGE AS FILED       *
053900*================================================================
054000 2060-COPY-PRIOR.
054100     WRITE DL175-HST-OUT-RECORD FROM DLH5-PRIOR-REC
054200     ADD 1 TO DLH5-HST-WRITTEN
054300     PERFORM 8400-READ-PRIOR        THRU 8400-EXIT.
054400 2060-EXIT.
054500     EXIT.
054600*================================================================
054700*    2070-GATHER-PRIOR
054800*================================================================
054900 2070-GATHER-PRIOR.
055000     IF DLH5-PRIOR-COUNT >= 20
055100         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
055200     END-IF
055300     ADD 1 TO DLH5-PRIOR-COUNT
055400     MOVE DLH5-PRIOR-REC           TO
055500         DLH5-R-RECORD(DLH5-PRIOR-COUNT)
055600     PERFORM 8400-READ-PRIOR        THRU 8400-EXIT.
055700 2070-EXIT.
055800     EXIT.
055900*================================================================
056000*    2080-WRITE-PRIOR
056100*================================================================
056200 2080-WRITE-PRIOR.
056300     WRITE DL175-HST-OUT-RECORD FROM DLH5-R-RECORD(DLH5-SUB)
056400     ADD 1 TO DLH5-HST-WRITTEN.
056500 2080-EXIT.
056600     EXIT.
056700*================================================================
056800*    2100-ADD-ONE-DEP  -  SPOUSES ARE DATED BY THE SPOUSE HALF   *
056900*                         OF EMP-COV-SP-TBL, OTHER DEPENDENTS    *
057000*                         BY THE DEPENDENT HALF                  *
057100*================================================================
057200 2100-ADD-ONE-DEP.
057300     IF CLS-REL = DLH5-SPOUSE-REL
057400         SET DLH5-SPOUSE           TO TRUE
057500     ELSE
057600         SET DLH5-DEPENDENT        TO TRUE
057700     END-IF
057800     MOVE SPACES                   TO DL175-X-FILED-DATA
057900     MOVE EMP-EMP-ID               TO DL175-X-EMP-ID
058000     MOVE CLS-DEP-NBR              TO DL175-X-PERSON-NBR
058100     MOVE CLS-REL                  TO DL175-X-REL
058200     MOVE CLS-FNAME                TO DL175-X-FNAME
058300     MOVE CLS-LNAME                TO DL175-X-LNAME
058400     MOVE CLS-DOB                  TO DL175-X-DOB
058500     PERFORM 2200-ADD-PERSON        THRU 2200-EXIT
058600     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
058700 2100-EXIT.
058800     EXIT.
058900*================================================================
059000*    2200-ADD-PERSON  -  DATE THE PERSON'S TWELVE MONTHS; ONE    *
059100*                        WITH ANY COVERED MONTH JOINS THE TABLE  *
059200*================================================================
059300 2200-ADD-PERSON.
059400     MOVE ZERO                     TO DLH5-MONTHS-COVERED
059500     PERFORM 2210-TEST-ONE-MONTH    THRU 2210-EXIT
059600         VARYING DLH5-MON-SUB FROM 1 BY 1
059700         UNTIL DLH5-MON-SUB > 12
059800     IF DLH5-MONTHS-COVERED = ZERO
059900         GO TO 2200-EXIT
060000     END-IF
060100     IF DLH5-MONTHS-COVERED = 12
060200         MOVE "X"                  TO DL175-X-ALL-YEAR
060300     END-IF
060400     MOVE DLH5-ORIGIN-CD           TO DL175-X-ORIGIN-CD
060500     IF DLH5-PERSON-COUNT >= 20
060600         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
060700     END-IF
060800     ADD 1 TO DLH5-PERSON-COUNT
060900     MOVE DL175-X-FILED-DATA       TO
061000         DLH5-P-FILED(DLH5-PERSON-COUNT)
061100     ADD DLH5-MONTHS-COVERED       TO DLH5-STMT-MONTHS.
061200 2200-EXIT.
061300     EXIT.
061400*================================================================
061500*    2210-TEST-ONE-MONTH  -  ANY OCCURRENCE OF THE PERSON'S      *
061600*                            TABLE IN FORCE ON ANY DAY OF THE    *
061700*                            MONTH                               *
061800*================================================================
061900 2210-TEST-ONE-MONTH.
062000     MOVE "N"                      TO DLH5-COVERED-SW
062100     EVALUATE TRUE
062200         WHEN DLH5-SUBSCRIBER
062300             PERFORM 2220-TEST-EE-SLOT THRU 2220-EXIT
062400                 VARYING DLH5-COV-SUB FROM 1 BY 1
062500                 UNTIL DLH5-COV-SUB > 12
062600                 OR DLH5-COVERED
062700         WHEN DLH5-SPOUSE
062800             PERFORM 2230-TEST-SP-SLOT THRU 2230-EXIT
062900                 VARYING DLH5-COV-SUB FROM 1 BY 1
063000                 UNTIL DLH5-COV-SUB > 6
063100                 OR DLH5-COVERED
063200         WHEN OTHER
063300             PERFORM 2240-TEST-DEP-SLOT THRU 2240-EXIT
063400                 VARYING DLH5-COV-SUB FROM 1 BY 1
063500                 UNTIL DLH5-COV-SUB > 6
063600                 OR DLH5-COVERED
063700     END-EVALUATE
063800     IF DLH5-COVERED
063900         MOVE "X"                  TO
064000             DL175-X-MONTH-IND(DLH5-MON-SUB)
064100         ADD 1 TO DLH5-MONTHS-COVERED
064200     END-IF.
064300 2210-EXIT.
064400     EXIT.
064500*================================================================
064600*    2220-TEST-EE-SLOT  -  SUBSCRIBER COVERAGE OCCURRENCE        *
064700*================================================================
064800 2220-TEST-EE-SLOT.
064900     MOVE EMP-COV-EFF-DT-EE-T(DLH5-COV-SUB)
065000                                   TO DLH5-COV-EFF-DT
065100     MOVE EMP-COV-CANC-DT-EE-T(DLH5-COV-SUB)
065200                                   TO DLH5-COV-CANC-DT
065300     PERFORM 2250-TEST-SPAN         THRU 2250-EXIT.
065400 2220-EXIT.
065500     EXIT.
065600*================================================================
065700*    2230-TEST-SP-SLOT  -  SPOUSE HALF OF A SPOUSE/DEPENDENT     *
065800*                          OCCURRENCE                            *
065900*================================================================
066000 2230-TEST-SP-SLOT.
066100     MOVE EMP-COV-SP-EFF-DT-SP-T(DLH5-COV-SUB)
066200                                   TO DLH5-COV-EFF-DT
066300     MOVE EMP-COV-SP-CANC-DT-SP-T(DLH5-COV-SUB)
066400                                   TO DLH5-COV-CANC-DT
066500     PERFORM 2250-TEST-SPAN         THRU 2250-EXIT.
066600 2230-EXIT.
066700     EXIT.
066800*================================================================
066900*    2240-TEST-DEP-SLOT  -  DEPENDENT HALF OF A SPOUSE/DEPENDENT *
067000*                           OCCURRENCE                           *
067100*================================================================
067200 2240-TEST-DEP-SLOT.
067300     MOVE EMP-COV-SP-EFF-DT-DEP-T(DLH5-COV-SUB)
067400                                   TO DLH5-COV-EFF-DT
067500     MOVE EMP-COV-SP-CANC-DT-DEP-T(DLH5-COV-SUB)
067600                                   TO DLH5-COV-CANC-DT
067700     PERFORM 2250-TEST-SPAN         THRU 2250-EXIT.
067800 2240-EXIT.
067900     EXIT.
068000*================================================================
068100*    2250-TEST-SPAN  -  EFFECTIVE BY THE MONTH'S LAST DAY AND    *
068200*                       OPEN OR CANCELLED NO EARLIER THAN ITS    *
068300*                       FIRST                                    *
068400*================================================================
068500 2250-TEST-SPAN.
068600     IF DLH5-COV-EFF-DT NOT = ZERO
068700         AND DLH5-COV-EFF-DT <= DLH5-MON-END(DLH5-MON-SUB)
068800         AND (DLH5-COV-CANC-DT = ZERO
068900             OR DLH5-COV-CANC-DT >= DLH5-MON-START(DLH5-MON-SUB))
069000         SET DLH5-COVERED          TO TRUE
069100     END-IF.
069200 2250-EXIT.
069300     EXIT.
069400*================================================================
069500*    2300-DECIDE-ACTION  -  AN ORIGINAL RUN FILES EVERYONE.  A   *
069600*                           CORRECTION RUN FILES A SUBSCRIBER    *
069700*                           NOT ON THE PRIOR IMAGE AS AN         *
069800*                           ORIGINAL, ONE WHOSE FILED DATA       *
069900*                           CHANGED AS A CORRECTION, AND SKIPS   *
070000*                           THE REST                             *
070100*================================================================
070200 2300-DECIDE-ACTION.
070300     IF DLH5-ORIGINAL-RUN
070400         OR DLH5-PRIOR-COUNT = ZERO
070500         SET DLH5-ISSUE-ORIGINAL   TO TRUE
070600         GO TO 2300-EXIT
070700     END-IF
070800     MOVE "N"                      TO DLH5-CHANGED-SW
070900     IF DLH5-PRIOR-COUNT NOT = DLH5-PERSON-COUNT
071000         SET DLH5-CHANGED          TO TRUE
071100     ELSE
071200         PERFORM 2310-COMPARE-ONE   THRU 2310-EXIT
071300             VARYING DLH5-SUB FROM 1 BY 1
071400             UNTIL DLH5-SUB > DLH5-PERSON-COUNT
071500             OR DLH5-CHANGED
071600     END-IF
071700     IF DLH5-CHANGED
071800         SET DLH5-ISSUE-CORRECTED  TO TRUE
071900     ELSE
072000         SET DLH5-UNCHANGED        TO TRUE
072100     END-IF.
072200 2300-EXIT.
072300     EXIT.
072400*================================================================
072500*    2310-COMPARE-ONE
072600*================================================================
072700 2310-COMPARE-ONE.
072800     MOVE DLH5-R-RECORD(DLH5-SUB)  TO DLH5-PRIOR-REC
072900     IF DLH5-PR-FILED NOT = DLH5-P-FILED(DLH5-SUB)
073000         SET DLH5-CHANGED          TO TRUE
073100     END-IF.
073200 2310-EXIT.
073300     EXIT.
073400*================================================================
073500*    2400-WRITE-ONE-FILED  -  EVERY REPORTABLE INDIVIDUAL GOES   *
073600*                             TO THE NEW FILED IMAGE; ONLY A     *
073700*                             STATEMENT BEING ISSUED GOES TO THE *
073800*                             TRANSMITTAL.  THE SUBSCRIBER'S     *
073900*                             RECORD CARRIES THE MAILING ADDRESS *
074000*================================================================
074100 2400-WRITE-ONE-FILED.
074200     IF DLH5-SUB = 1
074300         PERFORM 2550-FIND-MAIL-ADDR THRU 2550-EXIT
074400     END-IF
074500     MOVE SPACES                   TO DL175-TRN-RECORD
074600     MOVE "B"                      TO DL175-X-REC-TYPE
074700     MOVE DLH5-TAX-YEAR            TO DL175-X-TAX-YEAR
074800     MOVE DLH5-P-FILED(DLH5-SUB)   TO DL175-X-FILED-DATA
074900     IF DLH5-ISSUE-CORRECTED
075000         MOVE "C"                  TO DL175-X-RUN-TYPE
075100     ELSE
075200         MOVE "O"                  TO DL175-X-RUN-TYPE
075300     END-IF
075400     IF DL175-X-PERSON-NBR = ZERO
075500         MOVE DLH5-M-NAME          TO DL175-X-MAIL-NAME
075600         MOVE DLH5-M-ADDR          TO DL175-X-ADDR
075700         MOVE DLH5-M-ADDR4         TO DL175-X-ADDR4
075800         MOVE DLH5-M-CITY          TO DL175-X-CITY
075900         MOVE DLH5-M-ST            TO DL175-X-ST
076000         MOVE DLH5-M-ZIP           TO DL175-X-ZIP
076100     ELSE
076200         MOVE ZERO                 TO DL175-X-ZIP
076300     END-IF
076400     WRITE DL175-HST-OUT-RECORD FROM DL175-TRN-RECORD
076500     ADD 1 TO DLH5-HST-WRITTEN
076600     IF DLH5-UNCHANGED
076700         GO TO 2400-EXIT
076800     END-IF
076900     WRITE DL175-TRN-RECORD
077000     ADD 1 TO DLH5-IND-FILED
077100     PERFORM 2410-COUNT-MONTH       THRU 2410-EXIT
077200         VARYING DLH5-MON-SUB FROM 1 BY 1
077300         UNTIL DLH5-MON-SUB > 12.
077400 2400-EXIT.
077500     EXIT.
077600*================================================================
077700*    2410-COUNT-MONTH  -  COVERED-MONTH CONTROL TOTAL            *
077800*================================================================
077900 2410-COUNT-MONTH.
078000     IF DL175-X-MONTH-IND(DLH5-MON-SUB) = "X"
078100         ADD 1 TO DLH5-MONTHS-FILED
078200     END-IF.
078300 2410-EXIT.
078400     EXIT.
078500*================================================================
078600*    2500-CHECK-ADDRESS  -  CONSULT THE DL097ADR ADDRESS-STATUS  *
078700*                           SATELLITE (THE DL050 MATCH)          *
078800*================================================================
078900 2500-CHECK-ADDRESS.
079000     MOVE "N"                      TO DLH5-SUPPRESS-SW
079100     PERFORM 8300-READ-ADR          THRU 8300-EXIT
079200         UNTIL DLH5-ADR-EOF
079300         OR DLH5-ADR-KEY >= EMP-EMP-ID
079400     IF NOT DLH5-ADR-EOF
079500         AND DLH5-ADR-KEY = EMP-EMP-ID
079600         AND DL097-A-UNDELIVERABLE
079700         SET DLH5-SUPPRESSED       TO TRUE
079800     END-IF.
079900 2500-EXIT.
080000     EXIT.
080100*================================================================
080200*    2550-FIND-MAIL-ADDR  -  THE "F" PURPOSE ADDRESS FOR THIS    *
080300*                            MEMBER, RIDING THE SORTED           *
080400*                            SATELLITE, ELSE THE MASTER ADDRESS  *
080500*================================================================
080600 2550-FIND-MAIL-ADDR.
080700     MOVE "N"                      TO DLH5-PUR-FOUND-SW
080800     MOVE EMP-EMP-ID               TO DLH5-WK-EMP-ID
080900     MOVE "F"                      TO DLH5-WK-PURPOSE
081000     PERFORM 8200-READ-PUR          THRU 8200-EXIT
081100         UNTIL DLH5-PUR-EOF
081200         OR DLH5-PUR-KEY >= DLH5-WANT-KEY
081300     IF NOT DLH5-PUR-EOF
081400         AND DLH5-PUR-KEY = DLH5-WANT-KEY
081500         SET DLH5-PUR-FOUND        TO TRUE
081600     END-IF
081700     IF DLH5-PUR-FOUND
081800         MOVE DL125-A-NAME         TO DLH5-M-NAME
081900         MOVE DL125-A-ADDR         TO DLH5-M-ADDR
082000         MOVE DL125-A-ADDR4        TO DLH5-M-ADDR4
082100         MOVE DL125-A-CITY         TO DLH5-M-CITY
082200         MOVE DL125-A-ST           TO DLH5-M-ST
082300         MOVE DL125-A-ZIP          TO DLH5-M-ZIP
082400     ELSE
082500         MOVE SPACES               TO DLH5-M-NAME
082600         STRING EMP-FNAME DELIMITED BY SPACE
082700                " "       DELIMITED BY SIZE
082800                EMP-LNAME DELIMITED BY SIZE
082900                INTO DLH5-M-NAME
083000         MOVE EMP-ADDR             TO DLH5-M-ADDR
083100         MOVE EMP-ADDR4            TO DLH5-M-ADDR4
083200         MOVE EMP-CITY             TO DLH5-M-CITY
083300         MOVE EMP-ST               TO DLH5-M-ST
083400         MOVE EMP-ZIP              TO DLH5-M-ZIP
083500     END-IF.
083600 2550-EXIT.
083700     EXIT.
083800*================================================================
083900*    2600-PRINT-STATEMENT  -  ONE STATEMENT: ISSUER, ADDRESSEE,  *
084000*                             THEN EVERY COVERED INDIVIDUAL      *
084100*================================================================
084200 2600-PRINT-STATEMENT.
084300     IF DLH5-ISSUE-CORRECTED
084400         MOVE "CORRECTED"          TO DLH5-ST-CORRECTED
084500     ELSE
084600         MOVE SPACES               TO DLH5-ST-CORRECTED
084700     END-IF
084800     WRITE DL175-STM-LINE FROM DLH5-STM-TITLE
084900     WRITE DL175-STM-LINE FROM DLH5-STM-ISSUER
085000     WRITE DL175-STM-LINE FROM SPACES
085100     MOVE DLH5-M-NAME              TO DLH5-SA-TEXT
085200     WRITE DL175-STM-LINE FROM DLH5-STM-ADDR-LINE
085300     MOVE DLH5-M-ADDR              TO DLH5-SA-TEXT
085400     WRITE DL175-STM-LINE FROM DLH5-STM-ADDR-LINE
085500     IF DLH5-M-ADDR4 NOT = SPACES
085600         MOVE DLH5-M-ADDR4         TO DLH5-SA-TEXT
085700         WRITE DL175-STM-LINE FROM DLH5-STM-ADDR-LINE
085800     END-IF
085900     MOVE DLH5-M-CITY              TO DLH5-SC-CITY
086000     MOVE DLH5-M-ST                TO DLH5-SC-ST
086100     MOVE DLH5-M-ZIP               TO DLH5-SC-ZIP
086200     WRITE DL175-STM-LINE FROM DLH5-STM-CITY-LINE
086300     WRITE DL175-STM-LINE FROM SPACES
086400     WRITE DL175-STM-LINE FROM DLH5-STM-COL-HEADING
086500     PERFORM 2610-PRINT-ONE-PERSON  THRU 2610-EXIT
086600         VARYING DLH5-SUB FROM 1 BY 1
086700         UNTIL DLH5-SUB > DLH5-PERSON-COUNT
086800     WRITE DL175-STM-LINE FROM DLH5-STM-SEPARATOR.
086900 2600-EXIT.
087000     EXIT.
087100*================================================================
087200*    2610-PRINT-ONE-PERSON
087300*================================================================
087400 2610-PRINT-ONE-PERSON.
087500     MOVE DLH5-P-FILED(DLH5-SUB)   TO DL175-X-FILED-DATA
087600     MOVE SPACES                   TO DLH5-STM-PERSON-LINE
087700     MOVE DL175-X-FNAME            TO DLH5-SP-FNAME
087800     MOVE DL175-X-LNAME            TO DLH5-SP-LNAME
087900     MOVE DL175-X-SSN              TO DLH5-SP-SSN
088000     MOVE DL175-X-DOB              TO DLH5-SP-DOB
088100     MOVE DL175-X-ALL-YEAR         TO DLH5-SP-ALL-YEAR
088200     PERFORM 2620-MOVE-MONTH        THRU 2620-EXIT
088300         VARYING DLH5-MON-SUB FROM 1 BY 1
088400         UNTIL DLH5-MON-SUB > 12
088500     WRITE DL175-STM-LINE FROM DLH5-STM-PERSON-LINE.
088600 2610-EXIT.
088700     EXIT.
088800*================================================================
088900*    2620-MOVE-MONTH
089000*================================================================
089100 2620-MOVE-MONTH.
089200     MOVE DL175-X-MONTH-IND(DLH5-MON-SUB) TO
089300         DLH5-SP-MONTH(DLH5-MON-SUB).
089400 2620-EXIT.
089500     EXIT.
089600*================================================================
089700*    2900-REGISTER-LINE  -  THE CALLER SETS THE DISPOSITION      *
089800*================================================================
089900 2900-REGISTER-LINE.
090000     MOVE EMP-EMP-ID               TO DLH5-D-EMP-ID
090100     MOVE EMP-FNAME                TO DLH5-D-FNAME
090200     MOVE EMP-LNAME                TO DLH5-D-LNAME
090300     MOVE DLH5-PERSON-COUNT        TO DLH5-D-PERSONS
090400     MOVE DLH5-STMT-MONTHS         TO DLH5-D-MONTHS
090500     WRITE DL175-RPT-LINE FROM DLH5-DETAIL-LINE.
090600 2900-EXIT.
090700     EXIT.
090800*================================================================
090900*    3000-TERMINATE  -  TRANSMITTAL TRAILER AND CONTROL TOTALS   *
091000*================================================================
091100 3000-TERMINATE.
091200     MOVE SPACES                   TO DL175-TRN-RECORD
091300     MOVE "T"                      TO DL175-X-REC-TYPE
091400     MOVE DLH5-TAX-YEAR            TO DL175-X-TAX-YEAR
091500     MOVE DLH5-RUN-TYPE            TO DL175-X-RUN-TYPE
091600     MOVE DLH5-STMTS-FILED         TO DL175-X-STMT-COUNT
091700     MOVE DLH5-IND-FILED           TO DL175-X-IND-COUNT
091800     MOVE DLH5-MONTHS-FILED        TO DL175-X-MONTH-COUNT
091900     WRITE DL175-TRN-RECORD
092000     WRITE DL175-RPT-LINE FROM SPACES
092100     MOVE "SUBSCRIBERS READ"       TO DLH5-TL-LABEL
092200     MOVE DLH5-MSTR-READ           TO DLH5-TL-COUNT
092300     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
092400     MOVE "STATEMENTS FILED"       TO DLH5-TL-LABEL
092500     MOVE DLH5-STMTS-FILED         TO DLH5-TL-COUNT
092600     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
092700     MOVE "   ORIGINAL"            TO DLH5-TL-LABEL
092800     MOVE DLH5-STMTS-ORIGINAL      TO DLH5-TL-COUNT
092900     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
093000     MOVE "   CORRECTED"           TO DLH5-TL-LABEL
093100     MOVE DLH5-STMTS-CORRECTED     TO DLH5-TL-COUNT
093200     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
093300     MOVE "STATEMENTS PRINTED"     TO DLH5-TL-LABEL
093400     MOVE DLH5-STMTS-PRINTED       TO DLH5-TL-COUNT
093500     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
093600     MOVE "SUPPRESSED - BAD ADDRESS" TO DLH5-TL-LABEL
093700     MOVE DLH5-STMTS-SUPPRESSED    TO DLH5-TL-COUNT
093800     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
093900     MOVE "UNCHANGED - NOT REFILED" TO DLH5-TL-LABEL
094000     MOVE DLH5-STMTS-UNCHANGED     TO DLH5-TL-COUNT
094100     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
094200     MOVE "NO LONGER COVERED"      TO DLH5-TL-LABEL
094300     MOVE DLH5-NO-LONGER-COVERED   TO DLH5-TL-COUNT
094400     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
094500     MOVE "INDIVIDUALS FILED"      TO DLH5-TL-LABEL
094600     MOVE DLH5-IND-FILED           TO DLH5-TL-COUNT
094700     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
094800     MOVE "COVERED MONTHS FILED"   TO DLH5-TL-LABEL
094900     MOVE DLH5-MONTHS-FILED        TO DLH5-TL-COUNT
095000     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
095100     MOVE "FILED IMAGE RECORDS"    TO DLH5-TL-LABEL
095200     MOVE DLH5-HST-WRITTEN         TO DLH5-TL-COUNT
095300     WRITE DL175-RPT-LINE FROM DLH5-TOTAL-LINE
095400     CLOSE BED1EMP-FILE
095500     CLOSE BHS1DEP-FILE
095600     CLOSE DL125-ADR-FILE
095700     CLOSE DL097-ADR-FILE
095800     IF DLH5-CORRECTION-RUN
095900         CLOSE DL175-HST-IN-FILE
096000     END-IF
096100     CLOSE DL175-HST-OUT-FILE
096200     CLOSE DL175-TRN-FILE
096300     CLOSE DL175-STM-FILE
096400     CLOSE DL175-RPT-FILE.
096500 3000-EXIT.
096600     EXIT.
096700*================================================================
096800*    8000-READ-MASTER
096900*================================================================
097000 8000-READ-MASTER.
097100     READ BED1EMP-FILE
097200         AT END
097300             SET DLH5-MSTR-EOF TO TRUE
097400     END-READ.
097500 8000-EXIT.
097600     EXIT.
097700*================================================================
097800*    8100-READ-DEP
097900*================================================================
098000 8100-READ-DEP.
098100     READ BHS1DEP-FILE
098200         AT END
098300             SET DLH5-DEP-EOF TO TRUE
098400             MOVE HIGH-VALUES      TO DLH5-DEP-KEY
098500     END-READ
098600     IF NOT DLH5-DEP-EOF
098700         MOVE CLS-EMP-ID           TO DLH5-DEP-KEY
098800     END-IF.
098900 8100-EXIT.
099000     EXIT.
099100*================================================================
099200*    8200-READ-PUR
099300*================================================================
099400 8200-READ-PUR.
099500     READ DL125-ADR-FILE
099600         AT END
099700             SET DLH5-PUR-EOF TO TRUE
099800             MOVE HIGH-VALUES      TO DLH5-PUR-KEY
099900     END-READ
100000     IF NOT DLH5-PUR-EOF
100100         MOVE DL125-A-EMP-ID       TO DLH5-PK-EMP-ID
100200         MOVE DL125-A-PURPOSE      TO DLH5-PK-PURPOSE
100300     END-IF.
100400 8200-EXIT.
100500     EXIT.
100600*================================================================
100700*    8300-READ-ADR
100800*================================================================
100900 8300-READ-ADR.
101000     READ DL097-ADR-FILE
101100         AT END
101200             SET DLH5-ADR-EOF TO TRUE
101300             MOVE HIGH-VALUES      TO DLH5-ADR-KEY
101400     END-READ
101500     IF NOT DLH5-ADR-EOF
101600         MOVE DL097-A-EMP-ID       TO DLH5-ADR-KEY
101700     END-IF.
101800 8300-EXIT.
101900     EXIT.
102000*================================================================
102100*    8400-READ-PRIOR
102200*================================================================
102300 8400-READ-PRIOR.
102400     READ DL175-HST-IN-FILE INTO DLH5-PRIOR-REC
102500         AT END
102600             SET DLH5-HST-EOF TO TRUE
102700             MOVE HIGH-VALUES      TO DLH5-HST-KEY
102800     END-READ
102900     IF NOT DLH5-HST-EOF
103000         MOVE DLH5-PR-EMP-ID       TO DLH5-HST-KEY
103100     END-IF.
103200 8400-EXIT.
103300     EXIT.
103400*================================================================
103500*    9900-TABLE-ABORT  -  A SUBSCRIBER'S INDIVIDUALS EXCEED THE  *
103600*                         20-ENTRY TABLE                         *
103700*================================================================
103800 9900-TABLE-ABORT.
103900     DISPLAY "DL175: SUBSCRIBER " EMP-EMP-ID
104000             " INDIVIDUALS EXCEED THE 20-ENTRY TABLE"
104100     MOVE 8                        TO RETURN-CODE
104200     GOBACK.
104300 9900-EXIT.
104400     EXIT.
