000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL199.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - DE-IDENTIFIED TEST-REGION
001100*                   EXTRACT.  MAKES MASKED COPIES OF BED1EMP,
001200*                   BHS1DEP, BHS2MCH/BHS3MDE AND THE DL097ADR,
001300*                   DL125ADR, DL123NTE AND DL135PYM SATELLITES
001400*                   FOR THE TEST REGION.  SSNS, MEDICARE
001500*                   NUMBERS, PROVIDER TINS, NAMES, ADDRESSES,
001600*                   CITIES, ZIPS AND PHONES ARE REPLACED BY A
001700*                   KEYED SUBSTITUTION APPLIED WORD BY WORD, SO
001800*                   THE SAME REAL VALUE BECOMES THE SAME FAKE
001900*                   VALUE ON EVERY FILE (A DL097ADR SNAPSHOT
002000*                   STILL MATCHES ITS MASTER ADDRESS, A FAMILY
002100*                   STILL SHARES A SURNAME).  DATES OF BIRTH
002200*                   KEEP THEIR YEAR; MONTH AND DAY ARE SHIFTED.
002300*                   FREE-TEXT COMMENTS AND NOTES ARE REPLACED
002400*                   OUTRIGHT.  MEMBER IDS, PATIENT NUMBERS,
002500*                   INVOICE AND PROVIDER IDS ARE LEFT ALONE, SO
002600*                   EVERY FILE KEEPS ITS SORT ORDER AND THE
002700*                   JOINS ON EMP-EMP-ID, CLS-EMP-ID AND
002800*                   CLH-PATIENT-NBR WORK UNCHANGED.  THE
002900*                   SUBSTITUTION KEY IS THE DL907 RULE
003000*                   DL199/MASK-KEY.  EVERY ORIGINAL AND MASKED
003100*                   SSN/TIN AND NAME IS SORTED TOGETHER (THE
003200*                   DL196 INTERNAL SORT) AND THE VALIDATION
003300*                   REPORT PROVES NO ORIGINAL SURVIVES ANYWHERE
003400*                   IN THE OUTPUT; IF ONE DOES, THE STEP ENDS
003500*                   WITH RETURN CODE 8 AND THE COPIES MUST NOT
003600*                   BE RELEASED.
003601*  2026-10-15  RH   NAMES, NUMBERS AND ADDRESSES NOW REPLACED
003602*                   FROM A KEYED ONE-WAY HASH OF EACH WHOLE WORD
003603*                   SO THE MASK CANNOT BE RUN BACKWARDS; DOB
003604*                   MONTH AND DAY NOW DRAWN FROM A KEYED HASH
003605*                   OF THE WHOLE DATE.
003606*  2026-10-15  RH   OTHER-COVERAGE COMMENTS NOW REPLACED OUTRIGHT.
003607*                   THE MASKING KEY IS NO LONGER COMPILED IN: IT
003608*                   COMES ONLY FROM THE DL907 ROW AND THE RUN ENDS
003609*                   WITH RETURN CODE 8 IF THAT ROW IS NOT SET.
003700*================================================================
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL097-ADR-FILE     ASSIGN TO DL097ADR
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT DL125-ADR-FILE     ASSIGN TO DL125ADR
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT DL123-NTE-FILE     ASSIGN TO DL123NTE
005700            ORGANIZATION IS SEQUENTIAL.
005800     SELECT DL135-PYM-FILE     ASSIGN TO DL135PYM
005900            ORGANIZATION IS SEQUENTIAL.
006000     SELECT DL199-EMP-FILE     ASSIGN TO DL199EMP
006100            ORGANIZATION IS SEQUENTIAL.
006200     SELECT DL199-DEP-FILE     ASSIGN TO DL199DEP
006300            ORGANIZATION IS SEQUENTIAL.
006400     SELECT DL199-MCH-FILE     ASSIGN TO DL199MCH
006500            ORGANIZATION IS SEQUENTIAL.
006600     SELECT DL199-MDE-FILE     ASSIGN TO DL199MDE
006700            ORGANIZATION IS SEQUENTIAL.
006800     SELECT DL199-UAD-FILE     ASSIGN TO DL199UAD
006900            ORGANIZATION IS SEQUENTIAL.
007000     SELECT DL199-PAD-FILE     ASSIGN TO DL199PAD
007100            ORGANIZATION IS SEQUENTIAL.
007200     SELECT DL199-NTE-FILE     ASSIGN TO DL199NTE
007300            ORGANIZATION IS SEQUENTIAL.
007400     SELECT DL199-PYM-FILE     ASSIGN TO DL199PYM
007500            ORGANIZATION IS SEQUENTIAL.
007600     SELECT DL199-SORT-FILE    ASSIGN TO DL199SORT.
007700     SELECT DL199-RPT-FILE     ASSIGN TO DL199RPT
007800            ORGANIZATION IS LINE SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  BED1EMP-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY BED1EMP.
008400 FD  BHS1DEP-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY BHS1DEP.
008700 FD  BHS2MCH-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY BHS2MCH.
009000 FD  BHS3MDE-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY BHS3MDE.
009300 FD  DL097-ADR-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY DL097ADR.
009600 FD  DL125-ADR-FILE
009700     LABEL RECORDS ARE STANDARD.
009800     COPY DL125ADR.
009900 FD  DL123-NTE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY DL123NTE.
010200 FD  DL135-PYM-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY DL135PYM.
010500 FD  DL199-EMP-FILE
010600     LABEL RECORDS ARE STANDARD.
010700 01  DL199-EMP-RECORD              PIC X(2720).
010800 FD  DL199-DEP-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  DL199-DEP-RECORD              PIC X(72).
011100 FD  DL199-MCH-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  DL199-MCH-RECORD              PIC X(572).
011400 FD  DL199-MDE-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  DL199-MDE-RECORD              PIC X(2640).
011700 FD  DL199-UAD-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  DL199-UAD-RECORD              PIC X(100).
012000 FD  DL199-PAD-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  DL199-PAD-RECORD              PIC X(115).
012300 FD  DL199-NTE-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  DL199-NTE-RECORD              PIC X(118).
012600 FD  DL199-PYM-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  DL199-PYM-RECORD              PIC X(132).
012900 SD  DL199-SORT-FILE.
013000*    ONE SSN/TIN OR NAME VALUE, AS IT WAS READ ("O") OR AS IT
013100*    WAS WRITTEN ("M"); AN ORIGINAL SORTING NEXT TO AN IDENTICAL
013200*    MASKED VALUE HAS SURVIVED INTO THE TEST COPY
013300 01  DLJ9-SORT-RECORD.
013400     05  DLJ9-S-KEY.
013500         10  DLJ9-S-TYPE           PIC X(1).
013600         10  DLJ9-S-VALUE          PIC X(35).
013700         10  DLJ9-S-SIDE           PIC X(1).
013800     05  DLJ9-S-FIELD              PIC X(16).
013900 FD  DL199-RPT-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  DL199-RPT-LINE                PIC X(132).
014200 WORKING-STORAGE SECTION.
014300*----------------------------------------------------------------
014400*    DLJ9-SWITCHES AND COUNTERS
014500*----------------------------------------------------------------
014600 01  DLJ9-SWITCHES.
014700     05  DLJ9-IN-EOF-SW            PIC X(1)     VALUE "N".
014800         88  DLJ9-IN-EOF                         VALUE "Y".
014900     05  DLJ9-SRT-EOF-SW           PIC X(1)     VALUE "N".
015000         88  DLJ9-SRT-EOF                        VALUE "Y".
015100     05  DLJ9-SAW-ORIGINAL-SW      PIC X(1)     VALUE "N".
015200         88  DLJ9-SAW-ORIGINAL                   VALUE "Y".
015300     05  DLJ9-SAW-MASKED-SW        PIC X(1)     VALUE "N".
015400         88  DLJ9-SAW-MASKED                     VALUE "Y".
015500 01  DLJ9-RUN-DATE                 PIC 9(8).
015600 01  DLJ9-COUNTERS.
015700     05  DLJ9-EMP-COPIED           PIC S9(8) COMP VALUE ZERO.
015800     05  DLJ9-DEP-COPIED           PIC S9(8) COMP VALUE ZERO.
015900     05  DLJ9-MCH-COPIED           PIC S9(8) COMP VALUE ZERO.
016000     05  DLJ9-MDE-COPIED           PIC S9(8) COMP VALUE ZERO.
016100     05  DLJ9-UAD-COPIED           PIC S9(8) COMP VALUE ZERO.
016200     05  DLJ9-PAD-COPIED           PIC S9(8) COMP VALUE ZERO.
016300     05  DLJ9-NTE-COPIED           PIC S9(8) COMP VALUE ZERO.
016400     05  DLJ9-PYM-COPIED           PIC S9(8) COMP VALUE ZERO.
016500     05  DLJ9-SSN-CHECKED          PIC S9(8) COMP VALUE ZERO.
016600     05  DLJ9-NAME-CHECKED         PIC S9(8) COMP VALUE ZERO.
016700     05  DLJ9-SURVIVORS            PIC S9(8) COMP VALUE ZERO.
016800 01  DLJ9-PREV-KEY.
016900     05  DLJ9-P-TYPE               PIC X(1).
017000     05  DLJ9-P-VALUE              PIC X(35).
017100 01  DLJ9-SURVIVOR-FIELD           PIC X(16).
017200*----------------------------------------------------------------
017300*    DLJ9-KEY  -  THE MASKING KEY.  ITS DIGITS ARE STIRRED INTO
017400*    THE HASH ONE PER POSITION (POSITIONS PAST 13 WRAP); THE
017401*    SEED IS THE KEY REDUCED BY THE HASH PRIME.  THE KEY IS
017402*    KEPT ONLY ON THE DL907 ROW, NEVER IN THIS SOURCE
017500*----------------------------------------------------------------
017600 01  DLJ9-KEY-VALUE                PIC 9(11)V99
017700                                   VALUE ZERO.
017800 01  DLJ9-KEY-DIGITS REDEFINES DLJ9-KEY-VALUE.
017900     05  DLJ9-KEY-DIGIT            PIC 9(1) OCCURS 13 TIMES.
018000 01  DLJ9-ALPHABET.
018100     05  DLJ9-LETTERS              PIC X(26)
018200         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
018300     05  DLJ9-LETTER REDEFINES DLJ9-LETTERS
018400                                   PIC X(1) OCCURS 26 TIMES.
018500     05  DLJ9-NUMERALS             PIC X(10)
018600         VALUE "0123456789".
018700     05  DLJ9-NUMERAL REDEFINES DLJ9-NUMERALS
018800                                   PIC X(1) OCCURS 10 TIMES.
018801     05  DLJ9-ALNUMS               PIC X(36)
018802         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
018803     05  DLJ9-ALNUM REDEFINES DLJ9-ALNUMS
018804                                   PIC X(1) OCCURS 36 TIMES.
018900*----------------------------------------------------------------
019000*    DLJ9-MASK-WORK  -  THE VALUE BEING MASKED AND ITS LENGTH
019100*----------------------------------------------------------------
019200 01  DLJ9-MASK-WORK.
019300     05  DLJ9-MASK-AREA            PIC X(35).
019400     05  DLJ9-MASK-CHARS REDEFINES DLJ9-MASK-AREA.
019500         10  DLJ9-MASK-CHAR        PIC X(1) OCCURS 35 TIMES.
019600     05  DLJ9-MASK-LEN             PIC S9(4) COMP.
019700     05  DLJ9-THIS-CHAR            PIC X(1).
019800     05  DLJ9-POS                  PIC S9(4) COMP.
019900     05  DLJ9-WPOS                 PIC S9(4) COMP.
020000     05  DLJ9-IDX                  PIC S9(4) COMP.
020100     05  DLJ9-BASE                 PIC S9(4) COMP.
020101     05  DLJ9-SCAN                 PIC S9(4) COMP.
020102     05  DLJ9-CODE                 PIC S9(4) COMP.
020300     05  DLJ9-KEY-SUB              PIC S9(4) COMP.
020400     05  DLJ9-NEW                  PIC S9(4) COMP.
020500     05  DLJ9-QUOT                 PIC S9(4) COMP.
020600     05  DLJ9-WORK                 PIC S9(4) COMP.
020601     05  DLJ9-WORD-END-SW          PIC X(1).
020602         88  DLJ9-WORD-END                       VALUE "Y".
020603     05  DLJ9-HASH                 PIC S9(8) COMP.
020604     05  DLJ9-HASH-SEED            PIC S9(8) COMP.
020605     05  DLJ9-HASH-WIDE            PIC S9(15) COMP-3.
020606     05  DLJ9-HASH-QUOT            PIC S9(15) COMP-3.
020700 01  DLJ9-LOG-WORK.
020800     05  DLJ9-LOG-TYPE             PIC X(1).
020900     05  DLJ9-LOG-FIELD            PIC X(16).
021000*----------------------------------------------------------------
021100*    NUMERIC WORK AREAS  -  ZIPS AND PHONES ARE MASKED AT THEIR
021200*    DECLARED WIDTH, SO THE SAME VALUE MASKS THE SAME ON EVERY
021300*    FILE THAT CARRIES IT AT THAT WIDTH
021400*----------------------------------------------------------------
021500 01  DLJ9-NUM-WORK.
021600     05  DLJ9-NUM-8                PIC 9(8).
021700     05  DLJ9-NUM-9                PIC 9(9).
021800     05  DLJ9-NUM-10               PIC 9(10).
021900 01  DLJ9-DOB-WORK.
022000     05  DLJ9-DOB                  PIC 9(8).
022100     05  DLJ9-DOB-PARTS REDEFINES DLJ9-DOB.
022200         10  DLJ9-DOB-CCYY         PIC 9(4).
022300         10  DLJ9-DOB-MM           PIC 9(2).
022400         10  DLJ9-DOB-DD           PIC 9(2).
022500 01  DLJ9-TEXT-REMOVED             PIC X(40)
022600     VALUE "TEXT REMOVED - DE-IDENTIFIED COPY".
022700*----------------------------------------------------------------
022800*    REPORT LINES
022900*----------------------------------------------------------------
023000 01  DLJ9-HEADING-1.
023100     05  FILLER                    PIC X(44)
023200         VALUE "DE-IDENTIFIED TEST-REGION EXTRACT".
023300 01  DLJ9-COUNT-LINE.
023400     05  DLJ9-C-LABEL              PIC X(40).
023500     05  DLJ9-C-COUNT              PIC ZZZ,ZZZ,ZZ9.
023600 01  DLJ9-SURVIVOR-LINE.
023700     05  FILLER                    PIC X(30)
023800         VALUE "ORIGINAL VALUE SURVIVES IN ".
023900     05  DLJ9-V-FIELD              PIC X(16).
024000     05  FILLER                    PIC X(2)  VALUE SPACES.
024100     05  DLJ9-V-TYPE               PIC X(8).
024200 01  DLJ9-RESULT-LINE              PIC X(60).
024300 01  DLJ9-RESULT-CLEAN             PIC X(60) VALUE
024400     "NO ORIGINAL SSN, TIN OR NAME SURVIVES IN THE COPIES".
024500 01  DLJ9-RESULT-FAILED            PIC X(60) VALUE
024600     "ORIGINAL VALUES SURVIVE - DO NOT RELEASE THE COPIES".
024700*----------------------------------------------------------------
024800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
024900*----------------------------------------------------------------
025000 01  DL903-PARMS.
025100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL199".
025200     05  DL903-REC-TYPE            PIC X(1).
025300     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
025400*----------------------------------------------------------------
025500*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
025600*----------------------------------------------------------------
025700 01  DL902-DATES.
025800     05  DL902-EXEC-DATE           PIC 9(8).
025900 01  DL902-EXEC-LINE.
026000     05  FILLER                    PIC X(14)
026100         VALUE "BUSINESS DATE ".
026200     05  DL902-EL-BUS              PIC 9(8).
026300     05  FILLER                    PIC X(11)
026400         VALUE "  EXECUTED ".
026500     05  DL902-EL-EXEC             PIC 9(8).
026600*----------------------------------------------------------------
026700*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
026800*----------------------------------------------------------------
026900     COPY DL907PRM.
027000 PROCEDURE DIVISION.
027100*================================================================
027200*    0000-MAINLINE
027300*================================================================
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
027600     MOVE "S"                      TO DL903-REC-TYPE
027700     CALL "DL903" USING DL903-PARMS
027800     SORT DL199-SORT-FILE
027900         ON ASCENDING KEY DLJ9-S-KEY
028000         INPUT PROCEDURE IS 2000-MASK-FILES
028100             THRU 2999-EXIT
028200         OUTPUT PROCEDURE IS 3000-PROVE-MASKING
028300             THRU 3999-EXIT
028400     PERFORM 4000-TERMINATE         THRU 4000-EXIT
028500     MOVE "E"                      TO DL903-REC-TYPE
028600     MOVE DLJ9-EMP-COPIED TO DL903-REC-COUNT
028700     CALL "DL903" USING DL903-PARMS
028800     GOBACK.
028900*================================================================
029000*    1000-INITIALIZE
029100*================================================================
029200 1000-INITIALIZE.
029300     CALL "DL902" USING DLJ9-RUN-DATE DL902-EXEC-DATE
029400     OPEN OUTPUT DL199-RPT-FILE
029500     WRITE DL199-RPT-LINE FROM DLJ9-HEADING-1
029600     MOVE DLJ9-RUN-DATE TO DL902-EL-BUS
029700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
029800     WRITE DL199-RPT-LINE FROM DL902-EXEC-LINE
029900     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
030000     WRITE DL199-RPT-LINE FROM SPACES.
030100 1000-EXIT.
030200     EXIT.
030300*================================================================
030301*    1500-GET-PARAMETERS  -  THE MASKING KEY.  CHANGING IT       *
030302*                            CHANGES EVERY FAKE VALUE, SO A      *
030303*                            REFRESH OF ONLY SOME FILES MUST RUN *
030304*                            UNDER THE SAME KEY.  THE KEY IS NOT *
030305*                            PRINTED - WITH IT A LIST OF LIKELY  *
030306*                            VALUES COULD BE MASKED AND MATCHED. *
030307*                            THERE IS NO DEFAULT: WITHOUT A      *
030308*                            DL907 ROW THE RUN STOPS             *
031000*================================================================
031100 1500-GET-PARAMETERS.
031200     MOVE "DL199"                  TO DL907-P-PROGRAM-ID
031300     MOVE "MASK-KEY"               TO DL907-P-RULE-NAME
031400     MOVE ZERO                     TO DL907-P-DEFAULT
031500     CALL "DL907" USING DL907-PARMS
031600     MOVE DL907-P-VALUE            TO DLJ9-KEY-VALUE
031601     IF DLJ9-KEY-VALUE = ZERO
031602         PERFORM 9900-KEY-ABORT     THRU 9900-EXIT
031603     END-IF
031604*    999983 IS THE HASH PRIME THROUGHOUT
031605     COMPUTE DLJ9-HASH-WIDE = DLJ9-KEY-VALUE * 100
031606     DIVIDE DLJ9-HASH-WIDE BY 999983 GIVING DLJ9-HASH-QUOT
031607         REMAINDER DLJ9-HASH-SEED.
031700 1500-EXIT.
031800     EXIT.
031900*================================================================
032000*    2000-MASK-FILES  -  INPUT PROCEDURE: COPY AND MASK EACH     *
032100*                        FILE, RELEASING EVERY SSN AND NAME      *
032200*                        BEFORE AND AFTER                        *
032300*================================================================
032400 2000-MASK-FILES.
032500     PERFORM 2100-COPY-MEMBERS      THRU 2100-EXIT
032600     PERFORM 2200-COPY-DEPENDENTS   THRU 2200-EXIT
032700     PERFORM 2300-COPY-CLAIMS       THRU 2300-EXIT
032800     PERFORM 2400-COPY-DETAILS      THRU 2400-EXIT
032900     PERFORM 2500-COPY-UNDELIVERED  THRU 2500-EXIT
033000     PERFORM 2600-COPY-PURPOSE-ADR  THRU 2600-EXIT
033100     PERFORM 2700-COPY-NOTES        THRU 2700-EXIT
033200     PERFORM 2800-COPY-PAYEES       THRU 2800-EXIT
033300     GO TO 2999-EXIT.
033400 2000-EXIT.
033500     EXIT.
033600*================================================================
033700*    2100-COPY-MEMBERS  -  BED1EMP                               *
033800*================================================================
033900 2100-COPY-MEMBERS.
034000     OPEN INPUT  BED1EMP-FILE
034100     OPEN OUTPUT DL199-EMP-FILE
034200     MOVE "N"                      TO DLJ9-IN-EOF-SW
034300     PERFORM 2110-MASK-ONE-MEMBER   THRU 2110-EXIT
034400         UNTIL DLJ9-IN-EOF
034500     CLOSE BED1EMP-FILE
034600     CLOSE DL199-EMP-FILE.
034700 2100-EXIT.
034800     EXIT.
034900*================================================================
035000*    2110-MASK-ONE-MEMBER
035100*================================================================
035200 2110-MASK-ONE-MEMBER.
035300     READ BED1EMP-FILE
035400         AT END
035500             SET DLJ9-IN-EOF TO TRUE
035600     END-READ
035700     IF DLJ9-IN-EOF
035800         GO TO 2110-EXIT
035900     END-IF
036000     MOVE "S"                      TO DLJ9-LOG-TYPE
036100     MOVE "EMP-SS-NBR"             TO DLJ9-LOG-FIELD
036200     MOVE EMP-SS-NBR               TO DLJ9-MASK-AREA
036300     MOVE 10                       TO DLJ9-MASK-LEN
036400     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
036500     MOVE DLJ9-MASK-AREA           TO EMP-SS-NBR
036600     MOVE "EMP-HCFA-NBR"           TO DLJ9-LOG-FIELD
036700     MOVE EMP-HCFA-NBR             TO DLJ9-MASK-AREA
036800     MOVE 13                       TO DLJ9-MASK-LEN
036900     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
037000     MOVE DLJ9-MASK-AREA           TO EMP-HCFA-NBR
037100     MOVE "N"                      TO DLJ9-LOG-TYPE
037200     MOVE "EMP-FNAME"              TO DLJ9-LOG-FIELD
037300     MOVE EMP-FNAME                TO DLJ9-MASK-AREA
037400     MOVE 10                       TO DLJ9-MASK-LEN
037500     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
037600     MOVE DLJ9-MASK-AREA           TO EMP-FNAME
037700     MOVE "EMP-LNAME"              TO DLJ9-LOG-FIELD
037800     MOVE EMP-LNAME                TO DLJ9-MASK-AREA
037900     MOVE 20                       TO DLJ9-MASK-LEN
038000     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
038100     MOVE DLJ9-MASK-AREA           TO EMP-LNAME
038200     MOVE EMP-DOB                  TO DLJ9-DOB
038300     PERFORM 7200-MASK-DOB          THRU 7200-EXIT
038400     MOVE DLJ9-DOB                 TO EMP-DOB
038500     MOVE EMP-ADDR                 TO DLJ9-MASK-AREA
038600     MOVE 25                       TO DLJ9-MASK-LEN
038700     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
038800     MOVE DLJ9-MASK-AREA           TO EMP-ADDR
038900     MOVE EMP-ADDR4                TO DLJ9-MASK-AREA
039000     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
039100     MOVE DLJ9-MASK-AREA           TO EMP-ADDR4
039200     MOVE EMP-CITY                 TO DLJ9-MASK-AREA
039300     MOVE 16                       TO DLJ9-MASK-LEN
039400     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
039500     MOVE DLJ9-MASK-AREA           TO EMP-CITY
039600     MOVE EMP-ZIP                  TO DLJ9-NUM-8
039700     PERFORM 7300-MASK-NUM-8        THRU 7300-EXIT
039800     MOVE DLJ9-NUM-8               TO EMP-ZIP
039900     IF EMP-COMMENTS NOT = SPACES
040000         MOVE DLJ9-TEXT-REMOVED    TO EMP-COMMENTS
040100     END-IF
040200     PERFORM 2120-MASK-OTHER-COV    THRU 2120-EXIT
040300     WRITE DL199-EMP-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
040400     ADD 1 TO DLJ9-EMP-COPIED.
040500 2110-EXIT.
040600     EXIT.
040700*================================================================
040800*    2120-MASK-OTHER-COV  -  THE OTHER-COVERAGE POLICYHOLDERS,   *
040900*                            THEIR EMPLOYERS, ADDRESSES AND      *
041000*                            PHONES (THE CARRIER NAMES STAND)    *
041100*================================================================
041200 2120-MASK-OTHER-COV.
041300     MOVE "N"                      TO DLJ9-LOG-TYPE
041400     MOVE 25                       TO DLJ9-MASK-LEN
041500     MOVE "EMP-OCL1-NAME"          TO DLJ9-LOG-FIELD
041600     MOVE EMP-OCL1-NAME            TO DLJ9-MASK-AREA
041700     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
041800     MOVE DLJ9-MASK-AREA           TO EMP-OCL1-NAME
041900     MOVE "EMP-OCL2-NAME"          TO DLJ9-LOG-FIELD
042000     MOVE EMP-OCL2-NAME            TO DLJ9-MASK-AREA
042100     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
042200     MOVE DLJ9-MASK-AREA           TO EMP-OCL2-NAME
042300     MOVE "EMP-OCL3-NAME"          TO DLJ9-LOG-FIELD
042400     MOVE EMP-OCL3-NAME            TO DLJ9-MASK-AREA
042500     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
042600     MOVE DLJ9-MASK-AREA           TO EMP-OCL3-NAME
042601     IF EMP-OCL1-COMMENT NOT = SPACES
042602         MOVE DLJ9-TEXT-REMOVED    TO EMP-OCL1-COMMENT
042603     END-IF
042604     IF EMP-OCL2-COMMENT NOT = SPACES
042605         MOVE DLJ9-TEXT-REMOVED    TO EMP-OCL2-COMMENT
042606     END-IF
042607     IF EMP-OCL3-COMMENT NOT = SPACES
042608         MOVE DLJ9-TEXT-REMOVED    TO EMP-OCL3-COMMENT
042609     END-IF
042610     MOVE 20                       TO DLJ9-MASK-LEN
042800     MOVE EMP-OCL1-EMPLOYER-NAME   TO DLJ9-MASK-AREA
042900     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
043000     MOVE DLJ9-MASK-AREA           TO EMP-OCL1-EMPLOYER-NAME
043100     MOVE EMP-OCL2-EMPLOYER-NAME   TO DLJ9-MASK-AREA
043200     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
043300     MOVE DLJ9-MASK-AREA           TO EMP-OCL2-EMPLOYER-NAME
043400     MOVE EMP-OCL3-EMPLOYER-NAME   TO DLJ9-MASK-AREA
043500     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
043600     MOVE DLJ9-MASK-AREA           TO EMP-OCL3-EMPLOYER-NAME
043700     MOVE EMP-OCL1-ADDR            TO DLJ9-MASK-AREA
043800     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
043900     MOVE DLJ9-MASK-AREA           TO EMP-OCL1-ADDR
044000     MOVE EMP-OCL2-ADDR            TO DLJ9-MASK-AREA
044100     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
044200     MOVE DLJ9-MASK-AREA           TO EMP-OCL2-ADDR
044300     MOVE EMP-OCL3-ADDR            TO DLJ9-MASK-AREA
044400     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
044500     MOVE DLJ9-MASK-AREA           TO EMP-OCL3-ADDR
044600     MOVE 15                       TO DLJ9-MASK-LEN
044700     MOVE EMP-OCL1-ADDR2           TO DLJ9-MASK-AREA
044800     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
044900     MOVE DLJ9-MASK-AREA           TO EMP-OCL1-ADDR2
045000     MOVE EMP-OCL2-ADDR2           TO DLJ9-MASK-AREA
045100     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
045200     MOVE DLJ9-MASK-AREA           TO EMP-OCL2-ADDR2
045300     MOVE EMP-OCL3-ADDR2           TO DLJ9-MASK-AREA
045400     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
045500     MOVE DLJ9-MASK-AREA           TO EMP-OCL3-ADDR2
045600     MOVE EMP-OCL1-CITY            TO DLJ9-MASK-AREA
045700     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
045800     MOVE DLJ9-MASK-AREA           TO EMP-OCL1-CITY
045900     MOVE EMP-OCL2-CITY            TO DLJ9-MASK-AREA
046000     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
046100     MOVE DLJ9-MASK-AREA           TO EMP-OCL2-CITY
046200     MOVE EMP-OCL3-CITY            TO DLJ9-MASK-AREA
046300     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
046400     MOVE DLJ9-MASK-AREA           TO EMP-OCL3-CITY
046500     MOVE EMP-OCL1-ZIP             TO DLJ9-NUM-9
046600     PERFORM 7310-MASK-NUM-9        THRU 7310-EXIT
046700     MOVE DLJ9-NUM-9               TO EMP-OCL1-ZIP
046800     MOVE EMP-OCL2-ZIP             TO DLJ9-NUM-9
046900     PERFORM 7310-MASK-NUM-9        THRU 7310-EXIT
047000     MOVE DLJ9-NUM-9               TO EMP-OCL2-ZIP
047100     MOVE EMP-OCL3-ZIP             TO DLJ9-NUM-9
047200     PERFORM 7310-MASK-NUM-9        THRU 7310-EXIT
047300     MOVE DLJ9-NUM-9               TO EMP-OCL3-ZIP
047400     MOVE EMP-OCL1-PHONE           TO DLJ9-NUM-10
047500     PERFORM 7320-MASK-NUM-10       THRU 7320-EXIT
047600     MOVE DLJ9-NUM-10              TO EMP-OCL1-PHONE
047700     MOVE EMP-OCL2-PHONE           TO DLJ9-NUM-10
047800     PERFORM 7320-MASK-NUM-10       THRU 7320-EXIT
047900     MOVE DLJ9-NUM-10              TO EMP-OCL2-PHONE
048000     MOVE EMP-OCL3-PHONE           TO DLJ9-NUM-10
048100     PERFORM 7320-MASK-NUM-10       THRU 7320-EXIT
048200     MOVE DLJ9-NUM-10              TO EMP-OCL3-PHONE.
048300 2120-EXIT.
048400     EXIT.
048500*================================================================
048600*    2200-COPY-DEPENDENTS  -  BHS1DEP                            *
048700*================================================================
048800 2200-COPY-DEPENDENTS.
048900     OPEN INPUT  BHS1DEP-FILE
049000     OPEN OUTPUT DL199-DEP-FILE
049100     MOVE "N"                      TO DLJ9-IN-EOF-SW
049200     PERFORM 2210-MASK-ONE-DEPENDENT THRU 2210-EXIT
049300         UNTIL DLJ9-IN-EOF
049400     CLOSE BHS1DEP-FILE
049500     CLOSE DL199-DEP-FILE.
049600 2200-EXIT.
049700     EXIT.
049800*================================================================
049900*    2210-MASK-ONE-DEPENDENT
050000*================================================================
050100 2210-MASK-ONE-DEPENDENT.
050200     READ BHS1DEP-FILE
050300         AT END
050400             SET DLJ9-IN-EOF TO TRUE
050500     END-READ
050600     IF DLJ9-IN-EOF
050700         GO TO 2210-EXIT
050800     END-IF
050900     MOVE "N"                      TO DLJ9-LOG-TYPE
051000     MOVE "CLS-FNAME"              TO DLJ9-LOG-FIELD
051100     MOVE CLS-FNAME                TO DLJ9-MASK-AREA
051200     MOVE 10                       TO DLJ9-MASK-LEN
051300     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
051400     MOVE DLJ9-MASK-AREA           TO CLS-FNAME
051500     MOVE "CLS-LNAME"              TO DLJ9-LOG-FIELD
051600     MOVE CLS-LNAME                TO DLJ9-MASK-AREA
051700     MOVE 20                       TO DLJ9-MASK-LEN
051800     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
051900     MOVE DLJ9-MASK-AREA           TO CLS-LNAME
052000     MOVE CLS-DOB                  TO DLJ9-DOB
052100     PERFORM 7200-MASK-DOB          THRU 7200-EXIT
052200     MOVE DLJ9-DOB                 TO CLS-DOB
052300     WRITE DL199-DEP-RECORD FROM BHS1DEP-STRUCTURE-DATA-ITEM
052400     ADD 1 TO DLJ9-DEP-COPIED.
052500 2210-EXIT.
052600     EXIT.
052700*================================================================
052800*    2300-COPY-CLAIMS  -  BHS2MCH.  THE EMPLOYEE ZIP IS THE ONLY *
052900*                         PERSONAL FIELD THE HEADER CARRIES      *
053000*================================================================
053100 2300-COPY-CLAIMS.
053200     OPEN INPUT  BHS2MCH-FILE
053300     OPEN OUTPUT DL199-MCH-FILE
053400     MOVE "N"                      TO DLJ9-IN-EOF-SW
053500     PERFORM 2310-MASK-ONE-CLAIM    THRU 2310-EXIT
053600         UNTIL DLJ9-IN-EOF
053700     CLOSE BHS2MCH-FILE
053800     CLOSE DL199-MCH-FILE.
053900 2300-EXIT.
054000     EXIT.
054100*================================================================
054200*    2310-MASK-ONE-CLAIM
054300*================================================================
054400 2310-MASK-ONE-CLAIM.
054500     READ BHS2MCH-FILE
054600         AT END
054700             SET DLJ9-IN-EOF TO TRUE
054800     END-READ
054900     IF DLJ9-IN-EOF
055000         GO TO 2310-EXIT
055100     END-IF
055200     MOVE CLH-EE-ZIP               TO DLJ9-NUM-8
055300     PERFORM 7300-MASK-NUM-8        THRU 7300-EXIT
055400     MOVE DLJ9-NUM-8               TO CLH-EE-ZIP
055500     WRITE DL199-MCH-RECORD FROM BHS2MCH-STRUCTURE-DATA-ITEM
055600     ADD 1 TO DLJ9-MCH-COPIED.
055700 2310-EXIT.
055800     EXIT.
055900*================================================================
056000*    2400-COPY-DETAILS  -  BHS3MDE CARRIES NO PERSONAL FIELDS;   *
056100*                          IT IS COPIED RECORD FOR RECORD SO THE *
056200*                          LOCKSTEP PAIRING WITH BHS2MCH HOLDS   *
056300*================================================================
056400 2400-COPY-DETAILS.
056500     OPEN INPUT  BHS3MDE-FILE
056600     OPEN OUTPUT DL199-MDE-FILE
056700     MOVE "N"                      TO DLJ9-IN-EOF-SW
056800     PERFORM 2410-COPY-ONE-DETAIL   THRU 2410-EXIT
056900         UNTIL DLJ9-IN-EOF
057000     CLOSE BHS3MDE-FILE
057100     CLOSE DL199-MDE-FILE.
057200 2400-EXIT.
057300     EXIT.
057400*================================================================
057500*    2410-COPY-ONE-DETAIL
057600*================================================================
057700 2410-COPY-ONE-DETAIL.
057800     READ BHS3MDE-FILE
057900         AT END
058000             SET DLJ9-IN-EOF TO TRUE
058100     END-READ
058200     IF DLJ9-IN-EOF
058300         GO TO 2410-EXIT
058400     END-IF
058500     WRITE DL199-MDE-RECORD FROM BHS3MDE-STRUCTURE-DATA-ITEM
058600     ADD 1 TO DLJ9-MDE-COPIED.
058700 2410-EXIT.
058800     EXIT.
058900*================================================================
059000*    2500-COPY-UNDELIVERED  -  DL097ADR.  THE SNAPSHOT ADDRESS   *
059100*                              MASKS EXACTLY AS THE MASTER'S     *
059200*                              DOES                              *
059300*================================================================
059400 2500-COPY-UNDELIVERED.
059500     OPEN INPUT  DL097-ADR-FILE
059600     OPEN OUTPUT DL199-UAD-FILE
059700     MOVE "N"                      TO DLJ9-IN-EOF-SW
059800     PERFORM 2510-MASK-ONE-UNDELIVERED THRU 2510-EXIT
059900         UNTIL DLJ9-IN-EOF
060000     CLOSE DL097-ADR-FILE
060100     CLOSE DL199-UAD-FILE.
060200 2500-EXIT.
060300     EXIT.
060400*================================================================
060500*    2510-MASK-ONE-UNDELIVERED
060600*================================================================
060700 2510-MASK-ONE-UNDELIVERED.
060800     READ DL097-ADR-FILE
060900         AT END
061000             SET DLJ9-IN-EOF TO TRUE
061100     END-READ
061200     IF DLJ9-IN-EOF
061300         GO TO 2510-EXIT
061400     END-IF
061500     MOVE DL097-A-ADDR             TO DLJ9-MASK-AREA
061600     MOVE 25                       TO DLJ9-MASK-LEN
061700     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
061800     MOVE DLJ9-MASK-AREA           TO DL097-A-ADDR
061900     MOVE DL097-A-ADDR4            TO DLJ9-MASK-AREA
062000     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
062100     MOVE DLJ9-MASK-AREA           TO DL097-A-ADDR4
062200     MOVE DL097-A-CITY             TO DLJ9-MASK-AREA
062300     MOVE 16                       TO DLJ9-MASK-LEN
062400     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
062500     MOVE DLJ9-MASK-AREA           TO DL097-A-CITY
062600     MOVE DL097-A-ZIP              TO DLJ9-NUM-8
062700     PERFORM 7300-MASK-NUM-8        THRU 7300-EXIT
062800     MOVE DLJ9-NUM-8               TO DL097-A-ZIP
062900     WRITE DL199-UAD-RECORD FROM DL097-ADR-RECORD
063000     ADD 1 TO DLJ9-UAD-COPIED.
063100 2510-EXIT.
063200     EXIT.
063300*================================================================
063400*    2600-COPY-PURPOSE-ADR  -  DL125ADR                          *
063500*================================================================
063600 2600-COPY-PURPOSE-ADR.
063700     OPEN INPUT  DL125-ADR-FILE
063800     OPEN OUTPUT DL199-PAD-FILE
063900     MOVE "N"                      TO DLJ9-IN-EOF-SW
064000     PERFORM 2610-MASK-ONE-PURPOSE-ADR THRU 2610-EXIT
064100         UNTIL DLJ9-IN-EOF
064200     CLOSE DL125-ADR-FILE
064300     CLOSE DL199-PAD-FILE.
064400 2600-EXIT.
064500     EXIT.
064600*================================================================
064700*    2610-MASK-ONE-PURPOSE-ADR
064800*================================================================
064900 2610-MASK-ONE-PURPOSE-ADR.
065000     READ DL125-ADR-FILE
065100         AT END
065200             SET DLJ9-IN-EOF TO TRUE
065300     END-READ
065400     IF DLJ9-IN-EOF
065500         GO TO 2610-EXIT
065600     END-IF
065700     MOVE "N"                      TO DLJ9-LOG-TYPE
065800     MOVE "DL125-A-NAME"           TO DLJ9-LOG-FIELD
065900     MOVE DL125-A-NAME             TO DLJ9-MASK-AREA
066000     MOVE 25                       TO DLJ9-MASK-LEN
066100     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
066200     MOVE DLJ9-MASK-AREA           TO DL125-A-NAME
066300     MOVE DL125-A-ADDR             TO DLJ9-MASK-AREA
066400     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
066500     MOVE DLJ9-MASK-AREA           TO DL125-A-ADDR
066600     MOVE DL125-A-ADDR4            TO DLJ9-MASK-AREA
066700     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
066800     MOVE DLJ9-MASK-AREA           TO DL125-A-ADDR4
066900     MOVE DL125-A-CITY             TO DLJ9-MASK-AREA
067000     MOVE 16                       TO DLJ9-MASK-LEN
067100     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
067200     MOVE DLJ9-MASK-AREA           TO DL125-A-CITY
067300     MOVE DL125-A-ZIP              TO DLJ9-NUM-8
067400     PERFORM 7300-MASK-NUM-8        THRU 7300-EXIT
067500     MOVE DLJ9-NUM-8               TO DL125-A-ZIP
067600     WRITE DL199-PAD-RECORD FROM DL125-ADR-RECORD
067700     ADD 1 TO DLJ9-PAD-COPIED.
067800 2610-EXIT.
067900     EXIT.
068000*================================================================
068100*    2700-COPY-NOTES  -  DL123NTE.  NOTE TEXT IS FREE FORM AND   *
068200*                        MAY NAME ANYONE, SO IT IS REPLACED      *
068300*================================================================
068400 2700-COPY-NOTES.
068500     OPEN INPUT  DL123-NTE-FILE
068600     OPEN OUTPUT DL199-NTE-FILE
068700     MOVE "N"                      TO DLJ9-IN-EOF-SW
068800     PERFORM 2710-MASK-ONE-NOTE     THRU 2710-EXIT
068900         UNTIL DLJ9-IN-EOF
069000     CLOSE DL123-NTE-FILE
069100     CLOSE DL199-NTE-FILE.
069200 2700-EXIT.
069300     EXIT.
069400*================================================================
069500*    2710-MASK-ONE-NOTE
069600*================================================================
069700 2710-MASK-ONE-NOTE.
069800     READ DL123-NTE-FILE
069900         AT END
070000             SET DLJ9-IN-EOF TO TRUE
070100     END-READ
070200     IF DLJ9-IN-EOF
070300         GO TO 2710-EXIT
070400     END-IF
070500     IF DL123-N-TEXT NOT = SPACES
070600         MOVE DLJ9-TEXT-REMOVED    TO DL123-N-TEXT
070700     END-IF
070800     WRITE DL199-NTE-RECORD FROM DL123-NTE-RECORD
070900     ADD 1 TO DLJ9-NTE-COPIED.
071000 2710-EXIT.
071100     EXIT.
071200*================================================================
071300*    2800-COPY-PAYEES  -  DL135PYM.  A SOLE PRACTITIONER'S LEGAL *
071400*                         NAME AND TIN ARE PERSONAL DATA         *
071500*================================================================
071600 2800-COPY-PAYEES.
071700     OPEN INPUT  DL135-PYM-FILE
071800     OPEN OUTPUT DL199-PYM-FILE
071900     MOVE "N"                      TO DLJ9-IN-EOF-SW
072000     PERFORM 2810-MASK-ONE-PAYEE    THRU 2810-EXIT
072100         UNTIL DLJ9-IN-EOF
072200     CLOSE DL135-PYM-FILE
072300     CLOSE DL199-PYM-FILE.
072400 2800-EXIT.
072500     EXIT.
072600*================================================================
072700*    2810-MASK-ONE-PAYEE
072800*================================================================
072900 2810-MASK-ONE-PAYEE.
073000     READ DL135-PYM-FILE
073100         AT END
073200             SET DLJ9-IN-EOF TO TRUE
073300     END-READ
073400     IF DLJ9-IN-EOF
073500         GO TO 2810-EXIT
073600     END-IF
073700     MOVE "S"                      TO DLJ9-LOG-TYPE
073800     MOVE "DL135-P-TIN"            TO DLJ9-LOG-FIELD
073900     MOVE DL135-P-TIN              TO DLJ9-MASK-AREA
074000     MOVE 9                        TO DLJ9-MASK-LEN
074100     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
074200     MOVE DLJ9-MASK-AREA           TO DL135-P-TIN
074300     MOVE "N"                      TO DLJ9-LOG-TYPE
074400     MOVE "DL135-P-LEGAL-NAME"     TO DLJ9-LOG-FIELD
074500     MOVE DL135-P-LEGAL-NAME       TO DLJ9-MASK-AREA
074600     MOVE 35                       TO DLJ9-MASK-LEN
074700     PERFORM 7500-MASK-LOGGED       THRU 7500-EXIT
074800     MOVE DLJ9-MASK-AREA           TO DL135-P-LEGAL-NAME
074900     MOVE 25                       TO DLJ9-MASK-LEN
075000     MOVE DL135-P-ADDR             TO DLJ9-MASK-AREA
075100     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
075200     MOVE DLJ9-MASK-AREA           TO DL135-P-ADDR
075300     MOVE DL135-P-ADDR2            TO DLJ9-MASK-AREA
075400     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
075500     MOVE DLJ9-MASK-AREA           TO DL135-P-ADDR2
075600     MOVE DL135-P-CITY             TO DLJ9-MASK-AREA
075700     MOVE 16                       TO DLJ9-MASK-LEN
075800     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
075900     MOVE DLJ9-MASK-AREA           TO DL135-P-CITY
076000     MOVE DL135-P-ZIP              TO DLJ9-NUM-9
076100     PERFORM 7310-MASK-NUM-9        THRU 7310-EXIT
076200     MOVE DLJ9-NUM-9               TO DL135-P-ZIP
076300     WRITE DL199-PYM-RECORD FROM DL135-PYM-RECORD
076400     ADD 1 TO DLJ9-PYM-COPIED.
076500 2810-EXIT.
076600     EXIT.
076700 2999-EXIT.
076800     EXIT.
076900*================================================================
077000*    3000-PROVE-MASKING  -  OUTPUT PROCEDURE: EACH DISTINCT      *
077100*                           VALUE IS ONE CONTROL GROUP; A GROUP  *
077200*                           WITH BOTH AN ORIGINAL AND A MASKED   *
077300*                           OCCURRENCE HAS SURVIVED              *
077400*================================================================
077500 3000-PROVE-MASKING.
077600     MOVE SPACES                   TO DLJ9-PREV-KEY
077700     PERFORM 3100-RETURN-ONE        THRU 3100-EXIT
077800         UNTIL DLJ9-SRT-EOF
077900     PERFORM 3200-CLOSE-GROUP       THRU 3200-EXIT
078000     GO TO 3999-EXIT.
078100 3000-EXIT.
078200     EXIT.
078300*================================================================
078400*    3100-RETURN-ONE
078500*================================================================
078600 3100-RETURN-ONE.
078700     RETURN DL199-SORT-FILE
078800         AT END
078900             SET DLJ9-SRT-EOF TO TRUE
079000     END-RETURN
079100     IF DLJ9-SRT-EOF
079200         GO TO 3100-EXIT
079300     END-IF
079400     IF DLJ9-S-TYPE NOT = DLJ9-P-TYPE
079500         OR DLJ9-S-VALUE NOT = DLJ9-P-VALUE
079600         PERFORM 3200-CLOSE-GROUP   THRU 3200-EXIT
079700         MOVE DLJ9-S-TYPE          TO DLJ9-P-TYPE
079800         MOVE DLJ9-S-VALUE         TO DLJ9-P-VALUE
079900         MOVE "N"                  TO DLJ9-SAW-ORIGINAL-SW
080000         MOVE "N"                  TO DLJ9-SAW-MASKED-SW
080100     END-IF
080200     IF DLJ9-S-SIDE = "O"
080300         SET DLJ9-SAW-ORIGINAL     TO TRUE
080400     ELSE
080500         SET DLJ9-SAW-MASKED       TO TRUE
080600         MOVE DLJ9-S-FIELD         TO DLJ9-SURVIVOR-FIELD
080700     END-IF.
080800 3100-EXIT.
080900     EXIT.
081000*================================================================
081100*    3200-CLOSE-GROUP  -  COUNT THE ORIGINAL VALUE JUST PROVED,  *
081200*                         OR LIST WHERE IT SURVIVED              *
081300*================================================================
081400 3200-CLOSE-GROUP.
081500     IF NOT DLJ9-SAW-ORIGINAL
081600         GO TO 3200-EXIT
081700     END-IF
081800     IF DLJ9-P-TYPE = "S"
081900         ADD 1 TO DLJ9-SSN-CHECKED
082000         MOVE "SSN/TIN"            TO DLJ9-V-TYPE
082100     ELSE
082200         ADD 1 TO DLJ9-NAME-CHECKED
082300         MOVE "NAME"               TO DLJ9-V-TYPE
082400     END-IF
082500     IF DLJ9-SAW-MASKED
082600         ADD 1 TO DLJ9-SURVIVORS
082700         MOVE DLJ9-SURVIVOR-FIELD  TO DLJ9-V-FIELD
082800         WRITE DL199-RPT-LINE FROM DLJ9-SURVIVOR-LINE
082900     END-IF
083000     MOVE "N"                      TO DLJ9-SAW-ORIGINAL-SW.
083100 3200-EXIT.
083200     EXIT.
083300 3999-EXIT.
083400     EXIT.
083500*================================================================
083600*    4000-TERMINATE  -  COPY COUNTS AND THE VERDICT              *
083700*================================================================
083800 4000-TERMINATE.
083900     WRITE DL199-RPT-LINE FROM SPACES
084000     MOVE "BED1EMP MEMBERS COPIED"   TO DLJ9-C-LABEL
084100     MOVE DLJ9-EMP-COPIED          TO DLJ9-C-COUNT
084200     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
084300     MOVE "BHS1DEP DEPENDENTS COPIED" TO DLJ9-C-LABEL
084400     MOVE DLJ9-DEP-COPIED          TO DLJ9-C-COUNT
084500     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
084600     MOVE "BHS2MCH CLAIM HEADERS COPIED" TO DLJ9-C-LABEL
084700     MOVE DLJ9-MCH-COPIED          TO DLJ9-C-COUNT
084800     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
084900     MOVE "BHS3MDE CLAIM DETAILS COPIED" TO DLJ9-C-LABEL
085000     MOVE DLJ9-MDE-COPIED          TO DLJ9-C-COUNT
085100     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
085200     MOVE "DL097ADR ADDRESS FLAGS COPIED" TO DLJ9-C-LABEL
085300     MOVE DLJ9-UAD-COPIED          TO DLJ9-C-COUNT
085400     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
085500     MOVE "DL125ADR MAILING ADDRESSES COPIED" TO DLJ9-C-LABEL
085600     MOVE DLJ9-PAD-COPIED          TO DLJ9-C-COUNT
085700     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
085800     MOVE "DL123NTE MEMBER NOTES COPIED" TO DLJ9-C-LABEL
085900     MOVE DLJ9-NTE-COPIED          TO DLJ9-C-COUNT
086000     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
086100     MOVE "DL135PYM PAYEES COPIED"   TO DLJ9-C-LABEL
086200     MOVE DLJ9-PYM-COPIED          TO DLJ9-C-COUNT
086300     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
086400     WRITE DL199-RPT-LINE FROM SPACES
086500     MOVE "DISTINCT ORIGINAL SSNS/TINS CHECKED" TO DLJ9-C-LABEL
086600     MOVE DLJ9-SSN-CHECKED         TO DLJ9-C-COUNT
086700     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
086800     MOVE "DISTINCT ORIGINAL NAMES CHECKED" TO DLJ9-C-LABEL
086900     MOVE DLJ9-NAME-CHECKED        TO DLJ9-C-COUNT
087000     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
087100     MOVE "ORIGINAL VALUES SURVIVING" TO DLJ9-C-LABEL
087200     MOVE DLJ9-SURVIVORS           TO DLJ9-C-COUNT
087300     WRITE DL199-RPT-LINE FROM DLJ9-COUNT-LINE
087400     IF DLJ9-SURVIVORS = ZERO
087500         MOVE DLJ9-RESULT-CLEAN        TO DLJ9-RESULT-LINE
087600     ELSE
087700         MOVE DLJ9-RESULT-FAILED       TO DLJ9-RESULT-LINE
087800         MOVE 8                    TO RETURN-CODE
087900     END-IF
088000     WRITE DL199-RPT-LINE FROM SPACES
088100     WRITE DL199-RPT-LINE FROM DLJ9-RESULT-LINE
088200     DISPLAY "DL199: " DLJ9-RESULT-LINE
088300     CLOSE DL199-RPT-FILE.
088400 4000-EXIT.
088500     EXIT.
088600*================================================================
088601*    7000-MASK-TEXT  -  EVERY LETTER AND DIGIT OF DLJ9-MASK-AREA *
088602*                       (1:DLJ9-MASK-LEN) IS REPLACED.  EACH    *
088603*                       WORD IS FIRST HASHED WHOLE UNDER THE    *
088604*                       KEY; ITS FAKE LETTERS AND DIGITS ARE    *
088605*                       THEN DRAWN FROM THE HASH, SO NO FAKE    *
088606*                       CHARACTER STANDS FOR ANY ONE REAL ONE   *
088607*                       AND THE MASK CANNOT BE RUN BACKWARDS.   *
088608*                       SPACES AND PUNCTUATION STAND AND START  *
088609*                       A NEW WORD, SO A WORD MASKS THE SAME    *
088610*                       WHEREVER IT APPEARS                     *
089400*================================================================
089500 7000-MASK-TEXT.
089600     MOVE ZERO                     TO DLJ9-WPOS
089800     PERFORM 7100-MASK-ONE-CHAR     THRU 7100-EXIT
089900         VARYING DLJ9-POS FROM 1 BY 1
090000         UNTIL DLJ9-POS > DLJ9-MASK-LEN.
090100 7000-EXIT.
090200     EXIT.
090300*================================================================
090400*    7100-MASK-ONE-CHAR
090500*================================================================
090600 7100-MASK-ONE-CHAR.
090700     MOVE DLJ9-MASK-CHAR(DLJ9-POS) TO DLJ9-THIS-CHAR
090800     PERFORM 7110-SCAN-LETTER       THRU 7110-EXIT
090900         VARYING DLJ9-IDX FROM 1 BY 1
091000         UNTIL DLJ9-IDX > 26
091100         OR DLJ9-LETTER(DLJ9-IDX) = DLJ9-THIS-CHAR
091200     IF DLJ9-IDX NOT > 26
091300         MOVE 26                   TO DLJ9-BASE
091400         GO TO 7100-SUBSTITUTE
091500     END-IF
091600     PERFORM 7110-SCAN-LETTER       THRU 7110-EXIT
091700         VARYING DLJ9-IDX FROM 1 BY 1
091800         UNTIL DLJ9-IDX > 10
091900         OR DLJ9-NUMERAL(DLJ9-IDX) = DLJ9-THIS-CHAR
092000     IF DLJ9-IDX NOT > 10
092100         MOVE 10                   TO DLJ9-BASE
092200         GO TO 7100-SUBSTITUTE
092300     END-IF
092400     MOVE ZERO                     TO DLJ9-WPOS
092600     GO TO 7100-EXIT.
092700 7100-SUBSTITUTE.
092701     IF DLJ9-WPOS = ZERO
092702         PERFORM 7150-HASH-WORD     THRU 7150-EXIT
092703     END-IF
092704     ADD 1 TO DLJ9-WPOS
092705     COMPUTE DLJ9-WORK = DLJ9-WPOS - 1
092706     DIVIDE DLJ9-WORK BY 13 GIVING DLJ9-QUOT
092707         REMAINDER DLJ9-KEY-SUB
092708     ADD 1 TO DLJ9-KEY-SUB
092709     MOVE DLJ9-WPOS                TO DLJ9-CODE
092710     PERFORM 7170-STIR              THRU 7170-EXIT
092711     DIVIDE DLJ9-HASH BY DLJ9-BASE GIVING DLJ9-HASH-QUOT
092712         REMAINDER DLJ9-NEW
092713     ADD 1 TO DLJ9-NEW
092714     IF DLJ9-BASE = 26
092715         MOVE DLJ9-LETTER(DLJ9-NEW) TO DLJ9-MASK-CHAR(DLJ9-POS)
092716     ELSE
092717         MOVE DLJ9-NUMERAL(DLJ9-NEW) TO DLJ9-MASK-CHAR(DLJ9-POS)
092718     END-IF.
094400 7100-EXIT.
094500     EXIT.
094600*================================================================
094700*    7110-SCAN-LETTER  -  SEARCH STEP FOR BOTH ALPHABETS
094800*================================================================
094900 7110-SCAN-LETTER.
095000     CONTINUE.
095100 7110-EXIT.
095200     EXIT.
095201*================================================================
095202*    7150-HASH-WORD  -  THE WORD STARTING AT DLJ9-POS,           *
095203*                       TO ITS FIRST SPACE OR PUNCTUATION,       *
095204*                       HASHED WHOLE BEFORE ANY OF IT IS         *
095205*                       REPLACED                                 *
095206*================================================================
095207 7150-HASH-WORD.
095208     MOVE DLJ9-HASH-SEED           TO DLJ9-HASH
095209     MOVE "N"                      TO DLJ9-WORD-END-SW
095210     PERFORM 7160-HASH-ONE-CHAR     THRU 7160-EXIT
095211         VARYING DLJ9-SCAN FROM DLJ9-POS BY 1
095212         UNTIL DLJ9-SCAN > DLJ9-MASK-LEN
095213         OR DLJ9-WORD-END.
095214 7150-EXIT.
095215     EXIT.
095216*================================================================
095217*    7160-HASH-ONE-CHAR
095218*================================================================
095219 7160-HASH-ONE-CHAR.
095220     PERFORM 7110-SCAN-LETTER       THRU 7110-EXIT
095221         VARYING DLJ9-CODE FROM 1 BY 1
095222         UNTIL DLJ9-CODE > 36
095223         OR DLJ9-ALNUM(DLJ9-CODE) = DLJ9-MASK-CHAR(DLJ9-SCAN)
095224     IF DLJ9-CODE > 36
095225         SET DLJ9-WORD-END         TO TRUE
095226         GO TO 7160-EXIT
095227     END-IF
095228     COMPUTE DLJ9-WORK = DLJ9-SCAN - DLJ9-POS
095229     DIVIDE DLJ9-WORK BY 13 GIVING DLJ9-QUOT
095230         REMAINDER DLJ9-KEY-SUB
095231     ADD 1 TO DLJ9-KEY-SUB
095232     PERFORM 7170-STIR              THRU 7170-EXIT.
095233 7160-EXIT.
095234     EXIT.
095235*================================================================
095236*    7170-STIR  -  ONE KEYED, NON-LINEAR STEP: DLJ9-CODE         *
095237*                  AND THE KEY DIGIT ARE ADDED IN, THE           *
095238*                  SUM SQUARED AND THE SEED ADDED,               *
095239*                  MODULO THE HASH PRIME                         *
095240*================================================================
095241 7170-STIR.
095242     COMPUTE DLJ9-HASH-WIDE = DLJ9-HASH + DLJ9-CODE * 37
095243                            + DLJ9-KEY-DIGIT(DLJ9-KEY-SUB) + 1
095244     COMPUTE DLJ9-HASH-WIDE = DLJ9-HASH-WIDE * DLJ9-HASH-WIDE
095245                            + DLJ9-HASH-SEED
095246     DIVIDE DLJ9-HASH-WIDE BY 999983 GIVING DLJ9-HASH-QUOT
095247         REMAINDER DLJ9-HASH.
095248 7170-EXIT.
095249     EXIT.
095300*================================================================
095301*    7200-MASK-DOB  -  SAME YEAR; MONTH AND DAY ARE DRAWN FROM   *
095302*                      THE KEYED HASH OF THE WHOLE DATE, SO ONE *
095303*                      KNOWN DATE GIVES NOTHING AWAY ABOUT THE  *
095304*                      OTHERS.  THE DAY IS KEPT TO 28 OR LESS   *
095305*                      SO EVERY RESULT IS A REAL DATE           *
095700*================================================================
095800 7200-MASK-DOB.
095900     IF DLJ9-DOB = ZERO
096000         GO TO 7200-EXIT
096100     END-IF
096101     MOVE DLJ9-HASH-SEED           TO DLJ9-HASH
096102     MOVE DLJ9-DOB-CCYY            TO DLJ9-CODE
096103     MOVE 1                        TO DLJ9-KEY-SUB
096104     PERFORM 7170-STIR              THRU 7170-EXIT
096105     COMPUTE DLJ9-CODE = DLJ9-DOB-MM * 100 + DLJ9-DOB-DD
096106     MOVE 2                        TO DLJ9-KEY-SUB
096107     PERFORM 7170-STIR              THRU 7170-EXIT
096108     MOVE ZERO                     TO DLJ9-CODE
096109     MOVE 3                        TO DLJ9-KEY-SUB
096110     PERFORM 7170-STIR              THRU 7170-EXIT
096111     DIVIDE DLJ9-HASH BY 12 GIVING DLJ9-HASH-QUOT
096112         REMAINDER DLJ9-NEW
096113     ADD 1 TO DLJ9-NEW
096114     MOVE DLJ9-NEW                 TO DLJ9-DOB-MM
096115     MOVE 4                        TO DLJ9-KEY-SUB
096116     PERFORM 7170-STIR              THRU 7170-EXIT
096117     DIVIDE DLJ9-HASH BY 28 GIVING DLJ9-HASH-QUOT
096118         REMAINDER DLJ9-NEW
096119     ADD 1 TO DLJ9-NEW
096120     MOVE DLJ9-NEW                 TO DLJ9-DOB-DD.
097200 7200-EXIT.
097300     EXIT.
097400*================================================================
097500*    7300-MASK-NUM-8  -  ZIPS HELD IN EIGHT DIGITS; ZERO (NONE   *
097600*                        ON FILE) STAYS ZERO                     *
097700*================================================================
097800 7300-MASK-NUM-8.
097900     IF DLJ9-NUM-8 = ZERO
098000         GO TO 7300-EXIT
098100     END-IF
098200     MOVE DLJ9-NUM-8               TO DLJ9-MASK-AREA
098300     MOVE 8                        TO DLJ9-MASK-LEN
098400     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
098500     MOVE DLJ9-MASK-AREA(1:8)      TO DLJ9-NUM-8.
098600 7300-EXIT.
098700     EXIT.
098800*================================================================
098900*    7310-MASK-NUM-9  -  NINE-DIGIT ZIPS                         *
099000*================================================================
099100 7310-MASK-NUM-9.
099200     IF DLJ9-NUM-9 = ZERO
099300         GO TO 7310-EXIT
099400     END-IF
099500     MOVE DLJ9-NUM-9               TO DLJ9-MASK-AREA
099600     MOVE 9                        TO DLJ9-MASK-LEN
099700     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
099800     MOVE DLJ9-MASK-AREA(1:9)      TO DLJ9-NUM-9.
099900 7310-EXIT.
100000     EXIT.
100100*================================================================
100200*    7320-MASK-NUM-10  -  PHONE NUMBERS                          *
100300*================================================================
100400 7320-MASK-NUM-10.
100500     IF DLJ9-NUM-10 = ZERO
100600         GO TO 7320-EXIT
100700     END-IF
100800     MOVE DLJ9-NUM-10              TO DLJ9-MASK-AREA
100900     MOVE 10                       TO DLJ9-MASK-LEN
101000     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
101100     MOVE DLJ9-MASK-AREA(1:10)     TO DLJ9-NUM-10.
101200 7320-EXIT.
101300     EXIT.
101400*================================================================
101500*    7500-MASK-LOGGED  -  AN SSN/TIN OR NAME: RELEASE IT AS READ *
101600*                         AND AS MASKED FOR THE SURVIVAL PROOF.  *
101700*                         A BLANK FIELD HAS NOTHING TO PROVE     *
101800*================================================================
101900 7500-MASK-LOGGED.
102000     IF DLJ9-MASK-AREA = SPACES
102100         GO TO 7500-EXIT
102200     END-IF
102300     MOVE DLJ9-LOG-TYPE            TO DLJ9-S-TYPE
102400     MOVE DLJ9-MASK-AREA           TO DLJ9-S-VALUE
102500     MOVE "O"                      TO DLJ9-S-SIDE
102600     MOVE DLJ9-LOG-FIELD           TO DLJ9-S-FIELD
102700     RELEASE DLJ9-SORT-RECORD
102800     PERFORM 7000-MASK-TEXT         THRU 7000-EXIT
102900     MOVE DLJ9-MASK-AREA           TO DLJ9-S-VALUE
103000     MOVE "M"                      TO DLJ9-S-SIDE
103100     RELEASE DLJ9-SORT-RECORD.
103200 7500-EXIT.
103300     EXIT.
103301*================================================================
103302*    9900-KEY-ABORT  -  NO MASKING KEY ON DL907: A KEY           *
103303*                       GUESSED OR COMPILED IN WOULD LET THE     *
103304*                       COPIES BE MATCHED BACK                   *
103305*================================================================
103306 9900-KEY-ABORT.
103307     MOVE "DL199: MASK-KEY PARAMETER NOT SET" TO DL199-RPT-LINE
103308     WRITE DL199-RPT-LINE
103309     CLOSE DL199-RPT-FILE
103310     DISPLAY "DL199: MASK-KEY PARAMETER NOT SET"
103311     MOVE 8                        TO RETURN-CODE
103312     GOBACK.
103313 9900-EXIT.
103314     EXIT.
