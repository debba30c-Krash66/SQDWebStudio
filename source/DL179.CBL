000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL179.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - POSTAL ADDRESS
001100*                   STANDARDIZATION.  EVERY ACTIVE MEMBER'S
001200*                   MASTER ADDRESS AND EVERY DL125ADR PURPOSE
001300*                   ADDRESS IS SORTED BY ZIP AND RUN AGAINST THE
001400*                   DL179ZIP POSTAL REFERENCE ONE ZIP AT A TIME:
001500*                   STREET SUFFIXES, DIRECTIONALS AND UNIT
001600*                   DESIGNATORS ARE ABBREVIATED FROM THE DL179ABV
001700*                   TABLE, THE CITY AND STATE ARE TAKEN FROM THE
001800*                   ZIP, THE ZIP+4 IS FOUND FROM THE STREET RANGE
001900*                   AND THE COUNTY IS DERIVED.  THE RESULTS ARE
002000*                   SORTED BACK TO MEMBER ORDER AND KEPT ON THE
002100*                   DL179STD SATELLITE.  A MASTER ADDRESS WHOSE
002200*                   COUNTY IS NOT IN THE SERVICE AREA OF THE
002300*                   MEMBER'S PACKAGE (GB-AREA-NO-CD AGAINST THE
002400*                   DL179ARA COUNTY TABLE) IS FLAGGED.  NOTHING
002500*                   IS APPLIED: CORRECTIONS ARE CUT FOR REVIEW AS
002600*                   DL047 TRANSACTIONS FOR THE MASTER AND DL125
002700*                   CHANGE TRANSACTIONS FOR PURPOSE ADDRESSES
002800*                   (THE DL172 GENERATED-TRANSACTION PATTERN).
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DL179-ARA-FILE     ASSIGN TO DL179ARA
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT VSGPPAC-FILE       ASSIGN TO VSGPPAC
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL125-ADR-FILE     ASSIGN TO DL125ADR
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL179-ZIP-FILE     ASSIGN TO DL179ZIP
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL179-SORT-FILE    ASSIGN TO DL179SORT.
004700     SELECT DL179-WRK-FILE     ASSIGN TO DL179WRK
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL179-RESORT-FILE  ASSIGN TO DL179SRT2.
005000     SELECT DL179-STD-FILE     ASSIGN TO DL179STD
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL179-T47-FILE     ASSIGN TO DL179T47
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT DL179-T25-FILE     ASSIGN TO DL179T25
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT DL179-RPT-FILE     ASSIGN TO DL179RPT
005700            ORGANIZATION IS LINE SEQUENTIAL.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DL179-ARA-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DL179ARA.
006300 FD  VSGPPAC-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY VSGPPAC.
006600 FD  BED1EMP-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY BED1EMP.
006900     COPY BED1EMPT.
007000 FD  DL125-ADR-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DL125ADR.
007300 FD  DL179-ZIP-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY DL179ZIP.
007600 SD  DL179-SORT-FILE.
007700 01  DLH9-SORT-RECORD.
007800     05  DLH9-S-ZIP5               PIC X(5).
007900     05  DLH9-S-EMP-ID             PIC X(13).
008000     05  DLH9-S-PURPOSE            PIC X(1).
008100     05  DLH9-S-PKG-NO             PIC 9(3).
008200     05  DLH9-S-AREA-NO            PIC X(2).
008300     05  DLH9-S-NAME               PIC X(25).
008400     05  DLH9-S-ADDR               PIC X(25).
008500     05  DLH9-S-ADDR4              PIC X(25).
008600     05  DLH9-S-CITY               PIC X(16).
008700     05  DLH9-S-ST                 PIC X(2).
008800     05  DLH9-S-ZIP                PIC 9(8).
008900     05  DLH9-S-ZIP-R REDEFINES DLH9-S-ZIP.
009000         10  FILLER                PIC X(3).
009100         10  DLH9-S-ZIP-LAST5      PIC 9(5).
009200 FD  DL179-WRK-FILE
009300     LABEL RECORDS ARE STANDARD.
009400 01  DL179-WRK-RECORD              PIC X(231).
009500 SD  DL179-RESORT-FILE.
009600 01  DLH9-RESORT-RECORD.
009700     05  DLH9-RS-KEY               PIC X(14).
009800     05  FILLER                    PIC X(217).
009900 FD  DL179-STD-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  DL179-STD-OUT-RECORD          PIC X(130).
010200 FD  DL179-T47-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY DL047TRN.
010500 FD  DL179-T25-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY DL125TRN.
010800 FD  DL179-RPT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  DL179-RPT-LINE                PIC X(132).
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------
011300*    DLH9-SWITCHES AND COUNTERS
011400*----------------------------------------------------------------
011500 01  DLH9-SWITCHES.
011600     05  DLH9-ARA-EOF-SW           PIC X(1)     VALUE "N".
011700         88  DLH9-ARA-EOF                        VALUE "Y".
011800     05  DLH9-PKG-EOF-SW           PIC X(1)     VALUE "N".
011900         88  DLH9-PKG-EOF                        VALUE "Y".
012000     05  DLH9-MSTR-EOF-SW          PIC X(1)     VALUE "N".
012100         88  DLH9-MSTR-EOF                       VALUE "Y".
012200     05  DLH9-ADR-EOF-SW           PIC X(1)     VALUE "N".
012300         88  DLH9-ADR-EOF                        VALUE "Y".
012400     05  DLH9-ZIP-EOF-SW           PIC X(1)     VALUE "N".
012500         88  DLH9-ZIP-EOF                        VALUE "Y".
012600     05  DLH9-SORT-EOF-SW          PIC X(1)     VALUE "N".
012700         88  DLH9-SORT-EOF                       VALUE "Y".
012800     05  DLH9-WRK-EOF-SW           PIC X(1)     VALUE "N".
012900         88  DLH9-WRK-EOF                        VALUE "Y".
013000     05  DLH9-RESORT-EOF-SW        PIC X(1)     VALUE "N".
013100         88  DLH9-RESORT-EOF                     VALUE "Y".
013200     05  DLH9-ZIP-LOADED-SW        PIC X(1)     VALUE "N".
013300         88  DLH9-ZIP-LOADED                     VALUE "Y".
013400     05  DLH9-ZIP-FOUND-SW         PIC X(1)     VALUE "N".
013500         88  DLH9-ZIP-FOUND                      VALUE "Y".
013600     05  DLH9-IN-WORD-SW           PIC X(1)     VALUE "N".
013700         88  DLH9-IN-WORD                        VALUE "Y".
013800     05  DLH9-HAVE-NBR-SW          PIC X(1)     VALUE "N".
013900         88  DLH9-HAVE-NBR                       VALUE "Y".
014000     05  DLH9-KEY-SW               PIC X(1)     VALUE "N".
014100         88  DLH9-KEY-FOUND                      VALUE "Y".
014200     05  DLH9-CHANGED-SW           PIC X(1)     VALUE "N".
014300         88  DLH9-CHANGED                        VALUE "Y".
014400*----------------------------------------------------------------
014500*    DLH9-PKG-TABLE  -  SERVICE AREA OF EACH PACKAGE 000-999,    *
014600*    SUBSCRIPTED BY PACKAGE NUMBER PLUS ONE                      *
014700*----------------------------------------------------------------
014800 01  DLH9-PKG-TABLE.
014900     05  DLH9-PKG-AREA OCCURS 1000 TIMES PIC X(2).
015000*----------------------------------------------------------------
015100*    DLH9-ARA-TABLE  -  THE SERVICE-AREA COUNTIES (DL043 LOAD)
015200*----------------------------------------------------------------
015300 01  DLH9-ARA-TABLE.
015400     05  DLH9-ARA-COUNT            PIC S9(4) COMP VALUE ZERO.
015500     05  DLH9-ARA-ENTRY OCCURS 3000 TIMES.
015600         10  DLH9-A-AREA-NO        PIC X(2).
015700         10  DLH9-A-COUNTY         PIC X(5).
015800*----------------------------------------------------------------
015900*    DLH9-ZIP-HOLD  -  THE POSTAL REFERENCE FOR THE ZIP IN HAND: *
016000*    ITS CITY-STATE RECORD AND ALL ITS STREET RANGES             *
016100*----------------------------------------------------------------
016200 01  DLH9-ZIP-HOLD.
016300     05  DLH9-CUR-ZIP5             PIC X(5).
016400     05  DLH9-Z-CITY               PIC X(16).
016500     05  DLH9-Z-ST                 PIC X(2).
016600     05  DLH9-Z-COUNTY             PIC X(5).
016700     05  DLH9-RNG-COUNT            PIC S9(4) COMP VALUE ZERO.
016800     05  DLH9-RNG-ENTRY OCCURS 5000 TIMES.
016900         10  DLH9-R-STREET         PIC X(25).
017000         10  DLH9-R-LOW-NBR        PIC 9(6).
017100         10  DLH9-R-HIGH-NBR       PIC 9(6).
017200         10  DLH9-R-PARITY         PIC X(1).
017300             88  DLH9-R-ODD                      VALUE "O".
017400             88  DLH9-R-EVEN                     VALUE "E".
017500             88  DLH9-R-BOTH                     VALUE "B".
017600         10  DLH9-R-PLUS4          PIC 9(4).
017700*----------------------------------------------------------------
017800*    DLH9-WORD-TABLE  -  ONE ADDRESS LINE BROKEN INTO WORDS, EACH
017900*    WITH ITS DL179ABV CLASS AND STANDARD FORM
018000*----------------------------------------------------------------
018100 01  DLH9-WORD-TABLE.
018200     05  DLH9-WORD-COUNT           PIC S9(4) COMP VALUE ZERO.
018300     05  DLH9-WD-ENTRY OCCURS 13 TIMES.
018400         10  DLH9-WORD             PIC X(25).
018500         10  DLH9-WD-LEN           PIC S9(4) COMP.
018600         10  DLH9-WD-TYPE          PIC X(1).
018700             88  DLH9-WD-SUFFIX                  VALUE "S".
018800             88  DLH9-WD-DIRECTIONAL             VALUE "D".
018900             88  DLH9-WD-UNIT                    VALUE "U".
019000         10  DLH9-WD-STD           PIC X(4).
019100*----------------------------------------------------------------
019200*    DLH9-WORK-IMAGE  -  ONE STANDARDIZED ADDRESS WITH THE       *
019300*    ADDRESS AS KEYED, CARRIED THROUGH DL179WRK AND THE SECOND   *
019400*    SORT; THE SATELLITE IMAGE LEADS SO MEMBER AND PURPOSE ARE   *
019500*    THE SORT KEY                                                *
019600*----------------------------------------------------------------
019700 01  DLH9-WORK-IMAGE.
019800     05  DLH9-WI-STD               PIC X(130).
019900     05  DLH9-WI-NAME              PIC X(25).
020000     05  DLH9-WI-ADDR              PIC X(25).
020100     05  DLH9-WI-ADDR4             PIC X(25).
020200     05  DLH9-WI-CITY              PIC X(16).
020300     05  DLH9-WI-ST                PIC X(2).
020400     05  DLH9-WI-ZIP               PIC 9(8).
020500*----------------------------------------------------------------
020600*    DL179-STD-RECORD  -  THE SATELLITE RECORD BEING BUILT
020700*----------------------------------------------------------------
020800     COPY DL179STD.
020900*----------------------------------------------------------------
021000*    DL179-ABV-TABLE  -  THE POSTAL ABBREVIATIONS
021100*----------------------------------------------------------------
021200     COPY DL179ABV.
021300 01  DLH9-CASE-FOLD.
021400     05  DLH9-LOWER                PIC X(28)
021500         VALUE "abcdefghijklmnopqrstuvwxyz.,".
021600     05  DLH9-UPPER                PIC X(28)
021700         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ  ".
021800 01  DLH9-WORK-FIELDS.
021900     05  DLH9-SUB                  PIC S9(4) COMP.
022000     05  DLH9-ARA-SUB              PIC S9(4) COMP.
022100     05  DLH9-RNG-SUB              PIC S9(4) COMP.
022200     05  DLH9-ABV-SUB              PIC S9(4) COMP.
022300     05  DLH9-WORD-SUB             PIC S9(4) COMP.
022400     05  DLH9-CHAR-SUB             PIC S9(4) COMP.
022500     05  DLH9-POS                  PIC S9(4) COMP.
022600     05  DLH9-PTR                  PIC S9(4) COMP.
022700     05  DLH9-FIRST-WORD           PIC S9(4) COMP.
022800     05  DLH9-STREET-END           PIC S9(4) COMP.
022900     05  DLH9-SUFFIX-AT            PIC S9(4) COMP.
023000     05  DLH9-NAME-END             PIC S9(4) COMP.
023100     05  DLH9-NBR-SUB              PIC S9(4) COMP.
023200     05  DLH9-CHAR                 PIC X(1).
023300     05  DLH9-LINE                 PIC X(25).
023400     05  DLH9-LINE-OUT             PIC X(25).
023500     05  DLH9-STREET-KEY           PIC X(25).
023600     05  DLH9-HOUSE-NBR-X          PIC X(6) JUSTIFIED RIGHT.
023700     05  DLH9-HOUSE-NBR REDEFINES DLH9-HOUSE-NBR-X
023800                                   PIC 9(6).
023900     05  DLH9-KEY-STREET           PIC X(25).
024000     05  DLH9-KEY-NBR              PIC 9(6).
024100     05  DLH9-NBR-HALF             PIC 9(6).
024200     05  DLH9-NBR-REM              PIC 9(1).
024201     05  DLH9-NBR-SIDE             PIC X(1).
024300     05  DLH9-POSTAL-KEY           PIC X(5).
024400     05  DLH9-ZIP-DISPLAY          PIC 9(8).
024500 01  DLH9-DATE-WORK.
024600     05  DLH9-RUN-DATE             PIC 9(8).
024700 01  DLH9-COUNTERS.
024800     05  DLH9-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
024900     05  DLH9-MSTR-ACTIVE          PIC S9(8) COMP VALUE ZERO.
025000     05  DLH9-ADR-READ             PIC S9(8) COMP VALUE ZERO.
025100     05  DLH9-POSTAL-READ          PIC S9(8) COMP VALUE ZERO.
025200     05  DLH9-STD-WRITTEN          PIC S9(8) COMP VALUE ZERO.
025300     05  DLH9-ZIP4-MATCHED         PIC S9(8) COMP VALUE ZERO.
025400     05  DLH9-ZIP-ONLY             PIC S9(8) COMP VALUE ZERO.
025500     05  DLH9-NOT-MATCHED          PIC S9(8) COMP VALUE ZERO.
025600     05  DLH9-OUT-OF-AREA          PIC S9(8) COMP VALUE ZERO.
025700     05  DLH9-DIFFS                PIC S9(8) COMP VALUE ZERO.
025800     05  DLH9-T47-CUT              PIC S9(8) COMP VALUE ZERO.
025900     05  DLH9-T25-CUT              PIC S9(8) COMP VALUE ZERO.
026000 01  DLH9-HEADING-1.
026100     05  FILLER                    PIC X(40)
026200         VALUE "POSTAL ADDRESS STANDARDIZATION".
026300 01  DLH9-COLUMN-HEADING.
026400     05  FILLER                   PIC X(15) VALUE "MEMBER".
026500     05  FILLER                   PIC X(4)  VALUE "PUR".
026600     05  FILLER                   PIC X(30) VALUE "EXCEPTION".
026700     05  FILLER                   PIC X(27) VALUE "AS KEYED".
026800     05  FILLER                   PIC X(27) VALUE "STANDARDIZED".
026900     05  FILLER                   PIC X(6)  VALUE "ACTION".
027000 01  DLH9-DETAIL-LINE.
027100     05  DLH9-D-EMP-ID             PIC X(13).
027200     05  FILLER                    PIC X(2)  VALUE SPACES.
027300     05  DLH9-D-PURPOSE            PIC X(1).
027400     05  FILLER                    PIC X(3)  VALUE SPACES.
027500     05  DLH9-D-TEXT               PIC X(28).
027600     05  FILLER                    PIC X(2)  VALUE SPACES.
027700     05  DLH9-D-WAS                PIC X(25).
027800     05  FILLER                    PIC X(2)  VALUE SPACES.
027900     05  DLH9-D-NOW                PIC X(25).
028000     05  FILLER                    PIC X(2)  VALUE SPACES.
028100     05  DLH9-D-ACTION             PIC X(6).
028200 01  DLH9-TOTAL-LINE-1.
028300     05  FILLER                    PIC X(30)
028400         VALUE "MEMBERS READ".
028500     05  DLH9-T-MSTR-READ          PIC ZZZ,ZZZ,ZZ9.
028600 01  DLH9-TOTAL-LINE-2.
028700     05  FILLER                    PIC X(30)
028800         VALUE "ACTIVE MEMBER ADDRESSES".
028900     05  DLH9-T-MSTR-ACTIVE        PIC ZZZ,ZZZ,ZZ9.
029000 01  DLH9-TOTAL-LINE-3.
029100     05  FILLER                    PIC X(30)
029200         VALUE "PURPOSE ADDRESSES".
029300     05  DLH9-T-ADR-READ           PIC ZZZ,ZZZ,ZZ9.
029400 01  DLH9-TOTAL-LINE-4.
029500     05  FILLER                    PIC X(30)
029600         VALUE "POSTAL REFERENCE RECORDS READ".
029700     05  DLH9-T-POSTAL-READ        PIC ZZZ,ZZZ,ZZ9.
029800 01  DLH9-TOTAL-LINE-5.
029900     05  FILLER                    PIC X(30)
030000         VALUE "SATELLITE RECORDS WRITTEN".
030100     05  DLH9-T-STD-WRITTEN        PIC ZZZ,ZZZ,ZZ9.
030200 01  DLH9-TOTAL-LINE-6.
030300     05  FILLER                    PIC X(30)
030400         VALUE "MATCHED TO ZIP+4".
030500     05  DLH9-T-ZIP4-MATCHED       PIC ZZZ,ZZZ,ZZ9.
030600 01  DLH9-TOTAL-LINE-7.
030700     05  FILLER                    PIC X(30)
030800         VALUE "MATCHED TO ZIP ONLY".
030900     05  DLH9-T-ZIP-ONLY           PIC ZZZ,ZZZ,ZZ9.
031000 01  DLH9-TOTAL-LINE-8.
031100     05  FILLER                    PIC X(30)
031200         VALUE "ZIP NOT IN POSTAL FILE".
031300     05  DLH9-T-NOT-MATCHED        PIC ZZZ,ZZZ,ZZ9.
031400 01  DLH9-TOTAL-LINE-9.
031500     05  FILLER                    PIC X(30)
031600         VALUE "OUTSIDE PACKAGE SERVICE AREA".
031700     05  DLH9-T-OUT-OF-AREA        PIC ZZZ,ZZZ,ZZ9.
031800 01  DLH9-TOTAL-LINE-10.
031900     05  FILLER                    PIC X(30)
032000         VALUE "DIFFERENCES REPORTED".
032100     05  DLH9-T-DIFFS              PIC ZZZ,ZZZ,ZZ9.
032200 01  DLH9-TOTAL-LINE-11.
032300     05  FILLER                    PIC X(30)
032400         VALUE "DL047 TRANSACTIONS".
032500     05  DLH9-T-T47                PIC ZZZ,ZZZ,ZZ9.
032600 01  DLH9-TOTAL-LINE-12.
032700     05  FILLER                    PIC X(30)
032800         VALUE "DL125 TRANSACTIONS".
032900     05  DLH9-T-T25                PIC ZZZ,ZZZ,ZZ9.
033000*----------------------------------------------------------------
033100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
033200*----------------------------------------------------------------
033300 01  DL903-PARMS.
033400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL179".
033500     05  DL903-REC-TYPE            PIC X(1).
033600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
033700*----------------------------------------------------------------
033800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
033900*----------------------------------------------------------------
034000 01  DL902-DATES.
034100     05  DL902-EXEC-DATE           PIC 9(8).
034200 01  DL902-EXEC-LINE.
034300     05  FILLER                    PIC X(14)
034400         VALUE "BUSINESS DATE ".
034500     05  DL902-EL-BUS              PIC 9(8).
034600     05  FILLER                    PIC X(11)
034700         VALUE "  EXECUTED ".
034800     05  DL902-EL-EXEC             PIC 9(8).
034900 PROCEDURE DIVISION.
035000*================================================================
035100*    0000-MAINLINE  -  THE FIRST SORT PUTS THE ADDRESSES IN ZIP  *
035200*                      ORDER AGAINST THE POSTAL REFERENCE; THE   *
035300*                      SECOND PUTS THE RESULTS BACK IN MEMBER    *
035400*                      ORDER FOR THE SATELLITE AND TRANSACTIONS  *
035500*================================================================
035600 0000-MAINLINE.
035700     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
035800     MOVE "S"                      TO DL903-REC-TYPE
035900     CALL "DL903" USING DL903-PARMS
036000     SORT DL179-SORT-FILE
036100         ON ASCENDING KEY DLH9-S-ZIP5
036200                          DLH9-S-EMP-ID
036300                          DLH9-S-PURPOSE
036400         INPUT PROCEDURE IS 2000-RELEASE-ADDRESSES
036500             THRU 2999-EXIT
036600         OUTPUT PROCEDURE IS 3000-MATCH-POSTAL
036700             THRU 3999-EXIT
036800     SORT DL179-RESORT-FILE
036900         ON ASCENDING KEY DLH9-RS-KEY
037000         INPUT PROCEDURE IS 4000-RELEASE-RESULTS
037100             THRU 4999-EXIT
037200         OUTPUT PROCEDURE IS 5000-WRITE-RESULTS
037300             THRU 5999-EXIT
037400     PERFORM 6000-TERMINATE         THRU 6000-EXIT
037500     MOVE "E"                      TO DL903-REC-TYPE
037600     MOVE DLH9-MSTR-READ TO DL903-REC-COUNT
037700     CALL "DL903" USING DL903-PARMS
037800     GOBACK.
037900*================================================================
038000*    1000-INITIALIZE  -  THE TRANSACTION FILES ARE OPENED FIRST  *
038100*                        SO A FAILED STEP LEAVES THEM EMPTY      *
038200*================================================================
038300 1000-INITIALIZE.
038400     CALL "DL902" USING DLH9-RUN-DATE DL902-EXEC-DATE
038500     MOVE SPACES                   TO DLH9-PKG-TABLE
038600     OPEN OUTPUT DL179-STD-FILE
038700     OPEN OUTPUT DL179-T47-FILE
038800     OPEN OUTPUT DL179-T25-FILE
038900     OPEN OUTPUT DL179-RPT-FILE
039000     OPEN INPUT  DL179-ARA-FILE
039100     PERFORM 1100-LOAD-ONE-AREA     THRU 1100-EXIT
039200         UNTIL DLH9-ARA-EOF
039300     CLOSE DL179-ARA-FILE
039400     OPEN INPUT  VSGPPAC-FILE
039500     PERFORM 1200-LOAD-ONE-PKG      THRU 1200-EXIT
039600         UNTIL DLH9-PKG-EOF
039700     CLOSE VSGPPAC-FILE
039800     OPEN INPUT  BED1EMP-FILE
039900     OPEN INPUT  DL125-ADR-FILE
040000     OPEN INPUT  DL179-ZIP-FILE
040100     WRITE DL179-RPT-LINE FROM DLH9-HEADING-1
040200     MOVE DLH9-RUN-DATE TO DL902-EL-BUS
040300     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
040400     WRITE DL179-RPT-LINE FROM DL902-EXEC-LINE
040500     WRITE DL179-RPT-LINE FROM SPACES
040600     WRITE DL179-RPT-LINE FROM DLH9-COLUMN-HEADING.
040700 1000-EXIT.
040800     EXIT.
040900*================================================================
041000*    1100-LOAD-ONE-AREA  -  OVERFLOW FAILS THE STEP (THE DL060   *
041100*                           RULE)                                *
041200*================================================================
041300 1100-LOAD-ONE-AREA.
041400     READ DL179-ARA-FILE
041500         AT END
041600             SET DLH9-ARA-EOF TO TRUE
041700     END-READ
041800     IF DLH9-ARA-EOF
041900         GO TO 1100-EXIT
042000     END-IF
042100     IF DLH9-ARA-COUNT >= 3000
042200         PERFORM 9900-ARA-ABORT     THRU 9900-EXIT
042300     END-IF
042400     ADD 1 TO DLH9-ARA-COUNT
042500     MOVE DL179-A-AREA-NO    TO DLH9-A-AREA-NO(DLH9-ARA-COUNT)
042600     MOVE DL179-A-COUNTY     TO DLH9-A-COUNTY(DLH9-ARA-COUNT).
042700 1100-EXIT.
042800     EXIT.
042900*================================================================
043000*    1200-LOAD-ONE-PKG  -  THE FIRST PACKAGE SEGMENT NAMING AN   *
043100*                          AREA GIVES THE PACKAGE ITS AREA       *
043200*================================================================
043300 1200-LOAD-ONE-PKG.
043400     READ VSGPPAC-FILE
043500         AT END
043600             SET DLH9-PKG-EOF TO TRUE
043700     END-READ
043800     IF DLH9-PKG-EOF
043900         GO TO 1200-EXIT
044000     END-IF
044100     IF GB-AREA-NO-CD = SPACES
044200         GO TO 1200-EXIT
044300     END-IF
044400     COMPUTE DLH9-SUB = GB-PKG-NO + 1
044500     IF DLH9-PKG-AREA(DLH9-SUB) = SPACES
044600         MOVE GB-AREA-NO-CD        TO DLH9-PKG-AREA(DLH9-SUB)
044700     END-IF.
044800 1200-EXIT.
044900     EXIT.
045000*================================================================
045100*    2000-RELEASE-ADDRESSES  -  INPUT PROCEDURE: THE ACTIVE      *
045200*                               MEMBERS' MASTER ADDRESSES, THEN  *
045300*                               THE PURPOSE ADDRESSES            *
045400*================================================================
045500 2000-RELEASE-ADDRESSES.
045600     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
045700     PERFORM 2100-RELEASE-MEMBER    THRU 2100-EXIT
045800         UNTIL DLH9-MSTR-EOF
045900     PERFORM 8100-READ-ALT-ADDR     THRU 8100-EXIT
046000     PERFORM 2200-RELEASE-ALT-ADDR  THRU 2200-EXIT
046100         UNTIL DLH9-ADR-EOF
046200     GO TO 2999-EXIT.
046300 2000-EXIT.
046400     EXIT.
046500*================================================================
046600*    2100-RELEASE-MEMBER  -  A MEMBER WITH A FINAL ACCOUNTING    *
046700*                            DATE IS NO LONGER MAILED AND IS     *
046800*                            LEFT OUT                            *
046900*================================================================
047000 2100-RELEASE-MEMBER.
047100     ADD 1 TO DLH9-MSTR-READ
047200     IF EMP-FINAL-ACC-DT NOT = ZERO
047300         GO TO 2100-READ-NEXT
047400     END-IF
047500     ADD 1 TO DLH9-MSTR-ACTIVE
047600     MOVE SPACES                   TO DLH9-SORT-RECORD
047700     MOVE EMP-EMP-ID               TO DLH9-S-EMP-ID
047800     MOVE EMP-ADDR                 TO DLH9-S-ADDR
047900     MOVE EMP-ADDR4                TO DLH9-S-ADDR4
048000     MOVE EMP-CITY                 TO DLH9-S-CITY
048100     MOVE EMP-ST                   TO DLH9-S-ST
048200     MOVE EMP-ZIP                  TO DLH9-S-ZIP
048300     MOVE DLH9-S-ZIP-LAST5         TO DLH9-S-ZIP5
048400     MOVE ZERO                     TO DLH9-S-PKG-NO
048500     IF EMP-COV-GROUP-EE1(1:3) IS NUMERIC
048600         MOVE EMP-COV-GROUP-EE1(1:3) TO DLH9-S-PKG-NO
048700         COMPUTE DLH9-SUB = DLH9-S-PKG-NO + 1
048800         MOVE DLH9-PKG-AREA(DLH9-SUB) TO DLH9-S-AREA-NO
048900     END-IF
049000     RELEASE DLH9-SORT-RECORD.
049100 2100-READ-NEXT.
049200     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
049300 2100-EXIT.
049400     EXIT.
049500*================================================================
049600*    2200-RELEASE-ALT-ADDR
049700*================================================================
049800 2200-RELEASE-ALT-ADDR.
049900     ADD 1 TO DLH9-ADR-READ
050000     MOVE SPACES                   TO DLH9-SORT-RECORD
050100     MOVE DL125-A-EMP-ID           TO DLH9-S-EMP-ID
050200     MOVE DL125-A-PURPOSE          TO DLH9-S-PURPOSE
050300     MOVE DL125-A-NAME             TO DLH9-S-NAME
050400     MOVE DL125-A-ADDR             TO DLH9-S-ADDR
050500     MOVE DL125-A-ADDR4            TO DLH9-S-ADDR4
050600     MOVE DL125-A-CITY             TO DLH9-S-CITY
050700     MOVE DL125-A-ST               TO DLH9-S-ST
050800     MOVE DL125-A-ZIP              TO DLH9-S-ZIP
050900     MOVE DLH9-S-ZIP-LAST5         TO DLH9-S-ZIP5
051000     MOVE ZERO                     TO DLH9-S-PKG-NO
051100     RELEASE DLH9-SORT-RECORD
051200     PERFORM 8100-READ-ALT-ADDR     THRU 8100-EXIT.
051300 2200-EXIT.
051400     EXIT.
051500 2999-EXIT.
051600     EXIT.
051700*================================================================
051800*    3000-MATCH-POSTAL  -  OUTPUT PROCEDURE: EACH ADDRESS        *
051900*                          AGAINST THE REFERENCE FOR ITS ZIP,    *
052000*                          WRITTEN TO DL179WRK                   *
052100*================================================================
052200 3000-MATCH-POSTAL.
052300     OPEN OUTPUT DL179-WRK-FILE
052400     PERFORM 8200-READ-POSTAL       THRU 8200-EXIT
052500     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
052600     PERFORM 3200-ONE-ADDRESS       THRU 3200-EXIT
052700         UNTIL DLH9-SORT-EOF
052800     CLOSE DL179-WRK-FILE
052900     GO TO 3999-EXIT.
053000 3000-EXIT.
053100     EXIT.
053200*================================================================
053300*    3100-RETURN-SORT
053400*================================================================
053500 3100-RETURN-SORT.
053600     RETURN DL179-SORT-FILE
053700         AT END
053800             SET DLH9-SORT-EOF TO TRUE
053900     END-RETURN.
054000 3100-EXIT.
054100     EXIT.
054200*================================================================
054300*    3200-ONE-ADDRESS
054400*================================================================
054500 3200-ONE-ADDRESS.
054600     IF NOT DLH9-ZIP-LOADED
054700         OR DLH9-S-ZIP5 NOT = DLH9-CUR-ZIP5
054800         PERFORM 3300-LOAD-ZIP      THRU 3300-EXIT
054900     END-IF
055000     PERFORM 3400-STANDARDIZE-ADDRESS THRU 3400-EXIT
055100     WRITE DL179-WRK-RECORD FROM DLH9-WORK-IMAGE
055200     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
055300 3200-EXIT.
055400     EXIT.
055500*================================================================
055600*    3300-LOAD-ZIP  -  PASS REFERENCE ZIPS NO MEMBER USES, THEN  *
055700*                      HOLD EVERYTHING FOR THIS ONE              *
055800*================================================================
055900 3300-LOAD-ZIP.
056000     SET DLH9-ZIP-LOADED           TO TRUE
056100     MOVE DLH9-S-ZIP5              TO DLH9-CUR-ZIP5
056200     MOVE "N"                      TO DLH9-ZIP-FOUND-SW
056300     MOVE SPACES                   TO DLH9-Z-CITY
056400     MOVE SPACES                   TO DLH9-Z-ST
056500     MOVE SPACES                   TO DLH9-Z-COUNTY
056600     MOVE ZERO                     TO DLH9-RNG-COUNT
056700     PERFORM 3310-SKIP-ONE-POSTAL   THRU 3310-EXIT
056800         UNTIL DLH9-POSTAL-KEY NOT < DLH9-CUR-ZIP5
056900     PERFORM 3320-HOLD-ONE-POSTAL   THRU 3320-EXIT
057000         UNTIL DLH9-POSTAL-KEY NOT = DLH9-CUR-ZIP5.
057100 3300-EXIT.
057200     EXIT.
057300*================================================================
057400*    3310-SKIP-ONE-POSTAL
057500*================================================================
057600 3310-SKIP-ONE-POSTAL.
057700     PERFORM 8200-READ-POSTAL       THRU 8200-EXIT.
057800 3310-EXIT.
057900     EXIT.
058000*================================================================
058100*    3320-HOLD-ONE-POSTAL  -  A ZIP WITH MORE STREET RANGES THAN *
058200*                             THE TABLE FAILS THE STEP (THE      *
058300*                             DL060 RULE)                        *
058400*================================================================
058500 3320-HOLD-ONE-POSTAL.
058600     IF DL179-Z-CITY-STATE
058700         SET DLH9-ZIP-FOUND        TO TRUE
058800         MOVE DL179-Z-CITY         TO DLH9-Z-CITY
058900         MOVE DL179-Z-ST           TO DLH9-Z-ST
059000         MOVE DL179-Z-COUNTY       TO DLH9-Z-COUNTY
059100         GO TO 3320-READ-NEXT
059200     END-IF
059300     IF NOT DL179-Z-STREET-RANGE
059400         GO TO 3320-READ-NEXT
059500     END-IF
059600     IF DLH9-RNG-COUNT >= 5000
059700         PERFORM 9910-RNG-ABORT     THRU 9910-EXIT
059800     END-IF
059900     ADD 1 TO DLH9-RNG-COUNT
060000     MOVE DL179-Z-STREET     TO DLH9-R-STREET(DLH9-RNG-COUNT)
060100     MOVE DL179-Z-LOW-NBR    TO DLH9-R-LOW-NBR(DLH9-RNG-COUNT)
060200     MOVE DL179-Z-HIGH-NBR   TO DLH9-R-HIGH-NBR(DLH9-RNG-COUNT)
060300     MOVE DL179-Z-PARITY     TO DLH9-R-PARITY(DLH9-RNG-COUNT)
060400     MOVE DL179-Z-PLUS4      TO DLH9-R-PLUS4(DLH9-RNG-COUNT).
060500 3320-READ-NEXT.
060600     PERFORM 8200-READ-POSTAL       THRU 8200-EXIT.
060700 3320-EXIT.
060800     EXIT.
060900*================================================================
061000*    3400-STANDARDIZE-ADDRESS  -  THE STREET LINES ARE ALWAYS    *
061100*                                 STANDARDIZED; CITY, STATE,     *
061200*                                 COUNTY AND ZIP+4 COME ONLY     *
061300*                                 FROM A ZIP THE REFERENCE KNOWS *
061400*================================================================
061500 3400-STANDARDIZE-ADDRESS.
061600     MOVE SPACES                   TO DL179-STD-RECORD
061700     MOVE DLH9-S-EMP-ID            TO DL179-S-EMP-ID
061800     MOVE DLH9-S-PURPOSE           TO DL179-S-PURPOSE
061900     MOVE DLH9-S-ZIP-LAST5         TO DL179-S-ZIP5
062000     MOVE ZERO                     TO DL179-S-ZIP4
062100     MOVE DLH9-S-PKG-NO            TO DL179-S-PKG-NO
062200     MOVE DLH9-S-AREA-NO           TO DL179-S-AREA-NO
062300     MOVE DLH9-RUN-DATE            TO DL179-S-STD-DATE
062400     MOVE "N"                      TO DLH9-KEY-SW
062500     MOVE DLH9-S-ADDR              TO DLH9-LINE
062600     PERFORM 7000-STANDARDIZE-LINE  THRU 7000-EXIT
062700     MOVE DLH9-LINE-OUT            TO DL179-S-ADDR
062800     IF DLH9-HAVE-NBR
062900         SET DLH9-KEY-FOUND        TO TRUE
063000         MOVE DLH9-HOUSE-NBR       TO DLH9-KEY-NBR
063100         MOVE DLH9-STREET-KEY      TO DLH9-KEY-STREET
063200     END-IF
063300     MOVE DLH9-S-ADDR4             TO DLH9-LINE
063400     PERFORM 7000-STANDARDIZE-LINE  THRU 7000-EXIT
063500     MOVE DLH9-LINE-OUT            TO DL179-S-ADDR4
063600     IF DLH9-HAVE-NBR
063700         AND NOT DLH9-KEY-FOUND
063800         SET DLH9-KEY-FOUND        TO TRUE
063900         MOVE DLH9-HOUSE-NBR       TO DLH9-KEY-NBR
064000         MOVE DLH9-STREET-KEY      TO DLH9-KEY-STREET
064100     END-IF
064200     IF DLH9-ZIP-FOUND
064300         PERFORM 3410-APPLY-POSTAL  THRU 3410-EXIT
064400     ELSE
064500         SET DL179-S-NOT-MATCHED   TO TRUE
064600         MOVE DLH9-S-CITY          TO DL179-S-CITY
064700         MOVE DLH9-S-ST            TO DL179-S-ST
064800     END-IF
064900     MOVE DL179-STD-RECORD         TO DLH9-WI-STD
065000     MOVE DLH9-S-NAME              TO DLH9-WI-NAME
065100     MOVE DLH9-S-ADDR              TO DLH9-WI-ADDR
065200     MOVE DLH9-S-ADDR4             TO DLH9-WI-ADDR4
065300     MOVE DLH9-S-CITY              TO DLH9-WI-CITY
065400     MOVE DLH9-S-ST                TO DLH9-WI-ST
065500     MOVE DLH9-S-ZIP               TO DLH9-WI-ZIP.
065600 3400-EXIT.
065700     EXIT.
065800*================================================================
065900*    3410-APPLY-POSTAL  -  CITY, STATE AND COUNTY FROM THE ZIP;  *
066000*                          ZIP+4 FROM THE RANGE HOLDING THE      *
066100*                          HOUSE OR BOX NUMBER ON ITS SIDE OF    *
066200*                          THE STREET; THE MASTER ADDRESS'S      *
066300*                          COUNTY AGAINST THE PACKAGE'S AREA     *
066400*================================================================
066500 3410-APPLY-POSTAL.
066600     SET DL179-S-ZIP-MATCHED       TO TRUE
066700     MOVE DLH9-Z-CITY              TO DL179-S-CITY
066800     MOVE DLH9-Z-ST                TO DL179-S-ST
066900     MOVE DLH9-Z-COUNTY            TO DL179-S-COUNTY
067000     IF DLH9-Z-CITY = SPACES
067100         MOVE DLH9-S-CITY          TO DL179-S-CITY
067200     END-IF
067300     IF DLH9-Z-ST = SPACES
067400         MOVE DLH9-S-ST            TO DL179-S-ST
067500     END-IF
067600     IF DLH9-KEY-FOUND
067700         DIVIDE DLH9-KEY-NBR BY 2 GIVING DLH9-NBR-HALF
067800             REMAINDER DLH9-NBR-REM
067801         IF DLH9-NBR-REM = 1
067802             MOVE "O"              TO DLH9-NBR-SIDE
067803         ELSE
067804             MOVE "E"              TO DLH9-NBR-SIDE
067805         END-IF
067900         PERFORM 3490-SCAN-ONE      THRU 3490-EXIT
068000             VARYING DLH9-RNG-SUB FROM 1 BY 1
068100             UNTIL DLH9-RNG-SUB > DLH9-RNG-COUNT
068200             OR (DLH9-R-STREET(DLH9-RNG-SUB) = DLH9-KEY-STREET
068300             AND DLH9-R-LOW-NBR(DLH9-RNG-SUB)
068400                 NOT > DLH9-KEY-NBR
068500             AND DLH9-R-HIGH-NBR(DLH9-RNG-SUB)
068600                 NOT < DLH9-KEY-NBR
068700             AND (DLH9-R-BOTH(DLH9-RNG-SUB)
068701              OR DLH9-R-PARITY(DLH9-RNG-SUB) = DLH9-NBR-SIDE))
069000         IF DLH9-RNG-SUB NOT > DLH9-RNG-COUNT
069100             SET DL179-S-ZIP4-MATCHED TO TRUE
069200             MOVE DLH9-R-PLUS4(DLH9-RNG-SUB) TO DL179-S-ZIP4
069300         END-IF
069400     END-IF
069500     IF NOT DL179-S-MASTER-ADDR
069600         OR DL179-S-AREA-NO = SPACES
069700         OR DL179-S-COUNTY = SPACES
069800         GO TO 3410-EXIT
069900     END-IF
070000     PERFORM 3490-SCAN-ONE          THRU 3490-EXIT
070100         VARYING DLH9-ARA-SUB FROM 1 BY 1
070200         UNTIL DLH9-ARA-SUB > DLH9-ARA-COUNT
070300         OR (DLH9-A-AREA-NO(DLH9-ARA-SUB) = DL179-S-AREA-NO
070400         AND DLH9-A-COUNTY(DLH9-ARA-SUB) = DL179-S-COUNTY)
070500     IF DLH9-ARA-SUB > DLH9-ARA-COUNT
070600         SET DL179-S-OUT-OF-AREA   TO TRUE
070700     ELSE
070800         SET DL179-S-IN-AREA       TO TRUE
070900     END-IF.
071000 3410-EXIT.
071100     EXIT.
071200*================================================================
071300*    3490-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
071400*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
071500*                      PERFORM THAT CALLS THIS                   *
071600*================================================================
071700 3490-SCAN-ONE.
071800     CONTINUE.
071900 3490-EXIT.
072000     EXIT.
072100 3999-EXIT.
072200     EXIT.
072300*================================================================
072400*    4000-RELEASE-RESULTS  -  INPUT PROCEDURE: DL179WRK BACK     *
072500*                             INTO THE SECOND SORT               *
072600*================================================================
072700 4000-RELEASE-RESULTS.
072800     OPEN INPUT  DL179-WRK-FILE
072900     PERFORM 8300-READ-WORK         THRU 8300-EXIT
073000     PERFORM 4100-RELEASE-ONE       THRU 4100-EXIT
073100         UNTIL DLH9-WRK-EOF
073200     CLOSE DL179-WRK-FILE
073300     GO TO 4999-EXIT.
073400 4000-EXIT.
073500     EXIT.
073600*================================================================
073700*    4100-RELEASE-ONE
073800*================================================================
073900 4100-RELEASE-ONE.
074000     RELEASE DLH9-RESORT-RECORD FROM DL179-WRK-RECORD
074100     PERFORM 8300-READ-WORK         THRU 8300-EXIT.
074200 4100-EXIT.
074300     EXIT.
074400 4999-EXIT.
074500     EXIT.
074600*================================================================
074700*    5000-WRITE-RESULTS  -  OUTPUT PROCEDURE: THE SATELLITE, THE *
074800*                           EXCEPTIONS AND THE TRANSACTIONS IN   *
074900*                           MEMBER ORDER                         *
075000*================================================================
075100 5000-WRITE-RESULTS.
075200     PERFORM 5050-RETURN-RESORT     THRU 5050-EXIT
075300     PERFORM 5100-ONE-RESULT        THRU 5100-EXIT
075400         UNTIL DLH9-RESORT-EOF
075500     GO TO 5999-EXIT.
075600 5000-EXIT.
075700     EXIT.
075800*================================================================
075900*    5050-RETURN-RESORT
076000*================================================================
076100 5050-RETURN-RESORT.
076200     RETURN DL179-RESORT-FILE INTO DLH9-WORK-IMAGE
076300         AT END
076400             SET DLH9-RESORT-EOF TO TRUE
076500     END-RETURN.
076600 5050-EXIT.
076700     EXIT.
076800*================================================================
076900*    5100-ONE-RESULT  -  AN ADDRESS WHOSE ZIP THE REFERENCE DOES *
077000*                        NOT KNOW IS REPORTED BUT NOT CORRECTED  *
077100*================================================================
077200 5100-ONE-RESULT.
077300     MOVE DLH9-WI-STD              TO DL179-STD-RECORD
077400     WRITE DL179-STD-OUT-RECORD FROM DL179-STD-RECORD
077500     ADD 1 TO DLH9-STD-WRITTEN
077600     MOVE DL179-S-EMP-ID           TO DLH9-D-EMP-ID
077700     MOVE DL179-S-PURPOSE          TO DLH9-D-PURPOSE
077800     IF DL179-S-NOT-MATCHED
077900         ADD 1 TO DLH9-NOT-MATCHED
078000         MOVE "ZIP NOT IN POSTAL FILE" TO DLH9-D-TEXT
078100         MOVE DLH9-WI-ZIP          TO DLH9-ZIP-DISPLAY
078200         MOVE DLH9-ZIP-DISPLAY     TO DLH9-D-WAS
078300         MOVE SPACES               TO DLH9-D-NOW
078400         MOVE "REVIEW"             TO DLH9-D-ACTION
078500         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
078600         GO TO 5100-RETURN-NEXT
078700     END-IF
078800     IF DL179-S-ZIP4-MATCHED
078900         ADD 1 TO DLH9-ZIP4-MATCHED
079000     ELSE
079100         ADD 1 TO DLH9-ZIP-ONLY
079200     END-IF
079300     IF DL179-S-OUT-OF-AREA
079400         ADD 1 TO DLH9-OUT-OF-AREA
079500         MOVE "COUNTY OUTSIDE SERVICE AREA" TO DLH9-D-TEXT
079600         MOVE SPACES               TO DLH9-D-WAS
079700         STRING "PACKAGE " DL179-S-PKG-NO
079800                " AREA " DL179-S-AREA-NO
079900                DELIMITED BY SIZE INTO DLH9-D-WAS
080000         MOVE SPACES               TO DLH9-D-NOW
080100         STRING "COUNTY " DL179-S-COUNTY
080200                DELIMITED BY SIZE INTO DLH9-D-NOW
080300         MOVE "REVIEW"             TO DLH9-D-ACTION
080400         PERFORM 5900-PRINT-DIFF    THRU 5900-EXIT
080500     END-IF
080600     IF DL179-S-MASTER-ADDR
080700         PERFORM 5200-CUT-DL047     THRU 5200-EXIT
080800     ELSE
080900         PERFORM 5300-CUT-DL125     THRU 5300-EXIT
081000     END-IF.
081100 5100-RETURN-NEXT.
081200     PERFORM 5050-RETURN-RESORT     THRU 5050-EXIT.
081300 5100-EXIT.
081400     EXIT.
081500*================================================================
081600*    5200-CUT-DL047  -  THE MASTER ADDRESS: ONE DL047            *
081700*                       TRANSACTION CARRYING ONLY THE FIELDS     *
081800*                       THAT CHANGED; THE ZIP IS LEFT AT ZERO    *
081900*================================================================
082000 5200-CUT-DL047.
082100     MOVE SPACES                   TO DL047-TRAN-RECORD
082200     MOVE ZERO                     TO DL047-T-ZIP
082300     MOVE DL179-S-EMP-ID           TO DL047-T-EMP-ID
082400     MOVE "DL047"                  TO DLH9-D-ACTION
082500     PERFORM 5400-COMPARE-ADDRESS   THRU 5400-EXIT
082600     IF NOT DLH9-CHANGED
082700         GO TO 5200-EXIT
082800     END-IF
082900     IF DL179-S-ADDR NOT = DLH9-WI-ADDR
083000         MOVE DL179-S-ADDR         TO DL047-T-ADDR
083100     END-IF
083200     IF DL179-S-ADDR4 NOT = DLH9-WI-ADDR4
083300         MOVE DL179-S-ADDR4        TO DL047-T-ADDR4
083400     END-IF
083500     IF DL179-S-CITY NOT = DLH9-WI-CITY
083600         MOVE DL179-S-CITY         TO DL047-T-CITY
083700     END-IF
083800     IF DL179-S-ST NOT = DLH9-WI-ST
083900         MOVE DL179-S-ST           TO DL047-T-ST
084000     END-IF
084100     WRITE DL047-TRAN-RECORD
084200     ADD 1 TO DLH9-T47-CUT.
084300 5200-EXIT.
084400     EXIT.
084500*================================================================
084600*    5300-CUT-DL125  -  A PURPOSE ADDRESS: A DL125 CHANGE        *
084700*                       CARRIES THE FULL ADDRESS, SO THE NAME    *
084800*                       AND ZIP GO AS KEYED                      *
084900*================================================================
085000 5300-CUT-DL125.
085100     MOVE "DL125"                  TO DLH9-D-ACTION
085200     PERFORM 5400-COMPARE-ADDRESS   THRU 5400-EXIT
085300     IF NOT DLH9-CHANGED
085400         GO TO 5300-EXIT
085500     END-IF
085600     MOVE SPACES                   TO DL125-TRAN-RECORD
085700     MOVE DL179-S-EMP-ID           TO DL125-T-EMP-ID
085800     MOVE DL179-S-PURPOSE          TO DL125-T-PURPOSE
085900     SET DL125-T-CHANGE            TO TRUE
086000     MOVE DLH9-WI-NAME             TO DL125-T-NAME
086100     MOVE DL179-S-ADDR             TO DL125-T-ADDR
086200     MOVE DL179-S-ADDR4            TO DL125-T-ADDR4
086300     MOVE DL179-S-CITY             TO DL125-T-CITY
086400     MOVE DL179-S-ST               TO DL125-T-ST
086500     MOVE DLH9-WI-ZIP              TO DL125-T-ZIP
086600     WRITE DL125-TRAN-RECORD
086700     ADD 1 TO DLH9-T25-CUT.
086800 5300-EXIT.
086900     EXIT.
087000*================================================================
087100*    5400-COMPARE-ADDRESS  -  REPORT EACH FIELD THE POSTAL       *
087200*                             STANDARD CHANGES                   *
087300*================================================================
087400 5400-COMPARE-ADDRESS.
087500     MOVE "N"                      TO DLH9-CHANGED-SW
087600     IF DL179-S-ADDR NOT = DLH9-WI-ADDR
087700         MOVE "ADDRESS STANDARDIZED" TO DLH9-D-TEXT
087800         MOVE DLH9-WI-ADDR         TO DLH9-D-WAS
087900         MOVE DL179-S-ADDR         TO DLH9-D-NOW
088000         PERFORM 5490-NOTE-CHANGE   THRU 5490-EXIT
088100     END-IF
088200     IF DL179-S-ADDR4 NOT = DLH9-WI-ADDR4
088300         MOVE "ADDRESS LINE 2 STANDARDIZED" TO DLH9-D-TEXT
088400         MOVE DLH9-WI-ADDR4        TO DLH9-D-WAS
088500         MOVE DL179-S-ADDR4        TO DLH9-D-NOW
088600         PERFORM 5490-NOTE-CHANGE   THRU 5490-EXIT
088700     END-IF
088800     IF DL179-S-CITY NOT = DLH9-WI-CITY
088900         MOVE "CITY CORRECTED FOR ZIP" TO DLH9-D-TEXT
089000         MOVE DLH9-WI-CITY         TO DLH9-D-WAS
089100         MOVE DL179-S-CITY         TO DLH9-D-NOW
089200         PERFORM 5490-NOTE-CHANGE   THRU 5490-EXIT
089300     END-IF
089400     IF DL179-S-ST NOT = DLH9-WI-ST
089500         MOVE "STATE CORRECTED FOR ZIP" TO DLH9-D-TEXT
089600         MOVE DLH9-WI-ST           TO DLH9-D-WAS
089700         MOVE DL179-S-ST           TO DLH9-D-NOW
089800         PERFORM 5490-NOTE-CHANGE   THRU 5490-EXIT
089900     END-IF.
090000 5400-EXIT.
090100     EXIT.
090200*================================================================
090300*    5490-NOTE-CHANGE
090400*================================================================
090500 5490-NOTE-CHANGE.
090600     MOVE "Y"                      TO DLH9-CHANGED-SW
090700     PERFORM 5900-PRINT-DIFF        THRU 5900-EXIT.
090800 5490-EXIT.
090900     EXIT.
091000*================================================================
091100*    5900-PRINT-DIFF
091200*================================================================
091300 5900-PRINT-DIFF.
091400     ADD 1 TO DLH9-DIFFS
091500     WRITE DL179-RPT-LINE FROM DLH9-DETAIL-LINE.
091600 5900-EXIT.
091700     EXIT.
091800 5999-EXIT.
091900     EXIT.
092000*================================================================
092100*    6000-TERMINATE
092200*================================================================
092300 6000-TERMINATE.
092400     MOVE DLH9-MSTR-READ           TO DLH9-T-MSTR-READ
092500     MOVE DLH9-MSTR-ACTIVE         TO DLH9-T-MSTR-ACTIVE
092600     MOVE DLH9-ADR-READ            TO DLH9-T-ADR-READ
092700     MOVE DLH9-POSTAL-READ         TO DLH9-T-POSTAL-READ
092800     MOVE DLH9-STD-WRITTEN         TO DLH9-T-STD-WRITTEN
092900     MOVE DLH9-ZIP4-MATCHED        TO DLH9-T-ZIP4-MATCHED
093000     MOVE DLH9-ZIP-ONLY            TO DLH9-T-ZIP-ONLY
093100     MOVE DLH9-NOT-MATCHED         TO DLH9-T-NOT-MATCHED
093200     MOVE DLH9-OUT-OF-AREA         TO DLH9-T-OUT-OF-AREA
093300     MOVE DLH9-DIFFS               TO DLH9-T-DIFFS
093400     MOVE DLH9-T47-CUT             TO DLH9-T-T47
093500     MOVE DLH9-T25-CUT             TO DLH9-T-T25
093600     WRITE DL179-RPT-LINE FROM SPACES
093700     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-1
093800     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-2
093900     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-3
094000     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-4
094100     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-5
094200     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-6
094300     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-7
094400     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-8
094500     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-9
094600     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-10
094700     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-11
094800     WRITE DL179-RPT-LINE FROM DLH9-TOTAL-LINE-12
094900     CLOSE BED1EMP-FILE
095000     CLOSE DL125-ADR-FILE
095100     CLOSE DL179-ZIP-FILE
095200     CLOSE DL179-STD-FILE
095300     CLOSE DL179-T47-FILE
095400     CLOSE DL179-T25-FILE
095500     CLOSE DL179-RPT-FILE.
095600 6000-EXIT.
095700     EXIT.
095800*================================================================
095900*    7000-STANDARDIZE-LINE  -  DLH9-LINE TO DLH9-LINE-OUT.       *
096000*                              UPPER CASE, PERIODS AND COMMAS    *
096100*                              DROPPED, ONE SPACE BETWEEN WORDS, *
096200*                              "P O" AND "POST OFFICE" JOINED AS *
096300*                              "PO"; UNIT DESIGNATORS            *
096400*                              ABBREVIATED WHEREVER THEY FALL,   *
096500*                              DIRECTIONALS ONLY BEFORE OR AFTER *
096600*                              THE STREET NAME, A SUFFIX ONLY    *
096700*                              AT ITS END.  ALSO LEAVES THE      *
096800*                              HOUSE OR BOX NUMBER AND THE       *
096900*                              STREET AS THE POSTAL RANGES KEY   *
097000*                              THEM                              *
097100*================================================================
097200 7000-STANDARDIZE-LINE.
097300     MOVE SPACES                   TO DLH9-LINE-OUT
097400     MOVE SPACES                   TO DLH9-STREET-KEY
097500     MOVE ZERO                     TO DLH9-HOUSE-NBR
097600     MOVE "N"                      TO DLH9-HAVE-NBR-SW
097700     MOVE "N"                      TO DLH9-IN-WORD-SW
097800     MOVE ZERO                     TO DLH9-WORD-COUNT
097900     INSPECT DLH9-LINE CONVERTING DLH9-LOWER TO DLH9-UPPER
098000     PERFORM 7100-SCAN-ONE-CHAR     THRU 7100-EXIT
098100         VARYING DLH9-CHAR-SUB FROM 1 BY 1
098200         UNTIL DLH9-CHAR-SUB > 25
098300     IF DLH9-WORD-COUNT = ZERO
098400         GO TO 7000-EXIT
098500     END-IF
098600     PERFORM 7200-JOIN-PO           THRU 7200-EXIT
098700     PERFORM 7300-CLASSIFY-ONE-WORD THRU 7300-EXIT
098800         VARYING DLH9-WORD-SUB FROM 1 BY 1
098900         UNTIL DLH9-WORD-SUB > DLH9-WORD-COUNT
099000     MOVE 1                        TO DLH9-FIRST-WORD
099100     MOVE 1                        TO DLH9-NBR-SUB
099200     PERFORM 7700-TAKE-NUMBER       THRU 7700-EXIT
099300     IF DLH9-HAVE-NBR
099400         MOVE 2                    TO DLH9-FIRST-WORD
099500     END-IF
099600*    THE STREET ENDS BEFORE THE FIRST UNIT DESIGNATOR
099700     PERFORM 7390-SCAN-ONE          THRU 7390-EXIT
099800         VARYING DLH9-WORD-SUB FROM DLH9-FIRST-WORD BY 1
099900         UNTIL DLH9-WORD-SUB > DLH9-WORD-COUNT
100000         OR DLH9-WD-UNIT(DLH9-WORD-SUB)
100100     COMPUTE DLH9-STREET-END = DLH9-WORD-SUB - 1
100200     PERFORM 7400-ABBREV-UNIT       THRU 7400-EXIT
100300         VARYING DLH9-WORD-SUB FROM 1 BY 1
100400         UNTIL DLH9-WORD-SUB > DLH9-WORD-COUNT
100500     PERFORM 7500-ABBREV-STREET     THRU 7500-EXIT
100600     MOVE 1                        TO DLH9-PTR
100700     PERFORM 7600-APPEND-ONE-WORD   THRU 7600-EXIT
100800         VARYING DLH9-WORD-SUB FROM 1 BY 1
100900         UNTIL DLH9-WORD-SUB > DLH9-WORD-COUNT
101000     PERFORM 7800-BUILD-STREET-KEY  THRU 7800-EXIT.
101100 7000-EXIT.
101200     EXIT.
101300*================================================================
101400*    7100-SCAN-ONE-CHAR  -  A SPACE ENDS A WORD; ANY OTHER       *
101500*                           CHARACTER STARTS OR EXTENDS ONE      *
101600*================================================================
101700 7100-SCAN-ONE-CHAR.
101800     MOVE DLH9-LINE(DLH9-CHAR-SUB:1) TO DLH9-CHAR
101900     IF DLH9-CHAR = SPACE
102000         MOVE "N"                  TO DLH9-IN-WORD-SW
102100         GO TO 7100-EXIT
102200     END-IF
102300     IF NOT DLH9-IN-WORD
102400         SET DLH9-IN-WORD          TO TRUE
102500         ADD 1 TO DLH9-WORD-COUNT
102600         MOVE SPACES         TO DLH9-WORD(DLH9-WORD-COUNT)
102700         MOVE ZERO           TO DLH9-WD-LEN(DLH9-WORD-COUNT)
102800     END-IF
102900     ADD 1 TO DLH9-WD-LEN(DLH9-WORD-COUNT)
103000     MOVE DLH9-WD-LEN(DLH9-WORD-COUNT) TO DLH9-POS
103100     MOVE DLH9-CHAR TO DLH9-WORD(DLH9-WORD-COUNT)(DLH9-POS:1).
103200 7100-EXIT.
103300     EXIT.
103400*================================================================
103500*    7200-JOIN-PO  -  "P O BOX" AND "POST OFFICE BOX" BECOME     *
103600*                     "PO BOX"                                   *
103700*================================================================
103800 7200-JOIN-PO.
103900     IF DLH9-WORD-COUNT < 2
104000         GO TO 7200-EXIT
104100     END-IF
104200     IF NOT ((DLH9-WORD(1) = "P" AND DLH9-WORD(2) = "O")
104300         OR (DLH9-WORD(1) = "POST" AND DLH9-WORD(2) = "OFFICE"))
104400         GO TO 7200-EXIT
104500     END-IF
104600     MOVE "PO"                     TO DLH9-WORD(1)
104700     MOVE 2                        TO DLH9-WD-LEN(1)
104800     PERFORM 7210-SHIFT-ONE-WORD    THRU 7210-EXIT
104900         VARYING DLH9-WORD-SUB FROM 2 BY 1
105000         UNTIL DLH9-WORD-SUB >= DLH9-WORD-COUNT
105100     SUBTRACT 1 FROM DLH9-WORD-COUNT.
105200 7200-EXIT.
105300     EXIT.
105400*================================================================
105500*    7210-SHIFT-ONE-WORD
105600*================================================================
105700 7210-SHIFT-ONE-WORD.
105800     COMPUTE DLH9-POS = DLH9-WORD-SUB + 1
105900     MOVE DLH9-WD-ENTRY(DLH9-POS)
106000                           TO DLH9-WD-ENTRY(DLH9-WORD-SUB).
106100 7210-EXIT.
106200     EXIT.
106300*================================================================
106400*    7300-CLASSIFY-ONE-WORD  -  LOOK THE WORD UP IN DL179ABV
106500*================================================================
106600 7300-CLASSIFY-ONE-WORD.
106700     MOVE SPACE            TO DLH9-WD-TYPE(DLH9-WORD-SUB)
106800     MOVE SPACES           TO DLH9-WD-STD(DLH9-WORD-SUB)
106900     IF DLH9-WD-LEN(DLH9-WORD-SUB) > 12
107000         GO TO 7300-EXIT
107100     END-IF
107200     PERFORM 7390-SCAN-ONE          THRU 7390-EXIT
107300         VARYING DLH9-ABV-SUB FROM 1 BY 1
107400         UNTIL DLH9-ABV-SUB > DL179-ABV-COUNT
107500         OR DL179-ABV-WORD(DLH9-ABV-SUB)
107600            = DLH9-WORD(DLH9-WORD-SUB)
107700     IF DLH9-ABV-SUB > DL179-ABV-COUNT
107800         GO TO 7300-EXIT
107900     END-IF
108000     MOVE DL179-ABV-TYPE(DLH9-ABV-SUB)
108100                           TO DLH9-WD-TYPE(DLH9-WORD-SUB)
108200     MOVE DL179-ABV-STD(DLH9-ABV-SUB)
108300                           TO DLH9-WD-STD(DLH9-WORD-SUB).
108400 7300-EXIT.
108500     EXIT.
108600*================================================================
108700*    7390-SCAN-ONE  -  BODY IS EMPTY; SEARCH IS IN THE           *
108800*                      VARYING/UNTIL                             *
108900*================================================================
109000 7390-SCAN-ONE.
109100     CONTINUE.
109200 7390-EXIT.
109300     EXIT.
109400*================================================================
109500*    7400-ABBREV-UNIT  -  A UNIT DESIGNATOR AFTER THE STREET
109600*================================================================
109700 7400-ABBREV-UNIT.
109800     IF DLH9-WORD-SUB > DLH9-STREET-END
109900         AND DLH9-WD-UNIT(DLH9-WORD-SUB)
110000         PERFORM 7510-ABBREV-ONE-WORD THRU 7510-EXIT
110100     END-IF.
110200 7400-EXIT.
110300     EXIT.
110400*================================================================
110500*    7500-ABBREV-STREET  -  POST-DIRECTIONAL AND SUFFIX AT THE   *
110600*                           END OF THE STREET, THEN A PRE-       *
110700*                           DIRECTIONAL ONLY WHEN A NAME WORD    *
110800*                           FOLLOWS IT, SO NORTH STREET AND      *
110900*                           COURT STREET KEEP THEIR NAMES        *
111000*================================================================
111100 7500-ABBREV-STREET.
111200     MOVE DLH9-STREET-END          TO DLH9-SUFFIX-AT
111300     IF DLH9-STREET-END > DLH9-FIRST-WORD
111400         AND DLH9-WD-DIRECTIONAL(DLH9-STREET-END)
111500         MOVE DLH9-STREET-END      TO DLH9-WORD-SUB
111600         PERFORM 7510-ABBREV-ONE-WORD THRU 7510-EXIT
111700         SUBTRACT 1 FROM DLH9-SUFFIX-AT
111800     END-IF
111900     MOVE DLH9-SUFFIX-AT           TO DLH9-NAME-END
112000     IF DLH9-SUFFIX-AT > DLH9-FIRST-WORD
112100         AND DLH9-WD-SUFFIX(DLH9-SUFFIX-AT)
112200         MOVE DLH9-SUFFIX-AT       TO DLH9-WORD-SUB
112300         PERFORM 7510-ABBREV-ONE-WORD THRU 7510-EXIT
112400         SUBTRACT 1 FROM DLH9-NAME-END
112500     END-IF
112600     IF DLH9-NAME-END > DLH9-FIRST-WORD
112700         AND DLH9-WD-DIRECTIONAL(DLH9-FIRST-WORD)
112800         MOVE DLH9-FIRST-WORD      TO DLH9-WORD-SUB
112900         PERFORM 7510-ABBREV-ONE-WORD THRU 7510-EXIT
113000     END-IF.
113100 7500-EXIT.
113200     EXIT.
113300*================================================================
113400*    7510-ABBREV-ONE-WORD
113500*================================================================
113600 7510-ABBREV-ONE-WORD.
113700     MOVE DLH9-WD-STD(DLH9-WORD-SUB) TO DLH9-WORD(DLH9-WORD-SUB).
113800 7510-EXIT.
113900     EXIT.
114000*================================================================
114100*    7600-APPEND-ONE-WORD
114200*================================================================
114300 7600-APPEND-ONE-WORD.
114400     STRING DLH9-WORD(DLH9-WORD-SUB) DELIMITED BY SPACE
114500            " "                      DELIMITED BY SIZE
114600         INTO DLH9-LINE-OUT WITH POINTER DLH9-PTR
114700     END-STRING.
114800 7600-EXIT.
114900     EXIT.
115000*================================================================
115100*    7700-TAKE-NUMBER  -  WORD DLH9-NBR-SUB AS A HOUSE OR BOX    *
115200*                         NUMBER OF UP TO SIX DIGITS             *
115300*================================================================
115400 7700-TAKE-NUMBER.
115500     MOVE "N"                      TO DLH9-HAVE-NBR-SW
115600     MOVE DLH9-WD-LEN(DLH9-NBR-SUB) TO DLH9-POS
115700     IF DLH9-POS > 6
115800         GO TO 7700-EXIT
115900     END-IF
116000     IF DLH9-WORD(DLH9-NBR-SUB)(1:DLH9-POS) NOT NUMERIC
116100         GO TO 7700-EXIT
116200     END-IF
116300     MOVE DLH9-WORD(DLH9-NBR-SUB)(1:DLH9-POS)
116400                                   TO DLH9-HOUSE-NBR-X
116500     INSPECT DLH9-HOUSE-NBR-X REPLACING LEADING SPACES BY ZEROS
116600     SET DLH9-HAVE-NBR             TO TRUE.
116700 7700-EXIT.
116800     EXIT.
116900*================================================================
117000*    7800-BUILD-STREET-KEY  -  "PO BOX" WITH THE BOX NUMBER, OR  *
117100*                              THE STANDARDIZED STREET AFTER THE *
117200*                              HOUSE NUMBER                      *
117300*================================================================
117400 7800-BUILD-STREET-KEY.
117500     IF DLH9-WORD-COUNT >= 3
117600         AND DLH9-WORD(1) = "PO"
117700         AND DLH9-WORD(2) = "BOX"
117800         MOVE 3                    TO DLH9-NBR-SUB
117900         PERFORM 7700-TAKE-NUMBER   THRU 7700-EXIT
118000         MOVE "PO BOX"             TO DLH9-STREET-KEY
118100         GO TO 7800-EXIT
118200     END-IF
118300     IF NOT DLH9-HAVE-NBR
118400         OR DLH9-STREET-END < 2
118500         MOVE "N"                  TO DLH9-HAVE-NBR-SW
118600         GO TO 7800-EXIT
118700     END-IF
118800     MOVE 1                        TO DLH9-PTR
118900     PERFORM 7810-APPEND-KEY-WORD   THRU 7810-EXIT
119000         VARYING DLH9-WORD-SUB FROM 2 BY 1
119100         UNTIL DLH9-WORD-SUB > DLH9-STREET-END.
119200 7800-EXIT.
119300     EXIT.
119400*================================================================
119500*    7810-APPEND-KEY-WORD
119600*================================================================
119700 7810-APPEND-KEY-WORD.
119800     IF DLH9-WORD-SUB > 2
119900         STRING " " DELIMITED BY SIZE
120000             INTO DLH9-STREET-KEY WITH POINTER DLH9-PTR
120100         END-STRING
120200     END-IF
120300     STRING DLH9-WORD(DLH9-WORD-SUB) DELIMITED BY SPACE
120400         INTO DLH9-STREET-KEY WITH POINTER DLH9-PTR
120500     END-STRING.
120600 7810-EXIT.
120700     EXIT.
120800*================================================================
120900*    8000-READ-MASTER
121000*================================================================
121100 8000-READ-MASTER.
121200     READ BED1EMP-FILE
121300         AT END
121400             SET DLH9-MSTR-EOF TO TRUE
121500     END-READ.
121600 8000-EXIT.
121700     EXIT.
121800*================================================================
121900*    8100-READ-ALT-ADDR
122000*================================================================
122100 8100-READ-ALT-ADDR.
122200     READ DL125-ADR-FILE
122300         AT END
122400             SET DLH9-ADR-EOF TO TRUE
122500     END-READ.
122600 8100-EXIT.
122700     EXIT.
122800*================================================================
122900*    8200-READ-POSTAL  -  HIGH-VALUES KEY AT END STOPS EVERY     *
123000*                         MATCH LOOP                             *
123100*================================================================
123200 8200-READ-POSTAL.
123300     READ DL179-ZIP-FILE
123400         AT END
123500             SET DLH9-ZIP-EOF TO TRUE
123600             MOVE HIGH-VALUES      TO DLH9-POSTAL-KEY
123700     END-READ
123800     IF NOT DLH9-ZIP-EOF
123900         ADD 1 TO DLH9-POSTAL-READ
124000         MOVE DL179-Z-ZIP5         TO DLH9-POSTAL-KEY
124100     END-IF.
124200 8200-EXIT.
124300     EXIT.
124400*================================================================
124500*    8300-READ-WORK
124600*================================================================
124700 8300-READ-WORK.
124800     READ DL179-WRK-FILE
124900         AT END
125000             SET DLH9-WRK-EOF TO TRUE
125100     END-READ.
125200 8300-EXIT.
125300     EXIT.
125400*================================================================
125500*    9900-ARA-ABORT  -  MORE SERVICE-AREA COUNTIES THAN THE      *
125600*                       TABLE HOLDS                              *
125700*================================================================
125800 9900-ARA-ABORT.
125900     DISPLAY "DL179: DL179ARA EXCEEDS THE 3000-ENTRY TABLE"
126000     MOVE 8                        TO RETURN-CODE
126100     GOBACK.
126200 9900-EXIT.
126300     EXIT.
126400*================================================================
126500*    9910-RNG-ABORT  -  ONE ZIP HAS MORE STREET RANGES THAN THE  *
126600*                       TABLE HOLDS                              *
126700*================================================================
126800 9910-RNG-ABORT.
126900     DISPLAY "DL179: ZIP " DLH9-CUR-ZIP5
127000             " EXCEEDS THE 5000-RANGE TABLE"
127100     MOVE 8                        TO RETURN-CODE
127200     GOBACK.
127300 9910-EXIT.
127400     EXIT.
