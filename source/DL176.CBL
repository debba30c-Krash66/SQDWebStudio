000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL176.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MEMBER CORRESPONDENCE
001100*                   INQUIRY AND REPRINT.  EACH DL176PRM CARD
001200*                   NAMES A MEMBER AND, OPTIONALLY, A LETTER
001300*                   TYPE AND A BUSINESS-DATE RANGE.  THE SHARED
001400*                   DL905COR CORRESPONDENCE LOG IS PASSED ONCE;
001500*                   EVERY ENTRY AND IMAGE LINE MATCHING A CARD
001600*                   IS RELEASED TO A SORT UNDER THAT CARD'S
001700*                   NUMBER (THE DL174 INPUT/OUTPUT PROCEDURE
001800*                   PATTERN), SO THE OUTPUT PROCEDURE LISTS EACH
001900*                   INQUIRY'S LETTERS IN DATE ORDER: TYPE, THE
002000*                   SENDING PROGRAM, THE PRINT FILE AND LETTER
002100*                   NUMBER, WHETHER IT WAS HELD AS RETURNED MAIL
002200*                   AND WHO IT WAS ADDRESSED TO.  A CARD ASKING
002300*                   FOR A REPRINT ALSO GETS EACH ISSUED LETTER
002400*                   RE-RENDERED FROM ITS LOGGED PRINT IMAGE -
002500*                   THE ADDRESS BLOCK, THEN THE MAIL-MERGE
002600*                   FIELDS OR THE PRINT LINES AS SENT.  A CARD
002700*                   WITH NOTHING ON FILE SAYS SO.  A MISSING OR
002800*                   INVALID CARD FAILS THE STEP (THE DL098
002900*                   RULE).
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DL176-PRM-FILE     ASSIGN TO DL176PRM
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL905-COR-FILE     ASSIGN TO DL905COR
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL176-SORT-FILE    ASSIGN TO DL176SORT.
004200     SELECT DL176-RPT-FILE     ASSIGN TO DL176RPT
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  DL176-PRM-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY DL176PRM.
004900 FD  DL905-COR-FILE
005000     LABEL RECORDS ARE STANDARD.
005100 01  DL905-COR-IN-RECORD           PIC X(251).
005200 SD  DL176-SORT-FILE.
005300*    THE INQUIRY CARD NUMBER, THEN THE LOG RECORD WHOSE KEY
005400*    PUTS EACH LETTER'S IMAGE LINES RIGHT BEHIND ITS ENTRY
005500 01  DLH6-SORT-RECORD.
005600     05  DLH6-S-INQ-NBR            PIC 9(4).
005700     05  DLH6-S-LOG-RECORD.
005800         10  DLH6-S-LOG-KEY        PIC X(48).
005900         10  FILLER                PIC X(203).
006000 FD  DL176-RPT-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  DL176-RPT-LINE                PIC X(132).
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500*    DLH6-SWITCHES AND COUNTERS
006600*----------------------------------------------------------------
006700 01  DLH6-SWITCHES.
006800     05  DLH6-PRM-EOF-SW           PIC X(1)     VALUE "N".
006900         88  DLH6-PRM-EOF                        VALUE "Y".
007000     05  DLH6-LOG-EOF-SW           PIC X(1)     VALUE "N".
007100         88  DLH6-LOG-EOF                        VALUE "Y".
007200     05  DLH6-SORT-EOF-SW          PIC X(1)     VALUE "N".
007300         88  DLH6-SORT-EOF                       VALUE "Y".
007400     05  DLH6-TYPE-FOUND-SW        PIC X(1)     VALUE "N".
007500         88  DLH6-TYPE-FOUND                     VALUE "Y".
007600*    SET FROM THE LETTER ENTRY; GOVERNS ITS IMAGE LINES
007700     05  DLH6-RENDER-SW            PIC X(1)     VALUE "N".
007800         88  DLH6-RENDER                         VALUE "Y".
007900*----------------------------------------------------------------
008000*    DLH6-INQ-TABLE  -  THE INQUIRY CARDS.  OVERFLOW ABORTS
008100*    (THE DL060 RULE).
008200*----------------------------------------------------------------
008300 01  DLH6-INQ-TABLE.
008400     05  DLH6-INQ-COUNT            PIC S9(4) COMP VALUE ZERO.
008500     05  DLH6-INQ-ENTRY OCCURS 50 TIMES.
008600         10  DLH6-I-EMP-ID         PIC X(13).
008700         10  DLH6-I-LETTER-TYPE    PIC X(2).
008800         10  DLH6-I-FROM-DT        PIC 9(8).
008900         10  DLH6-I-TO-DT          PIC 9(8).
009000         10  DLH6-I-REPRINT-SW     PIC X(1).
009100             88  DLH6-I-REPRINT                  VALUE "Y".
009200         10  DLH6-I-FOUND          PIC S9(8) COMP.
009300*----------------------------------------------------------------
009400*    DLH6-TYPE-TABLE  -  LETTER TYPES THE LOG CARRIES
009500*----------------------------------------------------------------
009600 01  DLH6-TYPE-VALUES.
009700     05  FILLER                    PIC X(32)
009800         VALUE "ARPREMIUM ARREARS NOTICE".
009900     05  FILLER                    PIC X(32)
010000         VALUE "CQCOB VERIFICATION QUESTIONNAIRE".
010100     05  FILLER                    PIC X(32)
010200         VALUE "DCDISABLED DEPENDENT RECERT".
010300     05  FILLER                    PIC X(32)
010400         VALUE "SCSTUDENT CERTIFICATION REQUEST".
010500     05  FILLER                    PIC X(32)
010600         VALUE "AODEPENDENT AGE-OUT NOTICE".
010700     05  FILLER                    PIC X(32)
010800         VALUE "EBEXPLANATION OF BENEFITS".
010900 01  DLH6-TYPE-TABLE REDEFINES DLH6-TYPE-VALUES.
011000     05  DLH6-TYPE-ENTRY OCCURS 6 TIMES.
011100         10  DLH6-T-TYPE           PIC X(2).
011200         10  DLH6-T-DESC           PIC X(30).
011300 01  DLH6-WORK-FIELDS.
011400     05  DLH6-SUB                  PIC S9(4) COMP VALUE ZERO.
011500     05  DLH6-TYPE-SUB             PIC S9(4) COMP VALUE ZERO.
011600     05  DLH6-CUR-INQ              PIC S9(4) COMP VALUE ZERO.
011700     05  DLH6-SORT-INQ             PIC S9(4) COMP VALUE ZERO.
011800     05  DLH6-TEST-TYPE            PIC X(2).
011900 01  DLH6-RUN-DATE                 PIC 9(8).
012000 01  DLH6-COUNTERS.
012100     05  DLH6-LOG-READ             PIC S9(8) COMP VALUE ZERO.
012200     05  DLH6-RELEASED             PIC S9(8) COMP VALUE ZERO.
012300     05  DLH6-LETTERS-LISTED       PIC S9(8) COMP VALUE ZERO.
012400     05  DLH6-LETTERS-REPRINTED    PIC S9(8) COMP VALUE ZERO.
012500     05  DLH6-IMAGE-LINES          PIC S9(8) COMP VALUE ZERO.
012600*----------------------------------------------------------------
012700*    THE LOG RECORD, AND THE PRINT-IMAGE LAYOUTS A LOGGED IMAGE
012800*    LINE IS RE-RENDERED THROUGH
012900*----------------------------------------------------------------
013000     COPY DL905COR.
013100     COPY DL050LTR.
013200     COPY DL092LTR.
013300     COPY DL105LTR.
013400     COPY DL066EOB.
013500 01  DLH6-HEADING-1.
013600     05  FILLER                    PIC X(44)
013700         VALUE "MEMBER CORRESPONDENCE INQUIRY AND REPRINT".
013800 01  DLH6-INQ-HEADING.
013900     05  FILLER                    PIC X(8)  VALUE "INQUIRY ".
014000     05  DLH6-IH-NBR               PIC ZZZ9.
014100     05  FILLER                    PIC X(9)  VALUE "  MEMBER ".
014200     05  DLH6-IH-EMP-ID            PIC X(13).
014300     05  FILLER                    PIC X(7)  VALUE "  TYPE ".
014400     05  DLH6-IH-TYPE              PIC X(3).
014500     05  FILLER                    PIC X(6)  VALUE " FROM ".
014600     05  DLH6-IH-FROM-DT           PIC 9(8).
014700     05  FILLER                    PIC X(4)  VALUE " TO ".
014800     05  DLH6-IH-TO-DT             PIC 9(8).
014900     05  FILLER                    PIC X(10) VALUE "  REPRINT ".
015000     05  DLH6-IH-REPRINT           PIC X(1).
015100 01  DLH6-COLUMN-HEADING.
015200     05  FILLER                   PIC X(10) VALUE "BUS DATE".
015300     05  FILLER                   PIC X(33) VALUE "LETTER".
015400     05  FILLER                   PIC X(9)  VALUE "PROGRAM".
015500     05  FILLER                   PIC X(10) VALUE "PRINT".
015600     05  FILLER                   PIC X(9)  VALUE "LETTER#".
015700     05  FILLER                   PIC X(6)  VALUE "DEP".
015800     05  FILLER                   PIC X(6)  VALUE "HELD".
015900     05  FILLER                   PIC X(25) VALUE "ADDRESSED TO".
016000 01  DLH6-LETTER-LINE.
016100     05  DLH6-L-BUS-DATE           PIC 9(8).
016200     05  FILLER                    PIC X(2)  VALUE SPACES.
016300     05  DLH6-L-TYPE               PIC X(2).
016400     05  FILLER                    PIC X(1)  VALUE SPACES.
016500     05  DLH6-L-DESC               PIC X(30).
016600     05  FILLER                    PIC X(1)  VALUE SPACES.
016700     05  DLH6-L-PROGRAM-ID         PIC X(8).
016800     05  FILLER                    PIC X(1)  VALUE SPACES.
016900     05  DLH6-L-PRINT-DD           PIC X(8).
017000     05  FILLER                    PIC X(2)  VALUE SPACES.
017100     05  DLH6-L-LETTER-SEQ         PIC ZZZZZZ9.
017200     05  FILLER                    PIC X(2)  VALUE SPACES.
017300     05  DLH6-L-DEP-NBR            PIC ZZZ9.
017400     05  FILLER                    PIC X(2)  VALUE SPACES.
017500     05  DLH6-L-HELD               PIC X(4).
017600     05  FILLER                    PIC X(2)  VALUE SPACES.
017700     05  DLH6-L-MAIL-NAME          PIC X(25).
017800*----------------------------------------------------------------
017900*    REPRINT LINES
018000*----------------------------------------------------------------
018100 01  DLH6-RP-TEXT-LINE.
018200     05  FILLER                    PIC X(10) VALUE SPACES.
018300     05  DLH6-RP-TEXT              PIC X(110).
018400 01  DLH6-RP-CITY-LINE.
018500     05  FILLER                    PIC X(10) VALUE SPACES.
018600     05  DLH6-RC-CITY              PIC X(16).
018700     05  FILLER                    PIC X(1)  VALUE SPACES.
018800     05  DLH6-RC-ST                PIC X(2).
018900     05  FILLER                    PIC X(2)  VALUE SPACES.
019000     05  DLH6-RC-ZIP               PIC 9(8).
019100 01  DLH6-RP-COB-LINE.
019200     05  FILLER                    PIC X(10) VALUE SPACES.
019300     05  FILLER                    PIC X(16)
019400         VALUE "QUESTIONNAIRE NO".
019500     05  DLH6-RQ-LETTER-NO         PIC Z9.
019600     05  FILLER                    PIC X(23)
019700         VALUE "  OTHER INSURANCE OCC ".
019800     05  DLH6-RQ-OI-OCC            PIC 9(1).
019900     05  FILLER                    PIC X(11) VALUE "  EFFECTIVE".
020000     05  FILLER                    PIC X(1)  VALUE SPACES.
020100     05  DLH6-RQ-OI-EFF-DT         PIC 9(8).
020200     05  FILLER                    PIC X(9)  VALUE "  ISSUED ".
020300     05  DLH6-RQ-ISSUE-DT          PIC 9(8).
020400 01  DLH6-RP-DEP-LINE.
020500     05  FILLER                    PIC X(10) VALUE SPACES.
020600     05  FILLER                    PIC X(14)
020700         VALUE "DEPENDENT NBR ".
020800     05  DLH6-RD-DEP-NBR           PIC ZZZ9.
020900     05  FILLER                    PIC X(2)  VALUE SPACES.
021000     05  DLH6-RD-FNAME             PIC X(10).
021100     05  FILLER                    PIC X(1)  VALUE SPACES.
021200     05  DLH6-RD-LNAME             PIC X(20).
021300     05  FILLER                    PIC X(12)
021400         VALUE "  AGE LIMIT ".
021500     05  DLH6-RD-AGE-LIMIT         PIC ZZZ9.
021600 01  DLH6-RP-DATE-LINE.
021700     05  FILLER                    PIC X(10) VALUE SPACES.
021800     05  DLH6-RT-LABEL-1           PIC X(16).
021900     05  DLH6-RT-DATE-1            PIC 9(8).
022000     05  FILLER                    PIC X(2)  VALUE SPACES.
022100     05  DLH6-RT-LABEL-2           PIC X(16).
022200     05  DLH6-RT-DATE-2            PIC 9(8).
022300 01  DLH6-NONE-LINE.
022400     05  FILLER                    PIC X(30)
022500         VALUE "NO CORRESPONDENCE ON FILE".
022600 01  DLH6-FOUND-LINE.
022700     05  FILLER                    PIC X(25)
022800         VALUE "LETTERS FOUND".
022900     05  DLH6-FL-COUNT             PIC ZZZ,ZZ9.
023000 01  DLH6-TOTAL-LINE.
023100     05  DLH6-TL-LABEL             PIC X(25).
023200     05  DLH6-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
023300*----------------------------------------------------------------
023400*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
023500*----------------------------------------------------------------
023600 01  DL903-PARMS.
023700     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL176".
023800     05  DL903-REC-TYPE            PIC X(1).
023900     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
024000*----------------------------------------------------------------
024100*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
024200*----------------------------------------------------------------
024300 01  DL902-DATES.
024400     05  DL902-EXEC-DATE           PIC 9(8).
024500 01  DL902-EXEC-LINE.
024600     05  FILLER                    PIC X(14)
024700         VALUE "BUSINESS DATE ".
024800     05  DL902-EL-BUS              PIC 9(8).
024900     05  FILLER                    PIC X(11)
025000         VALUE "  EXECUTED ".
025100     05  DL902-EL-EXEC             PIC 9(8).
025200 PROCEDURE DIVISION.
025300*================================================================
025400*    0000-MAINLINE
025500*================================================================
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
025800     MOVE "S"                      TO DL903-REC-TYPE
025900     CALL "DL903" USING DL903-PARMS
026000     SORT DL176-SORT-FILE
026100         ON ASCENDING KEY DLH6-S-INQ-NBR
026200                          DLH6-S-LOG-KEY
026300         INPUT PROCEDURE IS 2000-SELECT-LOG
026400             THRU 2999-EXIT
026500         OUTPUT PROCEDURE IS 3000-LIST-INQUIRIES
026600             THRU 3999-EXIT
026700     PERFORM 4000-TERMINATE         THRU 4000-EXIT
026800     MOVE "E"                      TO DL903-REC-TYPE
026900     MOVE DLH6-LOG-READ TO DL903-REC-COUNT
027000     CALL "DL903" USING DL903-PARMS
027100     GOBACK.
027200*================================================================
027300*    1000-INITIALIZE
027400*================================================================
027500 1000-INITIALIZE.
027600     CALL "DL902" USING DLH6-RUN-DATE DL902-EXEC-DATE
027700     OPEN INPUT  DL176-PRM-FILE
027800     PERFORM 8000-READ-PRM          THRU 8000-EXIT
027900     IF DLH6-PRM-EOF
028000         PERFORM 9800-PARM-ABORT    THRU 9800-EXIT
028100     END-IF
028200     PERFORM 1100-LOAD-ONE-INQ      THRU 1100-EXIT
028300         UNTIL DLH6-PRM-EOF
028400     CLOSE DL176-PRM-FILE
028500     OPEN OUTPUT DL176-RPT-FILE
028600     WRITE DL176-RPT-LINE FROM DLH6-HEADING-1
028700     MOVE DLH6-RUN-DATE TO DL902-EL-BUS
028800     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
028900     WRITE DL176-RPT-LINE FROM DL902-EXEC-LINE.
029000 1000-EXIT.
029100     EXIT.
029200*================================================================
029300*    1100-LOAD-ONE-INQ  -  VALIDATE AND TABLE ONE INQUIRY CARD;  *
029400*                          AN OPEN TO DATE BECOMES ALL NINES     *
029500*================================================================
029600 1100-LOAD-ONE-INQ.
029700     MOVE DL176-P-LETTER-TYPE      TO DLH6-TEST-TYPE
029800     PERFORM 1200-CHECK-TYPE        THRU 1200-EXIT
029900     IF DL176-P-EMP-ID = SPACES
030000         OR DL176-P-FROM-DT NOT NUMERIC
030100         OR DL176-P-TO-DT NOT NUMERIC
030200         OR NOT (DL176-P-REPRINT OR DL176-P-LIST-ONLY)
030300         OR (DL176-P-LETTER-TYPE NOT = SPACES
030400             AND NOT DLH6-TYPE-FOUND)
030500         PERFORM 9800-PARM-ABORT    THRU 9800-EXIT
030600     END-IF
030700     IF DLH6-INQ-COUNT >= 50
030800         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
030900     END-IF
031000     ADD 1 TO DLH6-INQ-COUNT
031100     MOVE DL176-P-EMP-ID           TO
031200         DLH6-I-EMP-ID(DLH6-INQ-COUNT)
031300     MOVE DL176-P-LETTER-TYPE      TO
031400         DLH6-I-LETTER-TYPE(DLH6-INQ-COUNT)
031500     MOVE DL176-P-FROM-DT          TO
031600         DLH6-I-FROM-DT(DLH6-INQ-COUNT)
031700     IF DL176-P-TO-DT = ZERO
031800         MOVE 99999999             TO
031900             DLH6-I-TO-DT(DLH6-INQ-COUNT)
032000     ELSE
032100         MOVE DL176-P-TO-DT        TO
032200             DLH6-I-TO-DT(DLH6-INQ-COUNT)
032300     END-IF
032400     MOVE DL176-P-REPRINT-SW       TO
032500         DLH6-I-REPRINT-SW(DLH6-INQ-COUNT)
032600     MOVE ZERO                     TO
032700         DLH6-I-FOUND(DLH6-INQ-COUNT)
032800     PERFORM 8000-READ-PRM          THRU 8000-EXIT.
032900 1100-EXIT.
033000     EXIT.
033100*================================================================
033200*    1200-CHECK-TYPE  -  LOOK DLH6-TEST-TYPE UP IN THE LETTER-   *
033300*                        TYPE TABLE                              *
033400*================================================================
033500 1200-CHECK-TYPE.
033600     MOVE "N"                      TO DLH6-TYPE-FOUND-SW
033700     PERFORM 1210-FIND-TYPE         THRU 1210-EXIT
033800         VARYING DLH6-TYPE-SUB FROM 1 BY 1
033900         UNTIL DLH6-TYPE-SUB > 6
034000         OR DLH6-T-TYPE(DLH6-TYPE-SUB) = DLH6-TEST-TYPE
034100     IF DLH6-TYPE-SUB NOT > 6
034200         SET DLH6-TYPE-FOUND       TO TRUE
034300     END-IF.
034400 1200-EXIT.
034500     EXIT.
034600*================================================================
034700*    1210-FIND-TYPE  -  BODY IS EMPTY; THE SEARCH IS DONE        *
034800*                       ENTIRELY BY THE VARYING/UNTIL            *
034900*================================================================
035000 1210-FIND-TYPE.
035100     CONTINUE.
035200 1210-EXIT.
035300     EXIT.
035400*================================================================
035500*    2000-SELECT-LOG  -  INPUT PROCEDURE: ONE PASS OF THE LOG,   *
035600*                        RELEASING EVERY RECORD ONCE FOR EACH    *
035700*                        INQUIRY IT ANSWERS                      *
035800*================================================================
035900 2000-SELECT-LOG.
036000     OPEN INPUT  DL905-COR-FILE
036100     PERFORM 8100-READ-LOG          THRU 8100-EXIT
036200     PERFORM 2100-SELECT-ONE        THRU 2100-EXIT
036300         UNTIL DLH6-LOG-EOF
036400     CLOSE DL905-COR-FILE
036500     GO TO 2999-EXIT.
036600 2000-EXIT.
036700     EXIT.
036800*================================================================
036900*    2100-SELECT-ONE
037000*================================================================
037100 2100-SELECT-ONE.
037200     PERFORM 2200-TEST-ONE-INQ      THRU 2200-EXIT
037300         VARYING DLH6-SUB FROM 1 BY 1
037400         UNTIL DLH6-SUB > DLH6-INQ-COUNT
037500     PERFORM 8100-READ-LOG          THRU 8100-EXIT.
037600 2100-EXIT.
037700     EXIT.
037800*================================================================
037900*    2200-TEST-ONE-INQ  -  MEMBER, THEN TYPE, THEN DATE RANGE    *
038000*================================================================
038100 2200-TEST-ONE-INQ.
038200     IF DL905-C-EMP-ID NOT = DLH6-I-EMP-ID(DLH6-SUB)
038300         GO TO 2200-EXIT
038400     END-IF
038500     IF DLH6-I-LETTER-TYPE(DLH6-SUB) NOT = SPACES
038600         AND DLH6-I-LETTER-TYPE(DLH6-SUB)
038700             NOT = DL905-C-LETTER-TYPE
038800         GO TO 2200-EXIT
038900     END-IF
039000     IF DL905-C-BUS-DATE < DLH6-I-FROM-DT(DLH6-SUB)
039100         OR DL905-C-BUS-DATE > DLH6-I-TO-DT(DLH6-SUB)
039200         GO TO 2200-EXIT
039300     END-IF
039400     MOVE DLH6-SUB                 TO DLH6-S-INQ-NBR
039500     MOVE DL905-COR-RECORD         TO DLH6-S-LOG-RECORD
039600     RELEASE DLH6-SORT-RECORD
039700     ADD 1 TO DLH6-RELEASED.
039800 2200-EXIT.
039900     EXIT.
040000 2999-EXIT.
040100     EXIT.
040200*================================================================
040300*    3000-LIST-INQUIRIES  -  OUTPUT PROCEDURE: EACH INQUIRY IN   *
040400*                            CARD ORDER, ITS LETTERS IN DATE     *
040500*                            ORDER; A CARD WITH NOTHING RELEASED *
040600*                            STILL GETS ITS HEADING              *
040700*================================================================
040800 3000-LIST-INQUIRIES.
040900     PERFORM 8200-RETURN-SORT       THRU 8200-EXIT
041000     PERFORM 3100-LIST-ONE          THRU 3100-EXIT
041100         UNTIL DLH6-SORT-EOF
041200     PERFORM 3500-NEXT-INQUIRY      THRU 3500-EXIT
041300         UNTIL DLH6-CUR-INQ > DLH6-INQ-COUNT
041400     GO TO 3999-EXIT.
041500 3000-EXIT.
041600     EXIT.
041700*================================================================
041800*    3100-LIST-ONE
041900*================================================================
042000 3100-LIST-ONE.
042100     PERFORM 3500-NEXT-INQUIRY      THRU 3500-EXIT
042200         UNTIL DLH6-CUR-INQ = DLH6-SORT-INQ
042300     IF DL905-C-LETTER
042400         PERFORM 3200-LIST-LETTER   THRU 3200-EXIT
042500     ELSE
042600         IF DLH6-RENDER
042700             PERFORM 3300-RENDER-IMAGE THRU 3300-EXIT
042800         END-IF
042900     END-IF
043000     PERFORM 8200-RETURN-SORT       THRU 8200-EXIT.
043100 3100-EXIT.
043200     EXIT.
043300*================================================================
043400*    3200-LIST-LETTER  -  THE LETTER'S LINE; FOR A REPRINT OF AN *
043500*                         ISSUED LETTER, ITS ADDRESS BLOCK, AND  *
043600*                         ITS IMAGE LINES FOLLOW                 *
043700*================================================================
043800 3200-LIST-LETTER.
043900     ADD 1 TO DLH6-I-FOUND(DLH6-CUR-INQ)
044000     ADD 1 TO DLH6-LETTERS-LISTED
044100     MOVE DL905-C-BUS-DATE         TO DLH6-L-BUS-DATE
044200     MOVE DL905-C-LETTER-TYPE      TO DLH6-L-TYPE
044300     MOVE DL905-C-LETTER-TYPE      TO DLH6-TEST-TYPE
044400     PERFORM 1200-CHECK-TYPE        THRU 1200-EXIT
044500     IF DLH6-TYPE-FOUND
044600         MOVE DLH6-T-DESC(DLH6-TYPE-SUB) TO DLH6-L-DESC
044700     ELSE
044800         MOVE "UNKNOWN LETTER TYPE" TO DLH6-L-DESC
044900     END-IF
045000     MOVE DL905-C-PROGRAM-ID       TO DLH6-L-PROGRAM-ID
045100     MOVE DL905-C-PRINT-DD         TO DLH6-L-PRINT-DD
045200     MOVE DL905-C-LETTER-SEQ       TO DLH6-L-LETTER-SEQ
045300     MOVE DL905-C-DEP-NBR          TO DLH6-L-DEP-NBR
045400     IF DL905-C-SUPPRESSED
045500         MOVE "HELD"               TO DLH6-L-HELD
045600     ELSE
045700         MOVE SPACES               TO DLH6-L-HELD
045800     END-IF
045900     MOVE DL905-C-MAIL-NAME        TO DLH6-L-MAIL-NAME
046000     WRITE DL176-RPT-LINE FROM DLH6-LETTER-LINE
046100     MOVE "N"                      TO DLH6-RENDER-SW
046200     IF NOT DLH6-I-REPRINT(DLH6-CUR-INQ)
046300         OR DL905-C-SUPPRESSED
046400         GO TO 3200-EXIT
046500     END-IF
046600     SET DLH6-RENDER               TO TRUE
046700     ADD 1 TO DLH6-LETTERS-REPRINTED
046800     IF DL905-C-MAIL-NAME NOT = SPACES
046900         MOVE DL905-C-MAIL-NAME    TO DLH6-RP-TEXT
047000         WRITE DL176-RPT-LINE FROM DLH6-RP-TEXT-LINE
047100     END-IF
047200     IF DL905-C-ADDR NOT = SPACES
047300         MOVE DL905-C-ADDR         TO DLH6-RP-TEXT
047400         WRITE DL176-RPT-LINE FROM DLH6-RP-TEXT-LINE
047500     END-IF
047600     IF DL905-C-ADDR4 NOT = SPACES
047700         MOVE DL905-C-ADDR4        TO DLH6-RP-TEXT
047800         WRITE DL176-RPT-LINE FROM DLH6-RP-TEXT-LINE
047900     END-IF
048000     MOVE DL905-C-CITY             TO DLH6-RC-CITY
048100     MOVE DL905-C-ST               TO DLH6-RC-ST
048200     MOVE DL905-C-ZIP              TO DLH6-RC-ZIP
048300     WRITE DL176-RPT-LINE FROM DLH6-RP-CITY-LINE.
048400 3200-EXIT.
048500     EXIT.
048600*================================================================
048700*    3300-RENDER-IMAGE  -  A MAIL-MERGE IMAGE IS LAID BACK OUT   *
048800*                          THROUGH ITS RECORD LAYOUT; A PRINT    *
048900*                          LINE IS REPRODUCED AS SENT            *
049000*================================================================
049100 3300-RENDER-IMAGE.
049200     ADD 1 TO DLH6-IMAGE-LINES
049300     EVALUATE TRUE
049400         WHEN DL905-C-COB-QUEST
049500             PERFORM 3310-RENDER-COB THRU 3310-EXIT
049600         WHEN DL905-C-DISAB-CERT
049700             PERFORM 3320-RENDER-DISAB THRU 3320-EXIT
049800         WHEN DL905-C-STUDENT-CERT
049900             PERFORM 3330-RENDER-STUDENT THRU 3330-EXIT
050000         WHEN DL905-C-EOB
050100             MOVE DL905-C-IMAGE-LINE TO DL066-EOB-RECORD
050200             MOVE DL066-E-PRINT-LINE TO DLH6-RP-TEXT
050300             WRITE DL176-RPT-LINE FROM DLH6-RP-TEXT-LINE
050400         WHEN OTHER
050500             MOVE DL905-C-IMAGE-LINE TO DLH6-RP-TEXT
050600             WRITE DL176-RPT-LINE FROM DLH6-RP-TEXT-LINE
050700     END-EVALUATE.
050800 3300-EXIT.
050900     EXIT.
051000*================================================================
051100*    3310-RENDER-COB  -  DL050LTR QUESTIONNAIRE                  *
051200*================================================================
051300 3310-RENDER-COB.
051400     MOVE DL905-C-IMAGE-LINE       TO DL050-LTR-RECORD
051500     MOVE DL050-L-LETTER-NO        TO DLH6-RQ-LETTER-NO
051600     MOVE DL050-L-OI-OCC           TO DLH6-RQ-OI-OCC
051700     MOVE DL050-L-OI-EFF-DT        TO DLH6-RQ-OI-EFF-DT
051800     MOVE DL050-L-ISSUE-DT         TO DLH6-RQ-ISSUE-DT
051900     WRITE DL176-RPT-LINE FROM DLH6-RP-COB-LINE.
052000 3310-EXIT.
052100     EXIT.
052200*================================================================
052300*    3320-RENDER-DISAB  -  DL092LTR RECERTIFICATION              *
052400*================================================================
052500 3320-RENDER-DISAB.
052600     MOVE DL905-C-IMAGE-LINE       TO DL092-LTR-RECORD
052700     MOVE DL092-L-DEP-NBR          TO DLH6-RD-DEP-NBR
052800     MOVE DL092-L-DEP-FNAME        TO DLH6-RD-FNAME
052900     MOVE DL092-L-DEP-LNAME        TO DLH6-RD-LNAME
053000     MOVE DL092-L-AGE-LIMIT        TO DLH6-RD-AGE-LIMIT
053100     WRITE DL176-RPT-LINE FROM DLH6-RP-DEP-LINE
053200     MOVE "DISABLED SINCE  "       TO DLH6-RT-LABEL-1
053300     MOVE DL092-L-DISAB-DT         TO DLH6-RT-DATE-1
053400     MOVE "ISSUED          "       TO DLH6-RT-LABEL-2
053500     MOVE DL092-L-ISSUE-DT         TO DLH6-RT-DATE-2
053600     WRITE DL176-RPT-LINE FROM DLH6-RP-DATE-LINE.
053700 3320-EXIT.
053800     EXIT.
053900*================================================================
054000*    3330-RENDER-STUDENT  -  DL105LTR CERTIFICATION REQUEST      *
054100*================================================================
054200 3330-RENDER-STUDENT.
054300     MOVE DL905-C-IMAGE-LINE       TO DL105-LTR-RECORD
054400     MOVE DL105-L-DEP-NBR          TO DLH6-RD-DEP-NBR
054500     MOVE DL105-L-DEP-FNAME        TO DLH6-RD-FNAME
054600     MOVE DL105-L-DEP-LNAME        TO DLH6-RD-LNAME
054700     MOVE DL105-L-AGE-LIMIT        TO DLH6-RD-AGE-LIMIT
054800     WRITE DL176-RPT-LINE FROM DLH6-RP-DEP-LINE
054900     MOVE "ISSUED          "       TO DLH6-RT-LABEL-1
055000     MOVE DL105-L-ISSUE-DT         TO DLH6-RT-DATE-1
055100     MOVE SPACES                   TO DLH6-RT-LABEL-2
055200     MOVE ZERO                     TO DLH6-RT-DATE-2
055300     WRITE DL176-RPT-LINE FROM DLH6-RP-DATE-LINE.
055400 3330-EXIT.
055500     EXIT.
055600*================================================================
055700*    3500-NEXT-INQUIRY  -  CLOSE THE CURRENT INQUIRY WITH ITS    *
055800*                          COUNT AND OPEN THE NEXT WITH ITS      *
055900*                          HEADING                               *
056000*================================================================
056100 3500-NEXT-INQUIRY.
056200     IF DLH6-CUR-INQ > ZERO
056300         IF DLH6-I-FOUND(DLH6-CUR-INQ) = ZERO
056400             WRITE DL176-RPT-LINE FROM DLH6-NONE-LINE
056500         ELSE
056600             MOVE DLH6-I-FOUND(DLH6-CUR-INQ) TO DLH6-FL-COUNT
056700             WRITE DL176-RPT-LINE FROM DLH6-FOUND-LINE
056800         END-IF
056900     END-IF
057000     ADD 1 TO DLH6-CUR-INQ
057100     IF DLH6-CUR-INQ > DLH6-INQ-COUNT
057200         GO TO 3500-EXIT
057300     END-IF
057400     MOVE DLH6-CUR-INQ             TO DLH6-IH-NBR
057500     MOVE DLH6-I-EMP-ID(DLH6-CUR-INQ) TO DLH6-IH-EMP-ID
057600     IF DLH6-I-LETTER-TYPE(DLH6-CUR-INQ) = SPACES
057700         MOVE "ALL"                TO DLH6-IH-TYPE
057800     ELSE
057900         MOVE DLH6-I-LETTER-TYPE(DLH6-CUR-INQ) TO DLH6-IH-TYPE
058000     END-IF
058100     MOVE DLH6-I-FROM-DT(DLH6-CUR-INQ) TO DLH6-IH-FROM-DT
058200     MOVE DLH6-I-TO-DT(DLH6-CUR-INQ) TO DLH6-IH-TO-DT
058300     MOVE DLH6-I-REPRINT-SW(DLH6-CUR-INQ) TO DLH6-IH-REPRINT
058400     WRITE DL176-RPT-LINE FROM SPACES
058500     WRITE DL176-RPT-LINE FROM DLH6-INQ-HEADING
058600     WRITE DL176-RPT-LINE FROM DLH6-COLUMN-HEADING.
058700 3500-EXIT.
058800     EXIT.
058900 3999-EXIT.
059000     EXIT.
059100*================================================================
059200*    4000-TERMINATE
059300*================================================================
059400 4000-TERMINATE.
059500     WRITE DL176-RPT-LINE FROM SPACES
059600     MOVE "INQUIRIES"              TO DLH6-TL-LABEL
059700     MOVE DLH6-INQ-COUNT           TO DLH6-TL-COUNT
059800     WRITE DL176-RPT-LINE FROM DLH6-TOTAL-LINE
059900     MOVE "LOG RECORDS READ"       TO DLH6-TL-LABEL
060000     MOVE DLH6-LOG-READ            TO DLH6-TL-COUNT
060100     WRITE DL176-RPT-LINE FROM DLH6-TOTAL-LINE
060200     MOVE "LETTERS LISTED"         TO DLH6-TL-LABEL
060300     MOVE DLH6-LETTERS-LISTED      TO DLH6-TL-COUNT
060400     WRITE DL176-RPT-LINE FROM DLH6-TOTAL-LINE
060500     MOVE "LETTERS REPRINTED"      TO DLH6-TL-LABEL
060600     MOVE DLH6-LETTERS-REPRINTED   TO DLH6-TL-COUNT
060700     WRITE DL176-RPT-LINE FROM DLH6-TOTAL-LINE
060800     MOVE "IMAGE LINES RENDERED"   TO DLH6-TL-LABEL
060900     MOVE DLH6-IMAGE-LINES         TO DLH6-TL-COUNT
061000     WRITE DL176-RPT-LINE FROM DLH6-TOTAL-LINE
061100     CLOSE DL176-RPT-FILE.
061200 4000-EXIT.
061300     EXIT.
061400*================================================================
061500*    8000-READ-PRM
061600*================================================================
061700 8000-READ-PRM.
061800     READ DL176-PRM-FILE
061900         AT END
062000             SET DLH6-PRM-EOF TO TRUE
062100     END-READ.
062200 8000-EXIT.
062300     EXIT.
062400*================================================================
062500*    8100-READ-LOG
062600*================================================================
062700 8100-READ-LOG.
062800     READ DL905-COR-FILE INTO DL905-COR-RECORD
062900         AT END
063000             SET DLH6-LOG-EOF TO TRUE
063100     END-READ
063200     IF NOT DLH6-LOG-EOF
063300         ADD 1 TO DLH6-LOG-READ
063400     END-IF.
063500 8100-EXIT.
063600     EXIT.
063700*================================================================
063800*    8200-RETURN-SORT
063900*================================================================
064000 8200-RETURN-SORT.
064100     RETURN DL176-SORT-FILE
064200         AT END
064300             SET DLH6-SORT-EOF TO TRUE
064400     END-RETURN
064500     IF NOT DLH6-SORT-EOF
064600         MOVE DLH6-S-INQ-NBR       TO DLH6-SORT-INQ
064700         MOVE DLH6-S-LOG-RECORD    TO DL905-COR-RECORD
064800     END-IF.
064900 8200-EXIT.
065000     EXIT.
065100*================================================================
065200*    9800-PARM-ABORT  -  A MISSING OR INVALID INQUIRY CARD       *
065300*                        FAILS THE STEP (THE DL098 RULE)         *
065400*================================================================
065500 9800-PARM-ABORT.
065600     DISPLAY "DL176: PARAMETER CARD MISSING OR INVALID"
065700     MOVE 8                        TO RETURN-CODE
065800     GOBACK.
065900 9800-EXIT.
066000     EXIT.
066100*================================================================
066200*    9900-TABLE-ABORT  -  MORE INQUIRY CARDS THAN THE TABLE      *
066300*================================================================
066400 9900-TABLE-ABORT.
066500     DISPLAY "DL176: INQUIRY CARDS EXCEED THE 50-ENTRY TABLE"
066600     MOVE 8                        TO RETURN-CODE
066700     GOBACK.
066800 9900-EXIT.
066900     EXIT.
