000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL177.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MEMBER-MASTER AS-OF
001100*                   RECONSTRUCTION FOR AUDITS, APPEALS AND
001200*                   LITIGATION HOLDS.  EACH DL177PRM CARD NAMES A
001300*                   MEMBER AND A BUSINESS DATE.  THE MEMBER'S
001400*                   CURRENT BED1EMP RECORD IS TAKEN AS THE
001500*                   STARTING POINT AND EVERY DL906JRN CHANGE
001600*                   JOURNALED FOR A LATER BUSINESS DATE IS ROLLED
001700*                   BACK, NEWEST FIRST (THE JOURNAL ENTRIES ARE
001800*                   SORTED UNDER THE CARD'S NUMBER, THE DL176
001900*                   INPUT/OUTPUT PROCEDURE PATTERN), BY PUTTING
002000*                   EACH FIELD'S BEFORE VALUE BACK.  A MEMBER
002100*                   SINCE PURGED FROM THE MASTER IS RESTORED FROM
002200*                   THE PURGE ENTRIES.  THE REBUILT RECORD IS
002300*                   WRITTEN IN BED1EMP FORMAT TO DL177MAST AND
002400*                   PRINTED FIELD BY FIELD, EACH FIELD THAT HAS
002500*                   CHANGED SINCE FLAGGED; THE LIST SWITCH ALSO
002600*                   PRINTS EVERY CHANGE ROLLED BACK.  A MISSING
002700*                   OR INVALID CARD FAILS THE STEP (THE DL098
002800*                   RULE).
002900*================================================================
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DL177-PRM-FILE     ASSIGN TO DL177PRM
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL906-JRN-FILE     ASSIGN TO DL906JRN
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL177-SORT-FILE    ASSIGN TO DL177SORT.
004300     SELECT DL177-OUT-FILE     ASSIGN TO DL177MAST
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL177-RPT-FILE     ASSIGN TO DL177RPT
004600            ORGANIZATION IS LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DL177-PRM-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY DL177PRM.
005200 FD  BED1EMP-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY BED1EMP.
005500 FD  DL906-JRN-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  DL906-JRN-IN-RECORD           PIC X(250).
005800 SD  DL177-SORT-FILE.
005900*    THE CARD NUMBER, THEN THE JOURNAL RECORD; THE JOURNAL KEY
006000*    IS SORTED DESCENDING SO THE NEWEST CHANGE IS UNDONE FIRST
006100 01  DLH7-SORT-RECORD.
006200     05  DLH7-S-INQ-NBR            PIC 9(4).
006300     05  DLH7-S-JRN-RECORD.
006400         10  DLH7-S-EMP-ID         PIC X(13).
006500         10  DLH7-S-EXEC-DATE      PIC 9(8).
006600         10  DLH7-S-RUN-TIME       PIC 9(8).
006700         10  DLH7-S-SEQ            PIC 9(7).
006800         10  FILLER                PIC X(214).
006900 FD  DL177-OUT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  DL177-OUT-RECORD              PIC X(2720).
007200 FD  DL177-RPT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  DL177-RPT-LINE                PIC X(132).
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------------
007700*    DLH7-SWITCHES AND COUNTERS
007800*----------------------------------------------------------------
007900 01  DLH7-SWITCHES.
008000     05  DLH7-PRM-EOF-SW           PIC X(1)     VALUE "N".
008100         88  DLH7-PRM-EOF                        VALUE "Y".
008200     05  DLH7-MSTR-EOF-SW          PIC X(1)     VALUE "N".
008300         88  DLH7-MSTR-EOF                       VALUE "Y".
008400     05  DLH7-JRN-EOF-SW           PIC X(1)     VALUE "N".
008500         88  DLH7-JRN-EOF                        VALUE "Y".
008600     05  DLH7-SORT-EOF-SW          PIC X(1)     VALUE "N".
008700         88  DLH7-SORT-EOF                       VALUE "Y".
008800*    THE MEMBER EXISTED AS OF THE DATE: ON TODAY'S MASTER, OR
008900*    RESTORED BY ROLLING BACK ITS PURGE
009000     05  DLH7-EXISTS-SW            PIC X(1)     VALUE "N".
009100         88  DLH7-EXISTS                         VALUE "Y".
009200     05  DLH7-PURGE-SEEN-SW        PIC X(1)     VALUE "N".
009300         88  DLH7-PURGE-SEEN                     VALUE "Y".
009400*----------------------------------------------------------------
009500*    DLH7-INQ-TABLE  -  THE CARDS AND EACH MEMBER'S CURRENT
009600*    MASTER RECORD.  OVERFLOW ABORTS (THE DL060 RULE).
009700*----------------------------------------------------------------
009800 01  DLH7-INQ-TABLE.
009900     05  DLH7-INQ-COUNT            PIC S9(4) COMP VALUE ZERO.
010000     05  DLH7-INQ-ENTRY OCCURS 50 TIMES.
010100         10  DLH7-I-EMP-ID         PIC X(13).
010200         10  DLH7-I-AS-OF-DT       PIC 9(8).
010300         10  DLH7-I-LIST-SW        PIC X(1).
010400             88  DLH7-I-LIST                     VALUE "Y".
010500         10  DLH7-I-ON-MASTER-SW   PIC X(1).
010600             88  DLH7-I-ON-MASTER                VALUE "Y".
010700         10  DLH7-I-ROLLED-BACK    PIC S9(8) COMP.
010800         10  DLH7-I-CURRENT-IMAGE  PIC X(2720).
010900 01  DLH7-WORK-FIELDS.
011000     05  DLH7-SUB                  PIC S9(4) COMP VALUE ZERO.
011100     05  DLH7-FLD-SUB              PIC S9(4) COMP VALUE ZERO.
011200     05  DLH7-CUR-INQ              PIC S9(4) COMP VALUE ZERO.
011300     05  DLH7-SORT-INQ             PIC S9(4) COMP VALUE ZERO.
011400     05  DLH7-OFF                  PIC S9(4) COMP VALUE ZERO.
011500     05  DLH7-LEN                  PIC S9(4) COMP VALUE ZERO.
011600 01  DLH7-WORK-IMAGE               PIC X(2720).
011700 01  DLH7-RUN-DATE                 PIC 9(8).
011800 01  DLH7-COUNTERS.
011900     05  DLH7-JRN-READ             PIC S9(8) COMP VALUE ZERO.
012000     05  DLH7-ROLLED-BACK          PIC S9(8) COMP VALUE ZERO.
012100     05  DLH7-REBUILT              PIC S9(8) COMP VALUE ZERO.
012200     05  DLH7-NOT-ON-FILE          PIC S9(8) COMP VALUE ZERO.
012300*----------------------------------------------------------------
012400*    DLH7-FORMAT  -  ONE FIELD VALUE IN ITS MASTER STORAGE
012500*    FORMAT, AND THE VIEWS THAT SHOW IT (SEE DL906FLD)
012600*----------------------------------------------------------------
012700 01  DLH7-FORMAT.
012800     05  DLH7-FMT-TYPE             PIC X(1).
012900     05  DLH7-FMT-LEN              PIC S9(4) COMP.
013000     05  DLH7-FMT-RAW              PIC X(79).
013100     05  DLH7-FMT-OUT              PIC X(79).
013200     05  DLH7-FMT-EDIT             PIC -(10)9.
013300 01  DLH7-CV-FULL-X                PIC X(4).
013400 01  DLH7-CV-FULL REDEFINES DLH7-CV-FULL-X
013500                                   PIC S9(8) COMP.
013600 01  DLH7-CV-HALF-X                PIC X(2).
013700 01  DLH7-CV-HALF REDEFINES DLH7-CV-HALF-X
013800                                   PIC S9(4) COMP.
013900 01  DLH7-CV-ZONED-X               PIC X(4).
014000 01  DLH7-CV-ZONED REDEFINES DLH7-CV-ZONED-X
014100                                   PIC S9(4).
014200 01  DLH7-CV-PACK5-X               PIC X(5).
014300 01  DLH7-CV-PACK5 REDEFINES DLH7-CV-PACK5-X
014400                                   PIC 9(9) COMP-3.
014500 01  DLH7-CV-PACK6-X               PIC X(6).
014600 01  DLH7-CV-PACK6 REDEFINES DLH7-CV-PACK6-X
014700                                   PIC 9(10) COMP-3.
014800*----------------------------------------------------------------
014900*    THE JOURNAL RECORD AND THE BED1EMP FIELD CATALOG
015000*----------------------------------------------------------------
015100     COPY DL906JRN.
015200     COPY DL906FLD.
015300 01  DLH7-HEADING-1.
015400     05  FILLER                    PIC X(44)
015500         VALUE "MEMBER MASTER AS-OF RECONSTRUCTION".
015600 01  DLH7-INQ-HEADING.
015700     05  FILLER                    PIC X(8)  VALUE "REQUEST ".
015800     05  DLH7-IH-NBR               PIC ZZZ9.
015900     05  FILLER                    PIC X(9)  VALUE "  MEMBER ".
016000     05  DLH7-IH-EMP-ID            PIC X(13).
016100     05  FILLER                    PIC X(8)  VALUE "  AS OF ".
016200     05  DLH7-IH-AS-OF-DT          PIC 9(8).
016300     05  FILLER                    PIC X(2)  VALUE SPACES.
016400     05  DLH7-IH-STATUS            PIC X(30).
016500 01  DLH7-CHANGE-LINE.
016600     05  FILLER                    PIC X(4)  VALUE SPACES.
016700     05  DLH7-CL-BUS-DATE          PIC X(8).
016800     05  FILLER                    PIC X(1)  VALUE SPACES.
016900     05  DLH7-CL-PROGRAM-ID        PIC X(8).
017000     05  FILLER                    PIC X(1)  VALUE SPACES.
017100     05  DLH7-CL-FIELD-NAME        PIC X(25).
017200     05  FILLER                    PIC X(1)  VALUE SPACES.
017300     05  DLH7-CL-LABEL             PIC X(4).
017400     05  DLH7-CL-VALUE             PIC X(79).
017500 01  DLH7-PURGE-LINE.
017600     05  FILLER                    PIC X(4)  VALUE SPACES.
017700     05  DLH7-PL-BUS-DATE          PIC 9(8).
017800     05  FILLER                    PIC X(1)  VALUE SPACES.
017900     05  DLH7-PL-PROGRAM-ID        PIC X(8).
018000     05  FILLER                    PIC X(1)  VALUE SPACES.
018100     05  FILLER                    PIC X(50)
018200         VALUE "PURGED FROM THE MASTER - RESTORED FROM JOURNAL".
018300 01  DLH7-FIELD-HEADING.
018400     05  FILLER                    PIC X(4)  VALUE SPACES.
018500     05  FILLER                    PIC X(27) VALUE "FIELD".
018600     05  FILLER                    PIC X(80) VALUE "VALUE AS OF".
018700     05  FILLER                    PIC X(20)
018800         VALUE "* = CHANGED SINCE".
018900 01  DLH7-FIELD-LINE.
019000     05  FILLER                    PIC X(4)  VALUE SPACES.
019100     05  DLH7-FL-FIELD-NAME        PIC X(25).
019200     05  FILLER                    PIC X(2)  VALUE SPACES.
019300     05  DLH7-FL-VALUE             PIC X(79).
019400     05  FILLER                    PIC X(1)  VALUE SPACES.
019500     05  DLH7-FL-CHANGED           PIC X(1).
019600 01  DLH7-COUNT-LINE.
019700     05  FILLER                    PIC X(4)  VALUE SPACES.
019800     05  FILLER                    PIC X(25)
019900         VALUE "CHANGES ROLLED BACK".
020000     05  DLH7-CT-COUNT             PIC ZZZ,ZZ9.
020100 01  DLH7-TOTAL-LINE.
020200     05  DLH7-TL-LABEL             PIC X(25).
020300     05  DLH7-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
020400*----------------------------------------------------------------
020500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
020600*----------------------------------------------------------------
020700 01  DL903-PARMS.
020800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL177".
020900     05  DL903-REC-TYPE            PIC X(1).
021000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
021100*----------------------------------------------------------------
021200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
021300*----------------------------------------------------------------
021400 01  DL902-DATES.
021500     05  DL902-EXEC-DATE           PIC 9(8).
021600 01  DL902-EXEC-LINE.
021700     05  FILLER                    PIC X(14)
021800         VALUE "BUSINESS DATE ".
021900     05  DL902-EL-BUS              PIC 9(8).
022000     05  FILLER                    PIC X(11)
022100         VALUE "  EXECUTED ".
022200     05  DL902-EL-EXEC             PIC 9(8).
022300 PROCEDURE DIVISION.
022400*================================================================
022500*    0000-MAINLINE
022600*================================================================
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
022900     MOVE "S"                      TO DL903-REC-TYPE
023000     CALL "DL903" USING DL903-PARMS
023100     SORT DL177-SORT-FILE
023200         ON ASCENDING KEY DLH7-S-INQ-NBR
023300                          DLH7-S-EMP-ID
023400         ON DESCENDING KEY DLH7-S-EXEC-DATE
023500                           DLH7-S-RUN-TIME
023600                           DLH7-S-SEQ
023700         INPUT PROCEDURE IS 2000-SELECT-JOURNAL
023800             THRU 2999-EXIT
023900         OUTPUT PROCEDURE IS 3000-REBUILD-MEMBERS
024000             THRU 3999-EXIT
024100     PERFORM 4000-TERMINATE         THRU 4000-EXIT
024200     MOVE "E"                      TO DL903-REC-TYPE
024300     MOVE DLH7-JRN-READ TO DL903-REC-COUNT
024400     CALL "DL903" USING DL903-PARMS
024500     GOBACK.
024600*================================================================
024700*    1000-INITIALIZE  -  TABLE THE CARDS, THEN PICK UP EACH      *
024800*                        MEMBER'S CURRENT RECORD IN ONE PASS OF  *
024900*                        THE MASTER                              *
025000*================================================================
025100 1000-INITIALIZE.
025200     CALL "DL902" USING DLH7-RUN-DATE DL902-EXEC-DATE
025300     OPEN INPUT  DL177-PRM-FILE
025400     PERFORM 8000-READ-PRM          THRU 8000-EXIT
025500     IF DLH7-PRM-EOF
025600         PERFORM 9800-PARM-ABORT    THRU 9800-EXIT
025700     END-IF
025800     PERFORM 1100-LOAD-ONE-INQ      THRU 1100-EXIT
025900         UNTIL DLH7-PRM-EOF
026000     CLOSE DL177-PRM-FILE
026100     OPEN INPUT  BED1EMP-FILE
026200     PERFORM 8100-READ-MASTER       THRU 8100-EXIT
026300     PERFORM 1200-LOAD-IMAGES       THRU 1200-EXIT
026400         UNTIL DLH7-MSTR-EOF
026500     CLOSE BED1EMP-FILE
026600     OPEN OUTPUT DL177-OUT-FILE
026700     OPEN OUTPUT DL177-RPT-FILE
026800     WRITE DL177-RPT-LINE FROM DLH7-HEADING-1
026900     MOVE DLH7-RUN-DATE TO DL902-EL-BUS
027000     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
027100     WRITE DL177-RPT-LINE FROM DL902-EXEC-LINE.
027200 1000-EXIT.
027300     EXIT.
027400*================================================================
027500*    1100-LOAD-ONE-INQ  -  VALIDATE AND TABLE ONE CARD           *
027600*================================================================
027700 1100-LOAD-ONE-INQ.
027800     IF DL177-P-EMP-ID = SPACES
027900         OR DL177-P-AS-OF-DT NOT NUMERIC
028000         OR DL177-P-AS-OF-DT = ZERO
028100         OR NOT (DL177-P-LIST OR DL177-P-NO-LIST)
028200         PERFORM 9800-PARM-ABORT    THRU 9800-EXIT
028300     END-IF
028400     IF DLH7-INQ-COUNT >= 50
028500         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
028600     END-IF
028700     ADD 1 TO DLH7-INQ-COUNT
028800     MOVE DL177-P-EMP-ID           TO
028900         DLH7-I-EMP-ID(DLH7-INQ-COUNT)
029000     MOVE DL177-P-AS-OF-DT         TO
029100         DLH7-I-AS-OF-DT(DLH7-INQ-COUNT)
029200     MOVE DL177-P-LIST-SW          TO
029300         DLH7-I-LIST-SW(DLH7-INQ-COUNT)
029400     MOVE "N"                      TO
029500         DLH7-I-ON-MASTER-SW(DLH7-INQ-COUNT)
029600     MOVE ZERO                     TO
029700         DLH7-I-ROLLED-BACK(DLH7-INQ-COUNT)
029800     MOVE SPACES                   TO
029900         DLH7-I-CURRENT-IMAGE(DLH7-INQ-COUNT)
030000     PERFORM 8000-READ-PRM          THRU 8000-EXIT.
030100 1100-EXIT.
030200     EXIT.
030300*================================================================
030400*    1200-LOAD-IMAGES  -  ONE MASTER RECORD AGAINST EVERY CARD   *
030500*================================================================
030600 1200-LOAD-IMAGES.
030700     PERFORM 1210-MATCH-IMAGE       THRU 1210-EXIT
030800         VARYING DLH7-SUB FROM 1 BY 1
030900         UNTIL DLH7-SUB > DLH7-INQ-COUNT
031000     PERFORM 8100-READ-MASTER       THRU 8100-EXIT.
031100 1200-EXIT.
031200     EXIT.
031300*================================================================
031400*    1210-MATCH-IMAGE
031500*================================================================
031600 1210-MATCH-IMAGE.
031700     IF DLH7-I-EMP-ID(DLH7-SUB) = EMP-EMP-ID
031800         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM TO
031900             DLH7-I-CURRENT-IMAGE(DLH7-SUB)
032000         SET DLH7-I-ON-MASTER(DLH7-SUB) TO TRUE
032100     END-IF.
032200 1210-EXIT.
032300     EXIT.
032400*================================================================
032500*    2000-SELECT-JOURNAL  -  INPUT PROCEDURE: RELEASE EVERY      *
032600*                            JOURNAL ENTRY MADE AFTER A CARD'S   *
032700*                            AS-OF DATE, ONCE PER CARD           *
032800*================================================================
032900 2000-SELECT-JOURNAL.
033000     OPEN INPUT  DL906-JRN-FILE
033100     PERFORM 8200-READ-JOURNAL      THRU 8200-EXIT
033200     PERFORM 2100-SELECT-ONE        THRU 2100-EXIT
033300         UNTIL DLH7-JRN-EOF
033400     CLOSE DL906-JRN-FILE
033500     GO TO 2999-EXIT.
033600 2000-EXIT.
033700     EXIT.
033800*================================================================
033900*    2100-SELECT-ONE
034000*================================================================
034100 2100-SELECT-ONE.
034200     PERFORM 2200-TEST-ONE-INQ      THRU 2200-EXIT
034300         VARYING DLH7-SUB FROM 1 BY 1
034400         UNTIL DLH7-SUB > DLH7-INQ-COUNT
034500     PERFORM 8200-READ-JOURNAL      THRU 8200-EXIT.
034600 2100-EXIT.
034700     EXIT.
034800*================================================================
034900*    2200-TEST-ONE-INQ
035000*================================================================
035100 2200-TEST-ONE-INQ.
035200     IF DL906-J-EMP-ID NOT = DLH7-I-EMP-ID(DLH7-SUB)
035300         OR DL906-J-BUS-DATE NOT > DLH7-I-AS-OF-DT(DLH7-SUB)
035400         GO TO 2200-EXIT
035500     END-IF
035600     MOVE DLH7-SUB                 TO DLH7-S-INQ-NBR
035700     MOVE DL906-JRN-RECORD         TO DLH7-S-JRN-RECORD
035800     RELEASE DLH7-SORT-RECORD.
035900 2200-EXIT.
036000     EXIT.
036100 2999-EXIT.
036200     EXIT.
036300*================================================================
036400*    3000-REBUILD-MEMBERS  -  OUTPUT PROCEDURE: EACH CARD IN     *
036500*                             TURN, ITS ENTRIES NEWEST FIRST; A  *
036600*                             CARD WITH NOTHING TO ROLL BACK IS  *
036700*                             TODAY'S RECORD UNCHANGED           *
036800*================================================================
036900 3000-REBUILD-MEMBERS.
037000     PERFORM 8300-RETURN-SORT       THRU 8300-EXIT
037100     PERFORM 3100-ROLL-BACK-ONE     THRU 3100-EXIT
037200         UNTIL DLH7-SORT-EOF
037300     PERFORM 3500-NEXT-INQUIRY      THRU 3500-EXIT
037400         UNTIL DLH7-CUR-INQ > DLH7-INQ-COUNT
037500     GO TO 3999-EXIT.
037600 3000-EXIT.
037700     EXIT.
037800*================================================================
037900*    3100-ROLL-BACK-ONE  -  PUT THE FIELD'S BEFORE VALUE BACK    *
038000*================================================================
038100 3100-ROLL-BACK-ONE.
038200     PERFORM 3500-NEXT-INQUIRY      THRU 3500-EXIT
038300         UNTIL DLH7-CUR-INQ = DLH7-SORT-INQ
038400     MOVE DL906-J-OFFSET           TO DLH7-OFF
038500     MOVE DL906-J-LENGTH           TO DLH7-LEN
038600     MOVE DL906-J-OLD-VALUE        TO
038700         DLH7-WORK-IMAGE(DLH7-OFF:DLH7-LEN)
038800     ADD 1 TO DLH7-I-ROLLED-BACK(DLH7-CUR-INQ)
038900     ADD 1 TO DLH7-ROLLED-BACK
039000     IF DL906-J-PURGE
039100         SET DLH7-EXISTS           TO TRUE
039200     END-IF
039300     IF DLH7-I-LIST(DLH7-CUR-INQ)
039400         PERFORM 3200-LIST-CHANGE   THRU 3200-EXIT
039500     END-IF
039600     PERFORM 8300-RETURN-SORT       THRU 8300-EXIT.
039700 3100-EXIT.
039800     EXIT.
039900*================================================================
040000*    3200-LIST-CHANGE  -  A CHANGE IS SHOWN AS WAS/NOW; A PURGE  *
040100*                         IS SHOWN ONCE, NOT FIELD BY FIELD      *
040200*================================================================
040300 3200-LIST-CHANGE.
040400     IF DL906-J-PURGE
040500         IF NOT DLH7-PURGE-SEEN
040600             SET DLH7-PURGE-SEEN   TO TRUE
040700             MOVE DL906-J-BUS-DATE TO DLH7-PL-BUS-DATE
040800             MOVE DL906-J-PROGRAM-ID TO DLH7-PL-PROGRAM-ID
040900             WRITE DL177-RPT-LINE FROM DLH7-PURGE-LINE
041000         END-IF
041100         GO TO 3200-EXIT
041200     END-IF
041300     MOVE DL906-J-BUS-DATE         TO DLH7-CL-BUS-DATE
041400     MOVE DL906-J-PROGRAM-ID       TO DLH7-CL-PROGRAM-ID
041500     MOVE DL906-J-FIELD-NAME       TO DLH7-CL-FIELD-NAME
041600     MOVE DL906-J-FIELD-TYPE       TO DLH7-FMT-TYPE
041700     MOVE DLH7-LEN                 TO DLH7-FMT-LEN
041800     MOVE DL906-J-OLD-VALUE        TO DLH7-FMT-RAW
041900     PERFORM 5000-FORMAT-VALUE      THRU 5000-EXIT
042000     MOVE "WAS "                   TO DLH7-CL-LABEL
042100     MOVE DLH7-FMT-OUT             TO DLH7-CL-VALUE
042200     WRITE DL177-RPT-LINE FROM DLH7-CHANGE-LINE
042300     MOVE SPACES                   TO DLH7-CL-BUS-DATE
042400     MOVE DL906-J-NEW-VALUE        TO DLH7-FMT-RAW
042500     PERFORM 5000-FORMAT-VALUE      THRU 5000-EXIT
042600     MOVE SPACES                   TO DLH7-CL-PROGRAM-ID
042700     MOVE SPACES                   TO DLH7-CL-FIELD-NAME
042800     MOVE "NOW "                   TO DLH7-CL-LABEL
042900     MOVE DLH7-FMT-OUT             TO DLH7-CL-VALUE
043000     WRITE DL177-RPT-LINE FROM DLH7-CHANGE-LINE.
043100 3200-EXIT.
043200     EXIT.
043300*================================================================
043400*    3500-NEXT-INQUIRY  -  FINISH THE CURRENT CARD AND START THE *
043500*                          NEXT FROM ITS CURRENT MASTER RECORD   *
043600*================================================================
043700 3500-NEXT-INQUIRY.
043800     IF DLH7-CUR-INQ > ZERO
043900         PERFORM 3600-FINISH-INQUIRY THRU 3600-EXIT
044000     END-IF
044100     ADD 1 TO DLH7-CUR-INQ
044200     IF DLH7-CUR-INQ > DLH7-INQ-COUNT
044300         GO TO 3500-EXIT
044400     END-IF
044500     MOVE DLH7-I-CURRENT-IMAGE(DLH7-CUR-INQ) TO DLH7-WORK-IMAGE
044600     MOVE "N"                      TO DLH7-PURGE-SEEN-SW
044700     IF DLH7-I-ON-MASTER(DLH7-CUR-INQ)
044800         SET DLH7-EXISTS           TO TRUE
044900     ELSE
045000         MOVE "N"                  TO DLH7-EXISTS-SW
045100     END-IF
045200     MOVE DLH7-CUR-INQ             TO DLH7-IH-NBR
045300     MOVE DLH7-I-EMP-ID(DLH7-CUR-INQ) TO DLH7-IH-EMP-ID
045400     MOVE DLH7-I-AS-OF-DT(DLH7-CUR-INQ) TO DLH7-IH-AS-OF-DT
045500     MOVE SPACES                   TO DLH7-IH-STATUS
045600     WRITE DL177-RPT-LINE FROM SPACES
045700     WRITE DL177-RPT-LINE FROM DLH7-INQ-HEADING.
045800 3500-EXIT.
045900     EXIT.
046000*================================================================
046100*    3600-FINISH-INQUIRY  -  WRITE AND PRINT THE REBUILT RECORD, *
046200*                            OR SAY THE MEMBER WAS NOT ON FILE   *
046300*================================================================
046400 3600-FINISH-INQUIRY.
046500     MOVE DLH7-I-ROLLED-BACK(DLH7-CUR-INQ) TO DLH7-CT-COUNT
046600     WRITE DL177-RPT-LINE FROM DLH7-COUNT-LINE
046700     IF NOT DLH7-EXISTS
046800         ADD 1 TO DLH7-NOT-ON-FILE
046900         MOVE "MEMBER NOT ON FILE AS OF DATE" TO DLH7-IH-STATUS
047000         WRITE DL177-RPT-LINE FROM DLH7-INQ-HEADING
047100         GO TO 3600-EXIT
047200     END-IF
047300     ADD 1 TO DLH7-REBUILT
047400     WRITE DL177-OUT-RECORD FROM DLH7-WORK-IMAGE
047500     WRITE DL177-RPT-LINE FROM DLH7-FIELD-HEADING
047600     PERFORM 3700-PRINT-FIELD       THRU 3700-EXIT
047700         VARYING DLH7-FLD-SUB FROM 1 BY 1
047800         UNTIL DLH7-FLD-SUB > DL906-FLD-COUNT.
047900 3600-EXIT.
048000     EXIT.
048100*================================================================
048200*    3700-PRINT-FIELD  -  EVERY FIELD WITH A VALUE, AND EVERY    *
048300*                         FIELD THAT HAS CHANGED SINCE           *
048400*================================================================
048500 3700-PRINT-FIELD.
048600     MOVE DL906-F-OFFSET(DLH7-FLD-SUB) TO DLH7-OFF
048700     MOVE DL906-F-LENGTH(DLH7-FLD-SUB) TO DLH7-LEN
048800     MOVE SPACES                   TO DLH7-FL-CHANGED
048900     IF DLH7-I-ON-MASTER(DLH7-CUR-INQ)
049000         AND DLH7-WORK-IMAGE(DLH7-OFF:DLH7-LEN) NOT =
049100             DLH7-I-CURRENT-IMAGE(DLH7-CUR-INQ)
049200                                 (DLH7-OFF:DLH7-LEN)
049300         MOVE "*"                  TO DLH7-FL-CHANGED
049400     END-IF
049500     IF DLH7-FL-CHANGED = SPACES
049600         AND (DLH7-WORK-IMAGE(DLH7-OFF:DLH7-LEN) = SPACES
049700           OR DLH7-WORK-IMAGE(DLH7-OFF:DLH7-LEN) = LOW-VALUES)
049800         GO TO 3700-EXIT
049900     END-IF
050000     MOVE DL906-F-NAME(DLH7-FLD-SUB) TO DLH7-FL-FIELD-NAME
050100     MOVE DL906-F-TYPE(DLH7-FLD-SUB) TO DLH7-FMT-TYPE
050200     MOVE DLH7-LEN                 TO DLH7-FMT-LEN
050300     MOVE DLH7-WORK-IMAGE(DLH7-OFF:DLH7-LEN) TO DLH7-FMT-RAW
050400     PERFORM 5000-FORMAT-VALUE      THRU 5000-EXIT
050500     MOVE DLH7-FMT-OUT             TO DLH7-FL-VALUE
050600     WRITE DL177-RPT-LINE FROM DLH7-FIELD-LINE.
050700 3700-EXIT.
050800     EXIT.
050900 3999-EXIT.
051000     EXIT.
051100*================================================================
051200*    4000-TERMINATE
051300*================================================================
051400 4000-TERMINATE.
051500     WRITE DL177-RPT-LINE FROM SPACES
051600     MOVE "AS-OF REQUESTS"         TO DLH7-TL-LABEL
051700     MOVE DLH7-INQ-COUNT           TO DLH7-TL-COUNT
051800     WRITE DL177-RPT-LINE FROM DLH7-TOTAL-LINE
051900     MOVE "JOURNAL RECORDS READ"   TO DLH7-TL-LABEL
052000     MOVE DLH7-JRN-READ            TO DLH7-TL-COUNT
052100     WRITE DL177-RPT-LINE FROM DLH7-TOTAL-LINE
052200     MOVE "CHANGES ROLLED BACK"    TO DLH7-TL-LABEL
052300     MOVE DLH7-ROLLED-BACK         TO DLH7-TL-COUNT
052400     WRITE DL177-RPT-LINE FROM DLH7-TOTAL-LINE
052500     MOVE "MEMBERS REBUILT"        TO DLH7-TL-LABEL
052600     MOVE DLH7-REBUILT             TO DLH7-TL-COUNT
052700     WRITE DL177-RPT-LINE FROM DLH7-TOTAL-LINE
052800     MOVE "NOT ON FILE AS OF DATE" TO DLH7-TL-LABEL
052900     MOVE DLH7-NOT-ON-FILE         TO DLH7-TL-COUNT
053000     WRITE DL177-RPT-LINE FROM DLH7-TOTAL-LINE
053100     CLOSE DL177-OUT-FILE
053200     CLOSE DL177-RPT-FILE.
053300 4000-EXIT.
053400     EXIT.
053500*================================================================
053600*    5000-FORMAT-VALUE  -  SHOW DLH7-FMT-RAW BY ITS STORAGE      *
053700*                          TYPE; A NUMERIC FIELD THAT DOES NOT   *
053800*                          HOLD A VALID NUMBER IS SHOWN RAW      *
053900*================================================================
054000 5000-FORMAT-VALUE.
054100     MOVE DLH7-FMT-RAW             TO DLH7-FMT-OUT
054200     EVALUATE DLH7-FMT-TYPE
054300         WHEN "B"
054400             MOVE DLH7-FMT-RAW(1:4) TO DLH7-CV-FULL-X
054500             MOVE DLH7-CV-FULL     TO DLH7-FMT-EDIT
054600             MOVE DLH7-FMT-EDIT    TO DLH7-FMT-OUT
054700         WHEN "H"
054800             MOVE DLH7-FMT-RAW(1:2) TO DLH7-CV-HALF-X
054900             MOVE DLH7-CV-HALF     TO DLH7-FMT-EDIT
055000             MOVE DLH7-FMT-EDIT    TO DLH7-FMT-OUT
055100         WHEN "N"
055200             MOVE DLH7-FMT-RAW(1:4) TO DLH7-CV-ZONED-X
055300             IF DLH7-CV-ZONED NUMERIC
055400                 MOVE DLH7-CV-ZONED TO DLH7-FMT-EDIT
055500                 MOVE DLH7-FMT-EDIT TO DLH7-FMT-OUT
055600             END-IF
055700         WHEN "P"
055800             PERFORM 5100-FORMAT-PACKED THRU 5100-EXIT
055900     END-EVALUATE.
056000 5000-EXIT.
056100     EXIT.
056200*================================================================
056300*    5100-FORMAT-PACKED  -  ZIP (5 BYTES) OR PHONE (6 BYTES)     *
056400*================================================================
056500 5100-FORMAT-PACKED.
056600     IF DLH7-FMT-LEN = 5
056700         MOVE DLH7-FMT-RAW(1:5)    TO DLH7-CV-PACK5-X
056800         IF DLH7-CV-PACK5 NUMERIC
056900             MOVE DLH7-CV-PACK5    TO DLH7-FMT-EDIT
057000             MOVE DLH7-FMT-EDIT    TO DLH7-FMT-OUT
057100         END-IF
057200     ELSE
057300         MOVE DLH7-FMT-RAW(1:6)    TO DLH7-CV-PACK6-X
057400         IF DLH7-CV-PACK6 NUMERIC
057500             MOVE DLH7-CV-PACK6    TO DLH7-FMT-EDIT
057600             MOVE DLH7-FMT-EDIT    TO DLH7-FMT-OUT
057700         END-IF
057800     END-IF.
057900 5100-EXIT.
058000     EXIT.
058100*================================================================
058200*    8000-READ-PRM
058300*================================================================
058400 8000-READ-PRM.
058500     READ DL177-PRM-FILE
058600         AT END
058700             SET DLH7-PRM-EOF TO TRUE
058800     END-READ.
058900 8000-EXIT.
059000     EXIT.
059100*================================================================
059200*    8100-READ-MASTER
059300*================================================================
059400 8100-READ-MASTER.
059500     READ BED1EMP-FILE
059600         AT END
059700             SET DLH7-MSTR-EOF TO TRUE
059800     END-READ.
059900 8100-EXIT.
060000     EXIT.
060100*================================================================
060200*    8200-READ-JOURNAL
060300*================================================================
060400 8200-READ-JOURNAL.
060500     READ DL906-JRN-FILE INTO DL906-JRN-RECORD
060600         AT END
060700             SET DLH7-JRN-EOF TO TRUE
060800     END-READ
060900     IF NOT DLH7-JRN-EOF
061000         ADD 1 TO DLH7-JRN-READ
061100     END-IF.
061200 8200-EXIT.
061300     EXIT.
061400*================================================================
061500*    8300-RETURN-SORT
061600*================================================================
061700 8300-RETURN-SORT.
061800     RETURN DL177-SORT-FILE
061900         AT END
062000             SET DLH7-SORT-EOF TO TRUE
062100     END-RETURN
062200     IF NOT DLH7-SORT-EOF
062300         MOVE DLH7-S-INQ-NBR       TO DLH7-SORT-INQ
062400         MOVE DLH7-S-JRN-RECORD    TO DL906-JRN-RECORD
062500     END-IF.
062600 8300-EXIT.
062700     EXIT.
062800*================================================================
062900*    9800-PARM-ABORT  -  A MISSING OR INVALID AS-OF CARD FAILS   *
063000*                        THE STEP (THE DL098 RULE)               *
063100*================================================================
063200 9800-PARM-ABORT.
063300     DISPLAY "DL177: PARAMETER CARD MISSING OR INVALID"
063400     MOVE 8                        TO RETURN-CODE
063500     GOBACK.
063600 9800-EXIT.
063700     EXIT.
063800*================================================================
063900*    9900-TABLE-ABORT  -  MORE AS-OF CARDS THAN THE TABLE        *
064000*================================================================
064100 9900-TABLE-ABORT.
064200     DISPLAY "DL177: AS-OF CARDS EXCEED THE 50-ENTRY TABLE"
064300     MOVE 8                        TO RETURN-CODE
064400     GOBACK.
064500 9900-EXIT.
064600     EXIT.
