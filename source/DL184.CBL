000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL184.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - SANCTIONS-LIST SCREENING OF
001100*                   THE PARTIES WE PAY.  THE PUBLISHED LIST
001200*                   (DL184SAN, SORTED BY ENTRY ID) IS LOADED
001300*                   WHOLE AND EVERY NAME NORMALIZED: UPPER CASE,
001400*                   PUNCTUATION OUT, "THE"/"OF"/"AND" DROPPED,
001500*                   THEN SQUEEZED, SPLIT INTO WORDS AND REDUCED
001600*                   TO A CONSONANT SKELETON.  EVERY
001700*                   CORRESPONDENT ON EQ-SNAMADDR (NAME, THE
001800*                   EQ-ADDR-NAME-SORT-FLD FORM OF IT, ADDRESS
001900*                   LINES AND DOMICILE COUNTRY) AND EVERY
002000*                   PROVIDER PAYEE ON DL135PYM (LEGAL NAME) IS
002100*                   THEN SCREENED: AN EXACT HIT ON THE SQUEEZED
002200*                   NAME, A FUZZY HIT ON THE SKELETON OR ON ALL
002300*                   THE LISTED WORDS IN ANY ORDER, AN ADDRESS
002400*                   HIT WHERE A LISTED NAME APPEARS IN AN
002500*                   ADDRESS LINE, AND AN EMBARGO HIT ON THE
002600*                   DOMICILE COUNTRY.  HITS ARE CARRIED
002700*                   FORWARD ON DL184CTL (THE DL080 PATTERN) AND
002800*                   ANALYST DISPOSITIONS ON DL184DSP CLEAR OR
002900*                   CONFIRM THEM.  A CLEARED HIT STAYS QUIET
003000*                   WHILE NEITHER NAME CHANGES; A CONFIRMED HIT
003100*                   GOES ON THE LABELED DL184BLK BLOCK LIST
003200*                   THAT DL183, DL154 AND DL129 HOLD PAYMENT
003300*                   AGAINST.  AN EMPTY OR OUT-OF-SEQUENCE INPUT
003400*                   FAILS THE STEP RATHER THAN RELEASING EVERY
003500*                   BLOCK.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DL184-SAN-FILE     ASSIGN TO DL184SAN
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT SNAMADDR-FILE      ASSIGN TO SNAMADDR
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL135-PYM-FILE     ASSIGN TO DL135PYM
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL184-CTL-IN-FILE  ASSIGN TO DL184CTLI
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT DL184-CTL-OUT-FILE ASSIGN TO DL184CTLO
005200            ORGANIZATION IS SEQUENTIAL.
005300     SELECT DL184-DSP-FILE     ASSIGN TO DL184DISP
005400            ORGANIZATION IS SEQUENTIAL.
005500     SELECT DL184-BLK-FILE     ASSIGN TO DL184BLK
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT DL184-RPT-FILE     ASSIGN TO DL184RPT
005800            ORGANIZATION IS LINE SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DL184-SAN-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DL184SAN.
006400 FD  SNAMADDR-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  SNAMADDR-RECORD.
006700     COPY SNAMADDR.
006800 FD  DL135-PYM-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY DL135PYM.
007100 FD  DL184-CTL-IN-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DL184CTL.
007400 FD  DL184-CTL-OUT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  DL184-CTL-OUT-RECORD          PIC X(120).
007700 FD  DL184-DSP-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL184DSP.
008000 FD  DL184-BLK-FILE
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 43 CHARACTERS.
008300 01  DL184-BLK-OUT-RECORD          PIC X(43).
008400 FD  DL184-RPT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  DL184-RPT-LINE                PIC X(132).
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------
008900*    DLI4-SWITCHES AND COUNTERS
009000*----------------------------------------------------------------
009100 01  DLI4-SWITCHES.
009200     05  DLI4-LOAD-EOF-SW          PIC X(1)     VALUE "N".
009300         88  DLI4-LOAD-EOF                       VALUE "Y".
009400     05  DLI4-PARTY-EOF-SW         PIC X(1)     VALUE "N".
009500         88  DLI4-PARTY-EOF                      VALUE "Y".
009600     05  DLI4-CTL-EOF-SW           PIC X(1)     VALUE "N".
009700         88  DLI4-CTL-EOF                        VALUE "Y".
009800     05  DLI4-DSP-EOF-SW           PIC X(1)     VALUE "N".
009900         88  DLI4-DSP-EOF                        VALUE "Y".
010000     05  DLI4-TOKENS-SW            PIC X(1).
010100         88  DLI4-ALL-TOKENS-FOUND               VALUE "Y".
010200     05  DLI4-DISP-SW              PIC X(1).
010300         88  DLI4-DISP-APPLIED                   VALUE "Y".
010400 01  DLI4-KEYS.
010500     05  DLI4-HIT-KEY.
010600         10  DLI4-H-PARTY-TYPE     PIC X(1).
010700         10  DLI4-H-PARTY-KEY      PIC X(11).
010800         10  DLI4-H-ENTRY-ID       PIC X(10).
010900     05  DLI4-CTL-KEY              PIC X(22).
011000     05  DLI4-DSP-KEY              PIC X(22).
011100     05  DLI4-PREV-SAN-ID          PIC X(10).
011200     05  DLI4-PREV-PARTY-KEY       PIC X(11).
011300*    BR/CUST/LOCN OF A CORRESPONDENT AS A PARTY KEY
011400     05  DLI4-CORR-KEY.
011500         10  DLI4-CK-BR-NO         PIC X(4).
011600         10  DLI4-CK-CUST-NO       PIC 9(5).
011700         10  DLI4-CK-LOCN-ID       PIC 9(2).
011800*----------------------------------------------------------------
011900*    DLI4-SAN-TABLE  -  THE SANCTIONS LIST, NORMALIZED ONCE AT   *
012000*    LOAD                                                        *
012100*----------------------------------------------------------------
012200 01  DLI4-SAN-TABLE.
012300     05  DLI4-SAN-COUNT            PIC S9(4) COMP VALUE ZERO.
012400     05  DLI4-SAN-ENTRY OCCURS 9999 TIMES.
012500         10  DLI4-S-ID             PIC X(10).
012600         10  DLI4-S-TYPE           PIC X(1).
012700         10  DLI4-S-NAME           PIC X(35).
012800         10  DLI4-S-CNTRY          PIC X(2).
012900         10  DLI4-S-SQZ            PIC X(40).
013000         10  DLI4-S-SQZ-LEN        PIC S9(4) COMP.
013100         10  DLI4-S-SKEL           PIC X(40).
013200         10  DLI4-S-SKEL-LEN       PIC S9(4) COMP.
013300         10  DLI4-S-TOK-COUNT      PIC S9(4) COMP.
013400         10  DLI4-S-TOKEN OCCURS 6 TIMES PIC X(15).
013500*----------------------------------------------------------------
013600*    DLI4-PARTY  -  THE CORRESPONDENT OR PAYEE BEING SCREENED
013700*----------------------------------------------------------------
013800 01  DLI4-PARTY.
013900     05  DLI4-P-TYPE               PIC X(1).
014000         88  DLI4-P-CORRESPONDENT                VALUE "C".
014100         88  DLI4-P-PAYEE                        VALUE "P".
014200     05  DLI4-P-KEY                PIC X(11).
014300     05  DLI4-P-NAME               PIC X(35).
014400     05  DLI4-P-CNTRY              PIC X(2).
014500     05  DLI4-P-SQZ                PIC X(40).
014600     05  DLI4-P-SKEL               PIC X(40).
014700     05  DLI4-P-SKEL-LEN           PIC S9(4) COMP.
014800     05  DLI4-P-ALT-SQZ            PIC X(40).
014900     05  DLI4-P-TOK-COUNT          PIC S9(4) COMP.
015000     05  DLI4-P-TOKEN OCCURS 6 TIMES PIC X(15).
015100     05  DLI4-P-ADDR-SQZ OCCURS 3 TIMES PIC X(40).
015200*----------------------------------------------------------------
015300*    DLI4-PENDING  -  THE STRONGEST MATCH SO FAR ON THE CURRENT  *
015400*    ENTRY ID (ALIASES SHARE AN ID)                              *
015500*----------------------------------------------------------------
015600 01  DLI4-PENDING.
015700     05  DLI4-PEND-ID              PIC X(10).
015800     05  DLI4-PEND-MATCH           PIC X(1).
015900     05  DLI4-PEND-STRENGTH        PIC 9(1).
016000     05  DLI4-PEND-NAME            PIC X(35).
016100     05  DLI4-THIS-MATCH           PIC X(1).
016200     05  DLI4-THIS-STRENGTH        PIC 9(1).
016300*----------------------------------------------------------------
016400*    DLI4-NORM-WORK  -  NAME NORMALIZATION (8500): DLI4-N-IN IN, *
016500*    SQUEEZED FORM, SKELETON AND WORDS OUT                       *
016600*----------------------------------------------------------------
016700 01  DLI4-NORM-WORK.
016800     05  DLI4-N-IN                 PIC X(40).
016900     05  DLI4-N-WORK               PIC X(40).
017000     05  DLI4-N-SQZ                PIC X(40).
017100     05  DLI4-N-SQZ-LEN            PIC S9(4) COMP.
017200     05  DLI4-N-SKEL               PIC X(40).
017300     05  DLI4-N-SKEL-LEN           PIC S9(4) COMP.
017400     05  DLI4-N-RAW-COUNT          PIC S9(4) COMP.
017500     05  DLI4-N-TOK-COUNT          PIC S9(4) COMP.
017600     05  DLI4-N-RAW OCCURS 6 TIMES PIC X(15).
017700     05  DLI4-N-TOKEN OCCURS 6 TIMES PIC X(15).
017800     05  DLI4-N-LEAD               PIC S9(4) COMP.
017900     05  DLI4-N-PTR                PIC S9(4) COMP.
018000     05  DLI4-N-CHAR               PIC X(1).
018100         88  DLI4-N-VOWEL-CLASS    VALUE "A" "E" "I" "O" "U"
018200                                         "H" "W" "Y".
018300 01  DLI4-LOWER-CASE               PIC X(26)
018400         VALUE "abcdefghijklmnopqrstuvwxyz".
018500 01  DLI4-UPPER-CASE               PIC X(26)
018600         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
018700 01  DLI4-PUNCTUATION              PIC X(13)
018800         VALUE ".,-'/&()#:;+*".
018900 01  DLI4-WORK-FIELDS.
019000     05  DLI4-SUB                  PIC S9(4) COMP.
019100     05  DLI4-TSUB                 PIC S9(4) COMP.
019200     05  DLI4-PSUB                 PIC S9(4) COMP.
019300     05  DLI4-ASUB                 PIC S9(4) COMP.
019400     05  DLI4-TALLY                PIC S9(4) COMP.
019500*----------------------------------------------------------------
019600*    DLI4-CTL-WORK  -  BUILD AREA FOR CONTROL-OUT RECORDS (THE
019700*    CONTROL-IN FD AREA STILL HOLDS THE READ-AHEAD RECORD)
019800*----------------------------------------------------------------
019900 01  DLI4-CTL-WORK.
020000     05  DLI4-W-KEY                PIC X(22).
020100     05  DLI4-W-MATCH-TYPE         PIC X(1).
020200     05  DLI4-W-PARTY-NAME         PIC X(35).
020300     05  DLI4-W-LISTED-NAME        PIC X(35).
020400     05  DLI4-W-STATUS             PIC X(1).
020500         88  DLI4-W-OPEN                         VALUE "O".
020600         88  DLI4-W-CLEARED                      VALUE "C".
020700         88  DLI4-W-CONFIRMED                    VALUE "F".
020800     05  DLI4-W-FIRST-SEEN-DT      PIC 9(8).
020900     05  DLI4-W-DISP-DATE          PIC 9(8).
021000     05  DLI4-W-ANALYST-ID         PIC X(9).
021100     05  FILLER                    PIC X(1)     VALUE SPACES.
021200 01  DLI4-DATE-WORK.
021300     05  DLI4-RUN-DATE             PIC 9(8).
021400 01  DLI4-COUNTERS.
021500     05  DLI4-SAN-READ             PIC S9(8) COMP VALUE ZERO.
021600     05  DLI4-CORRS-SCREENED       PIC S9(8) COMP VALUE ZERO.
021700     05  DLI4-PAYEES-SCREENED      PIC S9(8) COMP VALUE ZERO.
021800     05  DLI4-NEW-HITS             PIC S9(8) COMP VALUE ZERO.
021900     05  DLI4-OPEN-HITS            PIC S9(8) COMP VALUE ZERO.
022000     05  DLI4-CLEARED-APPLIED      PIC S9(8) COMP VALUE ZERO.
022100     05  DLI4-CONFIRMED-APPLIED    PIC S9(8) COMP VALUE ZERO.
022200     05  DLI4-SUPPRESSED           PIC S9(8) COMP VALUE ZERO.
022300     05  DLI4-BLOCKED              PIC S9(8) COMP VALUE ZERO.
022400     05  DLI4-ORPHAN-DSP           PIC S9(8) COMP VALUE ZERO.
022500 01  DLI4-HEADING-1.
022600     05  FILLER                    PIC X(40)
022700         VALUE "SANCTIONS SCREENING DISPOSITION WORKLIST".
022800 01  DLI4-COLUMN-HEADING.
022900     05  FILLER                   PIC X(2)  VALUE "TY".
023000     05  FILLER                   PIC X(12) VALUE "PARTY KEY".
023100     05  FILLER                   PIC X(11) VALUE "ENTRY ID".
023200     05  FILLER                   PIC X(3)  VALUE "MT".
023300     05  FILLER                   PIC X(36) VALUE "PARTY NAME".
023400     05  FILLER                   PIC X(36) VALUE "LISTED NAME".
023500     05  FILLER                   PIC X(30) VALUE "STATUS".
023600 01  DLI4-DETAIL-LINE.
023700     05  DLI4-D-PARTY-TYPE         PIC X(1).
023800     05  FILLER                    PIC X(1)  VALUE SPACES.
023900     05  DLI4-D-PARTY-KEY          PIC X(11).
024000     05  FILLER                    PIC X(1)  VALUE SPACES.
024100     05  DLI4-D-ENTRY-ID           PIC X(10).
024200     05  FILLER                    PIC X(1)  VALUE SPACES.
024300     05  DLI4-D-MATCH-TYPE         PIC X(1).
024400     05  FILLER                    PIC X(2)  VALUE SPACES.
024500     05  DLI4-D-PARTY-NAME         PIC X(35).
024600     05  FILLER                    PIC X(1)  VALUE SPACES.
024700     05  DLI4-D-LISTED-NAME        PIC X(35).
024800     05  FILLER                    PIC X(1)  VALUE SPACES.
024900     05  DLI4-D-REMARK             PIC X(32).
025000 01  DLI4-TOTAL-LINE-1.
025100     05  FILLER                    PIC X(30)
025200         VALUE "SANCTIONS ENTRIES LOADED".
025300     05  DLI4-T-SAN-READ           PIC ZZZ,ZZ9.
025400 01  DLI4-TOTAL-LINE-2.
025500     05  FILLER                    PIC X(30)
025600         VALUE "CORRESPONDENTS SCREENED".
025700     05  DLI4-T-CORRS              PIC ZZZ,ZZ9.
025800 01  DLI4-TOTAL-LINE-3.
025900     05  FILLER                    PIC X(30)
026000         VALUE "PROVIDER PAYEES SCREENED".
026100     05  DLI4-T-PAYEES             PIC ZZZ,ZZ9.
026200 01  DLI4-TOTAL-LINE-4.
026300     05  FILLER                    PIC X(30)
026400         VALUE "NEW OR REOPENED HITS".
026500     05  DLI4-T-NEW                PIC ZZZ,ZZ9.
026600 01  DLI4-TOTAL-LINE-5.
026700     05  FILLER                    PIC X(30)
026800         VALUE "HITS AWAITING AN ANALYST".
026900     05  DLI4-T-OPEN               PIC ZZZ,ZZ9.
027000 01  DLI4-TOTAL-LINE-6.
027100     05  FILLER                    PIC X(30)
027200         VALUE "CLEARANCES APPLIED".
027300     05  DLI4-T-CLEARED            PIC ZZZ,ZZ9.
027400 01  DLI4-TOTAL-LINE-7.
027500     05  FILLER                    PIC X(30)
027600         VALUE "CONFIRMATIONS APPLIED".
027700     05  DLI4-T-CONFIRMED          PIC ZZZ,ZZ9.
027800 01  DLI4-TOTAL-LINE-8.
027900     05  FILLER                    PIC X(30)
028000         VALUE "CLEARED HITS SUPPRESSED".
028100     05  DLI4-T-SUPPRESSED         PIC ZZZ,ZZ9.
028200 01  DLI4-TOTAL-LINE-9.
028300     05  FILLER                    PIC X(30)
028400         VALUE "PAYMENT BLOCKS WRITTEN".
028500     05  DLI4-T-BLOCKED            PIC ZZZ,ZZ9.
028600 01  DLI4-TOTAL-LINE-10.
028700     05  FILLER                    PIC X(30)
028800         VALUE "DISPOSITIONS WITH NO HIT".
028900     05  DLI4-T-ORPHAN             PIC ZZZ,ZZ9.
029000*----------------------------------------------------------------
029100*    DLI4-LBL-WORK  -  SATELLITE-EXTRACT LABEL HANDLING
029200*----------------------------------------------------------------
029300     COPY DLCTLLBL.
029400     COPY DL184BLK.
029500 01  DLI4-LBL-WORK.
029600     05  DLI4-LBL-OUT-COUNT       PIC 9(8)  VALUE ZERO.
029700     05  DLI4-LBL-OUT-HASH        PIC 9(16) VALUE ZERO.
029800     05  DLI4-LBL-KEY-WORK        PIC X(10).
029900     05  DLI4-LBL-KEY-NUM REDEFINES DLI4-LBL-KEY-WORK
030000                                  PIC 9(10).
030100     05  DLI4-LBL-TERM            PIC 9(10).
030200*----------------------------------------------------------------
030300*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
030400*----------------------------------------------------------------
030500 01  DL903-PARMS.
030600     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL184".
030700     05  DL903-REC-TYPE            PIC X(1).
030800     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
030900*----------------------------------------------------------------
031000*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
031100*----------------------------------------------------------------
031200 01  DL902-DATES.
031300     05  DL902-EXEC-DATE           PIC 9(8).
031400 01  DL902-EXEC-LINE.
031500     05  FILLER                    PIC X(14)
031600         VALUE "BUSINESS DATE ".
031700     05  DL902-EL-BUS              PIC 9(8).
031800     05  FILLER                    PIC X(11)
031900         VALUE "  EXECUTED ".
032000     05  DL902-EL-EXEC             PIC 9(8).
032100 PROCEDURE DIVISION.
032200*================================================================
032300*    0000-MAINLINE
032400*================================================================
032500 0000-MAINLINE.
032600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
032700     MOVE "S"                      TO DL903-REC-TYPE
032800     CALL "DL903" USING DL903-PARMS
032900     OPEN INPUT  SNAMADDR-FILE
033000     MOVE LOW-VALUES               TO DLI4-PREV-PARTY-KEY
033100     PERFORM 8300-READ-CORR         THRU 8300-EXIT
033200     PERFORM 2000-SCREEN-CORR       THRU 2000-EXIT
033300         UNTIL DLI4-PARTY-EOF
033400     CLOSE SNAMADDR-FILE
033500     OPEN INPUT  DL135-PYM-FILE
033600     MOVE "N"                      TO DLI4-PARTY-EOF-SW
033700     MOVE LOW-VALUES               TO DLI4-PREV-PARTY-KEY
033800     PERFORM 8400-READ-PAYEE        THRU 8400-EXIT
033900     PERFORM 2100-SCREEN-PAYEE      THRU 2100-EXIT
034000         UNTIL DLI4-PARTY-EOF
034100     CLOSE DL135-PYM-FILE
034200     PERFORM 7000-TERMINATE         THRU 7000-EXIT
034300     MOVE "E"                      TO DL903-REC-TYPE
034400     COMPUTE DL903-REC-COUNT = DLI4-CORRS-SCREENED
034500                             + DLI4-PAYEES-SCREENED
034600     CALL "DL903" USING DL903-PARMS
034700     GOBACK.
034800*================================================================
034900*    1000-INITIALIZE  -  THE WHOLE LIST IS LOADED BEFORE ANY     *
035000*                        PARTY IS SCREENED                       *
035100*================================================================
035200 1000-INITIALIZE.
035300     CALL "DL902" USING DLI4-RUN-DATE DL902-EXEC-DATE
035400     OPEN INPUT  DL184-SAN-FILE
035500     MOVE LOW-VALUES               TO DLI4-PREV-SAN-ID
035600     PERFORM 1100-LOAD-ONE-ENTRY    THRU 1100-EXIT
035700         UNTIL DLI4-LOAD-EOF
035800     CLOSE DL184-SAN-FILE
035900     IF DLI4-SAN-COUNT = ZERO
036000         DISPLAY "DL184: SANCTIONS LIST EMPTY - STEP FAILED"
036100         MOVE 8                    TO RETURN-CODE
036200         GOBACK
036300     END-IF
036400     OPEN INPUT  DL184-CTL-IN-FILE
036500     OPEN OUTPUT DL184-CTL-OUT-FILE
036600     OPEN INPUT  DL184-DSP-FILE
036700     OPEN OUTPUT DL184-BLK-FILE
036800     OPEN OUTPUT DL184-RPT-FILE
036900     MOVE "HDR"                    TO DLCTL-L-TYPE
037000     MOVE "DL184"                  TO DLCTL-L-PROGRAM-ID
037100     MOVE DLI4-RUN-DATE            TO DLCTL-L-RUN-DATE
037200     MOVE ZERO                     TO DLCTL-L-REC-COUNT
037300     MOVE ZERO                     TO DLCTL-L-KEY-HASH
037400     WRITE DL184-BLK-OUT-RECORD FROM DLCTL-LABEL-RECORD
037500     WRITE DL184-RPT-LINE FROM DLI4-HEADING-1
037600     MOVE DLI4-RUN-DATE TO DL902-EL-BUS
037700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
037800     WRITE DL184-RPT-LINE FROM DL902-EXEC-LINE
037900     WRITE DL184-RPT-LINE FROM SPACES
038000     WRITE DL184-RPT-LINE FROM DLI4-COLUMN-HEADING
038100     PERFORM 8100-READ-CTL          THRU 8100-EXIT
038200     PERFORM 8200-READ-DSP          THRU 8200-EXIT.
038300 1000-EXIT.
038400     EXIT.
038500*================================================================
038600*    1100-LOAD-ONE-ENTRY  -  HITS ARE RAISED IN ENTRY ID ORDER,  *
038700*                            SO THE LIST MUST ARRIVE SORTED; A   *
038800*                            LIST BIGGER THAN THE TABLE FAILS    *
038900*                            THE STEP (THE DL060 RULE)           *
039000*================================================================
039100 1100-LOAD-ONE-ENTRY.
039200     READ DL184-SAN-FILE
039300         AT END
039400             SET DLI4-LOAD-EOF TO TRUE
039500     END-READ
039600     IF DLI4-LOAD-EOF
039700         GO TO 1100-EXIT
039800     END-IF
039900     ADD 1 TO DLI4-SAN-READ
040000     IF DL184-S-ENTRY-ID < DLI4-PREV-SAN-ID
040100         DISPLAY "DL184: DL184SAN OUT OF ENTRY ID SEQUENCE AT "
040200                 DL184-S-ENTRY-ID
040300         PERFORM 9700-SEQUENCE-ABORT THRU 9700-EXIT
040400     END-IF
040500     MOVE DL184-S-ENTRY-ID         TO DLI4-PREV-SAN-ID
040600     IF NOT DL184-S-NAME-ENTRY
040700         AND NOT DL184-S-EMBARGO-ENTRY
040800         GO TO 1100-EXIT
040900     END-IF
041000     IF DLI4-SAN-COUNT >= 9999
041100         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
041200     END-IF
041300     ADD 1 TO DLI4-SAN-COUNT
041400     MOVE DLI4-SAN-COUNT           TO DLI4-SUB
041500     MOVE DL184-S-ENTRY-ID         TO DLI4-S-ID(DLI4-SUB)
041600     MOVE DL184-S-ENTRY-TYPE       TO DLI4-S-TYPE(DLI4-SUB)
041700     MOVE DL184-S-NAME             TO DLI4-S-NAME(DLI4-SUB)
041800     MOVE DL184-S-CNTRY-CODE       TO DLI4-S-CNTRY(DLI4-SUB)
041900     MOVE DL184-S-NAME             TO DLI4-N-IN
042000     PERFORM 8500-NORMALIZE         THRU 8500-EXIT
042100     MOVE DLI4-N-SQZ               TO DLI4-S-SQZ(DLI4-SUB)
042200     MOVE DLI4-N-SQZ-LEN           TO DLI4-S-SQZ-LEN(DLI4-SUB)
042300     MOVE DLI4-N-SKEL              TO DLI4-S-SKEL(DLI4-SUB)
042400     MOVE DLI4-N-SKEL-LEN          TO DLI4-S-SKEL-LEN(DLI4-SUB)
042500     MOVE DLI4-N-TOK-COUNT         TO DLI4-S-TOK-COUNT(DLI4-SUB)
042600     PERFORM 1110-SAVE-ONE-TOKEN    THRU 1110-EXIT
042700         VARYING DLI4-TSUB FROM 1 BY 1
042800         UNTIL DLI4-TSUB > 6.
042900 1100-EXIT.
043000     EXIT.
043100*================================================================
043200*    1110-SAVE-ONE-TOKEN
043300*================================================================
043400 1110-SAVE-ONE-TOKEN.
043500     MOVE DLI4-N-TOKEN(DLI4-TSUB)
043600                         TO DLI4-S-TOKEN(DLI4-SUB, DLI4-TSUB).
043700 1110-EXIT.
043800     EXIT.
043900*================================================================
044000*    2000-SCREEN-CORR  -  NAME, SORT-FIELD NAME, ADDRESS LINES   *
044100*                         AND DOMICILE COUNTRY                   *
044200*================================================================
044300 2000-SCREEN-CORR.
044400     ADD 1 TO DLI4-CORRS-SCREENED
044500     MOVE SPACES                   TO DLI4-PARTY
044600     MOVE "C"                      TO DLI4-P-TYPE
044700     MOVE EQ-BR-NO                 TO DLI4-CK-BR-NO
044800     MOVE EQ-CUST-NO               TO DLI4-CK-CUST-NO
044900     MOVE EQ-LOCN-ID               TO DLI4-CK-LOCN-ID
045000     MOVE DLI4-CORR-KEY            TO DLI4-P-KEY
045100     MOVE EQ-ADDR-NAME             TO DLI4-P-NAME
045200     MOVE EQ-ISO-CNTRY-CODE-DOM    TO DLI4-P-CNTRY
045300     MOVE EQ-ADDR-NAME             TO DLI4-N-IN
045400     PERFORM 2200-SET-PARTY-NAME    THRU 2200-EXIT
045500     MOVE EQ-ADDR-NAME-SORT-FLD    TO DLI4-N-IN
045600     PERFORM 8500-NORMALIZE         THRU 8500-EXIT
045700     MOVE DLI4-N-SQZ               TO DLI4-P-ALT-SQZ
045800     MOVE EQ-ADDR-LINE-1           TO DLI4-N-IN
045900     PERFORM 8500-NORMALIZE         THRU 8500-EXIT
046000     MOVE DLI4-N-SQZ               TO DLI4-P-ADDR-SQZ(1)
046100     MOVE EQ-ADDR-LINE-2           TO DLI4-N-IN
046200     PERFORM 8500-NORMALIZE         THRU 8500-EXIT
046300     MOVE DLI4-N-SQZ               TO DLI4-P-ADDR-SQZ(2)
046400     MOVE EQ-ADDR-LINE-3           TO DLI4-N-IN
046500     PERFORM 8500-NORMALIZE         THRU 8500-EXIT
046600     MOVE DLI4-N-SQZ               TO DLI4-P-ADDR-SQZ(3)
046700     PERFORM 3000-SCREEN-PARTY      THRU 3000-EXIT
046800     PERFORM 8300-READ-CORR         THRU 8300-EXIT.
046900 2000-EXIT.
047000     EXIT.
047100*================================================================
047200*    2100-SCREEN-PAYEE  -  LEGAL NAME ONLY; DL135PYM CARRIES NO  *
047300*                          COUNTRY                               *
047400*================================================================
047500 2100-SCREEN-PAYEE.
047600     ADD 1 TO DLI4-PAYEES-SCREENED
047700     MOVE SPACES                   TO DLI4-PARTY
047800     MOVE "P"                      TO DLI4-P-TYPE
047900     MOVE DL135-P-PRV-ID           TO DLI4-P-KEY
048000     MOVE DL135-P-LEGAL-NAME       TO DLI4-P-NAME
048100     MOVE DL135-P-LEGAL-NAME       TO DLI4-N-IN
048200     PERFORM 2200-SET-PARTY-NAME    THRU 2200-EXIT
048300     PERFORM 3000-SCREEN-PARTY      THRU 3000-EXIT
048400     PERFORM 8400-READ-PAYEE        THRU 8400-EXIT.
048500 2100-EXIT.
048600     EXIT.
048700*================================================================
048800*    2200-SET-PARTY-NAME  -  NORMALIZED FORMS OF DLI4-N-IN
048900*================================================================
049000 2200-SET-PARTY-NAME.
049100     PERFORM 8500-NORMALIZE         THRU 8500-EXIT
049200     MOVE DLI4-N-SQZ               TO DLI4-P-SQZ
049300     MOVE DLI4-N-SKEL              TO DLI4-P-SKEL
049400     MOVE DLI4-N-SKEL-LEN          TO DLI4-P-SKEL-LEN
049500     MOVE DLI4-N-TOK-COUNT         TO DLI4-P-TOK-COUNT
049600     PERFORM 2210-SAVE-ONE-TOKEN    THRU 2210-EXIT
049700         VARYING DLI4-TSUB FROM 1 BY 1
049800         UNTIL DLI4-TSUB > 6.
049900 2200-EXIT.
050000     EXIT.
050100*================================================================
050200*    2210-SAVE-ONE-TOKEN
050300*================================================================
050400 2210-SAVE-ONE-TOKEN.
050500     MOVE DLI4-N-TOKEN(DLI4-TSUB)  TO DLI4-P-TOKEN(DLI4-TSUB).
050600 2210-EXIT.
050700     EXIT.
050800*================================================================
050900*    3000-SCREEN-PARTY  -  EVERY LIST ENTRY IN ID ORDER; ONE HIT *
051000*                          PER ENTRY ID, THE STRONGEST MATCH     *
051100*                          AMONG ITS ALIASES                     *
051200*================================================================
051300 3000-SCREEN-PARTY.
051400     MOVE SPACES                   TO DLI4-PENDING
051500     MOVE ZERO                     TO DLI4-PEND-STRENGTH
051600     PERFORM 3100-MATCH-ONE-ENTRY   THRU 3100-EXIT
051700         VARYING DLI4-SUB FROM 1 BY 1
051800         UNTIL DLI4-SUB > DLI4-SAN-COUNT
051900     PERFORM 3400-FLUSH-PENDING     THRU 3400-EXIT.
052000 3000-EXIT.
052100     EXIT.
052200*================================================================
052300*    3100-MATCH-ONE-ENTRY  -  STRENGTH 4 EXACT, 3 FUZZY, 2       *
052400*                             ADDRESS, 1 EMBARGO                 *
052500*================================================================
052600 3100-MATCH-ONE-ENTRY.
052700     IF DLI4-S-ID(DLI4-SUB) NOT = DLI4-PEND-ID
052800         PERFORM 3400-FLUSH-PENDING THRU 3400-EXIT
052900         MOVE DLI4-S-ID(DLI4-SUB)  TO DLI4-PEND-ID
053000     END-IF
053100     MOVE SPACE                    TO DLI4-THIS-MATCH
053200     MOVE ZERO                     TO DLI4-THIS-STRENGTH
053300     IF DLI4-S-TYPE(DLI4-SUB) = "C"
053400         IF DLI4-P-CORRESPONDENT
053500             AND DLI4-P-CNTRY NOT = SPACES
053600             AND DLI4-P-CNTRY = DLI4-S-CNTRY(DLI4-SUB)
053700             MOVE "E"              TO DLI4-THIS-MATCH
053800             MOVE 1                TO DLI4-THIS-STRENGTH
053900         END-IF
054000         GO TO 3100-KEEP-STRONGEST
054100     END-IF
054200     IF DLI4-S-SQZ-LEN(DLI4-SUB) = ZERO
054300         GO TO 3100-EXIT
054400     END-IF
054500     IF DLI4-P-SQZ = DLI4-S-SQZ(DLI4-SUB)
054600         OR DLI4-P-ALT-SQZ = DLI4-S-SQZ(DLI4-SUB)
054700         MOVE "X"                  TO DLI4-THIS-MATCH
054800         MOVE 4                    TO DLI4-THIS-STRENGTH
054900         GO TO 3100-KEEP-STRONGEST
055000     END-IF
055100     IF DLI4-S-SKEL-LEN(DLI4-SUB) >= 4
055200         AND DLI4-P-SKEL = DLI4-S-SKEL(DLI4-SUB)
055300         MOVE "F"                  TO DLI4-THIS-MATCH
055400         MOVE 3                    TO DLI4-THIS-STRENGTH
055500         GO TO 3100-KEEP-STRONGEST
055600     END-IF
055700     IF DLI4-S-TOK-COUNT(DLI4-SUB) >= 2
055800         AND DLI4-P-TOK-COUNT >= DLI4-S-TOK-COUNT(DLI4-SUB)
055900         PERFORM 3200-CHECK-TOKENS  THRU 3200-EXIT
056000         IF DLI4-ALL-TOKENS-FOUND
056100             MOVE "F"              TO DLI4-THIS-MATCH
056200             MOVE 3                TO DLI4-THIS-STRENGTH
056300             GO TO 3100-KEEP-STRONGEST
056400         END-IF
056500     END-IF
056600     IF DLI4-P-CORRESPONDENT
056700         AND DLI4-S-SQZ-LEN(DLI4-SUB) >= 6
056800         MOVE ZERO                 TO DLI4-TALLY
056900         PERFORM 3300-SCAN-ONE-ADDR THRU 3300-EXIT
057000             VARYING DLI4-ASUB FROM 1 BY 1
057100             UNTIL DLI4-ASUB > 3
057200         IF DLI4-TALLY > ZERO
057300             MOVE "A"              TO DLI4-THIS-MATCH
057400             MOVE 2                TO DLI4-THIS-STRENGTH
057500         END-IF
057600     END-IF.
057700 3100-KEEP-STRONGEST.
057800     IF DLI4-THIS-STRENGTH > DLI4-PEND-STRENGTH
057900         MOVE DLI4-THIS-MATCH      TO DLI4-PEND-MATCH
058000         MOVE DLI4-THIS-STRENGTH   TO DLI4-PEND-STRENGTH
058100         MOVE DLI4-S-NAME(DLI4-SUB) TO DLI4-PEND-NAME
058200     END-IF.
058300 3100-EXIT.
058400     EXIT.
058500*================================================================
058600*    3200-CHECK-TOKENS  -  EVERY LISTED WORD AMONG THE PARTY'S   *
058700*                          WORDS, IN ANY ORDER; STOPS AT THE     *
058800*                          FIRST WORD MISSING                    *
058900*================================================================
059000 3200-CHECK-TOKENS.
059100     SET DLI4-ALL-TOKENS-FOUND     TO TRUE
059200     PERFORM 3210-FIND-ONE-TOKEN    THRU 3210-EXIT
059300         VARYING DLI4-TSUB FROM 1 BY 1
059400         UNTIL DLI4-TSUB > DLI4-S-TOK-COUNT(DLI4-SUB)
059500         OR NOT DLI4-ALL-TOKENS-FOUND.
059600 3200-EXIT.
059700     EXIT.
059800*================================================================
059900*    3210-FIND-ONE-TOKEN
060000*================================================================
060100 3210-FIND-ONE-TOKEN.
060200     PERFORM 3290-SCAN-ONE          THRU 3290-EXIT
060300         VARYING DLI4-PSUB FROM 1 BY 1
060400         UNTIL DLI4-PSUB > DLI4-P-TOK-COUNT
060500         OR DLI4-P-TOKEN(DLI4-PSUB)
060600             = DLI4-S-TOKEN(DLI4-SUB, DLI4-TSUB)
060700     IF DLI4-PSUB > DLI4-P-TOK-COUNT
060800         MOVE "N"                  TO DLI4-TOKENS-SW
060900     END-IF.
061000 3210-EXIT.
061100     EXIT.
061200*================================================================
061300*    3290-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
061400*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
061500*                      PERFORM THAT CALLS THIS                   *
061600*================================================================
061700 3290-SCAN-ONE.
061800     CONTINUE.
061900 3290-EXIT.
062000     EXIT.
062100*================================================================
062200*    3300-SCAN-ONE-ADDR  -  THE SQUEEZED LISTED NAME ANYWHERE IN *
062300*                           A SQUEEZED ADDRESS LINE              *
062400*================================================================
062500 3300-SCAN-ONE-ADDR.
062600     IF DLI4-P-ADDR-SQZ(DLI4-ASUB) = SPACES
062700         GO TO 3300-EXIT
062800     END-IF
062900     INSPECT DLI4-P-ADDR-SQZ(DLI4-ASUB) TALLYING DLI4-TALLY
063000         FOR ALL DLI4-S-SQZ(DLI4-SUB)
063100                 (1:DLI4-S-SQZ-LEN(DLI4-SUB)).
063200 3300-EXIT.
063300     EXIT.
063400*================================================================
063500*    3400-FLUSH-PENDING  -  RAISE THE HIT HELD FOR THE ENTRY ID  *
063600*                           JUST FINISHED, IF ANY                *
063700*================================================================
063800 3400-FLUSH-PENDING.
063900     IF DLI4-PEND-STRENGTH = ZERO
064000         GO TO 3400-EXIT
064100     END-IF
064200     MOVE DLI4-P-TYPE              TO DLI4-H-PARTY-TYPE
064300     MOVE DLI4-P-KEY               TO DLI4-H-PARTY-KEY
064400     MOVE DLI4-PEND-ID             TO DLI4-H-ENTRY-ID
064500     PERFORM 4000-APPLY-HIT         THRU 4000-EXIT
064600     MOVE ZERO                     TO DLI4-PEND-STRENGTH
064700     MOVE SPACES                   TO DLI4-PEND-MATCH
064800     MOVE SPACES                   TO DLI4-PEND-NAME.
064900 3400-EXIT.
065000     EXIT.
065100*================================================================
065200*    4000-APPLY-HIT  -  MERGE THE HIT WITH ITS CARRIED CONTROL   *
065300*                       RECORD AND ANY DISPOSITION (THE DL080    *
065400*                       WAY), THEN WORKLIST, BLOCK OR SUPPRESS   *
065500*================================================================
065600 4000-APPLY-HIT.
065700     PERFORM 4050-DROP-STALE-CTL    THRU 4050-EXIT
065800         UNTIL DLI4-CTL-EOF
065900         OR DLI4-CTL-KEY >= DLI4-HIT-KEY
066000     PERFORM 4060-SKIP-ORPHAN-DSP   THRU 4060-EXIT
066100         UNTIL DLI4-DSP-EOF
066200         OR DLI4-DSP-KEY >= DLI4-HIT-KEY
066300     MOVE DLI4-HIT-KEY             TO DLI4-W-KEY
066400     MOVE DLI4-PEND-MATCH          TO DLI4-W-MATCH-TYPE
066500     MOVE DLI4-P-NAME              TO DLI4-W-PARTY-NAME
066600     MOVE DLI4-PEND-NAME           TO DLI4-W-LISTED-NAME
066700     MOVE SPACES                   TO DLI4-D-REMARK
066800     IF NOT DLI4-CTL-EOF
066900         AND DLI4-CTL-KEY = DLI4-HIT-KEY
067000         AND (DL184-C-CONFIRMED
067100             OR (DL184-C-PARTY-NAME = DLI4-P-NAME
067200             AND DL184-C-LISTED-NAME = DLI4-PEND-NAME))
067300         MOVE DL184-C-STATUS       TO DLI4-W-STATUS
067400         MOVE DL184-C-FIRST-SEEN-DT TO DLI4-W-FIRST-SEEN-DT
067500         MOVE DL184-C-DISP-DATE    TO DLI4-W-DISP-DATE
067600         MOVE DL184-C-ANALYST-ID   TO DLI4-W-ANALYST-ID
067700     ELSE
067800         MOVE "O"                  TO DLI4-W-STATUS
067900         MOVE DLI4-RUN-DATE        TO DLI4-W-FIRST-SEEN-DT
068000         MOVE ZERO                 TO DLI4-W-DISP-DATE
068100         MOVE SPACES               TO DLI4-W-ANALYST-ID
068200         ADD 1 TO DLI4-NEW-HITS
068300         IF NOT DLI4-CTL-EOF
068400             AND DLI4-CTL-KEY = DLI4-HIT-KEY
068500             MOVE "REOPENED - NAME CHANGED" TO DLI4-D-REMARK
068600         ELSE
068700             MOVE "NEW HIT - REVIEW" TO DLI4-D-REMARK
068800         END-IF
068900     END-IF
069000     IF NOT DLI4-CTL-EOF
069100         AND DLI4-CTL-KEY = DLI4-HIT-KEY
069200         PERFORM 8100-READ-CTL      THRU 8100-EXIT
069300     END-IF
069400     MOVE "N"                      TO DLI4-DISP-SW
069500     IF NOT DLI4-DSP-EOF
069600         AND DLI4-DSP-KEY = DLI4-HIT-KEY
069700         SET DLI4-DISP-APPLIED     TO TRUE
069800         IF DL184-D-CLEAR
069900             MOVE "C"              TO DLI4-W-STATUS
070000             ADD 1 TO DLI4-CLEARED-APPLIED
070100         END-IF
070200         IF DL184-D-CONFIRM
070300             MOVE "F"              TO DLI4-W-STATUS
070400             ADD 1 TO DLI4-CONFIRMED-APPLIED
070500         END-IF
070600         MOVE DL184-D-ANALYST-ID   TO DLI4-W-ANALYST-ID
070700         MOVE DL184-D-DISP-DATE    TO DLI4-W-DISP-DATE
070800         MOVE SPACES               TO DLI4-D-REMARK
070900         PERFORM 8200-READ-DSP      THRU 8200-EXIT
071000     END-IF
071100     EVALUATE TRUE
071200         WHEN DLI4-W-OPEN
071300             ADD 1 TO DLI4-OPEN-HITS
071400             IF DLI4-D-REMARK = SPACES
071500                 MOVE "OPEN SINCE"  TO DLI4-D-REMARK
071600                 MOVE DLI4-W-FIRST-SEEN-DT
071700                                   TO DLI4-D-REMARK(12:8)
071800             END-IF
071900             PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
072000         WHEN DLI4-W-CONFIRMED
072100             PERFORM 4200-WRITE-BLOCK THRU 4200-EXIT
072200             MOVE "CONFIRMED - PAYMENT BLOCKED" TO DLI4-D-REMARK
072300             PERFORM 4500-WRITE-DETAIL THRU 4500-EXIT
072400         WHEN NOT DLI4-DISP-APPLIED
072500             ADD 1 TO DLI4-SUPPRESSED
072600     END-EVALUATE
072700     WRITE DL184-CTL-OUT-RECORD FROM DLI4-CTL-WORK.
072800 4000-EXIT.
072900     EXIT.
073000*================================================================
073100*    4050-DROP-STALE-CTL  -  A HIT THAT NO LONGER MATCHES (THE   *
073200*                            ENTRY WAS DELISTED OR THE PARTY     *
073300*                            RENAMED OR REMOVED) IS NOT CARRIED  *
073400*================================================================
073500 4050-DROP-STALE-CTL.
073600     PERFORM 8100-READ-CTL          THRU 8100-EXIT.
073700 4050-EXIT.
073800     EXIT.
073900*================================================================
074000*    4060-SKIP-ORPHAN-DSP  -  A DISPOSITION FOR A HIT NOT RAISED *
074100*                             THIS RUN IS LISTED AND IGNORED     *
074200*================================================================
074300 4060-SKIP-ORPHAN-DSP.
074400     ADD 1 TO DLI4-ORPHAN-DSP
074500     MOVE SPACES                   TO DLI4-DETAIL-LINE
074600     MOVE DL184-D-PARTY-TYPE       TO DLI4-D-PARTY-TYPE
074700     MOVE DL184-D-PARTY-KEY        TO DLI4-D-PARTY-KEY
074800     MOVE DL184-D-ENTRY-ID         TO DLI4-D-ENTRY-ID
074900     MOVE "DISPOSITION - NO CURRENT HIT" TO DLI4-D-REMARK
075000     WRITE DL184-RPT-LINE FROM DLI4-DETAIL-LINE
075100     PERFORM 8200-READ-DSP          THRU 8200-EXIT.
075200 4060-EXIT.
075300     EXIT.
075400*================================================================
075500*    4200-WRITE-BLOCK  -  ONE LABELED BLOCK RECORD PER CONFIRMED *
075600*                         HIT                                    *
075700*================================================================
075800 4200-WRITE-BLOCK.
075900     MOVE SPACES                   TO DL184-BLK-RECORD
076000     MOVE DLI4-HIT-KEY             TO DL184-B-KEY
076100     MOVE DLI4-W-MATCH-TYPE        TO DL184-B-MATCH-TYPE
076200     MOVE DLI4-W-DISP-DATE         TO DL184-B-CONF-DATE
076300     MOVE DLI4-W-ANALYST-ID        TO DL184-B-ANALYST-ID
076400     WRITE DL184-BLK-OUT-RECORD FROM DL184-BLK-RECORD
076500     ADD 1 TO DLI4-BLOCKED
076600     ADD 1 TO DLI4-LBL-OUT-COUNT
076700     MOVE ZEROES TO DLI4-LBL-KEY-WORK
076800     MOVE DL184-B-CONF-DATE TO DLI4-LBL-KEY-WORK(3:8)
076900     PERFORM 9800-LBL-HASH-TERM THRU 9800-EXIT
077000     ADD DLI4-LBL-TERM TO DLI4-LBL-OUT-HASH.
077100 4200-EXIT.
077200     EXIT.
077300*================================================================
077400*    4500-WRITE-DETAIL
077500*================================================================
077600 4500-WRITE-DETAIL.
077700     MOVE DLI4-H-PARTY-TYPE        TO DLI4-D-PARTY-TYPE
077800     MOVE DLI4-H-PARTY-KEY         TO DLI4-D-PARTY-KEY
077900     MOVE DLI4-H-ENTRY-ID          TO DLI4-D-ENTRY-ID
078000     MOVE DLI4-W-MATCH-TYPE        TO DLI4-D-MATCH-TYPE
078100     MOVE DLI4-W-PARTY-NAME        TO DLI4-D-PARTY-NAME
078200     MOVE DLI4-W-LISTED-NAME       TO DLI4-D-LISTED-NAME
078300     WRITE DL184-RPT-LINE FROM DLI4-DETAIL-LINE.
078400 4500-EXIT.
078500     EXIT.
078600*================================================================
078700*    7000-TERMINATE  -  CONTROL RECORDS PAST THE LAST HIT ARE    *
078800*                       DROPPED, DISPOSITIONS PAST IT ARE        *
078900*                       ORPHANS                                  *
079000*================================================================
079100 7000-TERMINATE.
079200     PERFORM 4060-SKIP-ORPHAN-DSP   THRU 4060-EXIT
079300         UNTIL DLI4-DSP-EOF
079400     MOVE "TRL"                    TO DLCTL-L-TYPE
079500     MOVE "DL184"                  TO DLCTL-L-PROGRAM-ID
079600     MOVE DLI4-RUN-DATE            TO DLCTL-L-RUN-DATE
079700     MOVE DLI4-LBL-OUT-COUNT       TO DLCTL-L-REC-COUNT
079800     MOVE DLI4-LBL-OUT-HASH        TO DLCTL-L-KEY-HASH
079900     WRITE DL184-BLK-OUT-RECORD FROM DLCTL-LABEL-RECORD
080000     MOVE DLI4-SAN-READ            TO DLI4-T-SAN-READ
080100     MOVE DLI4-CORRS-SCREENED      TO DLI4-T-CORRS
080200     MOVE DLI4-PAYEES-SCREENED     TO DLI4-T-PAYEES
080300     MOVE DLI4-NEW-HITS            TO DLI4-T-NEW
080400     MOVE DLI4-OPEN-HITS           TO DLI4-T-OPEN
080500     MOVE DLI4-CLEARED-APPLIED     TO DLI4-T-CLEARED
080600     MOVE DLI4-CONFIRMED-APPLIED   TO DLI4-T-CONFIRMED
080700     MOVE DLI4-SUPPRESSED          TO DLI4-T-SUPPRESSED
080800     MOVE DLI4-BLOCKED             TO DLI4-T-BLOCKED
080900     MOVE DLI4-ORPHAN-DSP          TO DLI4-T-ORPHAN
081000     WRITE DL184-RPT-LINE FROM SPACES
081100     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-1
081200     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-2
081300     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-3
081400     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-4
081500     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-5
081600     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-6
081700     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-7
081800     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-8
081900     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-9
082000     WRITE DL184-RPT-LINE FROM DLI4-TOTAL-LINE-10
082100     CLOSE DL184-CTL-IN-FILE
082200     CLOSE DL184-CTL-OUT-FILE
082300     CLOSE DL184-DSP-FILE
082400     CLOSE DL184-BLK-FILE
082500     CLOSE DL184-RPT-FILE.
082600 7000-EXIT.
082700     EXIT.
082800*================================================================
082900*    8100-READ-CTL
083000*================================================================
083100 8100-READ-CTL.
083200     READ DL184-CTL-IN-FILE
083300         AT END
083400             SET DLI4-CTL-EOF TO TRUE
083500             MOVE HIGH-VALUES      TO DLI4-CTL-KEY
083600     END-READ
083700     IF NOT DLI4-CTL-EOF
083800         MOVE DL184-C-KEY          TO DLI4-CTL-KEY
083900     END-IF.
084000 8100-EXIT.
084100     EXIT.
084200*================================================================
084300*    8200-READ-DSP
084400*================================================================
084500 8200-READ-DSP.
084600     READ DL184-DSP-FILE
084700         AT END
084800             SET DLI4-DSP-EOF TO TRUE
084900             MOVE HIGH-VALUES      TO DLI4-DSP-KEY
085000     END-READ
085100     IF NOT DLI4-DSP-EOF
085200         MOVE DL184-D-KEY          TO DLI4-DSP-KEY
085300     END-IF.
085400 8200-EXIT.
085500     EXIT.
085600*================================================================
085700*    8300-READ-CORR  -  HITS MERGE AGAINST DL184CTL IN KEY       *
085800*                       ORDER, SO THE DIRECTORY MUST BE IN KEY   *
085900*                       ORDER TOO                                *
086000*================================================================
086100 8300-READ-CORR.
086200     READ SNAMADDR-FILE
086300         AT END
086400             SET DLI4-PARTY-EOF TO TRUE
086500     END-READ
086600     IF DLI4-PARTY-EOF
086700         GO TO 8300-EXIT
086800     END-IF
086900     MOVE EQ-BR-NO                 TO DLI4-CK-BR-NO
087000     MOVE EQ-CUST-NO               TO DLI4-CK-CUST-NO
087100     MOVE EQ-LOCN-ID               TO DLI4-CK-LOCN-ID
087200     IF DLI4-CORR-KEY NOT > DLI4-PREV-PARTY-KEY
087300         DISPLAY "DL184: SNAMADDR OUT OF SEQUENCE AT "
087400                 DLI4-CORR-KEY
087500         PERFORM 9700-SEQUENCE-ABORT THRU 9700-EXIT
087600     END-IF
087700     MOVE DLI4-CORR-KEY            TO DLI4-PREV-PARTY-KEY.
087800 8300-EXIT.
087900     EXIT.
088000*================================================================
088100*    8400-READ-PAYEE
088200*================================================================
088300 8400-READ-PAYEE.
088400     READ DL135-PYM-FILE
088500         AT END
088600             SET DLI4-PARTY-EOF TO TRUE
088700     END-READ
088800     IF DLI4-PARTY-EOF
088900         GO TO 8400-EXIT
089000     END-IF
089100     IF DL135-P-PRV-ID NOT > DLI4-PREV-PARTY-KEY
089200         DISPLAY "DL184: DL135PYM OUT OF SEQUENCE AT "
089300                 DL135-P-PRV-ID
089400         PERFORM 9700-SEQUENCE-ABORT THRU 9700-EXIT
089500     END-IF
089600     MOVE DL135-P-PRV-ID           TO DLI4-PREV-PARTY-KEY.
089700 8400-EXIT.
089800     EXIT.
089900*================================================================
090000*    8500-NORMALIZE  -  UPPER CASE, PUNCTUATION TO SPACES, WORDS *
090100*                       SPLIT OUT WITH "THE", "OF" AND "AND"     *
090200*                       DROPPED, THEN THE WORDS RUN TOGETHER     *
090300*                       (SQUEEZED) AND THE SQUEEZED FORM REDUCED *
090400*                       TO ITS FIRST LETTER PLUS ITS CONSONANTS  *
090500*                       WITH REPEATS COLLAPSED (SKELETON)        *
090600*================================================================
090700 8500-NORMALIZE.
090800     MOVE SPACES                   TO DLI4-N-SQZ
090900     MOVE SPACES                   TO DLI4-N-SKEL
091000     MOVE ZERO                     TO DLI4-N-SQZ-LEN
091100     MOVE ZERO                     TO DLI4-N-SKEL-LEN
091200     MOVE ZERO                     TO DLI4-N-TOK-COUNT
091300     MOVE SPACES                   TO DLI4-N-TOKEN(1)
091400     MOVE SPACES                   TO DLI4-N-TOKEN(2)
091500     MOVE SPACES                   TO DLI4-N-TOKEN(3)
091600     MOVE SPACES                   TO DLI4-N-TOKEN(4)
091700     MOVE SPACES                   TO DLI4-N-TOKEN(5)
091800     MOVE SPACES                   TO DLI4-N-TOKEN(6)
091900     MOVE DLI4-N-IN                TO DLI4-N-WORK
092000     INSPECT DLI4-N-WORK
092100         CONVERTING DLI4-LOWER-CASE TO DLI4-UPPER-CASE
092200     INSPECT DLI4-N-WORK
092300         CONVERTING DLI4-PUNCTUATION TO SPACES
092400     MOVE ZERO                     TO DLI4-N-LEAD
092500     INSPECT DLI4-N-WORK TALLYING DLI4-N-LEAD
092600         FOR LEADING SPACES
092700     IF DLI4-N-LEAD >= 40
092800         GO TO 8500-EXIT
092900     END-IF
093000     MOVE SPACES                   TO DLI4-N-RAW(1)
093100     MOVE SPACES                   TO DLI4-N-RAW(2)
093200     MOVE SPACES                   TO DLI4-N-RAW(3)
093300     MOVE SPACES                   TO DLI4-N-RAW(4)
093400     MOVE SPACES                   TO DLI4-N-RAW(5)
093500     MOVE SPACES                   TO DLI4-N-RAW(6)
093600     MOVE ZERO                     TO DLI4-N-RAW-COUNT
093700     UNSTRING DLI4-N-WORK(DLI4-N-LEAD + 1:40 - DLI4-N-LEAD)
093800         DELIMITED BY ALL SPACE
093900         INTO DLI4-N-RAW(1) DLI4-N-RAW(2) DLI4-N-RAW(3)
094000              DLI4-N-RAW(4) DLI4-N-RAW(5) DLI4-N-RAW(6)
094100         TALLYING IN DLI4-N-RAW-COUNT
094200     END-UNSTRING
094300     PERFORM 8510-KEEP-ONE-WORD     THRU 8510-EXIT
094400         VARYING DLI4-TSUB FROM 1 BY 1
094500         UNTIL DLI4-TSUB > DLI4-N-RAW-COUNT
094600     MOVE 1                        TO DLI4-N-PTR
094700     PERFORM 8520-APPEND-ONE-WORD   THRU 8520-EXIT
094800         VARYING DLI4-TSUB FROM 1 BY 1
094900         UNTIL DLI4-TSUB > DLI4-N-TOK-COUNT
095000     COMPUTE DLI4-N-SQZ-LEN = DLI4-N-PTR - 1
095100     PERFORM 8530-SKELETON-CHAR     THRU 8530-EXIT
095200         VARYING DLI4-PSUB FROM 1 BY 1
095300         UNTIL DLI4-PSUB > DLI4-N-SQZ-LEN.
095400 8500-EXIT.
095500     EXIT.
095600*================================================================
095700*    8510-KEEP-ONE-WORD
095800*================================================================
095900 8510-KEEP-ONE-WORD.
096000     IF DLI4-N-RAW(DLI4-TSUB) = SPACES
096100         OR DLI4-N-RAW(DLI4-TSUB) = "THE"
096200         OR DLI4-N-RAW(DLI4-TSUB) = "OF"
096300         OR DLI4-N-RAW(DLI4-TSUB) = "AND"
096400         GO TO 8510-EXIT
096500     END-IF
096600     ADD 1 TO DLI4-N-TOK-COUNT
096700     MOVE DLI4-N-RAW(DLI4-TSUB)
096800                             TO DLI4-N-TOKEN(DLI4-N-TOK-COUNT).
096900 8510-EXIT.
097000     EXIT.
097100*================================================================
097200*    8520-APPEND-ONE-WORD
097300*================================================================
097400 8520-APPEND-ONE-WORD.
097500     IF DLI4-N-PTR > 40
097600         GO TO 8520-EXIT
097700     END-IF
097800     STRING DLI4-N-TOKEN(DLI4-TSUB) DELIMITED BY SPACE
097900         INTO DLI4-N-SQZ
098000         WITH POINTER DLI4-N-PTR
098100     END-STRING.
098200 8520-EXIT.
098300     EXIT.
098400*================================================================
098500*    8530-SKELETON-CHAR
098600*================================================================
098700 8530-SKELETON-CHAR.
098800     MOVE DLI4-N-SQZ(DLI4-PSUB:1)  TO DLI4-N-CHAR
098900     IF DLI4-PSUB > 1
099000         IF DLI4-N-VOWEL-CLASS
099100             GO TO 8530-EXIT
099200         END-IF
099300         IF DLI4-N-CHAR = DLI4-N-SKEL(DLI4-N-SKEL-LEN:1)
099400             GO TO 8530-EXIT
099500         END-IF
099600     END-IF
099700     ADD 1 TO DLI4-N-SKEL-LEN
099800     MOVE DLI4-N-CHAR          TO DLI4-N-SKEL(DLI4-N-SKEL-LEN:1).
099900 8530-EXIT.
100000     EXIT.
100100*================================================================
100200*    9700-SEQUENCE-ABORT  -  AN OUT-OF-ORDER INPUT WOULD SPLIT   *
100300*                            THE HIT MERGE AND RAISE CLEARED     *
100400*                            HITS AGAIN                          *
100500*================================================================
100600 9700-SEQUENCE-ABORT.
100700     MOVE 8                        TO RETURN-CODE
100800     GOBACK.
100900 9700-EXIT.
101000     EXIT.
101100*================================================================
101200*    9800-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
101300*                           PLACED IN DLI4-LBL-KEY-WORK          *
101400*================================================================
101500 9800-LBL-HASH-TERM.
101600     IF DLI4-LBL-KEY-WORK IS NUMERIC
101700         MOVE DLI4-LBL-KEY-NUM    TO DLI4-LBL-TERM
101800     ELSE
101900         MOVE 1                    TO DLI4-LBL-TERM
102000     END-IF.
102100 9800-EXIT.
102200     EXIT.
102300*================================================================
102400*    9900-TABLE-ABORT  -  A LIST BIGGER THAN THE TABLE WOULD     *
102500*                         LEAVE ENTRIES UNSCREENED, SO THE STEP  *
102600*                         FAILS INSTEAD (THE DL060 RULE)         *
102700*================================================================
102800 9900-TABLE-ABORT.
102900     DISPLAY "DL184: SANCTIONS TABLE OVERFLOW - STEP FAILED"
103000     MOVE 8                        TO RETURN-CODE
103100     GOBACK.
103200 9900-EXIT.
103300     EXIT.
