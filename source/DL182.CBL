000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL182.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY PACKAGE SETUP
001100*                   COMPLETENESS GATE.  EVERY VSGPPAC OCCURRENCE
001200*                   IN GB-PS-IN-SETUP OR GB-PS-PENDING IS
001300*                   CHECKED AGAINST THE ACTIVATION CHECKLIST: AN
001400*                   ACTIVE OR IN-SETUP VSGPBLR ROW IN FORCE ON
001500*                   THE PACKAGE START DATE FOR EVERY OCCUPIED
001600*                   GB-CON-TY-CD SLOT, AT LEAST ONE OCCUPIED
001700*                   GB-REC-CD-CNT SLOT (THE DL072 RULE), A
001800*                   GB-DEP-AGE-LMCD, A GB-PR-FEE-CD THAT AGREES
001900*                   WITH GB-FEE-AMT (NO CODE WITH NO AMOUNT, OR
002000*                   ONE OF THE DL118 BILLING BASES 1-3 WITH AN
002100*                   AMOUNT), AND A START DATE NOT BEFORE TODAY.
002200*                   A COMPLETE PACKAGE GETS A DL182ACT
002300*                   ACTIVATION TRANSACTION; AN INCOMPLETE ONE IS
002400*                   LISTED ON THE DL182WKL SETUP-AGING WORKLIST
002500*                   WITH EACH MISSING ITEM.  VSGPPAC CARRIES NO
002600*                   SETUP DATE, SO - AS DL025 CARRIES STATUS -
002700*                   A LABELED DL182CTL SATELLITE CARRIES THE RUN
002800*                   DATE EACH OCCURRENCE WAS FIRST SEEN IN SETUP
002900*                   FORWARD, AND THE AGE IS COUNTED FROM IT.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT VSGPPAC-FILE       ASSIGN TO VSGPPAC
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT VSGPBLR-FILE       ASSIGN TO VSGPBLR
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL182-CTL-IN-FILE  ASSIGN TO DL182CTLI
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL182-CTL-OUT-FILE ASSIGN TO DL182CTLO
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL182-ACT-FILE     ASSIGN TO DL182ACT
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL182-RPT-FILE     ASSIGN TO DL182RPT
004800            ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT DL182-WKL-FILE     ASSIGN TO DL182WKL
005000            ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  VSGPPAC-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY VSGPPAC.
005600 FD  VSGPBLR-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY VSGPBLR.
005900 FD  DL182-CTL-IN-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 43 CHARACTERS.
006200     COPY DL182CTL.
006300 01  DL182-CTL-IN-LABEL            PIC X(43).
006400 FD  DL182-CTL-OUT-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 43 CHARACTERS.
006700 01  DL182-CTL-OUT-RECORD          PIC X(43).
006800 FD  DL182-ACT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY DL182ACT.
007100 FD  DL182-RPT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  DL182-RPT-LINE                PIC X(132).
007400 FD  DL182-WKL-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  DL182-WKL-LINE                PIC X(132).
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900*    DLI2-SWITCHES AND COUNTERS
008000*----------------------------------------------------------------
008100 01  DLI2-SWITCHES.
008200     05  DLI2-PKG-EOF-SW           PIC X(1)     VALUE "N".
008300         88  DLI2-PKG-EOF                        VALUE "Y".
008400     05  DLI2-RTE-EOF-SW           PIC X(1)     VALUE "N".
008500         88  DLI2-RTE-EOF                        VALUE "Y".
008600     05  DLI2-CTL-EOF-SW           PIC X(1)     VALUE "N".
008700         88  DLI2-CTL-EOF                        VALUE "Y".
008800     05  DLI2-RECODE-SW            PIC X(1).
008900         88  DLI2-RECODE-FOUND                   VALUE "Y".
009000 01  DLI2-KEYS.
009100     05  DLI2-CTL-KEY              PIC 9(6).
009200     05  DLI2-PKG-KEY              PIC 9(6).
009300*----------------------------------------------------------------
009400*    DLI2-RTE-TABLE  -  EVERY ACTIVE OR IN-SETUP VSGPBLR ROW
009500*----------------------------------------------------------------
009600 01  DLI2-RTE-TABLE.
009700     05  DLI2-RTE-COUNT            PIC S9(4) COMP VALUE ZERO.
009800     05  DLI2-RTE-ENTRY OCCURS 2000 TIMES.
009900         10  DLI2-T-CON-TY-CD      PIC 9(4).
010000         10  DLI2-T-EFF-DT         PIC 9(7).
010100         10  DLI2-T-TERM-DT        PIC 9(7).
010200*----------------------------------------------------------------
010300*    DLI2-MISS-TABLE  -  THE CHECKLIST ITEMS THIS PACKAGE FAILS; *
010400*    AT MOST 25 RATE ROWS PLUS THE FIVE OTHER ITEMS              *
010500*----------------------------------------------------------------
010600 01  DLI2-MISS-TABLE.
010700     05  DLI2-MISS-COUNT           PIC S9(4) COMP VALUE ZERO.
010800     05  DLI2-MISS-ENTRY OCCURS 30 TIMES.
010900         10  DLI2-M-TEXT           PIC X(36).
011000         10  DLI2-M-VALUE          PIC X(10).
011100 01  DLI2-WORK-FIELDS.
011200     05  DLI2-SUB                  PIC S9(4) COMP.
011300     05  DLI2-RTE-SUB              PIC S9(4) COMP.
011400     05  DLI2-SLOT-COUNT           PIC S9(4) COMP.
011500     05  DLI2-RATE-FOUND-SW        PIC X(1).
011600         88  DLI2-RATE-FOUND                     VALUE "Y".
011700     05  DLI2-FIRST-SEEN-DT        PIC 9(8).
011800     05  DLI2-FIRST-JULIAN         PIC S9(8) COMP.
011900     05  DLI2-DAYS-IN-SETUP        PIC S9(8) COMP.
012000     05  DLI2-WORK-TEXT            PIC X(36).
012100     05  DLI2-WORK-VALUE           PIC X(10).
012200     05  DLI2-EDIT-CODE            PIC 9(4).
012300     05  DLI2-EDIT-DATE            PIC 9(8).
012400 01  DLI2-DATE-WORK.
012500     05  DLI2-RUN-DATE             PIC 9(8).
012600     05  DLI2-RUN-DATE-7           PIC 9(7).
012700     05  DLI2-RUN-JULIAN           PIC S9(8) COMP.
012800 01  DLI2-COUNTERS.
012900     05  DLI2-PKG-READ             PIC S9(8) COMP VALUE ZERO.
013000     05  DLI2-PKG-IN-SETUP         PIC S9(8) COMP VALUE ZERO.
013100     05  DLI2-ACTIVATIONS          PIC S9(8) COMP VALUE ZERO.
013200     05  DLI2-INCOMPLETE           PIC S9(8) COMP VALUE ZERO.
013300     05  DLI2-ITEMS-MISSING        PIC S9(8) COMP VALUE ZERO.
013400 01  DLI2-HEADING-1.
013500     05  FILLER                    PIC X(44)
013600         VALUE "PACKAGE SETUP COMPLETENESS - ACTIVATIONS".
013700 01  DLI2-WKL-HEADING-1.
013800     05  FILLER                    PIC X(44)
013900         VALUE "PACKAGE SETUP-AGING WORKLIST".
014000 01  DLI2-COLUMN-HEADING.
014100     05  FILLER                   PIC X(10) VALUE "PKG  SEQ".
014200     05  FILLER                   PIC X(11) VALUE "STATUS".
014300     05  FILLER                   PIC X(10) VALUE "STARTS".
014400     05  FILLER                   PIC X(12) VALUE "FIRST SEEN".
014500     05  FILLER                   PIC X(8)  VALUE "  DAYS".
014600     05  FILLER                   PIC X(10) VALUE "  MISSING".
014700 01  DLI2-PKG-LINE.
014800     05  DLI2-P-PKG-NO             PIC 9(3).
014900     05  FILLER                    PIC X(2)  VALUE SPACES.
015000     05  DLI2-P-SEQ-NO             PIC 9(2).
015100     05  FILLER                    PIC X(3)  VALUE SPACES.
015200     05  DLI2-P-STATUS             PIC X(9).
015300     05  FILLER                    PIC X(2)  VALUE SPACES.
015400     05  DLI2-P-STRT-DT            PIC 9(8).
015500     05  FILLER                    PIC X(2)  VALUE SPACES.
015600     05  DLI2-P-FIRST-DT           PIC 9(8).
015700     05  FILLER                    PIC X(4)  VALUE SPACES.
015800     05  DLI2-P-DAYS               PIC ZZZZ9.
015900     05  FILLER                    PIC X(4)  VALUE SPACES.
016000     05  DLI2-P-MISSING            PIC ZZ9.
016100 01  DLI2-ITEM-LINE.
016200     05  FILLER                    PIC X(10) VALUE SPACES.
016300     05  FILLER                    PIC X(2)  VALUE "- ".
016400     05  DLI2-I-TEXT               PIC X(36).
016500     05  FILLER                    PIC X(1)  VALUE SPACES.
016600     05  DLI2-I-VALUE              PIC X(10).
016700 01  DLI2-TOTAL-LINE-1.
016800     05  FILLER                    PIC X(30)
016900         VALUE "PACKAGE OCCURRENCES READ".
017000     05  DLI2-T-PKG-READ           PIC ZZZ,ZZZ,ZZ9.
017100 01  DLI2-TOTAL-LINE-2.
017200     05  FILLER                    PIC X(30)
017300         VALUE "IN SETUP OR PENDING".
017400     05  DLI2-T-IN-SETUP           PIC ZZZ,ZZZ,ZZ9.
017500 01  DLI2-TOTAL-LINE-3.
017600     05  FILLER                    PIC X(30)
017700         VALUE "ACTIVATION TRANSACTIONS".
017800     05  DLI2-T-ACTIVATIONS        PIC ZZZ,ZZZ,ZZ9.
017900 01  DLI2-TOTAL-LINE-4.
018000     05  FILLER                    PIC X(30)
018100         VALUE "INCOMPLETE - ON WORKLIST".
018200     05  DLI2-T-INCOMPLETE         PIC ZZZ,ZZZ,ZZ9.
018300 01  DLI2-TOTAL-LINE-5.
018400     05  FILLER                    PIC X(30)
018500         VALUE "CHECKLIST ITEMS MISSING".
018600     05  DLI2-T-ITEMS              PIC ZZZ,ZZZ,ZZ9.
018700*----------------------------------------------------------------
018800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
018900*----------------------------------------------------------------
019000 01  DL903-PARMS.
019100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL182".
019200     05  DL903-REC-TYPE            PIC X(1).
019300     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
019400*----------------------------------------------------------------
019500*    DLI2-LBL-WORK  -  SATELLITE-EXTRACT LABEL HANDLING
019600*----------------------------------------------------------------
019700     COPY DLCTLLBL.
019800 01  DLI2-LBL-WORK.
019900     05  DLI2-LBL-OUT-COUNT       PIC 9(8)  VALUE ZERO.
020000     05  DLI2-LBL-OUT-HASH        PIC 9(16) VALUE ZERO.
020100     05  DLI2-LBL-IN-COUNT        PIC 9(8)  VALUE ZERO.
020200     05  DLI2-LBL-IN-HASH         PIC 9(16) VALUE ZERO.
020300     05  DLI2-LBL-KEY-WORK        PIC X(10).
020400     05  DLI2-LBL-KEY-NUM REDEFINES DLI2-LBL-KEY-WORK
020500                               PIC 9(10).
020600     05  DLI2-LBL-TERM            PIC 9(10).
020700*----------------------------------------------------------------
020800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
020900*----------------------------------------------------------------
021000 01  DL902-DATES.
021100     05  DL902-EXEC-DATE           PIC 9(8).
021200 01  DL902-EXEC-LINE.
021300     05  FILLER                    PIC X(14)
021400         VALUE "BUSINESS DATE ".
021500     05  DL902-EL-BUS              PIC 9(8).
021600     05  FILLER                    PIC X(11)
021700         VALUE "  EXECUTED ".
021800     05  DL902-EL-EXEC             PIC 9(8).
021900 PROCEDURE DIVISION.
022000*================================================================
022100*    0000-MAINLINE
022200*================================================================
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
022500     MOVE "S"                      TO DL903-REC-TYPE
022600     CALL "DL903" USING DL903-PARMS
022700     PERFORM 2000-PROCESS-PACKAGE   THRU 2000-EXIT
022800         UNTIL DLI2-PKG-EOF
022900     PERFORM 3000-TERMINATE         THRU 3000-EXIT
023000     MOVE "E"                      TO DL903-REC-TYPE
023100     MOVE DLI2-PKG-READ TO DL903-REC-COUNT
023200     CALL "DL903" USING DL903-PARMS
023300     GOBACK.
023400*================================================================
023500*    1000-INITIALIZE
023600*================================================================
023700 1000-INITIALIZE.
023800     CALL "DL902" USING DLI2-RUN-DATE DL902-EXEC-DATE
023900     COMPUTE DLI2-RUN-DATE-7 = DLI2-RUN-DATE - 19000000
024000     CALL "DL900" USING DLI2-RUN-DATE DLI2-RUN-JULIAN
024100     OPEN INPUT  VSGPBLR-FILE
024200     PERFORM 1100-LOAD-ONE-RATE     THRU 1100-EXIT
024300         UNTIL DLI2-RTE-EOF
024400     CLOSE VSGPBLR-FILE
024500     OPEN INPUT  VSGPPAC-FILE
024600     OPEN INPUT  DL182-CTL-IN-FILE
024700     READ DL182-CTL-IN-FILE
024800         AT END
024900             PERFORM 9900-LABEL-ABORT THRU 9900-EXIT
025000     END-READ
025100     MOVE DL182-CTL-IN-LABEL  TO DLCTL-LABEL-RECORD
025200     IF NOT DLCTL-L-HEADER
025300         PERFORM 9900-LABEL-ABORT THRU 9900-EXIT
025400     END-IF
025500     OPEN OUTPUT DL182-CTL-OUT-FILE
025600     MOVE "HDR"                    TO DLCTL-L-TYPE
025700     MOVE "DL182"                  TO DLCTL-L-PROGRAM-ID
025800     MOVE DLI2-RUN-DATE            TO DLCTL-L-RUN-DATE
025900     MOVE ZERO                     TO DLCTL-L-REC-COUNT
026000     MOVE ZERO                     TO DLCTL-L-KEY-HASH
026100     WRITE DL182-CTL-OUT-RECORD FROM DLCTL-LABEL-RECORD
026200     OPEN OUTPUT DL182-ACT-FILE
026300     OPEN OUTPUT DL182-RPT-FILE
026400     OPEN OUTPUT DL182-WKL-FILE
026500     MOVE DLI2-RUN-DATE TO DL902-EL-BUS
026600     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
026700     WRITE DL182-RPT-LINE FROM DLI2-HEADING-1
026800     WRITE DL182-RPT-LINE FROM DL902-EXEC-LINE
026900     WRITE DL182-RPT-LINE FROM SPACES
027000     WRITE DL182-RPT-LINE FROM DLI2-COLUMN-HEADING
027100     WRITE DL182-WKL-LINE FROM DLI2-WKL-HEADING-1
027200     WRITE DL182-WKL-LINE FROM DL902-EXEC-LINE
027300     WRITE DL182-WKL-LINE FROM SPACES
027400     WRITE DL182-WKL-LINE FROM DLI2-COLUMN-HEADING
027500     PERFORM 8000-READ-PACKAGE      THRU 8000-EXIT
027600     PERFORM 8100-READ-CTL          THRU 8100-EXIT.
027700 1000-EXIT.
027800     EXIT.
027900*================================================================
028000*    1100-LOAD-ONE-RATE  -  A TABLE OVERFLOW FAILS THE STEP      *
028100*                           (THE DL060 RULE)                     *
028200*================================================================
028300 1100-LOAD-ONE-RATE.
028400     READ VSGPBLR-FILE
028500         AT END
028600             SET DLI2-RTE-EOF TO TRUE
028700     END-READ
028800     IF DLI2-RTE-EOF
028900         GO TO 1100-EXIT
029000     END-IF
029100     IF NOT GF-RS-ACTIVE
029200         AND NOT GF-RS-IN-SETUP
029300         GO TO 1100-EXIT
029400     END-IF
029500     IF DLI2-RTE-COUNT >= 2000
029600         PERFORM 9910-RTE-ABORT     THRU 9910-EXIT
029700     END-IF
029800     ADD 1 TO DLI2-RTE-COUNT
029900     MOVE GF-CON-TY-CD  TO DLI2-T-CON-TY-CD(DLI2-RTE-COUNT)
030000     MOVE GF-RTE-EFF-DT TO DLI2-T-EFF-DT(DLI2-RTE-COUNT)
030100     MOVE GF-TERM-DT    TO DLI2-T-TERM-DT(DLI2-RTE-COUNT).
030200 1100-EXIT.
030300     EXIT.
030400*================================================================
030500*    2000-PROCESS-PACKAGE  -  ONLY SETUP AND PENDING             *
030600*                             OCCURRENCES ARE CHECKED; A CONTROL *
030700*                             RECORD FOR ANY OTHER IS DROPPED    *
030800*================================================================
030900 2000-PROCESS-PACKAGE.
031000     ADD 1 TO DLI2-PKG-READ
031100     COMPUTE DLI2-PKG-KEY = GB-PKG-NO * 100 + GB-PKG-SEQ-NO
031200     PERFORM 2050-SKIP-ORPHAN-CTL  THRU 2050-EXIT
031300         UNTIL DLI2-CTL-EOF
031400         OR DLI2-CTL-KEY >= DLI2-PKG-KEY
031500     IF NOT GB-PS-IN-SETUP
031600         AND NOT GB-PS-PENDING
031700         IF DLI2-CTL-KEY = DLI2-PKG-KEY
031800             PERFORM 8100-READ-CTL  THRU 8100-EXIT
031900         END-IF
032000         GO TO 2000-READ-NEXT
032100     END-IF
032200     ADD 1 TO DLI2-PKG-IN-SETUP
032300     IF DLI2-CTL-KEY = DLI2-PKG-KEY
032400         MOVE DL182-C-FIRST-SEEN-DT TO DLI2-FIRST-SEEN-DT
032500         PERFORM 8100-READ-CTL     THRU 8100-EXIT
032600     ELSE
032700         MOVE DLI2-RUN-DATE        TO DLI2-FIRST-SEEN-DT
032800     END-IF
032900     CALL "DL900" USING DLI2-FIRST-SEEN-DT DLI2-FIRST-JULIAN
033000     COMPUTE DLI2-DAYS-IN-SETUP =
033100         DLI2-RUN-JULIAN - DLI2-FIRST-JULIAN
033200     IF DLI2-DAYS-IN-SETUP < ZERO
033300         MOVE ZERO                 TO DLI2-DAYS-IN-SETUP
033400     END-IF
033500     PERFORM 2100-CHECK-PACKAGE    THRU 2100-EXIT
033600     PERFORM 2800-CARRY-FORWARD    THRU 2800-EXIT
033700     IF DLI2-MISS-COUNT = ZERO
033800         PERFORM 2600-WRITE-ACTIVATION THRU 2600-EXIT
033900     ELSE
034000         PERFORM 2700-WRITE-WORKLIST   THRU 2700-EXIT
034100     END-IF.
034200 2000-READ-NEXT.
034300     PERFORM 8000-READ-PACKAGE     THRU 8000-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600*================================================================
034700*    2050-SKIP-ORPHAN-CTL  -  CONTROL RECORD FOR AN OCCURRENCE   *
034800*                             NO LONGER ON THE CURRENT EXTRACT   *
034900*================================================================
035000 2050-SKIP-ORPHAN-CTL.
035100     PERFORM 8100-READ-CTL          THRU 8100-EXIT.
035200 2050-EXIT.
035300     EXIT.
035400*================================================================
035500*    2100-CHECK-PACKAGE  -  WORK THROUGH THE CHECKLIST, NOTING   *
035600*                           EVERY ITEM THAT FAILS                *
035700*================================================================
035800 2100-CHECK-PACKAGE.
035900     MOVE ZERO                     TO DLI2-MISS-COUNT
036000     MOVE ZERO                     TO DLI2-SLOT-COUNT
036100     PERFORM 2200-CHECK-ONE-SLOT    THRU 2200-EXIT
036200         VARYING DLI2-SUB FROM 1 BY 1
036300         UNTIL DLI2-SUB > 25
036400     IF DLI2-SLOT-COUNT = ZERO
036500         MOVE "NO CONTRACT TYPES ON PACKAGE"
036600                                   TO DLI2-WORK-TEXT
036700         MOVE SPACES               TO DLI2-WORK-VALUE
036800         PERFORM 2500-NOTE-MISSING  THRU 2500-EXIT
036900     END-IF
037000     MOVE "N"                      TO DLI2-RECODE-SW
037100     PERFORM 2300-CHECK-ONE-RECODE  THRU 2300-EXIT
037200         VARYING DLI2-SUB FROM 1 BY 1
037300         UNTIL DLI2-SUB > 10
037400         OR DLI2-RECODE-FOUND
037500     IF NOT DLI2-RECODE-FOUND
037600         MOVE "NO RECODE ROW"      TO DLI2-WORK-TEXT
037700         MOVE SPACES               TO DLI2-WORK-VALUE
037800         PERFORM 2500-NOTE-MISSING  THRU 2500-EXIT
037900     END-IF
038000     IF GB-DEP-AGE-LMCD = ZERO
038100         MOVE "NO DEPENDENT AGE LIMIT" TO DLI2-WORK-TEXT
038200         MOVE SPACES               TO DLI2-WORK-VALUE
038300         PERFORM 2500-NOTE-MISSING  THRU 2500-EXIT
038400     END-IF
038500     PERFORM 2400-CHECK-FEE         THRU 2400-EXIT
038600     IF GB-PKG-STRT-DT < DLI2-RUN-DATE-7
038700         MOVE "START DATE BEFORE TODAY" TO DLI2-WORK-TEXT
038800         COMPUTE DLI2-EDIT-DATE = GB-PKG-STRT-DT + 19000000
038900         MOVE DLI2-EDIT-DATE       TO DLI2-WORK-VALUE
039000         PERFORM 2500-NOTE-MISSING  THRU 2500-EXIT
039100     END-IF.
039200 2100-EXIT.
039300     EXIT.
039400*================================================================
039500*    2200-CHECK-ONE-SLOT  -  AN OCCUPIED CONTRACT-TYPE SLOT      *
039600*                            NEEDS A RATE ROW IN FORCE ON THE    *
039700*                            PACKAGE START DATE; A ZERO OR       *
039800*                            9999999 TERM DATE IS OPEN           *
039900*================================================================
040000 2200-CHECK-ONE-SLOT.
040100     IF GB-CON-TY-CD(DLI2-SUB) = ZERO
040200         GO TO 2200-EXIT
040300     END-IF
040400     ADD 1 TO DLI2-SLOT-COUNT
040500     MOVE "N"                      TO DLI2-RATE-FOUND-SW
040600     PERFORM 2210-CHECK-ONE-RATE    THRU 2210-EXIT
040700         VARYING DLI2-RTE-SUB FROM 1 BY 1
040800         UNTIL DLI2-RTE-SUB > DLI2-RTE-COUNT
040900         OR DLI2-RATE-FOUND
041000     IF NOT DLI2-RATE-FOUND
041100         MOVE "NO VSGPBLR RATE ROW - CON TY"
041200                                   TO DLI2-WORK-TEXT
041300         MOVE GB-CON-TY-CD(DLI2-SUB) TO DLI2-EDIT-CODE
041400         MOVE DLI2-EDIT-CODE       TO DLI2-WORK-VALUE
041500         PERFORM 2500-NOTE-MISSING  THRU 2500-EXIT
041600     END-IF.
041700 2200-EXIT.
041800     EXIT.
041900*================================================================
042000*    2210-CHECK-ONE-RATE
042100*================================================================
042200 2210-CHECK-ONE-RATE.
042300     IF DLI2-T-CON-TY-CD(DLI2-RTE-SUB) NOT =
042400             GB-CON-TY-CD(DLI2-SUB)
042500         OR DLI2-T-EFF-DT(DLI2-RTE-SUB) > GB-PKG-STRT-DT
042600         GO TO 2210-EXIT
042700     END-IF
042800     IF DLI2-T-TERM-DT(DLI2-RTE-SUB) NOT = ZERO
042900         AND DLI2-T-TERM-DT(DLI2-RTE-SUB) < GB-PKG-STRT-DT
043000         GO TO 2210-EXIT
043100     END-IF
043200     SET DLI2-RATE-FOUND TO TRUE.
043300 2210-EXIT.
043400     EXIT.
043500*================================================================
043600*    2300-CHECK-ONE-RECODE  -  OCCUPIED AS DL072 COUNTS IT
043700*================================================================
043800 2300-CHECK-ONE-RECODE.
043900     IF GB-REC-COMP-CD(DLI2-SUB) NOT = SPACES
044000         OR GB-REC-PROD-CD(DLI2-SUB) NOT = SPACES
044100         OR GB-REC-GRCC-CD(DLI2-SUB) NOT = SPACES
044200         SET DLI2-RECODE-FOUND TO TRUE
044300     END-IF.
044400 2300-EXIT.
044500     EXIT.
044600*================================================================
044700*    2400-CHECK-FEE  -  NO FEE CODE WITH NO AMOUNT, OR ONE OF    *
044800*                       THE DL118 BASES (1 FLAT, 2 PER           *
044900*                       SUBSCRIBER, 3 PER CONTRACT TYPE) WITH AN *
045000*                       AMOUNT                                   *
045100*================================================================
045200 2400-CHECK-FEE.
045300     IF GB-PR-FEE-CD = ZERO
045400         AND GB-FEE-AMT = ZERO
045500         GO TO 2400-EXIT
045600     END-IF
045700     IF GB-PR-FEE-CD >= 1
045800         AND GB-PR-FEE-CD <= 3
045900         AND GB-FEE-AMT NOT = ZERO
046000         GO TO 2400-EXIT
046100     END-IF
046200     MOVE "FEE CODE DOES NOT MATCH FEE AMOUNT" TO DLI2-WORK-TEXT
046300     MOVE GB-PR-FEE-CD             TO DLI2-EDIT-CODE
046400     MOVE DLI2-EDIT-CODE           TO DLI2-WORK-VALUE
046500     PERFORM 2500-NOTE-MISSING      THRU 2500-EXIT.
046600 2400-EXIT.
046700     EXIT.
046800*================================================================
046900*    2500-NOTE-MISSING  -  THE TABLE HOLDS EVERY ITEM THE        *
047000*                          CHECKLIST CAN FAIL, SO IT CANNOT FILL *
047100*================================================================
047200 2500-NOTE-MISSING.
047300     ADD 1 TO DLI2-MISS-COUNT
047400     MOVE DLI2-WORK-TEXT   TO DLI2-M-TEXT(DLI2-MISS-COUNT)
047500     MOVE DLI2-WORK-VALUE  TO DLI2-M-VALUE(DLI2-MISS-COUNT)
047600     ADD 1 TO DLI2-ITEMS-MISSING.
047700 2500-EXIT.
047800     EXIT.
047900*================================================================
048000*    2600-WRITE-ACTIVATION
048100*================================================================
048200 2600-WRITE-ACTIVATION.
048300     MOVE SPACES                   TO DL182-ACT-RECORD
048400     MOVE GB-PKG-NO                TO DL182-A-PKG-NO
048500     MOVE GB-PKG-SEQ-NO            TO DL182-A-SEQ-NO
048600     MOVE GB-PKG-STAS-CD           TO DL182-A-OLD-STAS-CD
048700     MOVE 1                        TO DL182-A-NEW-STAS-CD
048800     COMPUTE DL182-A-PKG-STRT-DT = GB-PKG-STRT-DT + 19000000
048900     MOVE DLI2-RUN-DATE            TO DL182-A-CHECK-DT
049000     MOVE DLI2-DAYS-IN-SETUP       TO DL182-A-DAYS-IN-SETUP
049100     WRITE DL182-ACT-RECORD
049200     ADD 1 TO DLI2-ACTIVATIONS
049300     PERFORM 2900-FORMAT-PKG-LINE   THRU 2900-EXIT
049400     WRITE DL182-RPT-LINE FROM DLI2-PKG-LINE.
049500 2600-EXIT.
049600     EXIT.
049700*================================================================
049800*    2700-WRITE-WORKLIST  -  THE OCCURRENCE, THEN ONE LINE PER   *
049900*                            MISSING ITEM                        *
050000*================================================================
050100 2700-WRITE-WORKLIST.
050200     ADD 1 TO DLI2-INCOMPLETE
050300     PERFORM 2900-FORMAT-PKG-LINE   THRU 2900-EXIT
050400     WRITE DL182-WKL-LINE FROM DLI2-PKG-LINE
050500     PERFORM 2710-WRITE-ONE-ITEM    THRU 2710-EXIT
050600         VARYING DLI2-SUB FROM 1 BY 1
050700         UNTIL DLI2-SUB > DLI2-MISS-COUNT.
050800 2700-EXIT.
050900     EXIT.
051000*================================================================
051100*    2710-WRITE-ONE-ITEM
051200*================================================================
051300 2710-WRITE-ONE-ITEM.
051400     MOVE DLI2-M-TEXT(DLI2-SUB)    TO DLI2-I-TEXT
051500     MOVE DLI2-M-VALUE(DLI2-SUB)   TO DLI2-I-VALUE
051600     WRITE DL182-WKL-LINE FROM DLI2-ITEM-LINE.
051700 2710-EXIT.
051800     EXIT.
051900*================================================================
052000*    2800-CARRY-FORWARD  -  THE FIRST-SEEN DATE GOES FORWARD     *
052100*                           FOR AS LONG AS THE OCCURRENCE STAYS  *
052200*                           IN SETUP OR PENDING                  *
052300*================================================================
052400 2800-CARRY-FORWARD.
052500     MOVE SPACES                   TO DL182-CTL-RECORD
052600     MOVE GB-PKG-NO                TO DL182-C-PKG-NO
052700     MOVE GB-PKG-SEQ-NO            TO DL182-C-SEQ-NO
052800     MOVE DLI2-FIRST-SEEN-DT       TO DL182-C-FIRST-SEEN-DT
052900     WRITE DL182-CTL-OUT-RECORD FROM DL182-CTL-RECORD
053000     ADD 1 TO DLI2-LBL-OUT-COUNT
053100     MOVE ZEROES TO DLI2-LBL-KEY-WORK
053200     MOVE DLI2-PKG-KEY TO DLI2-LBL-KEY-WORK(5:6)
053300     PERFORM 9800-LBL-HASH-TERM THRU 9800-EXIT
053400     ADD DLI2-LBL-TERM TO DLI2-LBL-OUT-HASH.
053500 2800-EXIT.
053600     EXIT.
053700*================================================================
053800*    2900-FORMAT-PKG-LINE
053900*================================================================
054000 2900-FORMAT-PKG-LINE.
054100     MOVE GB-PKG-NO                TO DLI2-P-PKG-NO
054200     MOVE GB-PKG-SEQ-NO            TO DLI2-P-SEQ-NO
054300     IF GB-PS-IN-SETUP
054400         MOVE "IN SETUP"           TO DLI2-P-STATUS
054500     ELSE
054600         MOVE "PENDING"            TO DLI2-P-STATUS
054700     END-IF
054800     COMPUTE DLI2-P-STRT-DT = GB-PKG-STRT-DT + 19000000
054900     MOVE DLI2-FIRST-SEEN-DT       TO DLI2-P-FIRST-DT
055000     MOVE DLI2-DAYS-IN-SETUP       TO DLI2-P-DAYS
055100     MOVE DLI2-MISS-COUNT          TO DLI2-P-MISSING.
055200 2900-EXIT.
055300     EXIT.
055400*================================================================
055500*    3000-TERMINATE
055600*================================================================
055700 3000-TERMINATE.
055800     MOVE DLI2-PKG-READ            TO DLI2-T-PKG-READ
055900     MOVE DLI2-PKG-IN-SETUP        TO DLI2-T-IN-SETUP
056000     MOVE DLI2-ACTIVATIONS         TO DLI2-T-ACTIVATIONS
056100     MOVE DLI2-INCOMPLETE          TO DLI2-T-INCOMPLETE
056200     MOVE DLI2-ITEMS-MISSING       TO DLI2-T-ITEMS
056300     WRITE DL182-RPT-LINE FROM SPACES
056400     WRITE DL182-RPT-LINE FROM DLI2-TOTAL-LINE-1
056500     WRITE DL182-RPT-LINE FROM DLI2-TOTAL-LINE-2
056600     WRITE DL182-RPT-LINE FROM DLI2-TOTAL-LINE-3
056700     WRITE DL182-RPT-LINE FROM DLI2-TOTAL-LINE-4
056800     WRITE DL182-RPT-LINE FROM DLI2-TOTAL-LINE-5
056900     CLOSE VSGPPAC-FILE
057000     CLOSE DL182-CTL-IN-FILE
057100     MOVE "TRL"                    TO DLCTL-L-TYPE
057200     MOVE "DL182"                  TO DLCTL-L-PROGRAM-ID
057300     MOVE DLI2-RUN-DATE            TO DLCTL-L-RUN-DATE
057400     MOVE DLI2-LBL-OUT-COUNT       TO DLCTL-L-REC-COUNT
057500     MOVE DLI2-LBL-OUT-HASH        TO DLCTL-L-KEY-HASH
057600     WRITE DL182-CTL-OUT-RECORD FROM DLCTL-LABEL-RECORD
057700     CLOSE DL182-CTL-OUT-FILE
057800     CLOSE DL182-ACT-FILE
057900     CLOSE DL182-RPT-FILE
058000     CLOSE DL182-WKL-FILE.
058100 3000-EXIT.
058200     EXIT.
058300*================================================================
058400*    8000-READ-PACKAGE
058500*================================================================
058600 8000-READ-PACKAGE.
058700     READ VSGPPAC-FILE
058800         AT END
058900             SET DLI2-PKG-EOF TO TRUE
059000     END-READ.
059100 8000-EXIT.
059200     EXIT.
059300*================================================================
059400*    8100-READ-CTL
059500*================================================================
059600 8100-READ-CTL.
059700     READ DL182-CTL-IN-FILE
059800         AT END
059900             PERFORM 9900-LABEL-ABORT THRU 9900-EXIT
060000     END-READ
060100     IF DL182-CTL-IN-LABEL(1:3) = "TRL"
060200         MOVE DL182-CTL-IN-LABEL TO DLCTL-LABEL-RECORD
060300         IF DLCTL-L-REC-COUNT NOT = DLI2-LBL-IN-COUNT
060400             OR DLCTL-L-KEY-HASH NOT = DLI2-LBL-IN-HASH
060500             PERFORM 9900-LABEL-ABORT THRU 9900-EXIT
060600         END-IF
060700         SET DLI2-CTL-EOF TO TRUE
060800         MOVE 999999 TO DLI2-CTL-KEY
060900     ELSE
061000         ADD 1 TO DLI2-LBL-IN-COUNT
061100         COMPUTE DLI2-CTL-KEY =
061200             DL182-C-PKG-NO * 100 + DL182-C-SEQ-NO
061300         MOVE ZEROES TO DLI2-LBL-KEY-WORK
061400         MOVE DLI2-CTL-KEY TO DLI2-LBL-KEY-WORK(5:6)
061500         PERFORM 9800-LBL-HASH-TERM THRU 9800-EXIT
061600         ADD DLI2-LBL-TERM TO DLI2-LBL-IN-HASH
061700     END-IF.
061800 8100-EXIT.
061900     EXIT.
062000*================================================================
062100*    9800-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
062200*                           PLACED IN DLI2-LBL-KEY-WORK          *
062300*================================================================
062400 9800-LBL-HASH-TERM.
062500     IF DLI2-LBL-KEY-WORK IS NUMERIC
062600         MOVE DLI2-LBL-KEY-NUM    TO DLI2-LBL-TERM
062700     ELSE
062800         MOVE 1                    TO DLI2-LBL-TERM
062900     END-IF.
063000 9800-EXIT.
063100     EXIT.
063200*================================================================
063300*    9900-LABEL-ABORT  -  A MISSING OR MISMATCHED DL182CTL       *
063400*                         LABEL FAILS THE STEP                   *
063500*================================================================
063600 9900-LABEL-ABORT.
063700     DISPLAY "DL182: DL182CTL LABEL MISSING OR MISMATCHED"
063800     MOVE 8                        TO RETURN-CODE
063900     GOBACK.
064000 9900-EXIT.
064100     EXIT.
064200*================================================================
064300*    9910-RTE-ABORT  -  MORE RATE ROWS THAN THE TABLE HOLDS
064400*================================================================
064500 9910-RTE-ABORT.
064600     DISPLAY "DL182: VSGPBLR EXCEEDS THE 2000-ROW TABLE"
064700     MOVE 8                        TO RETURN-CODE
064800     GOBACK.
064900 9910-EXIT.
065000     EXIT.
