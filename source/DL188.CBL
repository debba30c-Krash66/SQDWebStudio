000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL188.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - COMMISSION RECOMPUTATION
001100*                   AUDIT.  THE DL187TRF TARIFF MASTER IS
001200*                   LOADED TO WORKING STORAGE (THE DL087 WAY)
001300*                   AND EVERY SRECOMMS AND SREMUCOM POSTING
001400*                   NOT CARRYING AN OVERRIDE (THOSE ARE DL038'S)
001500*                   IS PRICED INDEPENDENTLY: THE TARIFF ROW IN
001600*                   FORCE ON THE POSTING DATE (CURR_DATE, THE
001700*                   RUN DATE WHEN NOT NUMERIC OR ON A 0902) FOR
001800*                   ITS COMMISSION TYPE, CODE, ENTRY TYPE AND
001900*                   PRICING CURRENCY GIVES RATE-OF-CHRG_AMT OR
002000*                   FLAT, RAISED TO THE MINIMUM AND CAPPED AT
002100*                   THE MAXIMUM.  A POSTING WHOSE COMM_AMT IS
002200*                   OFF THE RECOMPUTED FIGURE BY MORE THAN THE
002300*                   TOLERANCE IS LISTED, AND THE LEAKAGE
002400*                   (RECOMPUTED LESS CHARGED - POSITIVE IS
002500*                   REVENUE LOST) IS TOTALLED BY DEBIT ACCOUNT
002600*                   AND COMMISSION TYPE.  A POSTING WITH NO
002700*                   TARIFF IN FORCE IS ITS OWN EXCEPTION.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DL187-TRF-FILE  ASSIGN TO DL187TRF
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT COM-FILE        ASSIGN TO SRECOMMS
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT MUC-FILE        ASSIGN TO SREMUCOM
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL188-RPT-FILE  ASSIGN TO DL188RPT
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DL187-TRF-FILE
004600     LABEL RECORDS ARE STANDARD.
004700     COPY DL187TRF.
004800 FD  COM-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY SRECOMMS.
005100 FD  MUC-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY SREMUCOM.
005400 FD  DL188-RPT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  DL188-RPT-LINE                PIC X(132).
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------
005900*    DLI8-SWITCHES AND COUNTERS
006000*----------------------------------------------------------------
006100 01  DLI8-SWITCHES.
006200     05  DLI8-TRF-EOF-SW           PIC X(1)     VALUE "N".
006300         88  DLI8-TRF-EOF                        VALUE "Y".
006400     05  DLI8-COM-EOF-SW           PIC X(1)     VALUE "N".
006500         88  DLI8-COM-EOF                        VALUE "Y".
006600     05  DLI8-MUC-EOF-SW           PIC X(1)     VALUE "N".
006700         88  DLI8-MUC-EOF                        VALUE "Y".
006800 77  DLI8-TOLERANCE                PIC 9(1)V9(2) VALUE 0.01.
006900*----------------------------------------------------------------
007000*    DLI8-TRF-TABLE  -  EVERY TARIFF ROW, IN MASTER ORDER, SO
007100*    THE LAST ROW IN FORCE FOR A KEY IS THE LATEST EFFECTIVE.
007200*    OVERFLOW ABORTS (DL060 RULE).
007300*----------------------------------------------------------------
007400 01  DLI8-TRF-TABLE.
007500     05  DLI8-TRF-COUNT            PIC S9(4) COMP VALUE ZERO.
007600     05  DLI8-TRF-ENTRY OCCURS 3000 TIMES.
007700         10  DLI8-R-KEY            PIC X(12).
007800         10  DLI8-R-EFF-DT         PIC 9(8).
007900         10  DLI8-R-END-DT         PIC 9(8).
008000         10  DLI8-R-BASIS          PIC X(1).
008100         10  DLI8-R-RATE-PCT       PIC 9(3)V9(6).
008200         10  DLI8-R-FLAT-AMT       PIC 9(11)V9(2).
008300         10  DLI8-R-MIN-CHRG       PIC 9(11)V9(2).
008400         10  DLI8-R-MAX-CHRG       PIC 9(11)V9(2).
008500*----------------------------------------------------------------
008600*    DLI8-LKG-TABLE  -  LEAKAGE BY DEBIT ACCOUNT AND TYPE
008700*----------------------------------------------------------------
008800 01  DLI8-LKG-TABLE.
008900     05  DLI8-LKG-COUNT            PIC S9(4) COMP VALUE ZERO.
009000     05  DLI8-LKG-ENTRY OCCURS 2000 TIMES.
009100         10  DLI8-L-ACCT           PIC X(10).
009200         10  DLI8-L-COMM-TYPE      PIC X(4).
009300         10  DLI8-L-POSTINGS       PIC S9(8) COMP.
009400         10  DLI8-L-LEAKAGE        PIC S9(13)V9(2) COMP-3.
009500 01  DLI8-WORK-FIELDS.
009600     05  DLI8-SUB                  PIC S9(4) COMP.
009700     05  DLI8-HIT                  PIC S9(4) COMP.
009800     05  DLI8-WORK-SOURCE          PIC X(4).
009900     05  DLI8-WORK-CONCAT-KEY      PIC X(19).
010000     05  DLI8-WORK-ACCT            PIC X(10).
010100     05  DLI8-WORK-KEY.
010200         10  DLI8-WORK-COMM-TYPE   PIC X(4).
010300         10  DLI8-WORK-COMM-CODE   PIC X(1).
010400         10  DLI8-WORK-ENTRY-TYPE  PIC X(3).
010500         10  DLI8-WORK-PRICE-CURR  PIC X(4).
010600     05  DLI8-WORK-POST-DT         PIC 9(8).
010700     05  DLI8-WORK-COMM-AMT        PIC S9(13)V9(2) COMP-3.
010800     05  DLI8-WORK-CHRG-AMT        PIC S9(13)V9(2) COMP-3.
010900     05  DLI8-EXPECTED             PIC S9(13)V9(2) COMP-3.
011000     05  DLI8-LEAKAGE              PIC S9(13)V9(2) COMP-3.
011100 01  DLI8-RUN-DATE                 PIC 9(8).
011200 01  DLI8-COUNTERS.
011300     05  DLI8-COM-READ             PIC S9(8) COMP VALUE ZERO.
011400     05  DLI8-MUC-READ             PIC S9(8) COMP VALUE ZERO.
011500     05  DLI8-OVERRIDES            PIC S9(8) COMP VALUE ZERO.
011600     05  DLI8-AGREED               PIC S9(8) COMP VALUE ZERO.
011700     05  DLI8-DIFFERENCES          PIC S9(8) COMP VALUE ZERO.
011800     05  DLI8-NO-TARIFF            PIC S9(8) COMP VALUE ZERO.
011900     05  DLI8-TOTAL-LEAKAGE        PIC S9(13)V9(2) COMP-3
012000                                                VALUE ZERO.
012100 01  DLI8-HEADING-1.
012200     05  FILLER                    PIC X(44)
012300         VALUE "COMMISSION RECOMPUTATION AUDIT".
012400 01  DLI8-COLUMN-HEADING.
012500     05  FILLER                   PIC X(6)  VALUE "SRC".
012600     05  FILLER                   PIC X(21) VALUE "CONCAT KEY".
012700     05  FILLER                   PIC X(12) VALUE "DR ACCOUNT".
012800     05  FILLER                   PIC X(12) VALUE "TYPE C ENT".
012900     05  FILLER                   PIC X(6)  VALUE "CURR".
013000     05  FILLER                   PIC X(17)
013100         VALUE "        CHARGED".
013200     05  FILLER                   PIC X(17)
013300         VALUE "     RECOMPUTED".
013400     05  FILLER                   PIC X(17)
013500         VALUE "        LEAKAGE".
013600     05  FILLER                   PIC X(18) VALUE "FINDING".
013700 01  DLI8-DETAIL-LINE.
013800     05  DLI8-D-SOURCE             PIC X(4).
013900     05  FILLER                    PIC X(2)  VALUE SPACES.
014000     05  DLI8-D-CONCAT-KEY         PIC X(19).
014100     05  FILLER                    PIC X(2)  VALUE SPACES.
014200     05  DLI8-D-ACCT               PIC X(10).
014300     05  FILLER                    PIC X(2)  VALUE SPACES.
014400     05  DLI8-D-COMM-TYPE          PIC X(4).
014500     05  FILLER                    PIC X(1)  VALUE SPACES.
014600     05  DLI8-D-COMM-CODE          PIC X(1).
014700     05  FILLER                    PIC X(1)  VALUE SPACES.
014800     05  DLI8-D-ENTRY-TYPE         PIC X(3).
014900     05  FILLER                    PIC X(2)  VALUE SPACES.
015000     05  DLI8-D-PRICE-CURR         PIC X(4).
015100     05  FILLER                    PIC X(2)  VALUE SPACES.
015200     05  DLI8-D-CHARGED            PIC ----,---,--9.99.
015300     05  FILLER                    PIC X(2)  VALUE SPACES.
015400     05  DLI8-D-EXPECTED           PIC ----,---,--9.99.
015500     05  FILLER                    PIC X(2)  VALUE SPACES.
015600     05  DLI8-D-LEAKAGE            PIC ----,---,--9.99.
015700     05  FILLER                    PIC X(2)  VALUE SPACES.
015800     05  DLI8-D-FINDING            PIC X(18).
015900 01  DLI8-HEADING-2.
016000     05  FILLER                    PIC X(44)
016100         VALUE "REVENUE LEAKAGE BY ACCOUNT AND TYPE".
016200 01  DLI8-LKG-HEADING.
016300     05  FILLER                   PIC X(12) VALUE "DR ACCOUNT".
016400     05  FILLER                   PIC X(6)  VALUE "TYPE".
016500     05  FILLER                   PIC X(11) VALUE "POSTINGS".
016600     05  FILLER                   PIC X(18) VALUE "NET LEAKAGE".
016700 01  DLI8-LKG-LINE.
016800     05  DLI8-S-ACCT               PIC X(10).
016900     05  FILLER                    PIC X(2)  VALUE SPACES.
017000     05  DLI8-S-COMM-TYPE          PIC X(4).
017100     05  FILLER                    PIC X(2)  VALUE SPACES.
017200     05  DLI8-S-POSTINGS           PIC ZZZ,ZZ9.
017300     05  FILLER                    PIC X(3)  VALUE SPACES.
017400     05  DLI8-S-LEAKAGE            PIC ----,---,--9.99.
017500 01  DLI8-TOTAL-LINE-1.
017600     05  FILLER                    PIC X(25)
017700         VALUE "POSTINGS AUDITED".
017800     05  DLI8-T-READ               PIC ZZZ,ZZ9.
017900 01  DLI8-TOTAL-LINE-2.
018000     05  FILLER                    PIC X(25)
018100         VALUE "OVERRIDES - NOT AUDITED".
018200     05  DLI8-T-OVERRIDES          PIC ZZZ,ZZ9.
018300 01  DLI8-TOTAL-LINE-3.
018400     05  FILLER                    PIC X(25)
018500         VALUE "AGREED WITHIN TOLERANCE".
018600     05  DLI8-T-AGREED             PIC ZZZ,ZZ9.
018700 01  DLI8-TOTAL-LINE-4.
018800     05  FILLER                    PIC X(25)
018900         VALUE "DIFFERENCES REPORTED".
019000     05  DLI8-T-DIFFERENCES        PIC ZZZ,ZZ9.
019100 01  DLI8-TOTAL-LINE-5.
019200     05  FILLER                    PIC X(25)
019300         VALUE "NO TARIFF IN FORCE".
019400     05  DLI8-T-NO-TARIFF          PIC ZZZ,ZZ9.
019500 01  DLI8-TOTAL-LINE-6.
019600     05  FILLER                    PIC X(25)
019700         VALUE "TOTAL NET LEAKAGE".
019800     05  DLI8-T-LEAKAGE            PIC ----,---,--9.99.
019900*----------------------------------------------------------------
020000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
020100*----------------------------------------------------------------
020200 01  DL903-PARMS.
020300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL188".
020400     05  DL903-REC-TYPE            PIC X(1).
020500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
020600*----------------------------------------------------------------
020700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
020800*----------------------------------------------------------------
020900 01  DL902-DATES.
021000     05  DL902-EXEC-DATE           PIC 9(8).
021100 01  DL902-EXEC-LINE.
021200     05  FILLER                    PIC X(14)
021300         VALUE "BUSINESS DATE ".
021400     05  DL902-EL-BUS              PIC 9(8).
021500     05  FILLER                    PIC X(11)
021600         VALUE "  EXECUTED ".
021700     05  DL902-EL-EXEC             PIC 9(8).
021800 PROCEDURE DIVISION.
021900*================================================================
022000*    0000-MAINLINE
022100*================================================================
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
022400     MOVE "S"                      TO DL903-REC-TYPE
022500     CALL "DL903" USING DL903-PARMS
022600     PERFORM 2000-AUDIT-COM         THRU 2000-EXIT
022700         UNTIL DLI8-COM-EOF
022800     PERFORM 2100-AUDIT-MUC         THRU 2100-EXIT
022900         UNTIL DLI8-MUC-EOF
023000     PERFORM 3000-TERMINATE         THRU 3000-EXIT
023100     MOVE "E"                      TO DL903-REC-TYPE
023200     COMPUTE DL903-REC-COUNT = DLI8-COM-READ + DLI8-MUC-READ
023300     CALL "DL903" USING DL903-PARMS
023400     GOBACK.
023500*================================================================
023600*    1000-INITIALIZE
023700*================================================================
023800 1000-INITIALIZE.
023900     CALL "DL902" USING DLI8-RUN-DATE DL902-EXEC-DATE
024000     OPEN INPUT  DL187-TRF-FILE
024100     PERFORM 1100-LOAD-ONE-TARIFF   THRU 1100-EXIT
024200         UNTIL DLI8-TRF-EOF
024300     CLOSE DL187-TRF-FILE
024400     OPEN INPUT  COM-FILE
024500     OPEN INPUT  MUC-FILE
024600     OPEN OUTPUT DL188-RPT-FILE
024700     WRITE DL188-RPT-LINE FROM DLI8-HEADING-1
024800     MOVE DLI8-RUN-DATE TO DL902-EL-BUS
024900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
025000     WRITE DL188-RPT-LINE FROM DL902-EXEC-LINE
025100     WRITE DL188-RPT-LINE FROM SPACES
025200     WRITE DL188-RPT-LINE FROM DLI8-COLUMN-HEADING
025300     PERFORM 8000-READ-COM          THRU 8000-EXIT
025400     PERFORM 8100-READ-MUC          THRU 8100-EXIT.
025500 1000-EXIT.
025600     EXIT.
025700*================================================================
025800*    1100-LOAD-ONE-TARIFF
025900*================================================================
026000 1100-LOAD-ONE-TARIFF.
026100     READ DL187-TRF-FILE
026200         AT END
026300             SET DLI8-TRF-EOF TO TRUE
026400     END-READ
026500     IF DLI8-TRF-EOF
026600         GO TO 1100-EXIT
026700     END-IF
026800     IF DLI8-TRF-COUNT >= 3000
026900         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
027000     END-IF
027100     ADD 1 TO DLI8-TRF-COUNT
027200     MOVE DLI8-TRF-COUNT           TO DLI8-SUB
027300     MOVE DL187-F-KEY(1:12)        TO DLI8-R-KEY(DLI8-SUB)
027400     MOVE DL187-F-EFF-DT           TO DLI8-R-EFF-DT(DLI8-SUB)
027500     MOVE DL187-F-END-DT           TO DLI8-R-END-DT(DLI8-SUB)
027600     MOVE DL187-F-BASIS            TO DLI8-R-BASIS(DLI8-SUB)
027700     MOVE DL187-F-RATE-PCT         TO DLI8-R-RATE-PCT(DLI8-SUB)
027800     MOVE DL187-F-FLAT-AMT         TO DLI8-R-FLAT-AMT(DLI8-SUB)
027900     MOVE DL187-F-MIN-CHRG         TO DLI8-R-MIN-CHRG(DLI8-SUB)
028000     MOVE DL187-F-MAX-CHRG         TO DLI8-R-MAX-CHRG(DLI8-SUB).
028100 1100-EXIT.
028200     EXIT.
028300*================================================================
028400*    2000-AUDIT-COM  -  ONE 0402 POSTING                         *
028500*================================================================
028600 2000-AUDIT-COM.
028700     ADD 1 TO DLI8-COM-READ
028800     IF COMM_ORIDE_IND = "Y"
028900         ADD 1 TO DLI8-OVERRIDES
029000         GO TO 2000-READ-NEXT
029100     END-IF
029200     MOVE "0402"                   TO DLI8-WORK-SOURCE
029300     MOVE CONCAT_KEY               TO DLI8-WORK-CONCAT-KEY
029400     MOVE COMM_DR_ACCT_NO          TO DLI8-WORK-ACCT
029500     MOVE COMM_TYPE                TO DLI8-WORK-COMM-TYPE
029600     MOVE COMM_CODE                TO DLI8-WORK-COMM-CODE
029700     MOVE ENTRY_TYPE               TO DLI8-WORK-ENTRY-TYPE
029800     MOVE PRICE_CURR_CODE          TO DLI8-WORK-PRICE-CURR
029900     MOVE COMM_AMT                 TO DLI8-WORK-COMM-AMT
030000     MOVE CHRG_AMT                 TO DLI8-WORK-CHRG-AMT
030100     IF CURR_DATE IS NUMERIC
030200         MOVE CURR_DATE            TO DLI8-WORK-POST-DT
030300     ELSE
030400         MOVE DLI8-RUN-DATE        TO DLI8-WORK-POST-DT
030500     END-IF
030600     PERFORM 2200-AUDIT-ONE         THRU 2200-EXIT.
030700 2000-READ-NEXT.
030800     PERFORM 8000-READ-COM          THRU 8000-EXIT.
030900 2000-EXIT.
031000     EXIT.
031100*================================================================
031200*    2100-AUDIT-MUC  -  ONE 0902 POSTING                         *
031300*================================================================
031400 2100-AUDIT-MUC.
031500     ADD 1 TO DLI8-MUC-READ
031600     IF COMM-ORIDE-IND OF SREMUCOM = "Y"
031700         ADD 1 TO DLI8-OVERRIDES
031800         GO TO 2100-READ-NEXT
031900     END-IF
032000     MOVE "0902"                   TO DLI8-WORK-SOURCE
032100     MOVE CONC-KEY                 TO DLI8-WORK-CONCAT-KEY
032200     MOVE COMM-DR-ACCT-NO OF SREMUCOM TO DLI8-WORK-ACCT
032300*    THE 0902 LAYOUT CARRIES ONLY THE ONE-BYTE COMMISSION CODE,
032400*    SO IT PRICES ON THAT CODE SPACE-FILLED TO THE TYPE'S WIDTH
032500     MOVE SPACES                   TO DLI8-WORK-COMM-TYPE
032600     MOVE COMM-CODE OF SREMUCOM    TO DLI8-WORK-COMM-TYPE(1:1)
032700     MOVE COMM-CODE OF SREMUCOM    TO DLI8-WORK-COMM-CODE
032800     MOVE ENTRY-TYPE OF SREMUCOM   TO DLI8-WORK-ENTRY-TYPE
032900     MOVE PRICE-CURR-CODE OF SREMUCOM TO DLI8-WORK-PRICE-CURR
033000     MOVE COMM-AMT OF SREMUCOM     TO DLI8-WORK-COMM-AMT
033100     MOVE CHRG-AMT OF SREMUCOM     TO DLI8-WORK-CHRG-AMT
033200     MOVE DLI8-RUN-DATE            TO DLI8-WORK-POST-DT
033300     PERFORM 2200-AUDIT-ONE         THRU 2200-EXIT.
033400 2100-READ-NEXT.
033500     PERFORM 8100-READ-MUC          THRU 8100-EXIT.
033600 2100-EXIT.
033700     EXIT.
033800*================================================================
033900*    2200-AUDIT-ONE  -  RECOMPUTE FROM THE TARIFF IN FORCE AND   *
034000*                       REPORT ANY DIFFERENCE PAST TOLERANCE     *
034100*================================================================
034200 2200-AUDIT-ONE.
034300     MOVE ZERO                     TO DLI8-HIT
034400     PERFORM 2210-TRY-ONE-ROW       THRU 2210-EXIT
034500         VARYING DLI8-SUB FROM 1 BY 1
034600         UNTIL DLI8-SUB > DLI8-TRF-COUNT
034700     IF DLI8-HIT = ZERO
034800         ADD 1 TO DLI8-NO-TARIFF
034900         MOVE ZERO                 TO DLI8-EXPECTED
035000         MOVE ZERO                 TO DLI8-LEAKAGE
035100         MOVE "NO TARIFF IN FORCE" TO DLI8-D-FINDING
035200         PERFORM 2400-WRITE-DETAIL  THRU 2400-EXIT
035300         GO TO 2200-EXIT
035400     END-IF
035500     IF DLI8-R-BASIS(DLI8-HIT) = "F"
035600         MOVE DLI8-R-FLAT-AMT(DLI8-HIT) TO DLI8-EXPECTED
035700     ELSE
035800         COMPUTE DLI8-EXPECTED ROUNDED =
035900             DLI8-WORK-CHRG-AMT * DLI8-R-RATE-PCT(DLI8-HIT) / 100
036000     END-IF
036100     IF DLI8-EXPECTED < DLI8-R-MIN-CHRG(DLI8-HIT)
036200         MOVE DLI8-R-MIN-CHRG(DLI8-HIT) TO DLI8-EXPECTED
036300     END-IF
036400     IF DLI8-R-MAX-CHRG(DLI8-HIT) NOT = ZERO
036500         AND DLI8-EXPECTED > DLI8-R-MAX-CHRG(DLI8-HIT)
036600         MOVE DLI8-R-MAX-CHRG(DLI8-HIT) TO DLI8-EXPECTED
036700     END-IF
036800     COMPUTE DLI8-LEAKAGE = DLI8-EXPECTED - DLI8-WORK-COMM-AMT
036900     IF DLI8-LEAKAGE <= DLI8-TOLERANCE
037000         AND DLI8-LEAKAGE >= ZERO - DLI8-TOLERANCE
037100         ADD 1 TO DLI8-AGREED
037200         GO TO 2200-EXIT
037300     END-IF
037400     ADD 1 TO DLI8-DIFFERENCES
037500     ADD DLI8-LEAKAGE              TO DLI8-TOTAL-LEAKAGE
037600     IF DLI8-LEAKAGE > ZERO
037700         MOVE "UNDERCHARGED"       TO DLI8-D-FINDING
037800     ELSE
037900         MOVE "OVERCHARGED"        TO DLI8-D-FINDING
038000     END-IF
038100     PERFORM 2400-WRITE-DETAIL      THRU 2400-EXIT
038200     PERFORM 2300-POST-LEAKAGE      THRU 2300-EXIT.
038300 2200-EXIT.
038400     EXIT.
038500*================================================================
038600*    2210-TRY-ONE-ROW  -  THE LAST ROW IN FORCE ON THE POSTING   *
038700*                         DATE IS THE LATEST EFFECTIVE ONE       *
038800*================================================================
038900 2210-TRY-ONE-ROW.
039000     IF DLI8-R-KEY(DLI8-SUB) = DLI8-WORK-KEY
039100         AND DLI8-R-EFF-DT(DLI8-SUB) <= DLI8-WORK-POST-DT
039200         AND (DLI8-R-END-DT(DLI8-SUB) = ZERO
039300          OR DLI8-R-END-DT(DLI8-SUB) >= DLI8-WORK-POST-DT)
039400         MOVE DLI8-SUB             TO DLI8-HIT
039500     END-IF.
039600 2210-EXIT.
039700     EXIT.
039800*================================================================
039900*    2300-POST-LEAKAGE  -  ONE CELL PER ACCOUNT AND TYPE         *
040000*================================================================
040100 2300-POST-LEAKAGE.
040200     PERFORM 2310-FIND-CELL         THRU 2310-EXIT
040300         VARYING DLI8-SUB FROM 1 BY 1
040400         UNTIL DLI8-SUB > DLI8-LKG-COUNT
040500         OR (DLI8-L-ACCT(DLI8-SUB) = DLI8-WORK-ACCT
040600         AND DLI8-L-COMM-TYPE(DLI8-SUB) = DLI8-WORK-COMM-TYPE)
040700     IF DLI8-SUB > DLI8-LKG-COUNT
040800         IF DLI8-LKG-COUNT >= 2000
040900             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
041000         END-IF
041100         ADD 1 TO DLI8-LKG-COUNT
041200         MOVE DLI8-LKG-COUNT       TO DLI8-SUB
041300         MOVE DLI8-WORK-ACCT       TO DLI8-L-ACCT(DLI8-SUB)
041400         MOVE DLI8-WORK-COMM-TYPE  TO DLI8-L-COMM-TYPE(DLI8-SUB)
041500         MOVE ZERO                 TO DLI8-L-POSTINGS(DLI8-SUB)
041600         MOVE ZERO                 TO DLI8-L-LEAKAGE(DLI8-SUB)
041700     END-IF
041800     ADD 1                         TO DLI8-L-POSTINGS(DLI8-SUB)
041900     ADD DLI8-LEAKAGE              TO DLI8-L-LEAKAGE(DLI8-SUB).
042000 2300-EXIT.
042100     EXIT.
042200*================================================================
042300*    2310-FIND-CELL  -  BODY IS EMPTY; THE SEARCH IS DONE        *
042400*                       ENTIRELY BY THE VARYING/UNTIL            *
042500*================================================================
042600 2310-FIND-CELL.
042700     CONTINUE.
042800 2310-EXIT.
042900     EXIT.
043000*================================================================
043100*    2400-WRITE-DETAIL
043200*================================================================
043300 2400-WRITE-DETAIL.
043400     MOVE DLI8-WORK-SOURCE         TO DLI8-D-SOURCE
043500     MOVE DLI8-WORK-CONCAT-KEY     TO DLI8-D-CONCAT-KEY
043600     MOVE DLI8-WORK-ACCT           TO DLI8-D-ACCT
043700     MOVE DLI8-WORK-COMM-TYPE      TO DLI8-D-COMM-TYPE
043800     MOVE DLI8-WORK-COMM-CODE      TO DLI8-D-COMM-CODE
043900     MOVE DLI8-WORK-ENTRY-TYPE     TO DLI8-D-ENTRY-TYPE
044000     MOVE DLI8-WORK-PRICE-CURR     TO DLI8-D-PRICE-CURR
044100     MOVE DLI8-WORK-COMM-AMT       TO DLI8-D-CHARGED
044200     MOVE DLI8-EXPECTED            TO DLI8-D-EXPECTED
044300     MOVE DLI8-LEAKAGE             TO DLI8-D-LEAKAGE
044400     WRITE DL188-RPT-LINE FROM DLI8-DETAIL-LINE.
044500 2400-EXIT.
044600     EXIT.
044700*================================================================
044800*    3000-TERMINATE  -  LEAKAGE BY ACCOUNT AND TYPE, THEN THE    *
044900*                       CONTROL TOTALS                           *
045000*================================================================
045100 3000-TERMINATE.
045200     WRITE DL188-RPT-LINE FROM SPACES
045300     WRITE DL188-RPT-LINE FROM DLI8-HEADING-2
045400     WRITE DL188-RPT-LINE FROM DLI8-LKG-HEADING
045500     PERFORM 3100-WRITE-ONE-CELL    THRU 3100-EXIT
045600         VARYING DLI8-SUB FROM 1 BY 1
045700         UNTIL DLI8-SUB > DLI8-LKG-COUNT
045800     COMPUTE DLI8-T-READ = DLI8-COM-READ + DLI8-MUC-READ
045900     MOVE DLI8-OVERRIDES           TO DLI8-T-OVERRIDES
046000     MOVE DLI8-AGREED              TO DLI8-T-AGREED
046100     MOVE DLI8-DIFFERENCES         TO DLI8-T-DIFFERENCES
046200     MOVE DLI8-NO-TARIFF           TO DLI8-T-NO-TARIFF
046300     MOVE DLI8-TOTAL-LEAKAGE       TO DLI8-T-LEAKAGE
046400     WRITE DL188-RPT-LINE FROM SPACES
046500     WRITE DL188-RPT-LINE FROM DLI8-TOTAL-LINE-1
046600     WRITE DL188-RPT-LINE FROM DLI8-TOTAL-LINE-2
046700     WRITE DL188-RPT-LINE FROM DLI8-TOTAL-LINE-3
046800     WRITE DL188-RPT-LINE FROM DLI8-TOTAL-LINE-4
046900     WRITE DL188-RPT-LINE FROM DLI8-TOTAL-LINE-5
047000     WRITE DL188-RPT-LINE FROM DLI8-TOTAL-LINE-6
047100     CLOSE COM-FILE
047200     CLOSE MUC-FILE
047300     CLOSE DL188-RPT-FILE.
047400 3000-EXIT.
047500     EXIT.
047600*================================================================
047700*    3100-WRITE-ONE-CELL
047800*================================================================
047900 3100-WRITE-ONE-CELL.
048000     MOVE DLI8-L-ACCT(DLI8-SUB)    TO DLI8-S-ACCT
048100     MOVE DLI8-L-COMM-TYPE(DLI8-SUB) TO DLI8-S-COMM-TYPE
048200     MOVE DLI8-L-POSTINGS(DLI8-SUB) TO DLI8-S-POSTINGS
048300     MOVE DLI8-L-LEAKAGE(DLI8-SUB) TO DLI8-S-LEAKAGE
048400     WRITE DL188-RPT-LINE FROM DLI8-LKG-LINE.
048500 3100-EXIT.
048600     EXIT.
048700*================================================================
048800*    8000-READ-COM
048900*================================================================
049000 8000-READ-COM.
049100     READ COM-FILE
049200         AT END
049300             SET DLI8-COM-EOF TO TRUE
049400     END-READ.
049500 8000-EXIT.
049600     EXIT.
049700*================================================================
049800*    8100-READ-MUC
049900*================================================================
050000 8100-READ-MUC.
050100     READ MUC-FILE
050200         AT END
050300             SET DLI8-MUC-EOF TO TRUE
050400     END-READ.
050500 8100-EXIT.
050600     EXIT.
050700*================================================================
050800*    9900-TABLE-ABORT  -  THE TARIFF OR LEAKAGE TABLE IS FULL;   *
050900*                         THE STEP FAILS RATHER THAN MISPRICE    *
051000*================================================================
051100 9900-TABLE-ABORT.
051200     DISPLAY "DL188: TABLE OVERFLOW - STEP FAILED"
051300     MOVE 8                        TO RETURN-CODE
051400     GOBACK.
051500 9900-EXIT.
051600     EXIT.
