000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL150.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - BALANCE-BILLING AND HOLD-
001100*                   HARMLESS EXPOSURE.  BHS2MCH AND BHS3MDE ARE
001200*                   READ IN LOCKSTEP (THE DL017 PAIRING); FOR
001300*                   EVERY POPULATED LINE OF A PAID CLAIM THE
001400*                   BALANCE ABOVE OUR ALLOWANCE IS CLD-CHG LESS
001500*                   CLD-UCR-AMT (THE ALLOWED AMOUNT, AS DL128
001600*                   READS IT) AND THE MEMBER'S COST SHARE IS
001700*                   THE ALLOWANCE LESS CLD-NET-PAY-AMT; THE TWO
001800*                   TOGETHER ARE WHAT THE MEMBER IS LEFT OWING.
001900*                   A LINE FROM A PARTICIPATING PROVIDER
002000*                   (CLD-PAR-CD "Y") OR ON A HOLD-HARMLESS
002100*                   CLAIM (CLH-HLD-HMLS "Y") WITH A BALANCE IS
002200*                   A CONTRACT VIOLATION AND PRINTS FOR
002300*                   PROVIDER RELATIONS; A NON-PAR BALANCE IS
002400*                   LEGITIMATE BALANCE BILLING TO DISCLOSE.
002500*                   EVERY LINE WITH A LIABILITY GOES TO THE
002600*                   DL150BAL EXTRACT, AND BOTH CLASSES ARE
002700*                   TOTALED BY PROVIDER (CLD-LINE-PRV-ID-NBR),
002800*                   BY GROUP (CLH-GROUP, AS DL104) AND IN ALL -
002900*                   THE LAST BEING THE EXPOSURE NUMBER THE
003000*                   REGULATOR ASKS FOR.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL150-BAL-FILE     ASSIGN TO DL150BAL
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL150-RPT-FILE     ASSIGN TO DL150RPT
004500            ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  BHS2MCH-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY BHS2MCH.
005100 FD  BHS3MDE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY BHS3MDE.
005400 FD  DL150-BAL-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY DL150BAL.
005700 FD  DL150-RPT-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  DL150-RPT-LINE                PIC X(132).
006000 WORKING-STORAGE SECTION.
006100*----------------------------------------------------------------
006200*    DLF0-SWITCHES AND COUNTERS
006300*----------------------------------------------------------------
006400 01  DLF0-SWITCHES.
006500     05  DLF0-CLM-EOF-SW           PIC X(1)     VALUE "N".
006600         88  DLF0-CLM-EOF                        VALUE "Y".
006700     05  DLF0-DET-EOF-SW           PIC X(1)     VALUE "N".
006800         88  DLF0-DET-EOF                        VALUE "Y".
006900     05  DLF0-PAR-SW               PIC X(1)     VALUE "N".
007000         88  DLF0-PAR                            VALUE "Y".
007100*----------------------------------------------------------------
007200*    DLF0-PRV-TABLE / DLF0-GRP-TABLE  -  SLOT 1 OF EACH PAIR IS
007300*    PAR/HOLD-HARMLESS, SLOT 2 NON-PAR
007400*----------------------------------------------------------------
007500 01  DLF0-PRV-TABLE.
007600     05  DLF0-PRV-COUNT            PIC S9(4) COMP VALUE ZERO.
007700     05  DLF0-PRV-ENTRY OCCURS 3000 TIMES.
007800         10  DLF0-P-PRV-ID         PIC X(10).
007900         10  DLF0-P-LINES          PIC S9(8) COMP
008000                                   OCCURS 2 TIMES.
008100         10  DLF0-P-BALANCE        PIC S9(13) COMP-3
008200                                   OCCURS 2 TIMES.
008300 01  DLF0-GRP-TABLE.
008400     05  DLF0-GRP-COUNT            PIC S9(4) COMP VALUE ZERO.
008500     05  DLF0-GRP-ENTRY OCCURS 1000 TIMES.
008600         10  DLF0-G-GROUP          PIC X(9).
008700         10  DLF0-G-LINES          PIC S9(8) COMP
008800                                   OCCURS 2 TIMES.
008900         10  DLF0-G-BALANCE        PIC S9(13) COMP-3
009000                                   OCCURS 2 TIMES.
009100 01  DLF0-WORK-FIELDS.
009200     05  DLF0-SUB                  PIC S9(4) COMP VALUE ZERO.
009300     05  DLF0-CLS-SUB              PIC S9(4) COMP VALUE ZERO.
009400     05  DLF0-LN-SUB               PIC S9(4) COMP VALUE ZERO.
009500     05  DLF0-BALANCE              PIC S9(9) COMP.
009600     05  DLF0-COST-SHARE           PIC S9(9) COMP.
009700 01  DLF0-DATE-WORK.
009800     05  DLF0-RUN-DATE             PIC 9(8).
009900 01  DLF0-COUNTERS.
010000     05  DLF0-CLM-READ             PIC S9(8) COMP VALUE ZERO.
010100     05  DLF0-LINES-PAID           PIC S9(8) COMP VALUE ZERO.
010200     05  DLF0-LINES-WRITTEN        PIC S9(8) COMP VALUE ZERO.
010300     05  DLF0-TOT-LINES            PIC S9(8) COMP
010400                                   OCCURS 2 TIMES.
010500     05  DLF0-TOT-BALANCE          PIC S9(13) COMP-3
010600                                   OCCURS 2 TIMES.
010700     05  DLF0-TOT-COST-SHARE       PIC S9(13) COMP-3 VALUE ZERO.
010800 01  DLF0-HEADING-1.
010900     05  FILLER                    PIC X(50)
011000         VALUE "BALANCE-BILLING AND HOLD-HARMLESS EXPOSURE".
011100 01  DLF0-COLUMN-HEADING.
011200     05  FILLER                   PIC X(19) VALUE "PATIENT".
011300     05  FILLER                   PIC X(15) VALUE "INVOICE".
011400     05  FILLER                   PIC X(3)  VALUE "LN".
011500     05  FILLER                   PIC X(11) VALUE "GROUP".
011600     05  FILLER                   PIC X(12) VALUE "PROVIDER".
011700     05  FILLER                   PIC X(12) VALUE "CHARGED".
011800     05  FILLER                   PIC X(12) VALUE "ALLOWED".
011900     05  FILLER                   PIC X(12) VALUE "PAID".
012000     05  FILLER                   PIC X(12) VALUE "BALANCE".
012100 01  DLF0-DETAIL-LINE.
012200     05  DLF0-D-PATIENT            PIC X(17).
012300     05  FILLER                    PIC X(2)  VALUE SPACES.
012400     05  DLF0-D-INV-NBR            PIC 9(13).
012500     05  FILLER                    PIC X(2)  VALUE SPACES.
012600     05  DLF0-D-LINE-NBR           PIC 9(1).
012700     05  FILLER                    PIC X(2)  VALUE SPACES.
012800     05  DLF0-D-GROUP              PIC X(9).
012900     05  FILLER                    PIC X(2)  VALUE SPACES.
013000     05  DLF0-D-PRV-ID             PIC X(10).
013100     05  FILLER                    PIC X(1)  VALUE SPACES.
013200     05  DLF0-D-CHG                PIC ZZZ,ZZZ,ZZ9.
013300     05  FILLER                    PIC X(1)  VALUE SPACES.
013400     05  DLF0-D-ALLOWED            PIC ZZZ,ZZZ,ZZ9.
013500     05  FILLER                    PIC X(1)  VALUE SPACES.
013600     05  DLF0-D-PAID               PIC ZZZ,ZZZ,ZZ9.
013700     05  FILLER                    PIC X(1)  VALUE SPACES.
013800     05  DLF0-D-BALANCE            PIC ZZZ,ZZZ,ZZ9.
013900 01  DLF0-SUB-HEADING.
014000     05  DLF0-H-TITLE              PIC X(12).
014100     05  FILLER                   PIC X(36)
014200         VALUE "PAR/HH LINES  VIOLATION BALANCE".
014300     05  FILLER                   PIC X(36)
014400         VALUE "NON-PAR LINES  BALANCE BILLING".
014500 01  DLF0-SUB-LINE.
014600     05  DLF0-S-KEY                PIC X(10).
014700     05  FILLER                    PIC X(2)  VALUE SPACES.
014800     05  DLF0-S-PAR-LINES          PIC ZZZ,ZZ9.
014900     05  FILLER                    PIC X(2)  VALUE SPACES.
015000     05  DLF0-S-PAR-BAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.
015100     05  FILLER                    PIC X(10) VALUE SPACES.
015200     05  DLF0-S-NON-LINES          PIC ZZZ,ZZ9.
015300     05  FILLER                    PIC X(2)  VALUE SPACES.
015400     05  DLF0-S-NON-BAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.
015500 01  DLF0-TOTAL-LINE-1.
015600     05  FILLER                    PIC X(30)
015700         VALUE "PAID LINES EXAMINED".
015800     05  DLF0-T-PAID               PIC ZZZ,ZZZ,ZZ9.
015900 01  DLF0-TOTAL-LINE-2.
016000     05  FILLER                    PIC X(30)
016100         VALUE "PAR/HH CONTRACT VIOLATIONS".
016200     05  DLF0-T-PAR-LINES          PIC ZZZ,ZZZ,ZZ9.
016300     05  FILLER                    PIC X(2)  VALUE SPACES.
016400     05  DLF0-T-PAR-BAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.
016500 01  DLF0-TOTAL-LINE-3.
016600     05  FILLER                    PIC X(30)
016700         VALUE "NON-PAR BALANCE BILLING".
016800     05  DLF0-T-NON-LINES          PIC ZZZ,ZZZ,ZZ9.
016900     05  FILLER                    PIC X(2)  VALUE SPACES.
017000     05  DLF0-T-NON-BAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.
017100 01  DLF0-TOTAL-LINE-4.
017200     05  FILLER                    PIC X(30)
017300         VALUE "MEMBER COST SHARE".
017400     05  FILLER                    PIC X(13) VALUE SPACES.
017500     05  DLF0-T-COST-SHARE         PIC ZZZ,ZZZ,ZZZ,ZZ9.
017600 01  DLF0-TOTAL-LINE-5.
017700     05  FILLER                    PIC X(30)
017800         VALUE "LIABILITY LINES EXTRACTED".
017900     05  DLF0-T-WRITTEN            PIC ZZZ,ZZZ,ZZ9.
018000*----------------------------------------------------------------
018100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
018200*----------------------------------------------------------------
018300 01  DL903-PARMS.
018400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL150".
018500     05  DL903-REC-TYPE            PIC X(1).
018600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
018700*----------------------------------------------------------------
018800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
018900*----------------------------------------------------------------
019000 01  DL902-DATES.
019100     05  DL902-EXEC-DATE           PIC 9(8).
019200 01  DL902-EXEC-LINE.
019300     05  FILLER                    PIC X(14)
019400         VALUE "BUSINESS DATE ".
019500     05  DL902-EL-BUS              PIC 9(8).
019600     05  FILLER                    PIC X(11)
019700         VALUE "  EXECUTED ".
019800     05  DL902-EL-EXEC             PIC 9(8).
019900 PROCEDURE DIVISION.
020000*================================================================
020100*    0000-MAINLINE
020200*================================================================
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
020500     MOVE "S"                      TO DL903-REC-TYPE
020600     CALL "DL903" USING DL903-PARMS
020700     PERFORM 2000-PROCESS-CLAIM     THRU 2000-EXIT
020800         UNTIL DLF0-CLM-EOF
020900     PERFORM 3000-TERMINATE         THRU 3000-EXIT
021000     MOVE "E"                      TO DL903-REC-TYPE
021100     MOVE DLF0-CLM-READ TO DL903-REC-COUNT
021200     CALL "DL903" USING DL903-PARMS
021300     GOBACK.
021400*================================================================
021500*    1000-INITIALIZE
021600*================================================================
021700 1000-INITIALIZE.
021800     CALL "DL902" USING DLF0-RUN-DATE DL902-EXEC-DATE
021900     MOVE ZERO                     TO DLF0-TOT-LINES(1)
022000                                      DLF0-TOT-LINES(2)
022100     MOVE ZERO                     TO DLF0-TOT-BALANCE(1)
022200                                      DLF0-TOT-BALANCE(2)
022300     OPEN INPUT  BHS2MCH-FILE
022400     OPEN INPUT  BHS3MDE-FILE
022500     OPEN OUTPUT DL150-BAL-FILE
022600     OPEN OUTPUT DL150-RPT-FILE
022700     WRITE DL150-RPT-LINE FROM DLF0-HEADING-1
022800     MOVE DLF0-RUN-DATE TO DL902-EL-BUS
022900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
023000     WRITE DL150-RPT-LINE FROM DL902-EXEC-LINE
023100     WRITE DL150-RPT-LINE FROM SPACES
023200     WRITE DL150-RPT-LINE FROM DLF0-COLUMN-HEADING
023300     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
023400 1000-EXIT.
023500     EXIT.
023600*================================================================
023700*    2000-PROCESS-CLAIM  -  PAID CLAIMS ONLY                     *
023800*================================================================
023900 2000-PROCESS-CLAIM.
024000     ADD 1 TO DLF0-CLM-READ
024100     IF CLH-ACT-PD-DT NOT = ZERO
024200         AND NOT DLF0-DET-EOF
024300         PERFORM 2100-PROCESS-ONE-LINE THRU 2100-EXIT
024400             VARYING DLF0-LN-SUB FROM 1 BY 1
024500             UNTIL DLF0-LN-SUB > 4
024600     END-IF
024700     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
024800 2000-EXIT.
024900     EXIT.
025000*================================================================
025100*    2100-PROCESS-ONE-LINE  -  SPLIT THE MEMBER'S LIABILITY      *
025200*                              INTO BALANCE AND COST SHARE       *
025300*================================================================
025400 2100-PROCESS-ONE-LINE.
025500     IF CLD-FST-DT(DLF0-LN-SUB) = ZERO
025600         GO TO 2100-EXIT
025700     END-IF
025800     ADD 1 TO DLF0-LINES-PAID
025900     COMPUTE DLF0-BALANCE = CLD-CHG(DLF0-LN-SUB)
026000                          - CLD-UCR-AMT(DLF0-LN-SUB)
026100     COMPUTE DLF0-COST-SHARE = CLD-UCR-AMT(DLF0-LN-SUB)
026200                             - CLD-NET-PAY-AMT(DLF0-LN-SUB)
026300*    A LINE PRICED AT OR ABOVE CHARGE, OR PAID AT OR ABOVE THE
026400*    ALLOWANCE, LEAVES THE MEMBER NOTHING ON THAT COMPONENT
026500     IF DLF0-BALANCE < ZERO
026600         MOVE ZERO                 TO DLF0-BALANCE
026700     END-IF
026800     IF DLF0-COST-SHARE < ZERO
026900         MOVE ZERO                 TO DLF0-COST-SHARE
027000     END-IF
027100     IF DLF0-BALANCE = ZERO
027200         AND DLF0-COST-SHARE = ZERO
027300         GO TO 2100-EXIT
027400     END-IF
027500     MOVE "N"                      TO DLF0-PAR-SW
027600     IF CLD-PAR-CD(DLF0-LN-SUB) = "Y"
027700         OR CLH-HLD-HMLS = "Y"
027800         SET DLF0-PAR              TO TRUE
027900     END-IF
028000     PERFORM 2200-WRITE-EXTRACT     THRU 2200-EXIT
028100     ADD DLF0-COST-SHARE TO DLF0-TOT-COST-SHARE
028200     IF DLF0-BALANCE = ZERO
028300         GO TO 2100-EXIT
028400     END-IF
028500     IF DLF0-PAR
028600         MOVE 1                    TO DLF0-CLS-SUB
028700         PERFORM 2300-PRINT-VIOLATION THRU 2300-EXIT
028800     ELSE
028900         MOVE 2                    TO DLF0-CLS-SUB
029000     END-IF
029100     ADD 1 TO DLF0-TOT-LINES(DLF0-CLS-SUB)
029200     ADD DLF0-BALANCE TO DLF0-TOT-BALANCE(DLF0-CLS-SUB)
029300     PERFORM 2400-TOTAL-PROVIDER    THRU 2400-EXIT
029400     PERFORM 2500-TOTAL-GROUP       THRU 2500-EXIT.
029500 2100-EXIT.
029600     EXIT.
029700*================================================================
029800*    2200-WRITE-EXTRACT
029900*================================================================
030000 2200-WRITE-EXTRACT.
030100     IF DLF0-PAR
030200         MOVE "P"                  TO DL150-B-CLASS
030300     ELSE
030400         MOVE "N"                  TO DL150-B-CLASS
030500     END-IF
030600     MOVE CLH-PATIENT-NBR          TO DL150-B-PATIENT-NBR
030700     MOVE CLH-INV-NBR              TO DL150-B-INV-NBR
030800     MOVE DLF0-LN-SUB              TO DL150-B-LINE-NBR
030900     MOVE CLH-GROUP                TO DL150-B-GROUP
031000     MOVE CLD-LINE-PRV-ID-NBR(DLF0-LN-SUB) TO DL150-B-PRV-ID
031100     MOVE CLD-FST-DT(DLF0-LN-SUB)  TO DL150-B-FST-DT
031200     MOVE CLD-PROC-CD(DLF0-LN-SUB) TO DL150-B-PROC-CD
031300     MOVE CLD-CHG(DLF0-LN-SUB)     TO DL150-B-CHG-AMT
031400     MOVE CLD-UCR-AMT(DLF0-LN-SUB) TO DL150-B-ALLOWED-AMT
031500     MOVE CLD-NET-PAY-AMT(DLF0-LN-SUB) TO DL150-B-PAID-AMT
031600     MOVE DLF0-BALANCE             TO DL150-B-BALANCE-AMT
031700     MOVE DLF0-COST-SHARE          TO DL150-B-COST-SHARE-AMT
031800     WRITE DL150-BAL-RECORD
031900     ADD 1 TO DLF0-LINES-WRITTEN.
032000 2200-EXIT.
032100     EXIT.
032200*================================================================
032300*    2300-PRINT-VIOLATION  -  PAR/HOLD-HARMLESS BALANCE          *
032400*================================================================
032500 2300-PRINT-VIOLATION.
032600     MOVE CLH-PATIENT-NBR          TO DLF0-D-PATIENT
032700     MOVE CLH-INV-NBR              TO DLF0-D-INV-NBR
032800     MOVE DLF0-LN-SUB              TO DLF0-D-LINE-NBR
032900     MOVE CLH-GROUP                TO DLF0-D-GROUP
033000     MOVE CLD-LINE-PRV-ID-NBR(DLF0-LN-SUB) TO DLF0-D-PRV-ID
033100     MOVE CLD-CHG(DLF0-LN-SUB)     TO DLF0-D-CHG
033200     MOVE CLD-UCR-AMT(DLF0-LN-SUB) TO DLF0-D-ALLOWED
033300     MOVE CLD-NET-PAY-AMT(DLF0-LN-SUB) TO DLF0-D-PAID
033400     MOVE DLF0-BALANCE             TO DLF0-D-BALANCE
033500     WRITE DL150-RPT-LINE FROM DLF0-DETAIL-LINE.
033600 2300-EXIT.
033700     EXIT.
033800*================================================================
033900*    2400-TOTAL-PROVIDER
034000*================================================================
034100 2400-TOTAL-PROVIDER.
034200     PERFORM 2490-SCAN-ONE          THRU 2490-EXIT
034300         VARYING DLF0-SUB FROM 1 BY 1
034400         UNTIL DLF0-SUB > DLF0-PRV-COUNT
034500         OR DLF0-P-PRV-ID(DLF0-SUB)
034600            = CLD-LINE-PRV-ID-NBR(DLF0-LN-SUB)
034700     IF DLF0-SUB > DLF0-PRV-COUNT
034800         IF DLF0-PRV-COUNT >= 3000
034900             PERFORM 9900-PRV-ABORT THRU 9900-EXIT
035000         END-IF
035100         ADD 1 TO DLF0-PRV-COUNT
035200         MOVE DLF0-PRV-COUNT       TO DLF0-SUB
035300         MOVE CLD-LINE-PRV-ID-NBR(DLF0-LN-SUB)
035400                                   TO DLF0-P-PRV-ID(DLF0-SUB)
035500         MOVE ZERO                 TO DLF0-P-LINES(DLF0-SUB 1)
035600                                      DLF0-P-LINES(DLF0-SUB 2)
035700         MOVE ZERO                 TO DLF0-P-BALANCE(DLF0-SUB 1)
035800                                      DLF0-P-BALANCE(DLF0-SUB 2)
035900     END-IF
036000     ADD 1 TO DLF0-P-LINES(DLF0-SUB DLF0-CLS-SUB)
036100     ADD DLF0-BALANCE TO DLF0-P-BALANCE(DLF0-SUB DLF0-CLS-SUB).
036200 2400-EXIT.
036300     EXIT.
036400*================================================================
036500*    2490-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
036600*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
036700*                      PERFORM THAT CALLS THIS                   *
036800*================================================================
036900 2490-SCAN-ONE.
037000     CONTINUE.
037100 2490-EXIT.
037200     EXIT.
037300*================================================================
037400*    2500-TOTAL-GROUP
037500*================================================================
037600 2500-TOTAL-GROUP.
037700     PERFORM 2490-SCAN-ONE          THRU 2490-EXIT
037800         VARYING DLF0-SUB FROM 1 BY 1
037900         UNTIL DLF0-SUB > DLF0-GRP-COUNT
038000         OR DLF0-G-GROUP(DLF0-SUB) = CLH-GROUP
038100     IF DLF0-SUB > DLF0-GRP-COUNT
038200         IF DLF0-GRP-COUNT >= 1000
038300             PERFORM 9910-GRP-ABORT THRU 9910-EXIT
038400         END-IF
038500         ADD 1 TO DLF0-GRP-COUNT
038600         MOVE DLF0-GRP-COUNT       TO DLF0-SUB
038700         MOVE CLH-GROUP            TO DLF0-G-GROUP(DLF0-SUB)
038800         MOVE ZERO                 TO DLF0-G-LINES(DLF0-SUB 1)
038900                                      DLF0-G-LINES(DLF0-SUB 2)
039000         MOVE ZERO                 TO DLF0-G-BALANCE(DLF0-SUB 1)
039100                                      DLF0-G-BALANCE(DLF0-SUB 2)
039200     END-IF
039300     ADD 1 TO DLF0-G-LINES(DLF0-SUB DLF0-CLS-SUB)
039400     ADD DLF0-BALANCE TO DLF0-G-BALANCE(DLF0-SUB DLF0-CLS-SUB).
039500 2500-EXIT.
039600     EXIT.
039700*================================================================
039800*    3000-TERMINATE
039900*================================================================
040000 3000-TERMINATE.
040100     WRITE DL150-RPT-LINE FROM SPACES
040200     MOVE "PROVIDER"               TO DLF0-H-TITLE
040300     WRITE DL150-RPT-LINE FROM DLF0-SUB-HEADING
040400     PERFORM 3100-WRITE-ONE-PRV     THRU 3100-EXIT
040500         VARYING DLF0-SUB FROM 1 BY 1
040600         UNTIL DLF0-SUB > DLF0-PRV-COUNT
040700     WRITE DL150-RPT-LINE FROM SPACES
040800     MOVE "GROUP"                  TO DLF0-H-TITLE
040900     WRITE DL150-RPT-LINE FROM DLF0-SUB-HEADING
041000     PERFORM 3200-WRITE-ONE-GRP     THRU 3200-EXIT
041100         VARYING DLF0-SUB FROM 1 BY 1
041200         UNTIL DLF0-SUB > DLF0-GRP-COUNT
041300     MOVE DLF0-LINES-PAID          TO DLF0-T-PAID
041400     MOVE DLF0-TOT-LINES(1)        TO DLF0-T-PAR-LINES
041500     MOVE DLF0-TOT-BALANCE(1)      TO DLF0-T-PAR-BAL
041600     MOVE DLF0-TOT-LINES(2)        TO DLF0-T-NON-LINES
041700     MOVE DLF0-TOT-BALANCE(2)      TO DLF0-T-NON-BAL
041800     MOVE DLF0-TOT-COST-SHARE      TO DLF0-T-COST-SHARE
041900     MOVE DLF0-LINES-WRITTEN       TO DLF0-T-WRITTEN
042000     WRITE DL150-RPT-LINE FROM SPACES
042100     WRITE DL150-RPT-LINE FROM DLF0-TOTAL-LINE-1
042200     WRITE DL150-RPT-LINE FROM DLF0-TOTAL-LINE-2
042300     WRITE DL150-RPT-LINE FROM DLF0-TOTAL-LINE-3
042400     WRITE DL150-RPT-LINE FROM DLF0-TOTAL-LINE-4
042500     WRITE DL150-RPT-LINE FROM DLF0-TOTAL-LINE-5
042600     CLOSE BHS2MCH-FILE
042700     CLOSE BHS3MDE-FILE
042800     CLOSE DL150-BAL-FILE
042900     CLOSE DL150-RPT-FILE.
043000 3000-EXIT.
043100     EXIT.
043200*================================================================
043300*    3100-WRITE-ONE-PRV
043400*================================================================
043500 3100-WRITE-ONE-PRV.
043600     MOVE DLF0-P-PRV-ID(DLF0-SUB)      TO DLF0-S-KEY
043700     MOVE DLF0-P-LINES(DLF0-SUB 1)     TO DLF0-S-PAR-LINES
043800     MOVE DLF0-P-BALANCE(DLF0-SUB 1)   TO DLF0-S-PAR-BAL
043900     MOVE DLF0-P-LINES(DLF0-SUB 2)     TO DLF0-S-NON-LINES
044000     MOVE DLF0-P-BALANCE(DLF0-SUB 2)   TO DLF0-S-NON-BAL
044100     WRITE DL150-RPT-LINE FROM DLF0-SUB-LINE.
044200 3100-EXIT.
044300     EXIT.
044400*================================================================
044500*    3200-WRITE-ONE-GRP
044600*================================================================
044700 3200-WRITE-ONE-GRP.
044800     MOVE DLF0-G-GROUP(DLF0-SUB)       TO DLF0-S-KEY
044900     MOVE DLF0-G-LINES(DLF0-SUB 1)     TO DLF0-S-PAR-LINES
045000     MOVE DLF0-G-BALANCE(DLF0-SUB 1)   TO DLF0-S-PAR-BAL
045100     MOVE DLF0-G-LINES(DLF0-SUB 2)     TO DLF0-S-NON-LINES
045200     MOVE DLF0-G-BALANCE(DLF0-SUB 2)   TO DLF0-S-NON-BAL
045300     WRITE DL150-RPT-LINE FROM DLF0-SUB-LINE.
045400 3200-EXIT.
045500     EXIT.
045600*================================================================
045700*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
045800*================================================================
045900 8100-READ-CLAIM-PAIR.
046000     READ BHS2MCH-FILE
046100         AT END
046200             SET DLF0-CLM-EOF TO TRUE
046300     END-READ
046400     IF NOT DLF0-CLM-EOF
046500         READ BHS3MDE-FILE
046600             AT END
046700                 SET DLF0-DET-EOF TO TRUE
046800         END-READ
046900     END-IF.
047000 8100-EXIT.
047100     EXIT.
047200*================================================================
047300*    9900-PRV-ABORT  -  MORE PROVIDERS THAN THE 3000-ENTRY TABLE *
047400*================================================================
047500 9900-PRV-ABORT.
047600     DISPLAY "DL150: PROVIDERS EXCEED THE 3000-ENTRY TABLE"
047700     MOVE 8                        TO RETURN-CODE
047800     GOBACK.
047900 9900-EXIT.
048000     EXIT.
048100*================================================================
048200*    9910-GRP-ABORT  -  MORE GROUPS THAN THE 1000-ENTRY TABLE    *
048300*================================================================
048400 9910-GRP-ABORT.
048500     DISPLAY "DL150: GROUPS EXCEED THE 1000-ENTRY TABLE"
048600     MOVE 8                        TO RETURN-CODE
048700     GOBACK.
048800 9910-EXIT.
048900     EXIT.
