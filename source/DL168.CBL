000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL168.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - MONTHLY RENTED-NETWORK
001100*                   ACCESS-FEE SETTLEMENT.  PASS 1 BUILDS A
001200*                   ONE-TIME INDEXED LOOKUP EXTRACT (DL168IDX)
001300*                   OF EVERY CLAIM CARRYING AN ACCESS FEE, THE
001400*                   WAY DL159 BUILDS DL159IDX.  PASS 2 RE-READS
001500*                   BHS2MCH WITH BHS3MDE IN LOCKSTEP; EACH CLAIM
001600*                   FINALIZED IN THE CALENDAR MONTH BEFORE THE
001700*                   BUSINESS DATE CHARGES ITS CLH-ACCESS-FEE TO
001800*                   THE NETWORK (CLD-LINE-CONT-NTWK-NO) AND
001900*                   CONTRACT PROVIDER OF ITS FIRST NETWORK LINE.
002000*                   AN ADJUSTED CLAIM (CLH-ALT-INV-NBR SET ON A
002100*                   CLAIM OF FOUR LINES OR FEWER - ABOVE FOUR IT
002200*                   IS THE DL023 CONTINUATION LINK) FIRST
002300*                   CREDITS BACK THE FEE ITS ORIGINAL WAS
002400*                   CHARGED, SO A REVERSAL NETS TO ZERO AND A
002500*                   REPRICED REPLACEMENT NETS TO THE DIFFERENCE.
002600*                   THE DETAIL IS SORTED BY NETWORK, PROVIDER
002700*                   AND INVOICE INTO A CLAIM-LEVEL STATEMENT
002800*                   (DL168RPT) THE VENDOR CAN AUDIT, AND ONE
002900*                   DL168PAY PAYABLE RECORD PER NETWORK.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT BHS2MCH-FILE    ASSIGN TO BHS2MCH
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT BHS3MDE-FILE    ASSIGN TO BHS3MDE
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL168-IDX-FILE  ASSIGN TO DL168IDX
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS DYNAMIC
004400            RECORD KEY IS DL168-IDX-INV-NBR.
004500     SELECT DL168-SORT-FILE ASSIGN TO DL168SORT.
004600     SELECT DL168-PAY-FILE  ASSIGN TO DL168PAY
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL168-RPT-FILE  ASSIGN TO DL168RPT
004900            ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  BHS2MCH-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY BHS2MCH.
005500 FD  BHS3MDE-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY BHS3MDE.
005800 FD  DL168-IDX-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY DL168IDX.
006100 SD  DL168-SORT-FILE.
006200 01  DLG8-SORT-RECORD.
006300     05  DLG8-S-NTWK-NO            PIC X(3).
006400     05  DLG8-S-CONT-PRV           PIC X(10).
006500     05  DLG8-S-INV-NBR            PIC 9(13).
006600     05  DLG8-S-REC-TYPE           PIC X(1).
006700         88  DLG8-S-CREDIT                    VALUE "R".
006800     05  DLG8-S-ORIG-INV-NBR       PIC 9(13).
006900     05  DLG8-S-FIN-DT             PIC 9(8).
007000     05  DLG8-S-PAID-AMT           PIC S9(11) COMP-3.
007100     05  DLG8-S-ADJ-AMT            PIC S9(11) COMP-3.
007200     05  DLG8-S-FEE-PCT            PIC 9(2)V9(2).
007300     05  DLG8-S-FEE-AMT            PIC S9(11) COMP-3.
007400 FD  DL168-PAY-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DL168PAY.
007700 FD  DL168-RPT-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  DL168-RPT-LINE                PIC X(132).
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------------
008200*    DLG8-SWITCHES AND COUNTERS
008300*----------------------------------------------------------------
008400 01  DLG8-SWITCHES.
008500     05  DLG8-CLM-EOF-SW           PIC X(1)     VALUE "N".
008600         88  DLG8-CLM-EOF                        VALUE "Y".
008700     05  DLG8-DET-EOF-SW           PIC X(1)     VALUE "N".
008800         88  DLG8-DET-EOF                        VALUE "Y".
008900     05  DLG8-SORT-EOF-SW          PIC X(1)     VALUE "N".
009000         88  DLG8-SORT-EOF                       VALUE "Y".
009100     05  DLG8-FOUND-SW             PIC X(1)     VALUE "N".
009200         88  DLG8-FOUND                          VALUE "Y".
009300     05  DLG8-REVERSED-SW          PIC X(1)     VALUE "N".
009400         88  DLG8-REVERSED                       VALUE "Y".
009500*----------------------------------------------------------------
009600*    DLG8-CLAIM-NETWORK  -  THE NETWORK AND CONTRACT PROVIDER OF *
009700*    THE CURRENT CLAIM'S FIRST POPULATED NETWORK LINE            *
009800*----------------------------------------------------------------
009900 01  DLG8-CLAIM-NETWORK.
010000     05  DLG8-NTWK-NO              PIC X(3).
010100     05  DLG8-CONT-PRV             PIC X(10).
010200 01  DLG8-WORK-FIELDS.
010300     05  DLG8-LN-SUB               PIC S9(4) COMP.
010400     05  DLG8-CUR-NTWK-NO          PIC X(3).
010500     05  DLG8-CUR-CONT-PRV         PIC X(10).
010600 01  DLG8-DATE-WORK.
010700     05  DLG8-RUN-DATE             PIC 9(8).
010800     05  DLG8-WORK-DATE            PIC 9(8).
010900     05  DLG8-WORK-DATE-R REDEFINES DLG8-WORK-DATE.
011000         10  DLG8-WORK-YYYY        PIC 9(4).
011100         10  DLG8-WORK-MM          PIC 9(2).
011200         10  DLG8-WORK-DD          PIC 9(2).
011300     05  DLG8-CNV-MO               PIC S9(8) COMP.
011400     05  DLG8-CNV-YYYY             PIC 9(4).
011500     05  DLG8-CNV-REM              PIC 9(2).
011600     05  DLG8-CNV-YYYYMM           PIC 9(6).
011700     05  DLG8-FROM-DT              PIC 9(8).
011800     05  DLG8-TO-DT                PIC 9(8).
011900 01  DLG8-COUNTERS.
012000     05  DLG8-CLM-READ             PIC S9(8) COMP VALUE ZERO.
012100     05  DLG8-CLM-IN-MONTH         PIC S9(8) COMP VALUE ZERO.
012200     05  DLG8-CHARGES              PIC S9(8) COMP VALUE ZERO.
012300     05  DLG8-CREDITS              PIC S9(8) COMP VALUE ZERO.
012400     05  DLG8-NO-NETWORK           PIC S9(8) COMP VALUE ZERO.
012500     05  DLG8-NETWORKS             PIC S9(8) COMP VALUE ZERO.
012600*----------------------------------------------------------------
012700*    DLG8-TOTALS  -  PROVIDER, NETWORK AND RUN FEE TOTALS        *
012800*----------------------------------------------------------------
012900 01  DLG8-TOTALS.
013000     05  DLG8-PRV-COUNT            PIC S9(7)  COMP.
013100     05  DLG8-PRV-FEE              PIC S9(13) COMP-3.
013200     05  DLG8-NTWK-CHARGE-CNT      PIC S9(7)  COMP.
013300     05  DLG8-NTWK-CREDIT-CNT      PIC S9(7)  COMP.
013400     05  DLG8-NTWK-CHARGE-AMT      PIC S9(13) COMP-3.
013500     05  DLG8-NTWK-CREDIT-AMT      PIC S9(13) COMP-3.
013600     05  DLG8-RUN-CHARGE-AMT       PIC S9(13) COMP-3 VALUE ZERO.
013700     05  DLG8-RUN-CREDIT-AMT       PIC S9(13) COMP-3 VALUE ZERO.
013800     05  DLG8-RUN-NET-AMT          PIC S9(13) COMP-3 VALUE ZERO.
013900 01  DLG8-HEADING-1.
014000     05  FILLER                    PIC X(44)
014100         VALUE "NETWORK ACCESS-FEE SETTLEMENT STATEMENT".
014200 01  DLG8-HEADING-2.
014300     05  FILLER                    PIC X(15)
014400         VALUE "FINALIZED FROM ".
014500     05  DLG8-H-FROM-DT            PIC 9(8).
014600     05  FILLER                    PIC X(6)  VALUE " THRU ".
014700     05  DLG8-H-TO-DT              PIC 9(8).
014800 01  DLG8-NETWORK-HEADING.
014900     05  FILLER                    PIC X(9)  VALUE "NETWORK ".
015000     05  DLG8-NH-NTWK-NO           PIC X(3).
015100     05  FILLER                    PIC X(20)
015200         VALUE "  SETTLEMENT MONTH ".
015300     05  DLG8-NH-MONTH             PIC 9(6).
015400 01  DLG8-COLUMN-HEADING.
015500     05  FILLER                   PIC X(12) VALUE "PROVIDER".
015600     05  FILLER                   PIC X(15) VALUE "INVOICE".
015700     05  FILLER                   PIC X(5)  VALUE "TYPE".
015800     05  FILLER                   PIC X(15) VALUE "ORIG INVOICE".
015900     05  FILLER                   PIC X(10) VALUE "FINALIZED".
016000     05  FILLER                   PIC X(18) VALUE "   CLAIM PAID".
016100     05  FILLER                   PIC X(18) VALUE "   ADJUSTMENT".
016200     05  FILLER                   PIC X(8)  VALUE "FEE %".
016300     05  FILLER                   PIC X(18) VALUE "   ACCESS FEE".
016400 01  DLG8-DETAIL-LINE.
016500     05  DLG8-D-CONT-PRV           PIC X(10).
016600     05  FILLER                    PIC X(2)  VALUE SPACES.
016700     05  DLG8-D-INV-NBR            PIC 9(13).
016800     05  FILLER                    PIC X(2)  VALUE SPACES.
016900     05  DLG8-D-TYPE               PIC X(3).
017000     05  FILLER                    PIC X(2)  VALUE SPACES.
017100     05  DLG8-D-ORIG-INV-NBR       PIC Z(13).
017200     05  FILLER                    PIC X(2)  VALUE SPACES.
017300     05  DLG8-D-FIN-DT             PIC 9(8).
017400     05  FILLER                    PIC X(2)  VALUE SPACES.
017500     05  DLG8-D-PAID-AMT           PIC ZZZ,ZZZ,ZZ9.99-.
017600     05  FILLER                    PIC X(3)  VALUE SPACES.
017700     05  DLG8-D-ADJ-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
017800     05  FILLER                    PIC X(3)  VALUE SPACES.
017900     05  DLG8-D-FEE-PCT            PIC Z9.99.
018000     05  FILLER                    PIC X(3)  VALUE SPACES.
018100     05  DLG8-D-FEE-AMT            PIC ZZZ,ZZZ,ZZ9.99-.
018200 01  DLG8-SUBTOTAL-LINE.
018300     05  FILLER                    PIC X(12) VALUE SPACES.
018400     05  DLG8-ST-LABEL             PIC X(25).
018500     05  DLG8-ST-KEY               PIC X(10).
018600     05  FILLER                    PIC X(4)  VALUE SPACES.
018700     05  DLG8-ST-COUNT             PIC ZZZ,ZZ9.
018800     05  FILLER                    PIC X(43) VALUE SPACES.
018900     05  DLG8-ST-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
019000 01  DLG8-TOTAL-LINE-1.
019100     05  FILLER                    PIC X(25)
019200         VALUE "CLAIMS READ".
019300     05  DLG8-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
019400 01  DLG8-TOTAL-LINE-2.
019500     05  FILLER                    PIC X(25)
019600         VALUE "FINALIZED IN MONTH".
019700     05  DLG8-T-IN-MONTH           PIC ZZZ,ZZZ,ZZ9.
019800 01  DLG8-TOTAL-LINE-3.
019900     05  FILLER                    PIC X(25)
020000         VALUE "FEES CHARGED".
020100     05  DLG8-T-CHARGES            PIC ZZZ,ZZZ,ZZ9.
020200 01  DLG8-TOTAL-LINE-4.
020300     05  FILLER                    PIC X(25)
020400         VALUE "FEES CREDITED".
020500     05  DLG8-T-CREDITS            PIC ZZZ,ZZZ,ZZ9.
020600 01  DLG8-TOTAL-LINE-5.
020700     05  FILLER                    PIC X(25)
020800         VALUE "FEE WITH NO NETWORK".
020900     05  DLG8-T-NO-NETWORK         PIC ZZZ,ZZZ,ZZ9.
021000 01  DLG8-TOTAL-LINE-6.
021100     05  FILLER                    PIC X(25)
021200         VALUE "NETWORKS SETTLED".
021300     05  DLG8-T-NETWORKS           PIC ZZZ,ZZZ,ZZ9.
021400 01  DLG8-AMOUNT-LINE.
021500     05  DLG8-A-LABEL              PIC X(25).
021600     05  DLG8-A-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
021700*----------------------------------------------------------------
021800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
021900*----------------------------------------------------------------
022000 01  DL903-PARMS.
022100     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL168".
022200     05  DL903-REC-TYPE            PIC X(1).
022300     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
022400*----------------------------------------------------------------
022500*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
022600*----------------------------------------------------------------
022700 01  DL902-DATES.
022800     05  DL902-EXEC-DATE           PIC 9(8).
022900 01  DL902-EXEC-LINE.
023000     05  FILLER                    PIC X(14)
023100         VALUE "BUSINESS DATE ".
023200     05  DL902-EL-BUS              PIC 9(8).
023300     05  FILLER                    PIC X(11)
023400         VALUE "  EXECUTED ".
023500     05  DL902-EL-EXEC             PIC 9(8).
023600 PROCEDURE DIVISION.
023700*================================================================
023800*    0000-MAINLINE
023900*================================================================
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
024200     MOVE "S"                      TO DL903-REC-TYPE
024300     CALL "DL903" USING DL903-PARMS
024400     SORT DL168-SORT-FILE
024500         ON ASCENDING KEY DLG8-S-NTWK-NO
024600                          DLG8-S-CONT-PRV
024700                          DLG8-S-INV-NBR
024800                          DLG8-S-REC-TYPE
024900         INPUT PROCEDURE IS 2000-SELECT-FEES
025000             THRU 2999-EXIT
025100         OUTPUT PROCEDURE IS 3000-SETTLE
025200             THRU 3999-EXIT
025300     PERFORM 4000-TERMINATE         THRU 4000-EXIT
025400     MOVE "E"                      TO DL903-REC-TYPE
025500     MOVE DLG8-CLM-READ TO DL903-REC-COUNT
025600     CALL "DL903" USING DL903-PARMS
025700     GOBACK.
025800*================================================================
025900*    1000-INITIALIZE  -  SETTLEMENT MONTH, THEN PASS 1: BUILD    *
026000*                        THE INVOICE-NUMBER INDEX AND REOPEN     *
026100*                        FOR PASS 2                              *
026200*================================================================
026300 1000-INITIALIZE.
026400     CALL "DL902" USING DLG8-RUN-DATE DL902-EXEC-DATE
026500     MOVE DLG8-RUN-DATE            TO DLG8-WORK-DATE
026600     COMPUTE DLG8-CNV-MO =
026700         DLG8-WORK-YYYY * 12 + DLG8-WORK-MM - 2
026800     PERFORM 8900-MONTH-TO-YYYYMM   THRU 8900-EXIT
026900     COMPUTE DLG8-FROM-DT = DLG8-CNV-YYYYMM * 100 + 1
027000     COMPUTE DLG8-TO-DT = DLG8-CNV-YYYYMM * 100 + 31
027100     OPEN INPUT  BHS2MCH-FILE
027200     OPEN INPUT  BHS3MDE-FILE
027300     OPEN OUTPUT DL168-IDX-FILE
027400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
027500     PERFORM 1100-BUILD-INDEX       THRU 1100-EXIT
027600         UNTIL DLG8-CLM-EOF
027700     CLOSE BHS2MCH-FILE
027800     CLOSE BHS3MDE-FILE
027900     CLOSE DL168-IDX-FILE
028000     MOVE "N"                      TO DLG8-CLM-EOF-SW
028100     MOVE "N"                      TO DLG8-DET-EOF-SW
028200     OPEN INPUT  BHS2MCH-FILE
028300     OPEN INPUT  BHS3MDE-FILE
028400     OPEN INPUT  DL168-IDX-FILE
028500     OPEN OUTPUT DL168-PAY-FILE
028600     OPEN OUTPUT DL168-RPT-FILE
028700     WRITE DL168-RPT-LINE FROM DLG8-HEADING-1
028800     MOVE DLG8-RUN-DATE TO DL902-EL-BUS
028900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
029000     WRITE DL168-RPT-LINE FROM DL902-EXEC-LINE
029100     MOVE DLG8-FROM-DT             TO DLG8-H-FROM-DT
029200     MOVE DLG8-TO-DT               TO DLG8-H-TO-DT
029300     WRITE DL168-RPT-LINE FROM DLG8-HEADING-2.
029400 1000-EXIT.
029500     EXIT.
029600*================================================================
029700*    1100-BUILD-INDEX  -  ONLY A FINALIZED CLAIM WITH A FEE AND  *
029800*                         A NETWORK WAS EVER CHARGED             *
029900*================================================================
030000 1100-BUILD-INDEX.
030100     IF CLH-FIN-PROC-DT = ZERO
030200         OR CLH-ACCESS-FEE = ZERO
030300         GO TO 1100-NEXT
030400     END-IF
030500     PERFORM 2100-FIND-NETWORK      THRU 2100-EXIT
030600     IF DLG8-NTWK-NO = SPACES
030700         GO TO 1100-NEXT
030800     END-IF
030900     MOVE CLH-INV-NBR-COMP         TO DL168-IDX-INV-NBR
031000     MOVE DLG8-NTWK-NO             TO DL168-IDX-NTWK-NO
031100     MOVE DLG8-CONT-PRV            TO DL168-IDX-CONT-PRV
031200     MOVE CLH-FIN-PROC-DT          TO DL168-IDX-FIN-DT
031300     MOVE CLH-CLM-PAID-AMT         TO DL168-IDX-PAID-AMT
031400     MOVE CLH-ACCESS-FEE-PCT       TO DL168-IDX-FEE-PCT
031500     MOVE CLH-ACCESS-FEE           TO DL168-IDX-FEE-AMT
031600     WRITE DL168-IDX-RECORD.
031700 1100-NEXT.
031800     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
031900 1100-EXIT.
032000     EXIT.
032100*================================================================
032200*    2000-SELECT-FEES  -  INPUT PROCEDURE: ONE CLAIM FINALIZED   *
032300*                         IN THE MONTH - CREDIT THE ORIGINAL,    *
032400*                         THEN CHARGE ITS OWN FEE                *
032500*================================================================
032600 2000-SELECT-FEES.
032700     PERFORM 2050-PROCESS-CLAIM     THRU 2050-EXIT
032800         UNTIL DLG8-CLM-EOF
032900     GO TO 2999-EXIT.
033000 2000-EXIT.
033100     EXIT.
033200*================================================================
033300*    2050-PROCESS-CLAIM
033400*================================================================
033500 2050-PROCESS-CLAIM.
033600     ADD 1 TO DLG8-CLM-READ
033700     IF CLH-FIN-PROC-DT < DLG8-FROM-DT
033800         OR CLH-FIN-PROC-DT > DLG8-TO-DT
033900         GO TO 2050-NEXT
034000     END-IF
034100     ADD 1 TO DLG8-CLM-IN-MONTH
034200     MOVE "N"                      TO DLG8-REVERSED-SW
034300     IF CLH-ALT-INV-NBR NOT = ZERO
034400         AND CLH-LINE-COUNT NOT > 4
034500         PERFORM 2200-CREDIT-ORIGINAL THRU 2200-EXIT
034600     END-IF
034700     IF CLH-ACCESS-FEE = ZERO
034800         GO TO 2050-NEXT
034900     END-IF
035000     PERFORM 2100-FIND-NETWORK      THRU 2100-EXIT
035100     IF DLG8-NTWK-NO = SPACES
035200         ADD 1 TO DLG8-NO-NETWORK
035300         GO TO 2050-NEXT
035400     END-IF
035500     MOVE DLG8-NTWK-NO             TO DLG8-S-NTWK-NO
035600     MOVE DLG8-CONT-PRV            TO DLG8-S-CONT-PRV
035700     MOVE CLH-INV-NBR-COMP         TO DLG8-S-INV-NBR
035800     IF DLG8-REVERSED
035900         MOVE "P"                  TO DLG8-S-REC-TYPE
036000         MOVE CLH-ALT-INV-NBR      TO DLG8-S-ORIG-INV-NBR
036100     ELSE
036200         MOVE "O"                  TO DLG8-S-REC-TYPE
036300         MOVE ZERO                 TO DLG8-S-ORIG-INV-NBR
036400     END-IF
036500     MOVE CLH-FIN-PROC-DT          TO DLG8-S-FIN-DT
036600     MOVE CLH-CLM-PAID-AMT         TO DLG8-S-PAID-AMT
036700     MOVE CLH-ADJ-AMT              TO DLG8-S-ADJ-AMT
036800     MOVE CLH-ACCESS-FEE-PCT       TO DLG8-S-FEE-PCT
036900     MOVE CLH-ACCESS-FEE           TO DLG8-S-FEE-AMT
037000     ADD 1 TO DLG8-CHARGES
037100     RELEASE DLG8-SORT-RECORD.
037200 2050-NEXT.
037300     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
037400 2050-EXIT.
037500     EXIT.
037600*================================================================
037700*    2100-FIND-NETWORK  -  FIRST POPULATED LINE WITH A RENTED    *
037800*                          NETWORK; THE HEADER CONTRACT PROVIDER *
037900*                          WHEN THE LINE CARRIES NONE            *
038000*================================================================
038100 2100-FIND-NETWORK.
038200     MOVE SPACES                   TO DLG8-CLAIM-NETWORK
038300     IF NOT DLG8-DET-EOF
038400         PERFORM 2110-CHECK-ONE-LINE THRU 2110-EXIT
038500             VARYING DLG8-LN-SUB FROM 1 BY 1
038600             UNTIL DLG8-LN-SUB > 4
038700             OR DLG8-NTWK-NO NOT = SPACES
038800     END-IF
038900     IF DLG8-NTWK-NO NOT = SPACES
039000         AND DLG8-CONT-PRV = SPACES
039100         MOVE CLH-CONT-PRV         TO DLG8-CONT-PRV
039200     END-IF.
039300 2100-EXIT.
039400     EXIT.
039500*================================================================
039600*    2110-CHECK-ONE-LINE  -  AN EMPTY SLOT (CLD-FST-DT ZERO) IS  *
039700*                            SKIPPED                             *
039800*================================================================
039900 2110-CHECK-ONE-LINE.
040000     IF CLD-FST-DT(DLG8-LN-SUB) = ZERO
040100         OR CLD-LINE-CONT-NTWK-NO(DLG8-LN-SUB) = SPACES
040200         GO TO 2110-EXIT
040300     END-IF
040400     MOVE CLD-LINE-CONT-NTWK-NO(DLG8-LN-SUB) TO DLG8-NTWK-NO
040500     MOVE CLD-LINE-CONT-PRVID-NO(DLG8-LN-SUB) TO DLG8-CONT-PRV.
040600 2110-EXIT.
040700     EXIT.
040800*================================================================
040900*    2200-CREDIT-ORIGINAL  -  CREDIT THE NETWORK THE FEE IT WAS  *
041000*                             CHARGED FOR THE ORIGINAL INVOICE   *
041100*================================================================
041200 2200-CREDIT-ORIGINAL.
041300     MOVE CLH-ALT-INV-NBR          TO DL168-IDX-INV-NBR
041400     PERFORM 8200-READ-INDEX        THRU 8200-EXIT
041500*    AN ORIGINAL WITH NO FEE WAS NEVER CHARGED - NOTHING TO
041600*    CREDIT, AND THE ADJUSTMENT'S OWN FEE GOES AS AN ORIGINAL
041700     IF NOT DLG8-FOUND
041800         GO TO 2200-EXIT
041900     END-IF
042000     SET DLG8-REVERSED             TO TRUE
042100     MOVE DL168-IDX-NTWK-NO        TO DLG8-S-NTWK-NO
042200     MOVE DL168-IDX-CONT-PRV       TO DLG8-S-CONT-PRV
042300     MOVE DL168-IDX-INV-NBR        TO DLG8-S-INV-NBR
042400     MOVE "R"                      TO DLG8-S-REC-TYPE
042500     MOVE CLH-INV-NBR-COMP         TO DLG8-S-ORIG-INV-NBR
042600     MOVE CLH-FIN-PROC-DT          TO DLG8-S-FIN-DT
042700     COMPUTE DLG8-S-PAID-AMT = ZERO - DL168-IDX-PAID-AMT
042800     MOVE CLH-ADJ-AMT              TO DLG8-S-ADJ-AMT
042900     MOVE DL168-IDX-FEE-PCT        TO DLG8-S-FEE-PCT
043000     COMPUTE DLG8-S-FEE-AMT = ZERO - DL168-IDX-FEE-AMT
043100     ADD 1 TO DLG8-CREDITS
043200     RELEASE DLG8-SORT-RECORD.
043300 2200-EXIT.
043400     EXIT.
043500 2999-EXIT.
043600     EXIT.
043700*================================================================
043800*    3000-SETTLE  -  OUTPUT PROCEDURE: ONE STATEMENT AND ONE     *
043900*                    PAYABLE RECORD PER NETWORK                  *
044000*================================================================
044100 3000-SETTLE.
044200     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
044300     PERFORM 3200-ONE-NETWORK       THRU 3200-EXIT
044400         UNTIL DLG8-SORT-EOF
044500     GO TO 3999-EXIT.
044600 3000-EXIT.
044700     EXIT.
044800*================================================================
044900*    3100-RETURN-SORT
045000*================================================================
045100 3100-RETURN-SORT.
045200     RETURN DL168-SORT-FILE
045300         AT END
045400             SET DLG8-SORT-EOF TO TRUE
045500     END-RETURN.
045600 3100-EXIT.
045700     EXIT.
045800*================================================================
045900*    3200-ONE-NETWORK
046000*================================================================
046100 3200-ONE-NETWORK.
046200     MOVE DLG8-S-NTWK-NO           TO DLG8-CUR-NTWK-NO
046300     MOVE ZERO                     TO DLG8-NTWK-CHARGE-CNT
046400     MOVE ZERO                     TO DLG8-NTWK-CREDIT-CNT
046500     MOVE ZERO                     TO DLG8-NTWK-CHARGE-AMT
046600     MOVE ZERO                     TO DLG8-NTWK-CREDIT-AMT
046700     MOVE DLG8-CUR-NTWK-NO         TO DLG8-NH-NTWK-NO
046800     MOVE DLG8-CNV-YYYYMM          TO DLG8-NH-MONTH
046900     WRITE DL168-RPT-LINE FROM SPACES
047000     WRITE DL168-RPT-LINE FROM DLG8-NETWORK-HEADING
047100     WRITE DL168-RPT-LINE FROM DLG8-COLUMN-HEADING
047200     PERFORM 3300-ONE-PROVIDER      THRU 3300-EXIT
047300         UNTIL DLG8-SORT-EOF
047400         OR DLG8-S-NTWK-NO NOT = DLG8-CUR-NTWK-NO
047500     PERFORM 3500-WRITE-PAYABLE     THRU 3500-EXIT.
047600 3200-EXIT.
047700     EXIT.
047800*================================================================
047900*    3300-ONE-PROVIDER
048000*================================================================
048100 3300-ONE-PROVIDER.
048200     MOVE DLG8-S-CONT-PRV          TO DLG8-CUR-CONT-PRV
048300     MOVE ZERO                     TO DLG8-PRV-COUNT
048400     MOVE ZERO                     TO DLG8-PRV-FEE
048500     PERFORM 3400-ONE-DETAIL        THRU 3400-EXIT
048600         UNTIL DLG8-SORT-EOF
048700         OR DLG8-S-NTWK-NO NOT = DLG8-CUR-NTWK-NO
048800         OR DLG8-S-CONT-PRV NOT = DLG8-CUR-CONT-PRV
048900     MOVE "PROVIDER TOTAL"         TO DLG8-ST-LABEL
049000     MOVE DLG8-CUR-CONT-PRV        TO DLG8-ST-KEY
049100     MOVE DLG8-PRV-COUNT           TO DLG8-ST-COUNT
049200     COMPUTE DLG8-ST-AMOUNT = DLG8-PRV-FEE / 100
049300     WRITE DL168-RPT-LINE FROM DLG8-SUBTOTAL-LINE.
049400 3300-EXIT.
049500     EXIT.
049600*================================================================
049700*    3400-ONE-DETAIL  -  ONE CHARGE OR CREDIT ON THE STATEMENT   *
049800*================================================================
049900 3400-ONE-DETAIL.
050000     MOVE DLG8-S-CONT-PRV          TO DLG8-D-CONT-PRV
050100     MOVE DLG8-S-INV-NBR           TO DLG8-D-INV-NBR
050200     EVALUATE DLG8-S-REC-TYPE
050300         WHEN "O"
050400             MOVE "CHG"            TO DLG8-D-TYPE
050500         WHEN "P"
050600             MOVE "REP"            TO DLG8-D-TYPE
050700         WHEN OTHER
050800             MOVE "CR"             TO DLG8-D-TYPE
050900     END-EVALUATE
051000     MOVE DLG8-S-ORIG-INV-NBR      TO DLG8-D-ORIG-INV-NBR
051100     MOVE DLG8-S-FIN-DT            TO DLG8-D-FIN-DT
051200     COMPUTE DLG8-D-PAID-AMT = DLG8-S-PAID-AMT / 100
051300     COMPUTE DLG8-D-ADJ-AMT  = DLG8-S-ADJ-AMT / 100
051400     MOVE DLG8-S-FEE-PCT           TO DLG8-D-FEE-PCT
051500     COMPUTE DLG8-D-FEE-AMT  = DLG8-S-FEE-AMT / 100
051600     WRITE DL168-RPT-LINE FROM DLG8-DETAIL-LINE
051700     ADD 1 TO DLG8-PRV-COUNT
051800     ADD DLG8-S-FEE-AMT            TO DLG8-PRV-FEE
051900     IF DLG8-S-CREDIT
052000         ADD 1 TO DLG8-NTWK-CREDIT-CNT
052100         ADD DLG8-S-FEE-AMT        TO DLG8-NTWK-CREDIT-AMT
052200     ELSE
052300         ADD 1 TO DLG8-NTWK-CHARGE-CNT
052400         ADD DLG8-S-FEE-AMT        TO DLG8-NTWK-CHARGE-AMT
052500     END-IF
052600     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
052700 3400-EXIT.
052800     EXIT.
052900*================================================================
053000*    3500-WRITE-PAYABLE  -  NETWORK TOTALS AND THE PAYABLE       *
053100*                           RECORD; CREDITS ARE CARRIED POSITIVE *
053200*================================================================
053300 3500-WRITE-PAYABLE.
053400     MOVE DLG8-CUR-NTWK-NO         TO DL168-P-NTWK-NO
053500     MOVE DLG8-CNV-YYYYMM          TO DL168-P-SETTLE-MONTH
053600     MOVE DLG8-NTWK-CHARGE-CNT     TO DL168-P-CHARGE-COUNT
053700     MOVE DLG8-NTWK-CREDIT-CNT     TO DL168-P-CREDIT-COUNT
053800     MOVE DLG8-NTWK-CHARGE-AMT     TO DL168-P-CHARGE-AMT
053900     COMPUTE DL168-P-CREDIT-AMT = ZERO - DLG8-NTWK-CREDIT-AMT
054000     COMPUTE DL168-P-NET-AMT =
054100         DLG8-NTWK-CHARGE-AMT + DLG8-NTWK-CREDIT-AMT
054200     WRITE DL168-PAY-RECORD
054300     ADD 1 TO DLG8-NETWORKS
054400     ADD DL168-P-CHARGE-AMT        TO DLG8-RUN-CHARGE-AMT
054500     ADD DL168-P-CREDIT-AMT        TO DLG8-RUN-CREDIT-AMT
054600     ADD DL168-P-NET-AMT           TO DLG8-RUN-NET-AMT
054700     MOVE DLG8-CUR-NTWK-NO         TO DLG8-ST-KEY
054800     MOVE "NETWORK FEES CHARGED"   TO DLG8-ST-LABEL
054900     MOVE DLG8-NTWK-CHARGE-CNT     TO DLG8-ST-COUNT
055000     COMPUTE DLG8-ST-AMOUNT = DL168-P-CHARGE-AMT / 100
055100     WRITE DL168-RPT-LINE FROM DLG8-SUBTOTAL-LINE
055200     MOVE "NETWORK FEES CREDITED"  TO DLG8-ST-LABEL
055300     MOVE DLG8-NTWK-CREDIT-CNT     TO DLG8-ST-COUNT
055400     COMPUTE DLG8-ST-AMOUNT = DL168-P-CREDIT-AMT / 100
055500     WRITE DL168-RPT-LINE FROM DLG8-SUBTOTAL-LINE
055600     MOVE "NETWORK NET PAYABLE"    TO DLG8-ST-LABEL
055700     COMPUTE DLG8-ST-COUNT = DLG8-NTWK-CHARGE-CNT
055800                           + DLG8-NTWK-CREDIT-CNT
055900     COMPUTE DLG8-ST-AMOUNT = DL168-P-NET-AMT / 100
056000     WRITE DL168-RPT-LINE FROM DLG8-SUBTOTAL-LINE.
056100 3500-EXIT.
056200     EXIT.
056300 3999-EXIT.
056400     EXIT.
056500*================================================================
056600*    4000-TERMINATE
056700*================================================================
056800 4000-TERMINATE.
056900     MOVE DLG8-CLM-READ            TO DLG8-T-CLM-READ
057000     MOVE DLG8-CLM-IN-MONTH        TO DLG8-T-IN-MONTH
057100     MOVE DLG8-CHARGES             TO DLG8-T-CHARGES
057200     MOVE DLG8-CREDITS             TO DLG8-T-CREDITS
057300     MOVE DLG8-NO-NETWORK          TO DLG8-T-NO-NETWORK
057400     MOVE DLG8-NETWORKS            TO DLG8-T-NETWORKS
057500     WRITE DL168-RPT-LINE FROM SPACES
057600     WRITE DL168-RPT-LINE FROM DLG8-TOTAL-LINE-1
057700     WRITE DL168-RPT-LINE FROM DLG8-TOTAL-LINE-2
057800     WRITE DL168-RPT-LINE FROM DLG8-TOTAL-LINE-3
057900     WRITE DL168-RPT-LINE FROM DLG8-TOTAL-LINE-4
058000     WRITE DL168-RPT-LINE FROM DLG8-TOTAL-LINE-5
058100     WRITE DL168-RPT-LINE FROM DLG8-TOTAL-LINE-6
058200     WRITE DL168-RPT-LINE FROM SPACES
058300     MOVE "TOTAL FEES CHARGED"     TO DLG8-A-LABEL
058400     COMPUTE DLG8-A-AMOUNT = DLG8-RUN-CHARGE-AMT / 100
058500     WRITE DL168-RPT-LINE FROM DLG8-AMOUNT-LINE
058600     MOVE "TOTAL FEES CREDITED"    TO DLG8-A-LABEL
058700     COMPUTE DLG8-A-AMOUNT = DLG8-RUN-CREDIT-AMT / 100
058800     WRITE DL168-RPT-LINE FROM DLG8-AMOUNT-LINE
058900     MOVE "TOTAL NET PAYABLE"      TO DLG8-A-LABEL
059000     COMPUTE DLG8-A-AMOUNT = DLG8-RUN-NET-AMT / 100
059100     WRITE DL168-RPT-LINE FROM DLG8-AMOUNT-LINE
059200     CLOSE BHS2MCH-FILE
059300     CLOSE BHS3MDE-FILE
059400     CLOSE DL168-IDX-FILE
059500     CLOSE DL168-PAY-FILE
059600     CLOSE DL168-RPT-FILE.
059700 4000-EXIT.
059800     EXIT.
059900*================================================================
060000*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
060100*================================================================
060200 8100-READ-CLAIM-PAIR.
060300     READ BHS2MCH-FILE
060400         AT END
060500             SET DLG8-CLM-EOF TO TRUE
060600     END-READ
060700     IF NOT DLG8-CLM-EOF
060800         AND NOT DLG8-DET-EOF
060900         READ BHS3MDE-FILE
061000             AT END
061100                 SET DLG8-DET-EOF TO TRUE
061200         END-READ
061300     END-IF.
061400 8100-EXIT.
061500     EXIT.
061600*================================================================
061700*    8200-READ-INDEX
061800*================================================================
061900 8200-READ-INDEX.
062000     MOVE "N"                      TO DLG8-FOUND-SW
062100     READ DL168-IDX-FILE
062200         INVALID KEY
062300             CONTINUE
062400         NOT INVALID KEY
062500             SET DLG8-FOUND TO TRUE
062600     END-READ.
062700 8200-EXIT.
062800     EXIT.
062900*================================================================
063000*    8900-MONTH-TO-YYYYMM
063100*================================================================
063200 8900-MONTH-TO-YYYYMM.
063300     DIVIDE DLG8-CNV-MO BY 12 GIVING DLG8-CNV-YYYY
063400         REMAINDER DLG8-CNV-REM
063500     COMPUTE DLG8-CNV-YYYYMM =
063600         DLG8-CNV-YYYY * 100 + DLG8-CNV-REM + 1.
063700 8900-EXIT.
063800     EXIT.
