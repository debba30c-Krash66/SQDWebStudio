000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL174.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - GROUP PREMIUM RECEIVABLES
001100*                   AND CASH APPLICATION.  THE DL174AR OPEN-ITEM
001200*                   LEDGER IS CARRIED FORWARD RUN OVER RUN (OLD
001300*                   IN, NEW OUT).  EACH DL074 INVOICE - THE SUM
001400*                   OF A PACKAGE'S DL074INV LINES FOR ONE
001500*                   INVOICE DATE - OPENS ONE ITEM; AN INVOICE
001600*                   ALREADY ON THE LEDGER (A RERUN) IS SKIPPED
001700*                   AND COUNTED.  UNAPPLIED CREDITS, THEN THE
001800*                   DAY'S DL174REM BANK REMITTANCES IN DEPOSIT
001900*                   ORDER, ARE APPLIED TO THE OLDEST OPEN
002000*                   INVOICE FIRST; A SHORT PAY LEAVES THE
002100*                   INVOICE OPEN FOR THE BALANCE AND AN
002200*                   OVERPAY IS CARRIED AS A CREDIT ITEM.  EVERY
002300*                   GROUP WITH AN OPEN ITEM IS AGED ON THE RUN
002400*                   DATE IN CURRENT/30/60/90-PLUS BUCKETS
002500*                   (PREMIUM IS DUE ON THE INVOICE DATE; DAYS
002600*                   BY THE SHARED DL900 ROUTINE).  A GROUP
002700*                   WHOSE OLDEST OPEN INVOICE IS 60 OR MORE
002800*                   DAYS PAST DUE IS FLAGGED ON THE DL174DLQ
002900*                   DELINQUENCY FILE.  THE REMITTANCES MUST TIE
003000*                   TO THE BANK TRAILER AND THE LEDGER MUST
003100*                   PROVE (OLD NET BALANCE PLUS INVOICES LESS
003200*                   CASH EQUALS NEW NET BALANCE); EITHER
003300*                   FAILURE ENDS THE STEP WITH RETURN CODE 8 SO
003400*                   THE NEW LEDGER IS NOT PROMOTED.
003401*  2026-10-15  RH   A GROUP'S LATEST INVOICE STAYS ON THE LEDGER
003402*                   AT A ZERO BALANCE ONCE PAID, AS ITS LAST
003403*                   INVOICED DATE.  AN INVOICE DATE NOT LATER
003404*                   THAN THAT IS COUNTED AS ALREADY ON FILE, SO A
003405*                   PAID-OFF INVOICE STILL ON DL074INV IS NOT
003406*                   BILLED AGAIN.
003500*================================================================
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT DL074-INV-FILE     ASSIGN TO DL074INV
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL174-REM-FILE     ASSIGN TO DL174REM
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL174-AR-IN-FILE   ASSIGN TO DL174ARI
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL174-AR-OUT-FILE  ASSIGN TO DL174ARO
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL174-DLQ-FILE     ASSIGN TO DL174DLQ
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL174-SORT-FILE    ASSIGN TO DL174SORT.
005300     SELECT DL174-RPT-FILE     ASSIGN TO DL174RPT
005400            ORGANIZATION IS LINE SEQUENTIAL.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  DL074-INV-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY DL074INV.
006000 FD  DL174-REM-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DL174REM.
006300 FD  DL174-AR-IN-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DL174AR.
006600 FD  DL174-AR-OUT-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  DL174-AR-OUT-RECORD           PIC X(60).
006900 FD  DL174-DLQ-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY DL174DLQ.
007200 SD  DL174-SORT-FILE.
007300*    TRANSACTION TYPE "1" IS AN INVOICE LINE, "2" A REMITTANCE,
007400*    SO A GROUP'S NEW INVOICE IS ON THE LEDGER BEFORE ITS CASH
007500 01  DLH4-SORT-RECORD.
007600     05  DLH4-S-PKG-NO             PIC 9(3).
007700     05  DLH4-S-TRN-TYPE           PIC X(1).
007800         88  DLH4-S-INVOICE                     VALUE "1".
007900         88  DLH4-S-REMIT                       VALUE "2".
008000     05  DLH4-S-DATE               PIC 9(8).
008100     05  DLH4-S-REF-NBR            PIC X(15).
008200     05  DLH4-S-AMT                PIC 9(11)V9(2).
008300 FD  DL174-RPT-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  DL174-RPT-LINE                PIC X(132).
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------
008800*    DLH4-SWITCHES AND COUNTERS
008900*----------------------------------------------------------------
009000 01  DLH4-SWITCHES.
009100     05  DLH4-INV-EOF-SW           PIC X(1)     VALUE "N".
009200         88  DLH4-INV-EOF                        VALUE "Y".
009300     05  DLH4-REM-EOF-SW           PIC X(1)     VALUE "N".
009400         88  DLH4-REM-EOF                        VALUE "Y".
009500     05  DLH4-AR-EOF-SW            PIC X(1)     VALUE "N".
009600         88  DLH4-AR-EOF                         VALUE "Y".
009700     05  DLH4-SORT-EOF-SW          PIC X(1)     VALUE "N".
009800         88  DLH4-SORT-EOF                       VALUE "Y".
009900     05  DLH4-TRAILER-SW           PIC X(1)     VALUE "N".
010000         88  DLH4-TRAILER-SEEN                   VALUE "Y".
010100 01  DLH4-KEYS.
010200     05  DLH4-AR-KEY               PIC X(3).
010300     05  DLH4-SRT-KEY              PIC X(3).
010400     05  DLH4-CUR-KEY              PIC X(3).
010500*----------------------------------------------------------------
010600*    DLH4-ITEM-TABLE  -  ONE GROUP'S LEDGER ITEMS IN ITEM-DATE
010700*    ORDER.  OVERFLOW ABORTS (DL060 RULE).
010800*----------------------------------------------------------------
010900 01  DLH4-ITEM-TABLE.
011000     05  DLH4-ITEM-COUNT           PIC S9(4) COMP VALUE ZERO.
011100     05  DLH4-ITEM-ENTRY OCCURS 100 TIMES.
011200         10  DLH4-T-ITEM-TYPE      PIC X(1).
011300             88  DLH4-T-INVOICE                 VALUE "I".
011400             88  DLH4-T-CREDIT                  VALUE "C".
011500         10  DLH4-T-ITEM-DT        PIC 9(8).
011600         10  DLH4-T-ORIG-AMT       PIC S9(11)V9(2).
011700         10  DLH4-T-OPEN-AMT       PIC S9(11)V9(2).
011800         10  DLH4-T-LAST-PAY-DT    PIC 9(8).
011900         10  DLH4-T-NEW-SW         PIC X(1).
012000             88  DLH4-T-NEW-THIS-RUN            VALUE "Y".
012100 01  DLH4-WORK-FIELDS.
012200     05  DLH4-SUB                  PIC S9(4) COMP VALUE ZERO.
012300     05  DLH4-CR-SUB               PIC S9(4) COMP VALUE ZERO.
012400     05  DLH4-APPLY-AMT            PIC S9(11)V9(2) VALUE ZERO.
012500     05  DLH4-TAKE-AMT             PIC S9(11)V9(2) VALUE ZERO.
012600     05  DLH4-CALL-DATE            PIC 9(8).
012700     05  DLH4-ITEM-JULIAN          PIC S9(8) COMP.
012800     05  DLH4-RUN-JULIAN           PIC S9(8) COMP.
012900     05  DLH4-DAYS-OUT             PIC S9(8) COMP.
013000     05  DLH4-OLDEST-DAYS          PIC S9(8) COMP.
013100     05  DLH4-OLDEST-DT            PIC 9(8).
013101     05  DLH4-LAST-INV-DT          PIC 9(8).
013200 01  DLH4-RUN-DATE                 PIC 9(8).
013300*----------------------------------------------------------------
013400*    DLH4-GROUP-AGING  -  ONE GROUP'S BUCKETS, CLEARED PER GROUP
013500*----------------------------------------------------------------
013600 01  DLH4-GROUP-AGING.
013700     05  DLH4-G-CURRENT            PIC S9(11)V9(2).
013800     05  DLH4-G-30                 PIC S9(11)V9(2).
013900     05  DLH4-G-60                 PIC S9(11)V9(2).
014000     05  DLH4-G-90                 PIC S9(11)V9(2).
014100     05  DLH4-G-CREDIT             PIC S9(11)V9(2).
014200     05  DLH4-G-NET                PIC S9(11)V9(2).
014300 01  DLH4-COUNTERS.
014400     05  DLH4-AR-READ              PIC S9(8) COMP VALUE ZERO.
014500     05  DLH4-AR-WRITTEN           PIC S9(8) COMP VALUE ZERO.
014600     05  DLH4-INV-LINES            PIC S9(8) COMP VALUE ZERO.
014700     05  DLH4-INV-OPENED           PIC S9(8) COMP VALUE ZERO.
014800     05  DLH4-INV-DUPS             PIC S9(8) COMP VALUE ZERO.
014900     05  DLH4-REM-COUNT            PIC S9(8) COMP VALUE ZERO.
015000     05  DLH4-TRL-COUNT            PIC S9(8) COMP VALUE ZERO.
015100     05  DLH4-BAD-RECS             PIC S9(8) COMP VALUE ZERO.
015200     05  DLH4-GROUPS-AGED          PIC S9(8) COMP VALUE ZERO.
015300     05  DLH4-GROUPS-DLQ           PIC S9(8) COMP VALUE ZERO.
015400 01  DLH4-AMOUNTS.
015500     05  DLH4-OLD-NET-AMT          PIC S9(13)V9(2) COMP-3
015600                                   VALUE ZERO.
015700     05  DLH4-NEW-NET-AMT          PIC S9(13)V9(2) COMP-3
015800                                   VALUE ZERO.
015900     05  DLH4-INV-AMT              PIC S9(13)V9(2) COMP-3
016000                                   VALUE ZERO.
016100     05  DLH4-DUP-AMT              PIC S9(13)V9(2) COMP-3
016200                                   VALUE ZERO.
016300     05  DLH4-REM-AMT              PIC S9(13)V9(2) COMP-3
016400                                   VALUE ZERO.
016500     05  DLH4-TRL-AMT              PIC S9(13)V9(2) COMP-3
016600                                   VALUE ZERO.
016700     05  DLH4-APPLIED-AMT          PIC S9(13)V9(2) COMP-3
016800                                   VALUE ZERO.
016900     05  DLH4-UNAPPLIED-AMT        PIC S9(13)V9(2) COMP-3
017000                                   VALUE ZERO.
017100     05  DLH4-TOT-CURRENT          PIC S9(13)V9(2) COMP-3
017200                                   VALUE ZERO.
017300     05  DLH4-TOT-30               PIC S9(13)V9(2) COMP-3
017400                                   VALUE ZERO.
017500     05  DLH4-TOT-60               PIC S9(13)V9(2) COMP-3
017600                                   VALUE ZERO.
017700     05  DLH4-TOT-90               PIC S9(13)V9(2) COMP-3
017800                                   VALUE ZERO.
017900     05  DLH4-TOT-CREDIT           PIC S9(13)V9(2) COMP-3
018000                                   VALUE ZERO.
018100     05  DLH4-PROOF-AMT            PIC S9(13)V9(2) COMP-3
018200                                   VALUE ZERO.
018300 01  DLH4-HEADING-1.
018400     05  FILLER                    PIC X(45)
018500         VALUE "GROUP PREMIUM RECEIVABLES AND AGING REGISTER".
018600 01  DLH4-COLUMN-HEADING.
018700     05  FILLER                   PIC X(8)  VALUE "GROUP".
018800     05  FILLER                   PIC X(16) VALUE "CURRENT".
018900     05  FILLER                   PIC X(16) VALUE "30-59".
019000     05  FILLER                   PIC X(16) VALUE "60-89".
019100     05  FILLER                   PIC X(16) VALUE "90-PLUS".
019200     05  FILLER                   PIC X(16) VALUE "CREDIT".
019300     05  FILLER                   PIC X(17) VALUE "NET BALANCE".
019400     05  FILLER                   PIC X(10) VALUE "OLDEST".
019500     05  FILLER                   PIC X(6)  VALUE "DAYS".
019600     05  FILLER                   PIC X(10) VALUE "FLAG".
019700 01  DLH4-GROUP-LINE.
019800     05  DLH4-L-PKG-NO             PIC 9(3).
019900     05  FILLER                    PIC X(2)  VALUE SPACES.
020000     05  DLH4-L-CURRENT            PIC ZZZ,ZZZ,ZZ9.99-.
020100     05  DLH4-L-30                 PIC ZZZ,ZZZ,ZZ9.99-.
020200     05  DLH4-L-60                 PIC ZZZ,ZZZ,ZZ9.99-.
020300     05  DLH4-L-90                 PIC ZZZ,ZZZ,ZZ9.99-.
020400     05  DLH4-L-CREDIT             PIC ZZZ,ZZZ,ZZ9.99-.
020500     05  DLH4-L-NET                PIC ZZZ,ZZZ,ZZ9.99-.
020600     05  FILLER                    PIC X(2)  VALUE SPACES.
020700     05  DLH4-L-OLDEST-DT          PIC 9(8).
020800     05  FILLER                    PIC X(2)  VALUE SPACES.
020900     05  DLH4-L-DAYS               PIC ZZZZ9.
021000     05  FILLER                    PIC X(2)  VALUE SPACES.
021100     05  DLH4-L-FLAG               PIC X(10).
021200 01  DLH4-CASH-LINE.
021300     05  DLH4-C-PKG-NO             PIC 9(3).
021400     05  FILLER                    PIC X(2)  VALUE SPACES.
021500     05  DLH4-C-LABEL              PIC X(12).
021600     05  DLH4-C-REF-NBR            PIC X(15).
021700     05  FILLER                    PIC X(2)  VALUE SPACES.
021800     05  DLH4-C-DATE               PIC 9(8).
021900     05  FILLER                    PIC X(2)  VALUE SPACES.
022000     05  DLH4-C-AMT                PIC ZZZ,ZZZ,ZZ9.99-.
022100     05  FILLER                    PIC X(10) VALUE "  APPLIED".
022200     05  DLH4-C-APPLIED            PIC ZZZ,ZZZ,ZZ9.99-.
022300     05  FILLER                    PIC X(12) VALUE "  UNAPPLIED".
022400     05  DLH4-C-UNAPPLIED          PIC ZZZ,ZZZ,ZZ9.99-.
022500 01  DLH4-TOTAL-LINE.
022600     05  DLH4-TL-LABEL             PIC X(25).
022700     05  DLH4-TL-COUNT             PIC ZZZ,ZZ9.
022800     05  FILLER                    PIC X(2)  VALUE SPACES.
022900     05  DLH4-TL-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023000 01  DLH4-BALANCE-LINE.
023100     05  DLH4-B-TEXT               PIC X(60).
023200*----------------------------------------------------------------
023300*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
023400*----------------------------------------------------------------
023500 01  DL903-PARMS.
023600     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL174".
023700     05  DL903-REC-TYPE            PIC X(1).
023800     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
023900*----------------------------------------------------------------
024000*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
024100*----------------------------------------------------------------
024200 01  DL902-DATES.
024300     05  DL902-EXEC-DATE           PIC 9(8).
024400 01  DL902-EXEC-LINE.
024500     05  FILLER                    PIC X(14)
024600         VALUE "BUSINESS DATE ".
024700     05  DL902-EL-BUS              PIC 9(8).
024800     05  FILLER                    PIC X(11)
024900         VALUE "  EXECUTED ".
025000     05  DL902-EL-EXEC             PIC 9(8).
025100 PROCEDURE DIVISION.
025200*================================================================
025300*    0000-MAINLINE
025400*================================================================
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
025700     MOVE "S"                      TO DL903-REC-TYPE
025800     CALL "DL903" USING DL903-PARMS
025900     SORT DL174-SORT-FILE
026000         ON ASCENDING KEY DLH4-S-PKG-NO
026100                          DLH4-S-TRN-TYPE
026200                          DLH4-S-DATE
026300                          DLH4-S-REF-NBR
026400         INPUT PROCEDURE IS 2000-RELEASE-TRANS
026500             THRU 2999-EXIT
026600         OUTPUT PROCEDURE IS 3000-APPLY-TRANS
026700             THRU 3999-EXIT
026800     PERFORM 4000-TERMINATE         THRU 4000-EXIT
026900     MOVE "E"                      TO DL903-REC-TYPE
027000     MOVE DLH4-AR-READ TO DL903-REC-COUNT
027100     CALL "DL903" USING DL903-PARMS
027200     GOBACK.
027300*================================================================
027400*    1000-INITIALIZE
027500*================================================================
027600 1000-INITIALIZE.
027700     CALL "DL902" USING DLH4-RUN-DATE DL902-EXEC-DATE
027800     CALL "DL900" USING DLH4-RUN-DATE DLH4-RUN-JULIAN
027900     OPEN INPUT  DL074-INV-FILE
028000     OPEN INPUT  DL174-REM-FILE
028100     OPEN INPUT  DL174-AR-IN-FILE
028200     OPEN OUTPUT DL174-AR-OUT-FILE
028300     OPEN OUTPUT DL174-DLQ-FILE
028400     OPEN OUTPUT DL174-RPT-FILE
028500     WRITE DL174-RPT-LINE FROM DLH4-HEADING-1
028600     MOVE DLH4-RUN-DATE TO DL902-EL-BUS
028700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
028800     WRITE DL174-RPT-LINE FROM DL902-EXEC-LINE
028900     WRITE DL174-RPT-LINE FROM SPACES
029000     WRITE DL174-RPT-LINE FROM DLH4-COLUMN-HEADING.
029100 1000-EXIT.
029200     EXIT.
029300*================================================================
029400*    2000-RELEASE-TRANS  -  INPUT PROCEDURE: THE DL074 INVOICE   *
029500*                           LINES, THEN THE BANK REMITTANCES;    *
029600*                           THE TRAILER TOTALS ARE KEPT FOR THE  *
029700*                           TIE-OUT                              *
029800*================================================================
029900 2000-RELEASE-TRANS.
030000     PERFORM 2100-RELEASE-INVOICE   THRU 2100-EXIT
030100         UNTIL DLH4-INV-EOF
030200     PERFORM 2200-RELEASE-REMIT     THRU 2200-EXIT
030300         UNTIL DLH4-REM-EOF
030400     GO TO 2999-EXIT.
030500 2000-EXIT.
030600     EXIT.
030700*================================================================
030800*    2100-RELEASE-INVOICE
030900*================================================================
031000 2100-RELEASE-INVOICE.
031100     READ DL074-INV-FILE
031200         AT END
031300             SET DLH4-INV-EOF TO TRUE
031400             GO TO 2100-EXIT
031500     END-READ
031600     ADD 1 TO DLH4-INV-LINES
031700     IF DL074-I-BILL-AMT = ZERO
031800         GO TO 2100-EXIT
031900     END-IF
032000     MOVE DL074-I-PKG-NO           TO DLH4-S-PKG-NO
032100     MOVE "1"                      TO DLH4-S-TRN-TYPE
032200     MOVE DL074-I-INVOICE-DT       TO DLH4-S-DATE
032300     MOVE SPACES                   TO DLH4-S-REF-NBR
032400     MOVE DL074-I-BILL-AMT         TO DLH4-S-AMT
032500     RELEASE DLH4-SORT-RECORD.
032600 2100-EXIT.
032700     EXIT.
032800*================================================================
032900*    2200-RELEASE-REMIT
033000*================================================================
033100 2200-RELEASE-REMIT.
033200     READ DL174-REM-FILE
033300         AT END
033400             SET DLH4-REM-EOF TO TRUE
033500             GO TO 2200-EXIT
033600     END-READ
033700     EVALUATE TRUE
033800         WHEN DL174-R-DETAIL
033900             ADD 1 TO DLH4-REM-COUNT
034000             ADD DL174-R-PAY-AMT   TO DLH4-REM-AMT
034100             MOVE DL174-R-PKG-NO   TO DLH4-S-PKG-NO
034200             MOVE "2"              TO DLH4-S-TRN-TYPE
034300             MOVE DL174-R-DEPOSIT-DT TO DLH4-S-DATE
034400             MOVE DL174-R-REF-NBR  TO DLH4-S-REF-NBR
034500             MOVE DL174-R-PAY-AMT  TO DLH4-S-AMT
034600             RELEASE DLH4-SORT-RECORD
034700         WHEN DL174-R-TRAILER
034800             SET DLH4-TRAILER-SEEN TO TRUE
034900             MOVE DL174-R-ITEM-COUNT TO DLH4-TRL-COUNT
035000             MOVE DL174-R-DEPOSIT-AMT TO DLH4-TRL-AMT
035100         WHEN OTHER
035200             ADD 1 TO DLH4-BAD-RECS
035300     END-EVALUATE.
035400 2200-EXIT.
035500     EXIT.
035600 2999-EXIT.
035700     EXIT.
035800*================================================================
035900*    3000-APPLY-TRANS  -  OUTPUT PROCEDURE: MATCH THE SORTED     *
036000*                         TRANSACTIONS TO THE OLD LEDGER BY      *
036100*                         GROUP                                  *
036200*================================================================
036300 3000-APPLY-TRANS.
036400     PERFORM 8000-READ-LEDGER       THRU 8000-EXIT
036500     PERFORM 8100-RETURN-SORT       THRU 8100-EXIT
036600     PERFORM 3100-PROCESS-GROUP     THRU 3100-EXIT
036700         UNTIL DLH4-AR-EOF
036800         AND DLH4-SORT-EOF
036900     GO TO 3999-EXIT.
037000 3000-EXIT.
037100     EXIT.
037200*================================================================
037300*    3100-PROCESS-GROUP  -  GATHER THE GROUP'S LEDGER, OPEN ITS  *
037400*                           NEW INVOICES, APPLY CREDITS THEN     *
037500*                           CASH, AGE IT AND WRITE IT BACK       *
037600*================================================================
037700 3100-PROCESS-GROUP.
037800     IF DLH4-AR-KEY < DLH4-SRT-KEY
037900         MOVE DLH4-AR-KEY          TO DLH4-CUR-KEY
038000     ELSE
038100         MOVE DLH4-SRT-KEY         TO DLH4-CUR-KEY
038200     END-IF
038300     MOVE ZERO                     TO DLH4-ITEM-COUNT
038301     MOVE ZERO                     TO DLH4-LAST-INV-DT
038400     PERFORM 3200-GATHER-ONE-ITEM   THRU 3200-EXIT
038500         UNTIL DLH4-AR-KEY NOT = DLH4-CUR-KEY
038600     PERFORM 3300-OPEN-INVOICE      THRU 3300-EXIT
038700         UNTIL DLH4-SRT-KEY NOT = DLH4-CUR-KEY
038800         OR NOT DLH4-S-INVOICE
038900     PERFORM 3400-APPLY-ONE-CREDIT  THRU 3400-EXIT
039000         VARYING DLH4-CR-SUB FROM 1 BY 1
039100         UNTIL DLH4-CR-SUB > DLH4-ITEM-COUNT
039200     PERFORM 3500-APPLY-REMIT       THRU 3500-EXIT
039300         UNTIL DLH4-SRT-KEY NOT = DLH4-CUR-KEY
039400     PERFORM 3600-AGE-GROUP         THRU 3600-EXIT.
039500 3100-EXIT.
039600     EXIT.
039700*================================================================
039800*    3200-GATHER-ONE-ITEM  -  OLD LEDGER ITEM INTO THE TABLE;    *
039900*                             THE OLD NET BALANCE IS PROVED      *
040000*                             AGAINST THE NEW AT END OF JOB      *
040100*================================================================
040200 3200-GATHER-ONE-ITEM.
040300     IF DLH4-ITEM-COUNT >= 100
040400         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
040500     END-IF
040600     ADD 1 TO DLH4-ITEM-COUNT
040700     MOVE DLH4-ITEM-COUNT          TO DLH4-SUB
040800     MOVE DL174-A-ITEM-TYPE        TO DLH4-T-ITEM-TYPE(DLH4-SUB)
040900     MOVE DL174-A-ITEM-DT          TO DLH4-T-ITEM-DT(DLH4-SUB)
041000     MOVE DL174-A-ORIG-AMT         TO DLH4-T-ORIG-AMT(DLH4-SUB)
041100     MOVE DL174-A-OPEN-AMT         TO DLH4-T-OPEN-AMT(DLH4-SUB)
041200     MOVE DL174-A-LAST-PAY-DT      TO
041300         DLH4-T-LAST-PAY-DT(DLH4-SUB)
041400     MOVE "N"                      TO DLH4-T-NEW-SW(DLH4-SUB)
041401     IF DL174-A-INVOICE
041402         AND DL174-A-ITEM-DT > DLH4-LAST-INV-DT
041403         MOVE DL174-A-ITEM-DT      TO DLH4-LAST-INV-DT
041404     END-IF
041500     IF DL174-A-CREDIT
041600         SUBTRACT DL174-A-OPEN-AMT FROM DLH4-OLD-NET-AMT
041700     ELSE
041800         ADD DL174-A-OPEN-AMT      TO DLH4-OLD-NET-AMT
041900     END-IF
042000     PERFORM 8000-READ-LEDGER       THRU 8000-EXIT.
042100 3200-EXIT.
042200     EXIT.
042300*================================================================
042400*    3300-OPEN-INVOICE  -  LINES FOR ONE INVOICE DATE ARE SUMMED *
042401*                          INTO ONE ITEM.  A DATE ALREADY ON THE *
042402*                          OLD LEDGER, OR NO LATER THAN THE      *
042403*                          GROUP'S LAST INVOICED DATE, WAS       *
042404*                          BILLED BEFORE AND IS SKIPPED          *
042700*================================================================
042800 3300-OPEN-INVOICE.
042900     PERFORM 3310-FIND-ITEM         THRU 3310-EXIT
043000         VARYING DLH4-SUB FROM 1 BY 1
043100         UNTIL DLH4-SUB > DLH4-ITEM-COUNT
043200         OR (DLH4-T-INVOICE(DLH4-SUB)
043300             AND DLH4-T-ITEM-DT(DLH4-SUB) = DLH4-S-DATE)
043301     IF DLH4-SUB > DLH4-ITEM-COUNT
043302         AND DLH4-S-DATE NOT > DLH4-LAST-INV-DT
043303         ADD 1 TO DLH4-INV-DUPS
043304         ADD DLH4-S-AMT            TO DLH4-DUP-AMT
043305         GO TO 3300-NEXT
043306     END-IF
043400     EVALUATE TRUE
043500         WHEN DLH4-SUB > DLH4-ITEM-COUNT
043600             IF DLH4-ITEM-COUNT >= 100
043700                 PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
043800             END-IF
043900             ADD 1 TO DLH4-ITEM-COUNT
044000             MOVE DLH4-ITEM-COUNT  TO DLH4-SUB
044100             MOVE "I"              TO DLH4-T-ITEM-TYPE(DLH4-SUB)
044200             MOVE DLH4-S-DATE      TO DLH4-T-ITEM-DT(DLH4-SUB)
044300             MOVE DLH4-S-AMT       TO DLH4-T-ORIG-AMT(DLH4-SUB)
044400             MOVE DLH4-S-AMT       TO DLH4-T-OPEN-AMT(DLH4-SUB)
044500             MOVE ZERO             TO
044600                 DLH4-T-LAST-PAY-DT(DLH4-SUB)
044700             MOVE "Y"              TO DLH4-T-NEW-SW(DLH4-SUB)
044701             MOVE DLH4-S-DATE      TO DLH4-LAST-INV-DT
044800             ADD 1 TO DLH4-INV-OPENED
044900             ADD DLH4-S-AMT        TO DLH4-INV-AMT
045000         WHEN DLH4-T-NEW-THIS-RUN(DLH4-SUB)
045100             ADD DLH4-S-AMT        TO DLH4-T-ORIG-AMT(DLH4-SUB)
045200             ADD DLH4-S-AMT        TO DLH4-T-OPEN-AMT(DLH4-SUB)
045300             ADD DLH4-S-AMT        TO DLH4-INV-AMT
045400         WHEN OTHER
045500             ADD 1 TO DLH4-INV-DUPS
045600             ADD DLH4-S-AMT        TO DLH4-DUP-AMT
045700     END-EVALUATE.
045701 3300-NEXT.
045800     PERFORM 8100-RETURN-SORT       THRU 8100-EXIT.
045900 3300-EXIT.
046000     EXIT.
046100*================================================================
046200*    3310-FIND-ITEM  -  BODY IS EMPTY; THE SEARCH IS DONE        *
046300*                       ENTIRELY BY THE VARYING/UNTIL            *
046400*================================================================
046500 3310-FIND-ITEM.
046600     CONTINUE.
046700 3310-EXIT.
046800     EXIT.
046900*================================================================
047000*    3400-APPLY-ONE-CREDIT  -  UNAPPLIED CASH CARRIED FROM AN    *
047100*                              EARLIER RUN GOES TO THE OLDEST    *
047200*                              OPEN INVOICE FIRST                *
047300*================================================================
047400 3400-APPLY-ONE-CREDIT.
047500     IF NOT DLH4-T-CREDIT(DLH4-CR-SUB)
047600         OR DLH4-T-OPEN-AMT(DLH4-CR-SUB) = ZERO
047700         GO TO 3400-EXIT
047800     END-IF
047900     MOVE DLH4-T-OPEN-AMT(DLH4-CR-SUB) TO DLH4-APPLY-AMT
048000     PERFORM 3700-APPLY-TO-ITEM     THRU 3700-EXIT
048100         VARYING DLH4-SUB FROM 1 BY 1
048200         UNTIL DLH4-SUB > DLH4-ITEM-COUNT
048300         OR DLH4-APPLY-AMT = ZERO
048400     MOVE DLH4-APPLY-AMT           TO
048500         DLH4-T-OPEN-AMT(DLH4-CR-SUB).
048600 3400-EXIT.
048700     EXIT.
048800*================================================================
048900*    3500-APPLY-REMIT  -  ONE REMITTANCE TO THE OLDEST OPEN      *
049000*                         INVOICE FIRST; WHAT IS LEFT OVER IS    *
049100*                         CARRIED AS A NEW CREDIT ITEM           *
049200*================================================================
049300 3500-APPLY-REMIT.
049400     MOVE DLH4-S-AMT               TO DLH4-APPLY-AMT
049500     PERFORM 3700-APPLY-TO-ITEM     THRU 3700-EXIT
049600         VARYING DLH4-SUB FROM 1 BY 1
049700         UNTIL DLH4-SUB > DLH4-ITEM-COUNT
049800         OR DLH4-APPLY-AMT = ZERO
049900     MOVE SPACES                   TO DLH4-CASH-LINE
050000     MOVE DLH4-CUR-KEY             TO DLH4-C-PKG-NO
050100     MOVE "REMITTANCE"             TO DLH4-C-LABEL
050200     MOVE DLH4-S-REF-NBR           TO DLH4-C-REF-NBR
050300     MOVE DLH4-S-DATE              TO DLH4-C-DATE
050400     MOVE DLH4-S-AMT               TO DLH4-C-AMT
050500     COMPUTE DLH4-TAKE-AMT = DLH4-S-AMT - DLH4-APPLY-AMT
050600     MOVE DLH4-TAKE-AMT            TO DLH4-C-APPLIED
050700     MOVE DLH4-APPLY-AMT           TO DLH4-C-UNAPPLIED
050800     ADD DLH4-TAKE-AMT             TO DLH4-APPLIED-AMT
050900     ADD DLH4-APPLY-AMT            TO DLH4-UNAPPLIED-AMT
051000     IF DLH4-APPLY-AMT > ZERO
051100         IF DLH4-ITEM-COUNT >= 100
051200             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
051300         END-IF
051400         ADD 1 TO DLH4-ITEM-COUNT
051500         MOVE DLH4-ITEM-COUNT      TO DLH4-SUB
051600         MOVE "C"                  TO DLH4-T-ITEM-TYPE(DLH4-SUB)
051700         MOVE DLH4-S-DATE          TO DLH4-T-ITEM-DT(DLH4-SUB)
051800         MOVE DLH4-APPLY-AMT       TO DLH4-T-ORIG-AMT(DLH4-SUB)
051900         MOVE DLH4-APPLY-AMT       TO DLH4-T-OPEN-AMT(DLH4-SUB)
052000         MOVE DLH4-S-DATE          TO
052100             DLH4-T-LAST-PAY-DT(DLH4-SUB)
052200         MOVE "Y"                  TO DLH4-T-NEW-SW(DLH4-SUB)
052300     END-IF
052400     WRITE DL174-RPT-LINE FROM DLH4-CASH-LINE
052500     PERFORM 8100-RETURN-SORT       THRU 8100-EXIT.
052600 3500-EXIT.
052700     EXIT.
052800*================================================================
052900*    3600-AGE-GROUP  -  BUCKET THE OPEN INVOICES BY DAYS PAST    *
053000*                       DUE, FLAG 60-PLUS, WRITE THE OPEN ITEMS  *
053100*================================================================
053200 3600-AGE-GROUP.
053300     INITIALIZE DLH4-GROUP-AGING
053400     MOVE ZERO                     TO DLH4-OLDEST-DAYS
053500     MOVE ZERO                     TO DLH4-OLDEST-DT
053600     PERFORM 3610-AGE-ONE-ITEM      THRU 3610-EXIT
053700         VARYING DLH4-SUB FROM 1 BY 1
053800         UNTIL DLH4-SUB > DLH4-ITEM-COUNT
053900     COMPUTE DLH4-G-NET = DLH4-G-CURRENT + DLH4-G-30
054000         + DLH4-G-60 + DLH4-G-90 - DLH4-G-CREDIT
054100     ADD DLH4-G-NET                TO DLH4-NEW-NET-AMT
054200     IF DLH4-G-CURRENT = ZERO AND DLH4-G-30 = ZERO
054300         AND DLH4-G-60 = ZERO AND DLH4-G-90 = ZERO
054400         AND DLH4-G-CREDIT = ZERO
054500         GO TO 3600-EXIT
054600     END-IF
054700     ADD 1 TO DLH4-GROUPS-AGED
054800     ADD DLH4-G-CURRENT            TO DLH4-TOT-CURRENT
054900     ADD DLH4-G-30                 TO DLH4-TOT-30
055000     ADD DLH4-G-60                 TO DLH4-TOT-60
055100     ADD DLH4-G-90                 TO DLH4-TOT-90
055200     ADD DLH4-G-CREDIT             TO DLH4-TOT-CREDIT
055300     MOVE SPACES                   TO DLH4-GROUP-LINE
055400     MOVE DLH4-CUR-KEY             TO DLH4-L-PKG-NO
055500     MOVE DLH4-G-CURRENT           TO DLH4-L-CURRENT
055600     MOVE DLH4-G-30                TO DLH4-L-30
055700     MOVE DLH4-G-60                TO DLH4-L-60
055800     MOVE DLH4-G-90                TO DLH4-L-90
055900     MOVE DLH4-G-CREDIT            TO DLH4-L-CREDIT
056000     MOVE DLH4-G-NET               TO DLH4-L-NET
056100     MOVE DLH4-OLDEST-DT           TO DLH4-L-OLDEST-DT
056200     MOVE DLH4-OLDEST-DAYS         TO DLH4-L-DAYS
056300     IF DLH4-OLDEST-DAYS >= 60
056400         MOVE "DELINQUENT"         TO DLH4-L-FLAG
056500         PERFORM 3620-WRITE-DELINQUENT THRU 3620-EXIT
056600     END-IF
056700     WRITE DL174-RPT-LINE FROM DLH4-GROUP-LINE.
056800 3600-EXIT.
056900     EXIT.
057000*================================================================
057100*    3610-AGE-ONE-ITEM  -  PAID-OFF ITEMS ARE DROPPED FROM THE   *
057101*                          LEDGER HERE, EXCEPT THE GROUP'S       *
057102*                          LATEST INVOICE, KEPT AT A ZERO        *
057103*                          BALANCE AS ITS LAST INVOICED DATE     *
057104*                          AND NOT AGED                          *
057300*================================================================
057400 3610-AGE-ONE-ITEM.
057500     IF DLH4-T-OPEN-AMT(DLH4-SUB) = ZERO
057501         AND (DLH4-T-CREDIT(DLH4-SUB)
057502           OR DLH4-T-ITEM-DT(DLH4-SUB) NOT = DLH4-LAST-INV-DT)
057600         GO TO 3610-EXIT
057700     END-IF
057800     MOVE DLH4-CUR-KEY             TO DL174-A-PKG-NO
057900     MOVE DLH4-T-ITEM-TYPE(DLH4-SUB) TO DL174-A-ITEM-TYPE
058000     MOVE DLH4-T-ITEM-DT(DLH4-SUB) TO DL174-A-ITEM-DT
058100     MOVE DLH4-T-ORIG-AMT(DLH4-SUB) TO DL174-A-ORIG-AMT
058200     MOVE DLH4-T-OPEN-AMT(DLH4-SUB) TO DL174-A-OPEN-AMT
058300     MOVE DLH4-T-LAST-PAY-DT(DLH4-SUB) TO DL174-A-LAST-PAY-DT
058400     WRITE DL174-AR-OUT-RECORD FROM DL174-AR-RECORD
058500     ADD 1 TO DLH4-AR-WRITTEN
058501     IF DLH4-T-OPEN-AMT(DLH4-SUB) = ZERO
058502         GO TO 3610-EXIT
058503     END-IF
058600     IF DLH4-T-CREDIT(DLH4-SUB)
058700         ADD DLH4-T-OPEN-AMT(DLH4-SUB) TO DLH4-G-CREDIT
058800         GO TO 3610-EXIT
058900     END-IF
059000     MOVE DLH4-T-ITEM-DT(DLH4-SUB) TO DLH4-CALL-DATE
059100     CALL "DL900" USING DLH4-CALL-DATE DLH4-ITEM-JULIAN
059200     COMPUTE DLH4-DAYS-OUT = DLH4-RUN-JULIAN - DLH4-ITEM-JULIAN
059300     IF DLH4-DAYS-OUT < ZERO
059400         MOVE ZERO                 TO DLH4-DAYS-OUT
059500     END-IF
059600     IF DLH4-DAYS-OUT > DLH4-OLDEST-DAYS
059700         OR DLH4-OLDEST-DT = ZERO
059800         MOVE DLH4-DAYS-OUT        TO DLH4-OLDEST-DAYS
059900         MOVE DLH4-T-ITEM-DT(DLH4-SUB) TO DLH4-OLDEST-DT
060000     END-IF
060100     EVALUATE TRUE
060200         WHEN DLH4-DAYS-OUT < 30
060300             ADD DLH4-T-OPEN-AMT(DLH4-SUB) TO DLH4-G-CURRENT
060400         WHEN DLH4-DAYS-OUT < 60
060500             ADD DLH4-T-OPEN-AMT(DLH4-SUB) TO DLH4-G-30
060600         WHEN DLH4-DAYS-OUT < 90
060700             ADD DLH4-T-OPEN-AMT(DLH4-SUB) TO DLH4-G-60
060800         WHEN OTHER
060900             ADD DLH4-T-OPEN-AMT(DLH4-SUB) TO DLH4-G-90
061000     END-EVALUATE.
061100 3610-EXIT.
061200     EXIT.
061300*================================================================
061400*    3620-WRITE-DELINQUENT
061500*================================================================
061600 3620-WRITE-DELINQUENT.
061700     MOVE SPACES                   TO DL174-DLQ-RECORD
061800     MOVE DLH4-CUR-KEY             TO DL174-D-PKG-NO
061900     MOVE DLH4-OLDEST-DT           TO DL174-D-OLDEST-DT
062000     MOVE DLH4-OLDEST-DAYS         TO DL174-D-DAYS-PAST-DUE
062100     COMPUTE DL174-D-PAST-DUE-AMT = DLH4-G-60 + DLH4-G-90
062200     MOVE DLH4-G-NET               TO DL174-D-BALANCE-AMT
062300     MOVE DLH4-RUN-DATE            TO DL174-D-RUN-DT
062400     WRITE DL174-DLQ-RECORD
062500     ADD 1 TO DLH4-GROUPS-DLQ.
062600 3620-EXIT.
062700     EXIT.
062800*================================================================
062900*    3700-APPLY-TO-ITEM  -  AS MUCH OF DLH4-APPLY-AMT AS THE     *
063000*                           INVOICE STILL OWES                   *
063100*================================================================
063200 3700-APPLY-TO-ITEM.
063300     IF NOT DLH4-T-INVOICE(DLH4-SUB)
063400         OR DLH4-T-OPEN-AMT(DLH4-SUB) = ZERO
063500         GO TO 3700-EXIT
063600     END-IF
063700     IF DLH4-APPLY-AMT < DLH4-T-OPEN-AMT(DLH4-SUB)
063800         MOVE DLH4-APPLY-AMT       TO DLH4-TAKE-AMT
063900     ELSE
064000         MOVE DLH4-T-OPEN-AMT(DLH4-SUB) TO DLH4-TAKE-AMT
064100     END-IF
064200     SUBTRACT DLH4-TAKE-AMT FROM DLH4-T-OPEN-AMT(DLH4-SUB)
064300     SUBTRACT DLH4-TAKE-AMT FROM DLH4-APPLY-AMT
064400     MOVE DLH4-RUN-DATE            TO
064500         DLH4-T-LAST-PAY-DT(DLH4-SUB).
064600 3700-EXIT.
064700     EXIT.
064800 3999-EXIT.
064900     EXIT.
065000*================================================================
065100*    4000-TERMINATE  -  REMITTANCES MUST TIE TO THE BANK         *
065200*                       TRAILER AND THE LEDGER MUST PROVE        *
065300*================================================================
065400 4000-TERMINATE.
065500     WRITE DL174-RPT-LINE FROM SPACES
065600     MOVE "GROUPS WITH OPEN ITEMS"  TO DLH4-TL-LABEL
065700     MOVE DLH4-GROUPS-AGED         TO DLH4-TL-COUNT
065800     MOVE DLH4-NEW-NET-AMT         TO DLH4-TL-AMT
065900     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
066000     MOVE SPACES                   TO DLH4-TOTAL-LINE
066100     MOVE "   CURRENT"             TO DLH4-TL-LABEL
066200     MOVE DLH4-TOT-CURRENT         TO DLH4-TL-AMT
066300     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
066400     MOVE "   30-59 DAYS"          TO DLH4-TL-LABEL
066500     MOVE DLH4-TOT-30              TO DLH4-TL-AMT
066600     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
066700     MOVE "   60-89 DAYS"          TO DLH4-TL-LABEL
066800     MOVE DLH4-TOT-60              TO DLH4-TL-AMT
066900     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
067000     MOVE "   90-PLUS DAYS"        TO DLH4-TL-LABEL
067100     MOVE DLH4-TOT-90              TO DLH4-TL-AMT
067200     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
067300     MOVE "   UNAPPLIED CREDITS"   TO DLH4-TL-LABEL
067400     MOVE DLH4-TOT-CREDIT          TO DLH4-TL-AMT
067500     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
067600     MOVE "GROUPS FLAGGED DELINQUENT" TO DLH4-TL-LABEL
067700     MOVE DLH4-GROUPS-DLQ          TO DLH4-TL-COUNT
067800     MOVE ZERO                     TO DLH4-TL-AMT
067900     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
068000     WRITE DL174-RPT-LINE FROM SPACES
068100     MOVE "OLD LEDGER NET BALANCE"  TO DLH4-TL-LABEL
068200     MOVE DLH4-AR-READ             TO DLH4-TL-COUNT
068300     MOVE DLH4-OLD-NET-AMT         TO DLH4-TL-AMT
068400     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
068500     MOVE "INVOICES OPENED"        TO DLH4-TL-LABEL
068600     MOVE DLH4-INV-OPENED          TO DLH4-TL-COUNT
068700     MOVE DLH4-INV-AMT             TO DLH4-TL-AMT
068800     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
068900     MOVE "INVOICES ALREADY ON FILE" TO DLH4-TL-LABEL
069000     MOVE DLH4-INV-DUPS            TO DLH4-TL-COUNT
069100     MOVE DLH4-DUP-AMT             TO DLH4-TL-AMT
069200     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
069300     MOVE "BANK DEPOSIT (TRAILER)"  TO DLH4-TL-LABEL
069400     MOVE DLH4-TRL-COUNT           TO DLH4-TL-COUNT
069500     MOVE DLH4-TRL-AMT             TO DLH4-TL-AMT
069600     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
069700     MOVE "REMITTANCES READ"       TO DLH4-TL-LABEL
069800     MOVE DLH4-REM-COUNT           TO DLH4-TL-COUNT
069900     MOVE DLH4-REM-AMT             TO DLH4-TL-AMT
070000     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
070100     MOVE SPACES                   TO DLH4-TOTAL-LINE
070200     MOVE "   APPLIED TO INVOICES"  TO DLH4-TL-LABEL
070300     MOVE DLH4-APPLIED-AMT         TO DLH4-TL-AMT
070400     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
070500     MOVE "   CARRIED AS CREDIT"   TO DLH4-TL-LABEL
070600     MOVE DLH4-UNAPPLIED-AMT       TO DLH4-TL-AMT
070700     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
070800     MOVE "UNIDENTIFIED RECORDS"   TO DLH4-TL-LABEL
070900     MOVE DLH4-BAD-RECS            TO DLH4-TL-COUNT
071000     MOVE ZERO                     TO DLH4-TL-AMT
071100     WRITE DL174-RPT-LINE FROM DLH4-TOTAL-LINE
071200     COMPUTE DLH4-PROOF-AMT = DLH4-OLD-NET-AMT + DLH4-INV-AMT
071300         - DLH4-REM-AMT - DLH4-NEW-NET-AMT
071400     EVALUATE TRUE
071500         WHEN NOT DLH4-TRAILER-SEEN
071600             MOVE "OUT OF BALANCE - NO BANK TRAILER RECORD"
071700                                   TO DLH4-B-TEXT
071800         WHEN DLH4-BAD-RECS > ZERO
071900             MOVE "OUT OF BALANCE - UNIDENTIFIED BANK RECORDS"
072000                                   TO DLH4-B-TEXT
072100         WHEN DLH4-REM-COUNT NOT = DLH4-TRL-COUNT
072200             OR DLH4-REM-AMT NOT = DLH4-TRL-AMT
072300             MOVE "OUT OF BALANCE - REMITTANCES DO NOT TIE"
072400                                   TO DLH4-B-TEXT
072500         WHEN DLH4-PROOF-AMT NOT = ZERO
072600             MOVE "OUT OF BALANCE - LEDGER DOES NOT PROVE"
072700                                   TO DLH4-B-TEXT
072800         WHEN OTHER
072900             MOVE "IN BALANCE - BANK TIES AND LEDGER PROVES"
073000                                   TO DLH4-B-TEXT
073100     END-EVALUATE
073200     WRITE DL174-RPT-LINE FROM SPACES
073300     WRITE DL174-RPT-LINE FROM DLH4-BALANCE-LINE
073400     CLOSE DL074-INV-FILE
073500     CLOSE DL174-REM-FILE
073600     CLOSE DL174-AR-IN-FILE
073700     CLOSE DL174-AR-OUT-FILE
073800     CLOSE DL174-DLQ-FILE
073900     CLOSE DL174-RPT-FILE
074000     IF DLH4-B-TEXT(1:3) = "OUT"
074100         MOVE 8                    TO RETURN-CODE
074200     END-IF.
074300 4000-EXIT.
074400     EXIT.
074500*================================================================
074600*    8000-READ-LEDGER
074700*================================================================
074800 8000-READ-LEDGER.
074900     READ DL174-AR-IN-FILE
075000         AT END
075100             SET DLH4-AR-EOF TO TRUE
075200             MOVE HIGH-VALUES      TO DLH4-AR-KEY
075300     END-READ
075400     IF NOT DLH4-AR-EOF
075500         ADD 1 TO DLH4-AR-READ
075600         MOVE DL174-A-PKG-NO       TO DLH4-AR-KEY
075700     END-IF.
075800 8000-EXIT.
075900     EXIT.
076000*================================================================
076100*    8100-RETURN-SORT
076200*================================================================
076300 8100-RETURN-SORT.
076400     RETURN DL174-SORT-FILE
076500         AT END
076600             SET DLH4-SORT-EOF TO TRUE
076700             MOVE HIGH-VALUES      TO DLH4-SRT-KEY
076800     END-RETURN
076900     IF NOT DLH4-SORT-EOF
077000         MOVE DLH4-S-PKG-NO        TO DLH4-SRT-KEY
077100     END-IF.
077200 8100-EXIT.
077300     EXIT.
077400*================================================================
077500*    9900-TABLE-ABORT  -  A GROUP'S OPEN ITEMS EXCEED THE TABLE  *
077600*================================================================
077700 9900-TABLE-ABORT.
077800     DISPLAY "DL174: GROUP " DLH4-CUR-KEY
077900             " OPEN ITEMS EXCEED THE 100-ENTRY TABLE"
078000     MOVE 8                        TO RETURN-CODE
078100     GOBACK.
078200 9900-EXIT.
078300     EXIT.
