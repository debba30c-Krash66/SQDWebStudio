000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL158.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY CLAIMS-EXPENSE
001100*                   GENERAL-LEDGER JOURNAL, THE CLAIMS
001200*                   COUNTERPART OF THE DL083 COMMISSION JOURNAL.
001300*                   EVERY FINALIZED CLAIM PAID ON THE BUSINESS
001400*                   DATE (BHS2MCH WITH BHS3MDE IN LOCKSTEP)
001500*                   JOURNALS ITS PAID AMOUNT, LINE WITHHOLDS
001600*                   (CLD-WHOLD-AMT), REFUND, ACCESS AND ADMIN
001700*                   FEES AND ADJUSTMENT AS BALANCED DEBIT/CREDIT
001800*                   PAIRS THROUGH THE DL158MAP ACCOUNT TABLE BY
001900*                   COMPANY, LINE OF BUSINESS AND PRODUCT.  THE
002000*                   PAID-AMOUNT (CASH) TOTAL MUST EQUAL THE DAY'S
002100*                   POSITIVE-PAY ISSUES ON DL129ISS PLUS THE EFT
002200*                   PAYMENTS ON THE DL154EFT REGISTER DATED THE
002300*                   SAME DAY.  AN UNMAPPED AMOUNT, AN UNBALANCED
002400*                   BATCH OR A FAILED TIE WITHHOLDS THE "H"
002500*                   HEADER AND FAILS THE STEP WITH RETURN CODE 8,
002600*                   AS DL083 DOES.  RUNS AFTER DL129 AND DL154.
002601*  2026-10-15  RH   CHECKS DL129 HOLDS FOR A SANCTIONS HIT (THE
002602*                   DL129HLD FILE) ARE CARRIED AS THEIR OWN TIE
002603*                   COMPONENT: CASH MUST EQUAL ISSUES PLUS EFT
002604*                   PLUS HELD CHECKS DATED THE SAME DAY.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BHS2MCH-FILE    ASSIGN TO BHS2MCH
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT BHS3MDE-FILE    ASSIGN TO BHS3MDE
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT DL158-MAP-FILE  ASSIGN TO DL158MAP
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL129-ISS-FILE  ASSIGN TO DL129ISS
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL154-EFT-FILE  ASSIGN TO DL154EFT
004300            ORGANIZATION IS SEQUENTIAL.
004301     SELECT DL129-HLD-FILE  ASSIGN TO DL129HLD
004302            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL158-JRN-FILE  ASSIGN TO DL158JRN
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL158-RPT-FILE  ASSIGN TO DL158RPT
004700            ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  BHS2MCH-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY BHS2MCH.
005300 FD  BHS3MDE-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BHS3MDE.
005600 FD  DL158-MAP-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL158MAP.
005900 FD  DL129-ISS-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL129ISS.
006200 FD  DL154-EFT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY DL154EFT.
006401 FD  DL129-HLD-FILE
006402     LABEL RECORDS ARE STANDARD.
006403     COPY DL129HLD.
006500 FD  DL158-JRN-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL158JRN.
006800 FD  DL158-RPT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  DL158-RPT-LINE                PIC X(132).
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------------
007300*    DLF8-SWITCHES AND COUNTERS
007400*----------------------------------------------------------------
007500 01  DLF8-SWITCHES.
007600     05  DLF8-CLM-EOF-SW           PIC X(1)     VALUE "N".
007700         88  DLF8-CLM-EOF                        VALUE "Y".
007800     05  DLF8-DET-EOF-SW           PIC X(1)     VALUE "N".
007900         88  DLF8-DET-EOF                        VALUE "Y".
008000     05  DLF8-MAP-EOF-SW           PIC X(1)     VALUE "N".
008100         88  DLF8-MAP-EOF                        VALUE "Y".
008200     05  DLF8-ISS-EOF-SW           PIC X(1)     VALUE "N".
008300         88  DLF8-ISS-EOF                        VALUE "Y".
008400     05  DLF8-EFT-EOF-SW           PIC X(1)     VALUE "N".
008500         88  DLF8-EFT-EOF                        VALUE "Y".
008501     05  DLF8-HLD-EOF-SW           PIC X(1)     VALUE "N".
008502         88  DLF8-HLD-EOF                        VALUE "Y".
008600     05  DLF8-SUPPRESS-SW          PIC X(1)     VALUE "N".
008700         88  DLF8-SUPPRESSED                     VALUE "Y".
008800 01  DLF8-MAP-TABLE.
008900     05  DLF8-MAP-COUNT            PIC S9(4) COMP VALUE ZERO.
009000     05  DLF8-MAP-ENTRY OCCURS 500 TIMES.
009100         10  DLF8-M-COMPANY-CD     PIC X(1).
009200         10  DLF8-M-LOB            PIC X(1).
009300         10  DLF8-M-PRODUCT-CD     PIC X(3).
009400         10  DLF8-M-AMT-TYPE       PIC X(2).
009500         10  DLF8-M-DR-ACCT        PIC X(10).
009600         10  DLF8-M-CR-ACCT        PIC X(10).
009700 01  DLF8-WORK-FIELDS.
009800     05  DLF8-SUB                  PIC S9(4) COMP.
009900     05  DLF8-LN-SUB               PIC S9(4) COMP.
010000     05  DLF8-WORK-PRODUCT         PIC X(3).
010100     05  DLF8-WORK-AMT-TYPE        PIC X(2).
010200     05  DLF8-WORK-AMT             PIC S9(13) COMP-3.
010300     05  DLF8-WHOLD-SUM            PIC S9(13) COMP-3.
010400     05  DLF8-DR-ACCT              PIC X(10).
010500     05  DLF8-CR-ACCT              PIC X(10).
010600 01  DLF8-DATE-WORK.
010700     05  DLF8-RUN-DATE             PIC 9(8).
010800 01  DLF8-TOTALS.
010900     05  DLF8-CLM-READ             PIC S9(8) COMP VALUE ZERO.
011000     05  DLF8-CLM-JOURNALED        PIC S9(8) COMP VALUE ZERO.
011100     05  DLF8-PAIRS-WRITTEN        PIC S9(8) COMP VALUE ZERO.
011200     05  DLF8-UNMAPPED             PIC S9(8) COMP VALUE ZERO.
011300     05  DLF8-DEBIT-TOTAL          PIC S9(13) COMP-3 VALUE ZERO.
011400     05  DLF8-CREDIT-TOTAL         PIC S9(13) COMP-3 VALUE ZERO.
011500     05  DLF8-CASH-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
011600     05  DLF8-ISSUED-TOTAL         PIC S9(13) COMP-3 VALUE ZERO.
011700     05  DLF8-EFT-TOTAL            PIC S9(13) COMP-3 VALUE ZERO.
011701     05  DLF8-HELD-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
011800     05  DLF8-TIE-DIFF             PIC S9(13) COMP-3 VALUE ZERO.
011900*    ONE TOTAL PER AMOUNT TYPE, IN THE ORDER THEY ARE JOURNALED
012000 01  DLF8-TYPE-TOTALS.
012100     05  DLF8-PAID-TOTAL           PIC S9(13) COMP-3 VALUE ZERO.
012200     05  DLF8-WHOLD-TOTAL          PIC S9(13) COMP-3 VALUE ZERO.
012300     05  DLF8-REFUND-TOTAL         PIC S9(13) COMP-3 VALUE ZERO.
012400     05  DLF8-ACCESS-TOTAL         PIC S9(13) COMP-3 VALUE ZERO.
012500     05  DLF8-ADMIN-TOTAL          PIC S9(13) COMP-3 VALUE ZERO.
012600     05  DLF8-ADJ-TOTAL            PIC S9(13) COMP-3 VALUE ZERO.
012700 01  DLF8-HEADING-1.
012800     05  FILLER                    PIC X(44)
012900         VALUE "CLAIMS-EXPENSE GL JOURNAL INTERFACE REGISTER".
013000 01  DLF8-DETAIL-LINE.
013100     05  DLF8-D-INV-NBR            PIC 9(13).
013200     05  FILLER                    PIC X(2)  VALUE SPACES.
013300     05  DLF8-D-COMPANY-CD         PIC X(1).
013400     05  FILLER                    PIC X(2)  VALUE SPACES.
013500     05  DLF8-D-LOB                PIC X(1).
013600     05  FILLER                    PIC X(2)  VALUE SPACES.
013700     05  DLF8-D-PRODUCT-CD         PIC X(3).
013800     05  FILLER                    PIC X(2)  VALUE SPACES.
013900     05  DLF8-D-AMT-TYPE           PIC X(2).
014000     05  FILLER                    PIC X(2)  VALUE SPACES.
014100     05  DLF8-D-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
014200     05  FILLER                    PIC X(2)  VALUE SPACES.
014300     05  DLF8-D-REMARK             PIC X(30).
014400 01  DLF8-TOTAL-LINE-1.
014500     05  FILLER                    PIC X(25)
014600         VALUE "CLAIMS READ".
014700     05  DLF8-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
014800 01  DLF8-TOTAL-LINE-2.
014900     05  FILLER                    PIC X(25)
015000         VALUE "CLAIMS JOURNALED".
015100     05  DLF8-T-JOURNALED          PIC ZZZ,ZZZ,ZZ9.
015200 01  DLF8-TOTAL-LINE-3.
015300     05  FILLER                    PIC X(25)
015400         VALUE "ENTRY PAIRS WRITTEN".
015500     05  DLF8-T-PAIRS              PIC ZZZ,ZZZ,ZZ9.
015600 01  DLF8-TOTAL-LINE-4.
015700     05  FILLER                    PIC X(25)
015800         VALUE "UNMAPPED AMOUNTS".
015900     05  DLF8-T-UNMAPPED           PIC ZZZ,ZZZ,ZZ9.
016000 01  DLF8-AMOUNT-LINE.
016100     05  DLF8-A-LABEL              PIC X(25).
016200     05  DLF8-A-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
016300 01  DLF8-SUPPRESS-LINE.
016400     05  FILLER                    PIC X(44)
016500         VALUE "** JOURNAL SUPPRESSED - BATCH OUT OF BALANCE".
016600 01  DLF8-NO-TIE-LINE.
016700     05  FILLER                    PIC X(41)
016800         VALUE "** JOURNAL SUPPRESSED - CASH NOT TIED OUT".
016900*----------------------------------------------------------------
017000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
017100*----------------------------------------------------------------
017200 01  DL903-PARMS.
017300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL158".
017400     05  DL903-REC-TYPE            PIC X(1).
017500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
017600*----------------------------------------------------------------
017700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
017800*----------------------------------------------------------------
017900 01  DL902-DATES.
018000     05  DL902-EXEC-DATE           PIC 9(8).
018100 01  DL902-EXEC-LINE.
018200     05  FILLER                    PIC X(14)
018300         VALUE "BUSINESS DATE ".
018400     05  DL902-EL-BUS              PIC 9(8).
018500     05  FILLER                    PIC X(11)
018600         VALUE "  EXECUTED ".
018700     05  DL902-EL-EXEC             PIC 9(8).
018800 PROCEDURE DIVISION.
018900*================================================================
019000*    0000-MAINLINE
019100*================================================================
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
019400     MOVE "S"                      TO DL903-REC-TYPE
019500     CALL "DL903" USING DL903-PARMS
019600     PERFORM 2000-JOURNAL-CLAIM     THRU 2000-EXIT
019700         UNTIL DLF8-CLM-EOF
019800     PERFORM 2500-TIE-CASH          THRU 2500-EXIT
019900     PERFORM 2600-CLOSE-BATCH       THRU 2600-EXIT
020000     PERFORM 3000-TERMINATE         THRU 3000-EXIT
020100     MOVE "E"                      TO DL903-REC-TYPE
020200     MOVE DLF8-CLM-READ TO DL903-REC-COUNT
020300     CALL "DL903" USING DL903-PARMS
020400     GOBACK.
020500*================================================================
020600*    1000-INITIALIZE
020700*================================================================
020800 1000-INITIALIZE.
020900     CALL "DL902" USING DLF8-RUN-DATE DL902-EXEC-DATE
021000     OPEN INPUT  BHS2MCH-FILE
021100     OPEN INPUT  BHS3MDE-FILE
021200     OPEN INPUT  DL158-MAP-FILE
021300     OPEN INPUT  DL129-ISS-FILE
021400     OPEN INPUT  DL154-EFT-FILE
021401     OPEN INPUT  DL129-HLD-FILE
021500     OPEN OUTPUT DL158-JRN-FILE
021600     OPEN OUTPUT DL158-RPT-FILE
021700     WRITE DL158-RPT-LINE FROM DLF8-HEADING-1
021800     MOVE DLF8-RUN-DATE TO DL902-EL-BUS
021900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
022000     WRITE DL158-RPT-LINE FROM DL902-EXEC-LINE
022100     WRITE DL158-RPT-LINE FROM SPACES
022200     PERFORM 8200-READ-MAP          THRU 8200-EXIT
022300     PERFORM 1100-LOAD-ONE-MAP      THRU 1100-EXIT
022400         UNTIL DLF8-MAP-EOF
022500     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
022600 1000-EXIT.
022700     EXIT.
022800*================================================================
022900*    1100-LOAD-ONE-MAP
023000*================================================================
023100 1100-LOAD-ONE-MAP.
023200     IF DLF8-MAP-COUNT >= 500
023300         PERFORM 9900-MAP-ABORT     THRU 9900-EXIT
023400     END-IF
023500     ADD 1 TO DLF8-MAP-COUNT
023600     MOVE DL158-M-COMPANY-CD   TO
023700         DLF8-M-COMPANY-CD(DLF8-MAP-COUNT)
023800     MOVE DL158-M-LOB          TO
023900         DLF8-M-LOB(DLF8-MAP-COUNT)
024000     MOVE DL158-M-PRODUCT-CD   TO
024100         DLF8-M-PRODUCT-CD(DLF8-MAP-COUNT)
024200     MOVE DL158-M-AMT-TYPE     TO
024300         DLF8-M-AMT-TYPE(DLF8-MAP-COUNT)
024400     MOVE DL158-M-DR-ACCT      TO
024500         DLF8-M-DR-ACCT(DLF8-MAP-COUNT)
024600     MOVE DL158-M-CR-ACCT      TO
024700         DLF8-M-CR-ACCT(DLF8-MAP-COUNT)
024800     PERFORM 8200-READ-MAP          THRU 8200-EXIT.
024900 1100-EXIT.
025000     EXIT.
025100*================================================================
025200*    2000-JOURNAL-CLAIM  -  ONE FINALIZED CLAIM PAID TODAY; EACH *
025300*                           NONZERO AMOUNT IS ONE ENTRY PAIR     *
025400*================================================================
025500 2000-JOURNAL-CLAIM.
025600     ADD 1 TO DLF8-CLM-READ
025700     IF CLH-FIN-PROC-DT = ZERO
025800         OR CLH-ACT-PD-DT NOT = DLF8-RUN-DATE
025900         GO TO 2000-NEXT
026000     END-IF
026100     ADD 1 TO DLF8-CLM-JOURNALED
026200     MOVE ZERO                     TO DLF8-WHOLD-SUM
026300     IF NOT DLF8-DET-EOF
026400         PERFORM 2050-ADD-ONE-WHOLD THRU 2050-EXIT
026500             VARYING DLF8-LN-SUB FROM 1 BY 1
026600             UNTIL DLF8-LN-SUB > 4
026700     END-IF
026800     MOVE "PD"                     TO DLF8-WORK-AMT-TYPE
026900     MOVE CLH-CLM-PAID-AMT         TO DLF8-WORK-AMT
027000     ADD DLF8-WORK-AMT             TO DLF8-PAID-TOTAL
027100     ADD DLF8-WORK-AMT             TO DLF8-CASH-TOTAL
027200     PERFORM 2200-JOURNAL-ONE       THRU 2200-EXIT
027300     MOVE "WH"                     TO DLF8-WORK-AMT-TYPE
027400     MOVE DLF8-WHOLD-SUM           TO DLF8-WORK-AMT
027500     ADD DLF8-WORK-AMT             TO DLF8-WHOLD-TOTAL
027600     PERFORM 2200-JOURNAL-ONE       THRU 2200-EXIT
027700     MOVE "RF"                     TO DLF8-WORK-AMT-TYPE
027800     MOVE CLH-REFUND-AMT           TO DLF8-WORK-AMT
027900     ADD DLF8-WORK-AMT             TO DLF8-REFUND-TOTAL
028000     PERFORM 2200-JOURNAL-ONE       THRU 2200-EXIT
028100     MOVE "AF"                     TO DLF8-WORK-AMT-TYPE
028200     MOVE CLH-ACCESS-FEE           TO DLF8-WORK-AMT
028300     ADD DLF8-WORK-AMT             TO DLF8-ACCESS-TOTAL
028400     PERFORM 2200-JOURNAL-ONE       THRU 2200-EXIT
028500     MOVE "AD"                     TO DLF8-WORK-AMT-TYPE
028600     MOVE CLH-ADMIN-FEE            TO DLF8-WORK-AMT
028700     ADD DLF8-WORK-AMT             TO DLF8-ADMIN-TOTAL
028800     PERFORM 2200-JOURNAL-ONE       THRU 2200-EXIT
028900     MOVE "AJ"                     TO DLF8-WORK-AMT-TYPE
029000     MOVE CLH-ADJ-AMT              TO DLF8-WORK-AMT
029100     ADD DLF8-WORK-AMT             TO DLF8-ADJ-TOTAL
029200     PERFORM 2200-JOURNAL-ONE       THRU 2200-EXIT.
029300 2000-NEXT.
029400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
029500 2000-EXIT.
029600     EXIT.
029700*================================================================
029800*    2050-ADD-ONE-WHOLD  -  AN EMPTY SLOT (CLD-FST-DT ZERO) IS   *
029900*                           SKIPPED                              *
030000*================================================================
030100 2050-ADD-ONE-WHOLD.
030200     IF CLD-FST-DT(DLF8-LN-SUB) NOT = ZERO
030300         ADD CLD-WHOLD-AMT(DLF8-LN-SUB) TO DLF8-WHOLD-SUM
030400     END-IF.
030500 2050-EXIT.
030600     EXIT.
030700*================================================================
030800*    2200-JOURNAL-ONE  -  BALANCED DEBIT/CREDIT PAIR PER THE     *
030900*                         MAPPING TABLE; A NEGATIVE AMOUNT POSTS *
031000*                         THE PAIR REVERSED                      *
031100*================================================================
031200 2200-JOURNAL-ONE.
031300     IF DLF8-WORK-AMT = ZERO
031400         GO TO 2200-EXIT
031500     END-IF
031600     MOVE CLH-PRODUCT-CD           TO DLF8-WORK-PRODUCT
031700     PERFORM 2210-FIND-MAP          THRU 2210-EXIT
031800         VARYING DLF8-SUB FROM 1 BY 1
031900         UNTIL DLF8-SUB > DLF8-MAP-COUNT
032000         OR (DLF8-M-COMPANY-CD(DLF8-SUB) = CLH-COMPANY-CD
032100             AND DLF8-M-LOB(DLF8-SUB) = CLH-NATURE-OF-BUSINESS
032200             AND DLF8-M-PRODUCT-CD(DLF8-SUB) = DLF8-WORK-PRODUCT
032300             AND DLF8-M-AMT-TYPE(DLF8-SUB) = DLF8-WORK-AMT-TYPE)
032400*    NO PRODUCT-LEVEL ACCOUNTS - FALL BACK TO THE COMPANY AND
032500*    LINE-OF-BUSINESS DEFAULT (BLANK PRODUCT)
032600     IF DLF8-SUB > DLF8-MAP-COUNT
032700         MOVE SPACES               TO DLF8-WORK-PRODUCT
032800         PERFORM 2210-FIND-MAP      THRU 2210-EXIT
032900             VARYING DLF8-SUB FROM 1 BY 1
033000             UNTIL DLF8-SUB > DLF8-MAP-COUNT
033100             OR (DLF8-M-COMPANY-CD(DLF8-SUB) = CLH-COMPANY-CD
033200                 AND DLF8-M-LOB(DLF8-SUB)
033300                     = CLH-NATURE-OF-BUSINESS
033400                 AND DLF8-M-PRODUCT-CD(DLF8-SUB)
033500                     = DLF8-WORK-PRODUCT
033600                 AND DLF8-M-AMT-TYPE(DLF8-SUB)
033700                     = DLF8-WORK-AMT-TYPE)
033800     END-IF
033900     IF DLF8-SUB > DLF8-MAP-COUNT
034000         ADD 1 TO DLF8-UNMAPPED
034100         MOVE CLH-INV-NBR          TO DLF8-D-INV-NBR
034200         MOVE CLH-COMPANY-CD       TO DLF8-D-COMPANY-CD
034300         MOVE CLH-NATURE-OF-BUSINESS TO DLF8-D-LOB
034400         MOVE CLH-PRODUCT-CD       TO DLF8-D-PRODUCT-CD
034500         MOVE DLF8-WORK-AMT-TYPE   TO DLF8-D-AMT-TYPE
034600         MOVE DLF8-WORK-AMT        TO DLF8-D-AMOUNT
034700         MOVE "NO ACCOUNT MAPPING" TO DLF8-D-REMARK
034800         WRITE DL158-RPT-LINE FROM DLF8-DETAIL-LINE
034900         GO TO 2200-EXIT
035000     END-IF
035100     IF DLF8-WORK-AMT > ZERO
035200         MOVE DLF8-M-DR-ACCT(DLF8-SUB) TO DLF8-DR-ACCT
035300         MOVE DLF8-M-CR-ACCT(DLF8-SUB) TO DLF8-CR-ACCT
035400     ELSE
035500         MOVE DLF8-M-CR-ACCT(DLF8-SUB) TO DLF8-DR-ACCT
035600         MOVE DLF8-M-DR-ACCT(DLF8-SUB) TO DLF8-CR-ACCT
035700         COMPUTE DLF8-WORK-AMT = ZERO - DLF8-WORK-AMT
035800     END-IF
035900     MOVE CLH-COMPANY-CD           TO DL158-J-COMPANY-CD
036000     MOVE CLH-NATURE-OF-BUSINESS   TO DL158-J-LOB
036100     MOVE CLH-PRODUCT-CD           TO DL158-J-PRODUCT-CD
036200     MOVE DLF8-WORK-AMT-TYPE       TO DL158-J-AMT-TYPE
036300     MOVE CLH-INV-NBR              TO DL158-J-INV-NBR
036400     MOVE DLF8-RUN-DATE            TO DL158-J-POST-DT
036500     MOVE DLF8-WORK-AMT            TO DL158-J-AMOUNT
036600     MOVE ZERO                     TO DL158-J-CASH-TOTAL
036700     MOVE ZERO                     TO DL158-J-POSTING-COUNT
036800     MOVE "D"                      TO DL158-J-REC-TYPE
036900     MOVE DLF8-DR-ACCT             TO DL158-J-ACCT-NO
037000     WRITE DL158-JRN-RECORD
037100     ADD DLF8-WORK-AMT             TO DLF8-DEBIT-TOTAL
037200     MOVE "C"                      TO DL158-J-REC-TYPE
037300     MOVE DLF8-CR-ACCT             TO DL158-J-ACCT-NO
037400     WRITE DL158-JRN-RECORD
037500     ADD DLF8-WORK-AMT             TO DLF8-CREDIT-TOTAL
037600     ADD 1 TO DLF8-PAIRS-WRITTEN.
037700 2200-EXIT.
037800     EXIT.
037900*================================================================
038000*    2210-FIND-MAP  -  BODY IS EMPTY; THE SEARCH IS DONE         *
038100*                      ENTIRELY BY THE VARYING/UNTIL             *
038200*================================================================
038300 2210-FIND-MAP.
038400     CONTINUE.
038500 2210-EXIT.
038600     EXIT.
038700*================================================================
038800*    2500-TIE-CASH  -  TODAY'S POSITIVE-PAY ISSUES PLUS TODAY'S  *
038900*                      EFT PAYMENTS AND SANCTIONS-HELD CHECKS    *
038901*                      AGAINST THE JOURNALED CASH                *
039000*================================================================
039100 2500-TIE-CASH.
039200     PERFORM 8300-READ-ISSUE        THRU 8300-EXIT
039300     PERFORM 2510-ADD-ONE-ISSUE     THRU 2510-EXIT
039400         UNTIL DLF8-ISS-EOF
039500     PERFORM 8400-READ-EFT          THRU 8400-EXIT
039600     PERFORM 2520-ADD-ONE-EFT       THRU 2520-EXIT
039700         UNTIL DLF8-EFT-EOF
039701     PERFORM 8500-READ-HELD         THRU 8500-EXIT
039702     PERFORM 2530-ADD-ONE-HELD      THRU 2530-EXIT
039703         UNTIL DLF8-HLD-EOF
039800     COMPUTE DLF8-TIE-DIFF =
039900         DLF8-CASH-TOTAL - DLF8-ISSUED-TOTAL - DLF8-EFT-TOTAL
039901         - DLF8-HELD-TOTAL.
040000 2500-EXIT.
040100     EXIT.
040200*================================================================
040300*    2510-ADD-ONE-ISSUE
040400*================================================================
040500 2510-ADD-ONE-ISSUE.
040600     IF DL129-I-ISSUE
040700         AND DL129-I-ISSUE-DT = DLF8-RUN-DATE
040800         ADD DL129-I-AMOUNT        TO DLF8-ISSUED-TOTAL
040900     END-IF
041000     PERFORM 8300-READ-ISSUE        THRU 8300-EXIT.
041100 2510-EXIT.
041200     EXIT.
041300*================================================================
041400*    2520-ADD-ONE-EFT
041500*================================================================
041600 2520-ADD-ONE-EFT.
041700     IF DL154-E-PAY-DT = DLF8-RUN-DATE
041800         ADD DL154-E-AMOUNT        TO DLF8-EFT-TOTAL
041900     END-IF
042000     PERFORM 8400-READ-EFT          THRU 8400-EXIT.
042100 2520-EXIT.
042200     EXIT.
042201*================================================================
042202*    2530-ADD-ONE-HELD
042203*================================================================
042204 2530-ADD-ONE-HELD.
042205     IF DL129-H-HELD-DT = DLF8-RUN-DATE
042206         ADD DL129-H-AMOUNT        TO DLF8-HELD-TOTAL
042207     END-IF
042208     PERFORM 8500-READ-HELD         THRU 8500-EXIT.
042209 2530-EXIT.
042210     EXIT.
042300*================================================================
042400*    2600-CLOSE-BATCH  -  THE "H" CONTROL RECORD IS WITHHELD     *
042500*                         WHEN THE BATCH IS UNMAPPED, UNBALANCED *
042600*                         OR FAILS TO TIE TO POSITIVE PAY, EFT   *
042601*                         AND HELD CHECKS                        *
042700*================================================================
042800 2600-CLOSE-BATCH.
042900     IF DLF8-UNMAPPED NOT = ZERO
043000         OR DLF8-DEBIT-TOTAL NOT = DLF8-CREDIT-TOTAL
043100         SET DLF8-SUPPRESSED       TO TRUE
043200         WRITE DL158-RPT-LINE FROM DLF8-SUPPRESS-LINE
043300     END-IF
043400     IF DLF8-TIE-DIFF NOT = ZERO
043500         SET DLF8-SUPPRESSED       TO TRUE
043600         WRITE DL158-RPT-LINE FROM DLF8-NO-TIE-LINE
043700     END-IF
043800*    THE HEADERLESS JOURNAL MUST NOT PASS DOWNSTREAM - FAIL
043900*    THE STEP SO THE JOB'S CONDITION CHECKING STOPS IT
044000     IF DLF8-SUPPRESSED
044100         MOVE 8                    TO RETURN-CODE
044200         GO TO 2600-EXIT
044300     END-IF
044400     MOVE "H"                      TO DL158-J-REC-TYPE
044500     MOVE SPACES                   TO DL158-J-ACCT-NO
044600     MOVE DLF8-DEBIT-TOTAL         TO DL158-J-AMOUNT
044700     MOVE SPACES                   TO DL158-J-COMPANY-CD
044800     MOVE SPACES                   TO DL158-J-LOB
044900     MOVE SPACES                   TO DL158-J-PRODUCT-CD
045000     MOVE SPACES                   TO DL158-J-AMT-TYPE
045100     MOVE ZERO                     TO DL158-J-INV-NBR
045200     MOVE DLF8-RUN-DATE            TO DL158-J-POST-DT
045300     MOVE DLF8-CASH-TOTAL          TO DL158-J-CASH-TOTAL
045400     MOVE DLF8-PAIRS-WRITTEN       TO DL158-J-POSTING-COUNT
045500     WRITE DL158-JRN-RECORD.
045600 2600-EXIT.
045700     EXIT.
045800*================================================================
045900*    3000-TERMINATE
046000*================================================================
046100 3000-TERMINATE.
046200     MOVE DLF8-CLM-READ            TO DLF8-T-CLM-READ
046300     MOVE DLF8-CLM-JOURNALED       TO DLF8-T-JOURNALED
046400     MOVE DLF8-PAIRS-WRITTEN       TO DLF8-T-PAIRS
046500     MOVE DLF8-UNMAPPED            TO DLF8-T-UNMAPPED
046600     WRITE DL158-RPT-LINE FROM SPACES
046700     WRITE DL158-RPT-LINE FROM DLF8-TOTAL-LINE-1
046800     WRITE DL158-RPT-LINE FROM DLF8-TOTAL-LINE-2
046900     WRITE DL158-RPT-LINE FROM DLF8-TOTAL-LINE-3
047000     WRITE DL158-RPT-LINE FROM DLF8-TOTAL-LINE-4
047100     WRITE DL158-RPT-LINE FROM SPACES
047200     MOVE "PAID AMOUNT"            TO DLF8-A-LABEL
047300     MOVE DLF8-PAID-TOTAL          TO DLF8-A-AMOUNT
047400     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
047500     MOVE "WITHHOLDS"              TO DLF8-A-LABEL
047600     MOVE DLF8-WHOLD-TOTAL         TO DLF8-A-AMOUNT
047700     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
047800     MOVE "REFUNDS"                TO DLF8-A-LABEL
047900     MOVE DLF8-REFUND-TOTAL        TO DLF8-A-AMOUNT
048000     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
048100     MOVE "ACCESS FEES"            TO DLF8-A-LABEL
048200     MOVE DLF8-ACCESS-TOTAL        TO DLF8-A-AMOUNT
048300     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
048400     MOVE "ADMIN FEES"             TO DLF8-A-LABEL
048500     MOVE DLF8-ADMIN-TOTAL         TO DLF8-A-AMOUNT
048600     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
048700     MOVE "ADJUSTMENTS"            TO DLF8-A-LABEL
048800     MOVE DLF8-ADJ-TOTAL           TO DLF8-A-AMOUNT
048900     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
049000     MOVE "TOTAL DEBITS"           TO DLF8-A-LABEL
049100     MOVE DLF8-DEBIT-TOTAL         TO DLF8-A-AMOUNT
049200     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
049300     MOVE "TOTAL CREDITS"          TO DLF8-A-LABEL
049400     MOVE DLF8-CREDIT-TOTAL        TO DLF8-A-AMOUNT
049500     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
049600     WRITE DL158-RPT-LINE FROM SPACES
049700     MOVE "JOURNALED CASH"         TO DLF8-A-LABEL
049800     MOVE DLF8-CASH-TOTAL          TO DLF8-A-AMOUNT
049900     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
050000     MOVE "POSITIVE-PAY ISSUES"    TO DLF8-A-LABEL
050100     MOVE DLF8-ISSUED-TOTAL        TO DLF8-A-AMOUNT
050200     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
050300     MOVE "EFT PAYMENTS"           TO DLF8-A-LABEL
050400     MOVE DLF8-EFT-TOTAL           TO DLF8-A-AMOUNT
050401     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
050402     MOVE "SANCTIONS-HELD CHECKS"  TO DLF8-A-LABEL
050403     MOVE DLF8-HELD-TOTAL          TO DLF8-A-AMOUNT
050500     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
050600     MOVE "UNTIED DIFFERENCE"      TO DLF8-A-LABEL
050700     MOVE DLF8-TIE-DIFF            TO DLF8-A-AMOUNT
050800     WRITE DL158-RPT-LINE FROM DLF8-AMOUNT-LINE
050900     CLOSE BHS2MCH-FILE
051000     CLOSE BHS3MDE-FILE
051100     CLOSE DL158-MAP-FILE
051200     CLOSE DL129-ISS-FILE
051300     CLOSE DL154-EFT-FILE
051301     CLOSE DL129-HLD-FILE
051400     CLOSE DL158-JRN-FILE
051500     CLOSE DL158-RPT-FILE.
051600 3000-EXIT.
051700     EXIT.
051800*================================================================
051900*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
052000*================================================================
052100 8100-READ-CLAIM-PAIR.
052200     READ BHS2MCH-FILE
052300         AT END
052400             SET DLF8-CLM-EOF TO TRUE
052500     END-READ
052600     IF NOT DLF8-CLM-EOF
052700         AND NOT DLF8-DET-EOF
052800         READ BHS3MDE-FILE
052900             AT END
053000                 SET DLF8-DET-EOF TO TRUE
053100         END-READ
053200     END-IF.
053300 8100-EXIT.
053400     EXIT.
053500*================================================================
053600*    8200-READ-MAP
053700*================================================================
053800 8200-READ-MAP.
053900     READ DL158-MAP-FILE
054000         AT END
054100             SET DLF8-MAP-EOF TO TRUE
054200     END-READ.
054300 8200-EXIT.
054400     EXIT.
054500*================================================================
054600*    8300-READ-ISSUE
054700*================================================================
054800 8300-READ-ISSUE.
054900     READ DL129-ISS-FILE
055000         AT END
055100             SET DLF8-ISS-EOF TO TRUE
055200     END-READ.
055300 8300-EXIT.
055400     EXIT.
055500*================================================================
055600*    8400-READ-EFT
055700*================================================================
055800 8400-READ-EFT.
055900     READ DL154-EFT-FILE
056000         AT END
056100             SET DLF8-EFT-EOF TO TRUE
056200     END-READ.
056300 8400-EXIT.
056400     EXIT.
056401*================================================================
056402*    8500-READ-HELD
056403*================================================================
056404 8500-READ-HELD.
056405     READ DL129-HLD-FILE
056406         AT END
056407             SET DLF8-HLD-EOF TO TRUE
056408     END-READ.
056409 8500-EXIT.
056410     EXIT.
056500*================================================================
056600*    9900-MAP-ABORT  -  MORE MAPPING RECORDS THAN THE TABLE      *
056700*================================================================
056800 9900-MAP-ABORT.
056900     DISPLAY "DL158: DL158MAP EXCEEDS THE 500-ENTRY TABLE"
057000     MOVE 8                        TO RETURN-CODE
057100     GOBACK.
057200 9900-EXIT.
057300     EXIT.
