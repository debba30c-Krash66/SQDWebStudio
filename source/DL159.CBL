000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL159.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - DAILY HSA/HRA CUSTODIAN
001100*                   SUBSTANTIATION FEED.  PASS 1 BUILDS A
001200*                   ONE-TIME INDEXED LOOKUP EXTRACT (DL159IDX)
001300*                   OF EVERY CLAIM KEYED BY INVOICE NUMBER, THE
001400*                   WAY DL018 BUILDS DL018IDX, CARRYING THE
001500*                   FIGURES THE FEED SENDS.  PASS 2 RE-READS
001600*                   BHS2MCH WITH BHS3MDE IN LOCKSTEP; EACH CLAIM
001700*                   FINALIZED ON THE BUSINESS DATE FOR A MEMBER
001800*                   WITH A SPENDING ACCOUNT (CLH-REG-HSA-NBR NOT
001900*                   BLANK) GOES TO DL159CUS WITH ITS SERVICE
002000*                   SPAN, PROVIDER, ALLOWED AMOUNT (CLD-UCR-AMT)
002100*                   AND MEMBER DEDUCTIBLE, COPAY AND COINSURANCE
002200*                   (THE DL142 COST-SHARE FIELDS).  AN ADJUSTED
002300*                   CLAIM (CLH-ALT-INV-NBR SET ON A CLAIM OF
002400*                   FOUR LINES OR FEWER - ABOVE FOUR IT IS THE
002500*                   DL023 CONTINUATION LINK) WHOSE ORIGINAL WAS
002600*                   SENT GOES OUT AS A REVERSAL OF THE ORIGINAL
002700*                   AND A REPLACEMENT.  A "T" TRAILER CARRIES
002800*                   THE RECORD COUNT AND NET AMOUNT TOTALS.  THE
002900*                   CUSTODIAN'S REJECTIONS ARE LOADED BY DL160.
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
004100     SELECT DL159-IDX-FILE  ASSIGN TO DL159IDX
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS DYNAMIC
004400            RECORD KEY IS DL159-IDX-INV-NBR.
004500     SELECT DL159-CUS-FILE  ASSIGN TO DL159CUS
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL159-RPT-FILE  ASSIGN TO DL159RPT
004800            ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  BHS2MCH-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY BHS2MCH.
005400 FD  BHS3MDE-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY BHS3MDE.
005700 FD  DL159-IDX-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY DL159IDX.
006000 FD  DL159-CUS-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY DL159CUS.
006300 FD  DL159-RPT-FILE
006400     LABEL RECORDS ARE STANDARD.
006500 01  DL159-RPT-LINE                PIC X(132).
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800*    DLF9-SWITCHES AND COUNTERS
006900*----------------------------------------------------------------
007000 01  DLF9-SWITCHES.
007100     05  DLF9-CLM-EOF-SW           PIC X(1)     VALUE "N".
007200         88  DLF9-CLM-EOF                        VALUE "Y".
007300     05  DLF9-DET-EOF-SW           PIC X(1)     VALUE "N".
007400         88  DLF9-DET-EOF                        VALUE "Y".
007500     05  DLF9-FOUND-SW             PIC X(1)     VALUE "N".
007600         88  DLF9-FOUND                          VALUE "Y".
007700     05  DLF9-REVERSED-SW          PIC X(1)     VALUE "N".
007800         88  DLF9-REVERSED                       VALUE "Y".
007900*----------------------------------------------------------------
008000*    DLF9-CLAIM-FIGURES  -  THE CURRENT CLAIM AS THE FEED SENDS  *
008100*    IT, FOOTED FROM ITS POPULATED DETAIL SLOTS                  *
008200*----------------------------------------------------------------
008300 01  DLF9-CLAIM-FIGURES.
008400     05  DLF9-SVC-FROM-DT          PIC 9(8).
008500     05  DLF9-SVC-TO-DT            PIC 9(8).
008600     05  DLF9-PROVIDER             PIC X(10).
008700     05  DLF9-ALLOWED-AMT          PIC S9(11) COMP-3.
008800     05  DLF9-DED-AMT              PIC S9(11) COMP-3.
008900     05  DLF9-COPAY-AMT            PIC S9(11) COMP-3.
009000     05  DLF9-COINS-AMT            PIC S9(11) COMP-3.
009100 01  DLF9-WORK-FIELDS.
009200     05  DLF9-LN-SUB               PIC S9(4) COMP.
009300     05  DLF9-LINE-LST-DT          PIC 9(8).
009400     05  DLF9-CUR-INV-NBR          PIC 9(13).
009500 01  DLF9-DATE-WORK.
009600     05  DLF9-RUN-DATE             PIC 9(8).
009700 01  DLF9-COUNTERS.
009800     05  DLF9-CLM-READ             PIC S9(8) COMP VALUE ZERO.
009900     05  DLF9-ORIGINALS            PIC S9(8) COMP VALUE ZERO.
010000     05  DLF9-REVERSALS            PIC S9(8) COMP VALUE ZERO.
010100     05  DLF9-REPLACEMENTS         PIC S9(8) COMP VALUE ZERO.
010200     05  DLF9-ORIG-NOT-FOUND       PIC S9(8) COMP VALUE ZERO.
010300     05  DLF9-DETAIL-COUNT         PIC S9(8) COMP VALUE ZERO.
010400 01  DLF9-TRAILER-TOTALS.
010500     05  DLF9-TOT-ALLOWED          PIC S9(13) COMP-3 VALUE ZERO.
010600     05  DLF9-TOT-DED              PIC S9(13) COMP-3 VALUE ZERO.
010700     05  DLF9-TOT-COPAY            PIC S9(13) COMP-3 VALUE ZERO.
010800     05  DLF9-TOT-COINS            PIC S9(13) COMP-3 VALUE ZERO.
010900     05  DLF9-TOT-MBR-RESP         PIC S9(13) COMP-3 VALUE ZERO.
011000 01  DLF9-HEADING-1.
011100     05  FILLER                    PIC X(44)
011200         VALUE "HSA/HRA CUSTODIAN SUBSTANTIATION FEED".
011300 01  DLF9-TOTAL-LINE-1.
011400     05  FILLER                    PIC X(25)
011500         VALUE "CLAIMS READ".
011600     05  DLF9-T-CLM-READ           PIC ZZZ,ZZZ,ZZ9.
011700 01  DLF9-TOTAL-LINE-2.
011800     05  FILLER                    PIC X(25)
011900         VALUE "ORIGINALS SENT".
012000     05  DLF9-T-ORIGINALS          PIC ZZZ,ZZZ,ZZ9.
012100 01  DLF9-TOTAL-LINE-3.
012200     05  FILLER                    PIC X(25)
012300         VALUE "REVERSALS SENT".
012400     05  DLF9-T-REVERSALS          PIC ZZZ,ZZZ,ZZ9.
012500 01  DLF9-TOTAL-LINE-4.
012600     05  FILLER                    PIC X(25)
012700         VALUE "REPLACEMENTS SENT".
012800     05  DLF9-T-REPLACEMENTS       PIC ZZZ,ZZZ,ZZ9.
012900 01  DLF9-TOTAL-LINE-5.
013000     05  FILLER                    PIC X(25)
013100         VALUE "ADJ - ORIGINAL NOT SENT".
013200     05  DLF9-T-NOT-FOUND          PIC ZZZ,ZZZ,ZZ9.
013300 01  DLF9-AMOUNT-LINE.
013400     05  DLF9-A-LABEL              PIC X(25).
013500     05  DLF9-A-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
013600*----------------------------------------------------------------
013700*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
013800*----------------------------------------------------------------
013900 01  DL903-PARMS.
014000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL159".
014100     05  DL903-REC-TYPE            PIC X(1).
014200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
014300*----------------------------------------------------------------
014400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
014500*----------------------------------------------------------------
014600 01  DL902-DATES.
014700     05  DL902-EXEC-DATE           PIC 9(8).
014800 01  DL902-EXEC-LINE.
014900     05  FILLER                    PIC X(14)
015000         VALUE "BUSINESS DATE ".
015100     05  DL902-EL-BUS              PIC 9(8).
015200     05  FILLER                    PIC X(11)
015300         VALUE "  EXECUTED ".
015400     05  DL902-EL-EXEC             PIC 9(8).
015500 PROCEDURE DIVISION.
015600*================================================================
015700*    0000-MAINLINE
015800*================================================================
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016100     MOVE "S"                      TO DL903-REC-TYPE
016200     CALL "DL903" USING DL903-PARMS
016300     PERFORM 2000-PROCESS-CLAIM     THRU 2000-EXIT
016400         UNTIL DLF9-CLM-EOF
016500     PERFORM 3000-TERMINATE         THRU 3000-EXIT
016600     MOVE "E"                      TO DL903-REC-TYPE
016700     MOVE DLF9-CLM-READ TO DL903-REC-COUNT
016800     CALL "DL903" USING DL903-PARMS
016900     GOBACK.
017000*================================================================
017100*    1000-INITIALIZE  -  PASS 1: BUILD THE INVOICE-NUMBER        *
017200*                        INDEX, THEN REOPEN FOR PASS 2           *
017300*================================================================
017400 1000-INITIALIZE.
017500     CALL "DL902" USING DLF9-RUN-DATE DL902-EXEC-DATE
017600     OPEN INPUT  BHS2MCH-FILE
017700     OPEN INPUT  BHS3MDE-FILE
017800     OPEN OUTPUT DL159-IDX-FILE
017900     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
018000     PERFORM 1100-BUILD-INDEX       THRU 1100-EXIT
018100         UNTIL DLF9-CLM-EOF
018200     CLOSE BHS2MCH-FILE
018300     CLOSE BHS3MDE-FILE
018400     CLOSE DL159-IDX-FILE
018500     MOVE "N"                      TO DLF9-CLM-EOF-SW
018600     MOVE "N"                      TO DLF9-DET-EOF-SW
018700     OPEN INPUT  BHS2MCH-FILE
018800     OPEN INPUT  BHS3MDE-FILE
018900     OPEN INPUT  DL159-IDX-FILE
019000     OPEN OUTPUT DL159-CUS-FILE
019100     OPEN OUTPUT DL159-RPT-FILE
019200     WRITE DL159-RPT-LINE FROM DLF9-HEADING-1
019300     MOVE DLF9-RUN-DATE TO DL902-EL-BUS
019400     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
019500     WRITE DL159-RPT-LINE FROM DL902-EXEC-LINE
019600     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
019700 1000-EXIT.
019800     EXIT.
019900*================================================================
020000*    1100-BUILD-INDEX
020100*================================================================
020200 1100-BUILD-INDEX.
020300     PERFORM 2100-FOOT-CLAIM        THRU 2100-EXIT
020400     MOVE CLH-INV-NBR-COMP         TO DL159-IDX-INV-NBR
020500     MOVE CLH-REG-HSA-NBR          TO DL159-IDX-HSA-NBR
020600     MOVE CLH-BSA-APPLIED-IND      TO DL159-IDX-BSA-IND
020700     MOVE CLH-REIMT-FLEX-IND-HDR   TO DL159-IDX-FLEX-IND
020800     MOVE CLH-PATIENT-NBR          TO DL159-IDX-PATIENT-NBR
020900     MOVE CLH-FIN-PROC-DT          TO DL159-IDX-FIN-DT
021000     MOVE DLF9-SVC-FROM-DT         TO DL159-IDX-SVC-FROM-DT
021100     MOVE DLF9-SVC-TO-DT           TO DL159-IDX-SVC-TO-DT
021200     MOVE DLF9-PROVIDER            TO DL159-IDX-PROVIDER
021300     MOVE DLF9-ALLOWED-AMT         TO DL159-IDX-ALLOWED-AMT
021400     MOVE DLF9-DED-AMT             TO DL159-IDX-DED-AMT
021500     MOVE DLF9-COPAY-AMT           TO DL159-IDX-COPAY-AMT
021600     MOVE DLF9-COINS-AMT           TO DL159-IDX-COINS-AMT
021700     WRITE DL159-IDX-RECORD
021800     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
021900 1100-EXIT.
022000     EXIT.
022100*================================================================
022200*    2000-PROCESS-CLAIM  -  ONE CLAIM FINALIZED TODAY: ORIGINAL, *
022300*                           OR REVERSAL AND REPLACEMENT          *
022400*================================================================
022500 2000-PROCESS-CLAIM.
022600     ADD 1 TO DLF9-CLM-READ
022700     IF CLH-FIN-PROC-DT NOT = DLF9-RUN-DATE
022800         GO TO 2000-NEXT
022900     END-IF
023000     MOVE "N"                      TO DLF9-REVERSED-SW
023100     MOVE CLH-INV-NBR-COMP         TO DLF9-CUR-INV-NBR
023200     IF CLH-ALT-INV-NBR NOT = ZERO
023300         AND CLH-LINE-COUNT NOT > 4
023400         PERFORM 2200-REVERSE-ORIGINAL THRU 2200-EXIT
023500     END-IF
023600     IF CLH-REG-HSA-NBR = SPACES
023700         GO TO 2000-NEXT
023800     END-IF
023900     PERFORM 2100-FOOT-CLAIM        THRU 2100-EXIT
024000     INITIALIZE DL159-CUS-RECORD
024100     IF DLF9-REVERSED
024200         MOVE "P"                  TO DL159-C-REC-TYPE
024300         MOVE CLH-ALT-INV-NBR      TO DL159-C-ORIG-INV-NBR
024400         ADD 1 TO DLF9-REPLACEMENTS
024500     ELSE
024600         MOVE "O"                  TO DL159-C-REC-TYPE
024700         MOVE ZERO                 TO DL159-C-ORIG-INV-NBR
024800         ADD 1 TO DLF9-ORIGINALS
024900     END-IF
025000     MOVE CLH-REG-HSA-NBR          TO DL159-C-HSA-NBR
025100     MOVE CLH-BSA-APPLIED-IND      TO DL159-C-BSA-IND
025200     MOVE CLH-REIMT-FLEX-IND-HDR   TO DL159-C-FLEX-IND
025300     MOVE CLH-PATIENT-NBR          TO DL159-C-PATIENT-NBR
025400     MOVE DLF9-CUR-INV-NBR         TO DL159-C-INV-NBR
025500     MOVE CLH-FIN-PROC-DT          TO DL159-C-FIN-DT
025600     MOVE DLF9-SVC-FROM-DT         TO DL159-C-SVC-FROM-DT
025700     MOVE DLF9-SVC-TO-DT           TO DL159-C-SVC-TO-DT
025800     MOVE DLF9-PROVIDER            TO DL159-C-PROVIDER
025900     MOVE DLF9-ALLOWED-AMT         TO DL159-C-ALLOWED-AMT
026000     MOVE DLF9-DED-AMT             TO DL159-C-DED-AMT
026100     MOVE DLF9-COPAY-AMT           TO DL159-C-COPAY-AMT
026200     MOVE DLF9-COINS-AMT           TO DL159-C-COINS-AMT
026300     PERFORM 2500-WRITE-DETAIL      THRU 2500-EXIT.
026400 2000-NEXT.
026500     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
026600 2000-EXIT.
026700     EXIT.
026800*================================================================
026900*    2100-FOOT-CLAIM  -  SERVICE SPAN, PROVIDER AND AMOUNTS OF   *
027000*                        THE CURRENT CLAIM                       *
027100*================================================================
027200 2100-FOOT-CLAIM.
027300     MOVE ZERO                     TO DLF9-SVC-FROM-DT
027400     MOVE ZERO                     TO DLF9-SVC-TO-DT
027500     MOVE SPACES                   TO DLF9-PROVIDER
027600     MOVE ZERO                     TO DLF9-ALLOWED-AMT
027700     MOVE ZERO                     TO DLF9-DED-AMT
027800     MOVE ZERO                     TO DLF9-COPAY-AMT
027900     MOVE ZERO                     TO DLF9-COINS-AMT
028000     IF NOT DLF9-DET-EOF
028100         PERFORM 2110-FOOT-ONE-LINE THRU 2110-EXIT
028200             VARYING DLF9-LN-SUB FROM 1 BY 1
028300             UNTIL DLF9-LN-SUB > 4
028400     END-IF
028500     IF DLF9-PROVIDER = SPACES
028600         MOVE CLH-CONT-PRV         TO DLF9-PROVIDER
028700     END-IF.
028800 2100-EXIT.
028900     EXIT.
029000*================================================================
029100*    2110-FOOT-ONE-LINE  -  AN EMPTY SLOT (CLD-FST-DT ZERO) IS   *
029200*                           SKIPPED                              *
029300*================================================================
029400 2110-FOOT-ONE-LINE.
029500     IF CLD-FST-DT(DLF9-LN-SUB) = ZERO
029600         GO TO 2110-EXIT
029700     END-IF
029800     IF DLF9-SVC-FROM-DT = ZERO
029900         OR CLD-FST-DT(DLF9-LN-SUB) < DLF9-SVC-FROM-DT
030000         MOVE CLD-FST-DT(DLF9-LN-SUB) TO DLF9-SVC-FROM-DT
030100     END-IF
030200     IF CLD-LST-DT(DLF9-LN-SUB) = ZERO
030300         MOVE CLD-FST-DT(DLF9-LN-SUB) TO DLF9-LINE-LST-DT
030400     ELSE
030500         MOVE CLD-LST-DT(DLF9-LN-SUB) TO DLF9-LINE-LST-DT
030600     END-IF
030700     IF DLF9-LINE-LST-DT > DLF9-SVC-TO-DT
030800         MOVE DLF9-LINE-LST-DT     TO DLF9-SVC-TO-DT
030900     END-IF
031000     IF DLF9-PROVIDER = SPACES
031100         MOVE CLD-LINE-PRV-ID-NBR(DLF9-LN-SUB) TO DLF9-PROVIDER
031200     END-IF
031300     ADD CLD-UCR-AMT(DLF9-LN-SUB)  TO DLF9-ALLOWED-AMT
031400     COMPUTE DLF9-DED-AMT = DLF9-DED-AMT
031500         + CLD-BASE-DED-AMT(DLF9-LN-SUB)
031600         + CLD-MM-DED-AMT(DLF9-LN-SUB)
031700     COMPUTE DLF9-COPAY-AMT = DLF9-COPAY-AMT
031800         + CLD-COPAY-AMT-BASE(DLF9-LN-SUB)
031900         + CLD-COPAY-AMT-MM(DLF9-LN-SUB)
032000     COMPUTE DLF9-COINS-AMT = DLF9-COINS-AMT
032100         + CLD-COINS-AMT-BASE(DLF9-LN-SUB)
032200         + CLD-COINS-AMT-MM(DLF9-LN-SUB)
032300         + CLD-COINS-AMT-SUPP(DLF9-LN-SUB).
032400 2110-EXIT.
032500     EXIT.
032600*================================================================
032700*    2200-REVERSE-ORIGINAL  -  BACK OUT WHAT THE CUSTODIAN WAS   *
032800*                              SENT FOR THE ORIGINAL INVOICE     *
032900*================================================================
033000 2200-REVERSE-ORIGINAL.
033100     MOVE CLH-ALT-INV-NBR          TO DL159-IDX-INV-NBR
033200     PERFORM 8200-READ-INDEX        THRU 8200-EXIT
033300*    AN ORIGINAL NEVER SENT (NO ACCOUNT, OR NOT YET FINALIZED)
033400*    HAS NOTHING TO REVERSE - THE ADJUSTMENT GOES AS AN ORIGINAL
033500     IF NOT DLF9-FOUND
033600         OR DL159-IDX-HSA-NBR = SPACES
033700         OR DL159-IDX-FIN-DT = ZERO
033701         IF CLH-REG-HSA-NBR NOT = SPACES
033702             ADD 1 TO DLF9-ORIG-NOT-FOUND
033703         END-IF
033900         GO TO 2200-EXIT
034000     END-IF
034100     SET DLF9-REVERSED             TO TRUE
034200     ADD 1 TO DLF9-REVERSALS
034300     INITIALIZE DL159-CUS-RECORD
034400     MOVE "R"                      TO DL159-C-REC-TYPE
034500     MOVE DL159-IDX-HSA-NBR        TO DL159-C-HSA-NBR
034600     MOVE DL159-IDX-BSA-IND        TO DL159-C-BSA-IND
034700     MOVE DL159-IDX-FLEX-IND       TO DL159-C-FLEX-IND
034800     MOVE DL159-IDX-PATIENT-NBR    TO DL159-C-PATIENT-NBR
034900     MOVE DL159-IDX-INV-NBR        TO DL159-C-INV-NBR
035000     MOVE DL159-IDX-INV-NBR        TO DL159-C-ORIG-INV-NBR
035100     MOVE DL159-IDX-FIN-DT         TO DL159-C-FIN-DT
035200     MOVE DL159-IDX-SVC-FROM-DT    TO DL159-C-SVC-FROM-DT
035300     MOVE DL159-IDX-SVC-TO-DT      TO DL159-C-SVC-TO-DT
035400     MOVE DL159-IDX-PROVIDER       TO DL159-C-PROVIDER
035500     COMPUTE DL159-C-ALLOWED-AMT = ZERO - DL159-IDX-ALLOWED-AMT
035600     COMPUTE DL159-C-DED-AMT     = ZERO - DL159-IDX-DED-AMT
035700     COMPUTE DL159-C-COPAY-AMT   = ZERO - DL159-IDX-COPAY-AMT
035800     COMPUTE DL159-C-COINS-AMT   = ZERO - DL159-IDX-COINS-AMT
035900     PERFORM 2500-WRITE-DETAIL      THRU 2500-EXIT.
036000 2200-EXIT.
036100     EXIT.
036200*================================================================
036300*    2500-WRITE-DETAIL  -  MEMBER RESPONSIBILITY AND TRAILER     *
036400*                          TOTALS FOR ONE DETAIL RECORD          *
036500*================================================================
036600 2500-WRITE-DETAIL.
036700     COMPUTE DL159-C-MBR-RESP-AMT = DL159-C-DED-AMT
036800         + DL159-C-COPAY-AMT + DL159-C-COINS-AMT
036900     MOVE ZERO                     TO DL159-C-TRL-COUNT
037000     WRITE DL159-CUS-RECORD
037100     ADD 1 TO DLF9-DETAIL-COUNT
037200     ADD DL159-C-ALLOWED-AMT       TO DLF9-TOT-ALLOWED
037300     ADD DL159-C-DED-AMT           TO DLF9-TOT-DED
037400     ADD DL159-C-COPAY-AMT         TO DLF9-TOT-COPAY
037500     ADD DL159-C-COINS-AMT         TO DLF9-TOT-COINS
037600     ADD DL159-C-MBR-RESP-AMT      TO DLF9-TOT-MBR-RESP.
037700 2500-EXIT.
037800     EXIT.
037900*================================================================
038000*    3000-TERMINATE  -  THE "T" TRAILER THE CUSTODIAN BALANCES   *
038100*                       TO                                       *
038200*================================================================
038300 3000-TERMINATE.
038400     INITIALIZE DL159-CUS-RECORD
038500     MOVE "T"                      TO DL159-C-REC-TYPE
038600     MOVE DLF9-RUN-DATE            TO DL159-C-FIN-DT
038700     MOVE DLF9-TOT-ALLOWED         TO DL159-C-ALLOWED-AMT
038800     MOVE DLF9-TOT-DED             TO DL159-C-DED-AMT
038900     MOVE DLF9-TOT-COPAY           TO DL159-C-COPAY-AMT
039000     MOVE DLF9-TOT-COINS           TO DL159-C-COINS-AMT
039100     MOVE DLF9-TOT-MBR-RESP        TO DL159-C-MBR-RESP-AMT
039200     MOVE DLF9-DETAIL-COUNT        TO DL159-C-TRL-COUNT
039300     WRITE DL159-CUS-RECORD
039400     MOVE DLF9-CLM-READ            TO DLF9-T-CLM-READ
039500     MOVE DLF9-ORIGINALS           TO DLF9-T-ORIGINALS
039600     MOVE DLF9-REVERSALS           TO DLF9-T-REVERSALS
039700     MOVE DLF9-REPLACEMENTS        TO DLF9-T-REPLACEMENTS
039800     MOVE DLF9-ORIG-NOT-FOUND      TO DLF9-T-NOT-FOUND
039900     WRITE DL159-RPT-LINE FROM SPACES
040000     WRITE DL159-RPT-LINE FROM DLF9-TOTAL-LINE-1
040100     WRITE DL159-RPT-LINE FROM DLF9-TOTAL-LINE-2
040200     WRITE DL159-RPT-LINE FROM DLF9-TOTAL-LINE-3
040300     WRITE DL159-RPT-LINE FROM DLF9-TOTAL-LINE-4
040400     WRITE DL159-RPT-LINE FROM DLF9-TOTAL-LINE-5
040500     WRITE DL159-RPT-LINE FROM SPACES
040600     MOVE "NET ALLOWED"            TO DLF9-A-LABEL
040700     MOVE DLF9-TOT-ALLOWED         TO DLF9-A-AMOUNT
040800     WRITE DL159-RPT-LINE FROM DLF9-AMOUNT-LINE
040900     MOVE "NET DEDUCTIBLE"         TO DLF9-A-LABEL
041000     MOVE DLF9-TOT-DED             TO DLF9-A-AMOUNT
041100     WRITE DL159-RPT-LINE FROM DLF9-AMOUNT-LINE
041200     MOVE "NET COPAY"              TO DLF9-A-LABEL
041300     MOVE DLF9-TOT-COPAY           TO DLF9-A-AMOUNT
041400     WRITE DL159-RPT-LINE FROM DLF9-AMOUNT-LINE
041500     MOVE "NET COINSURANCE"        TO DLF9-A-LABEL
041600     MOVE DLF9-TOT-COINS           TO DLF9-A-AMOUNT
041700     WRITE DL159-RPT-LINE FROM DLF9-AMOUNT-LINE
041800     MOVE "NET MEMBER RESPONSIBILITY" TO DLF9-A-LABEL
041900     MOVE DLF9-TOT-MBR-RESP        TO DLF9-A-AMOUNT
042000     WRITE DL159-RPT-LINE FROM DLF9-AMOUNT-LINE
042100     CLOSE BHS2MCH-FILE
042200     CLOSE BHS3MDE-FILE
042300     CLOSE DL159-IDX-FILE
042400     CLOSE DL159-CUS-FILE
042500     CLOSE DL159-RPT-FILE.
042600 3000-EXIT.
042700     EXIT.
042800*================================================================
042900*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
043000*================================================================
043100 8100-READ-CLAIM-PAIR.
043200     READ BHS2MCH-FILE
043300         AT END
043400             SET DLF9-CLM-EOF TO TRUE
043500     END-READ
043600     IF NOT DLF9-CLM-EOF
043700         AND NOT DLF9-DET-EOF
043800         READ BHS3MDE-FILE
043900             AT END
044000                 SET DLF9-DET-EOF TO TRUE
044100         END-READ
044200     END-IF.
044300 8100-EXIT.
044400     EXIT.
044500*================================================================
044600*    8200-READ-INDEX
044700*================================================================
044800 8200-READ-INDEX.
044900     MOVE "N"                      TO DLF9-FOUND-SW
045000     READ DL159-IDX-FILE
045100         INVALID KEY
045200             CONTINUE
045300         NOT INVALID KEY
045400             SET DLF9-FOUND TO TRUE
045500     END-READ.
045600 8200-EXIT.
045700     EXIT.
