000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL154.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - PROVIDER EFT PAYMENT RUN.
001100*                   THE DL153BNK SATELLITE IS LOADED AT START
001200*                   (OVERFLOW ABORTS - DL060 RULE).  EVERY
001300*                   PROVIDER WITH A PRENOTE DUE GETS A ZERO-
001400*                   DOLLAR PRENOTE ENTRY ON TONIGHT'S FILE; ONE
001500*                   WHOSE PRENOTE HAS AGED THE DL154PRM DAYS
001600*                   GOES LIVE.  BHS2MCH IS THEN READ IN CHECK-
001700*                   NUMBER ORDER (THE DL129 GROUPING - AMOUNT
001800*                   IS THE SUM OF THE CHECK'S CLAIMS, PAYEE IS
001900*                   CLH-SPEC-PAY OVER CLH-CONT-PRV) AND EACH
002000*                   CHECK CUT TODAY FOR A LIVE PROVIDER BECOMES
002100*                   A CCD CREDIT ENTRY ON THE NACHA FILE
002200*                   (DL154ACH) INSTEAD OF PAPER.  ITS TRACE
002300*                   NUMBER IS POSTED TO THE CARRIED-FORWARD
002400*                   DL154EFT REGISTER BY CHECK NUMBER, WHICH
002500*                   DL128, DL129 AND DL058 MATCH AGAINST.  THE
002600*                   SATELLITE IS REWRITTEN WITH THE NEW PRENOTE
002700*                   STATUSES.
002701*  2026-10-15  RH   A CHECK WHOSE PAYEE IS UNDER A CONFIRMED
002702*                   SANCTIONS HIT ON THE LABELED DL184BLK BLOCK
002703*                   LIST IS HELD - NO EFT ENTRY IS WRITTEN - AND
002704*                   COUNTED ON THE REPORT.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
003600            ORGANIZATION IS SEQUENTIAL.
003700     SELECT DL154-PRM-FILE     ASSIGN TO DL154PRM
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL153-BNK-IN-FILE  ASSIGN TO DL153BNKI
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL153-BNK-OUT-FILE ASSIGN TO DL153BNKO
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL154-EFT-IN-FILE  ASSIGN TO DL154EFTI
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL154-EFT-OUT-FILE ASSIGN TO DL154EFTO
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL154-ACH-FILE     ASSIGN TO DL154ACH
004800            ORGANIZATION IS SEQUENTIAL.
004801     SELECT DL184-BLK-FILE     ASSIGN TO DL184BLK
004802            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL154-RPT-FILE     ASSIGN TO DL154RPT
005000            ORGANIZATION IS LINE SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  BHS2MCH-FILE
005400     LABEL RECORDS ARE STANDARD.
005500     COPY BHS2MCH.
005600 FD  DL154-PRM-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY DL154PRM.
005900 FD  DL153-BNK-IN-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY DL153BNK.
006200 FD  DL153-BNK-OUT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  DL153-BNK-OUT-RECORD          PIC X(90).
006500 FD  DL154-EFT-IN-FILE
006600     LABEL RECORDS ARE STANDARD.
006700     COPY DL154EFT.
006800 FD  DL154-EFT-OUT-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  DL154-EFT-OUT-RECORD          PIC X(60).
007100 FD  DL154-ACH-FILE
007200     LABEL RECORDS ARE STANDARD
007300     BLOCK CONTAINS 10 RECORDS.
007400     COPY DL154ACH.
007401 FD  DL184-BLK-FILE
007402     LABEL RECORDS ARE STANDARD
007403     RECORD CONTAINS 43 CHARACTERS.
007404     COPY DL184BLK.
007405 01  DL184-BLK-IN-LABEL            PIC X(43).
007500 FD  DL154-RPT-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  DL154-RPT-LINE                PIC X(132).
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
008000*    DLF4-SWITCHES AND COUNTERS
008100*----------------------------------------------------------------
008200 01  DLF4-SWITCHES.
008300     05  DLF4-CLM-EOF-SW           PIC X(1)     VALUE "N".
008400         88  DLF4-CLM-EOF                        VALUE "Y".
008500     05  DLF4-PRM-EOF-SW           PIC X(1)     VALUE "N".
008600         88  DLF4-PRM-EOF                        VALUE "Y".
008700     05  DLF4-BNK-EOF-SW           PIC X(1)     VALUE "N".
008800         88  DLF4-BNK-EOF                        VALUE "Y".
008900     05  DLF4-EFT-EOF-SW           PIC X(1)     VALUE "N".
009000         88  DLF4-EFT-EOF                        VALUE "Y".
009100     05  DLF4-TODAY-CHECK-SW       PIC X(1)     VALUE "N".
009200         88  DLF4-TODAY-CHECK                    VALUE "Y".
009300     05  DLF4-BATCH-OPEN-SW        PIC X(1)     VALUE "N".
009400         88  DLF4-BATCH-OPEN                     VALUE "Y".
009500     05  DLF4-PRENOTE-SW           PIC X(1)     VALUE "N".
009600         88  DLF4-PRENOTE                        VALUE "Y".
009601     05  DLF4-BLK-EOF-SW           PIC X(1)     VALUE "N".
009602         88  DLF4-BLK-EOF                        VALUE "Y".
009700 01  DLF4-KEYS.
009800     05  DLF4-CHK-KEY              PIC X(10).
009900     05  DLF4-EFT-KEY              PIC X(10).
010000*----------------------------------------------------------------
010100*    DLF4-BNK-TABLE  -  THE ENROLLED PROVIDERS.  OVERFLOW ABORTS
010200*    (DL060 RULE).
010300*----------------------------------------------------------------
010400 01  DLF4-BNK-TABLE.
010500     05  DLF4-BNK-COUNT            PIC S9(4) COMP VALUE ZERO.
010600     05  DLF4-BNK-ENTRY OCCURS 5000 TIMES.
010700         10  DLF4-K-RECORD         PIC X(90).
010800         10  DLF4-K-FIELDS REDEFINES DLF4-K-RECORD.
010900             15  DLF4-K-PRV-ID     PIC X(10).
011000             15  DLF4-K-RDFI-ID    PIC 9(8).
011100             15  DLF4-K-CHECK-DIGIT
011200                                   PIC 9(1).
011300             15  DLF4-K-ACCOUNT-NBR
011400                                   PIC X(17).
011500             15  DLF4-K-ACCT-TYPE  PIC X(1).
011600             15  DLF4-K-ACCT-NAME  PIC X(22).
011700             15  DLF4-K-PRENOTE-STATUS
011800                                   PIC X(1).
011900             15  DLF4-K-PRENOTE-DT PIC 9(8).
012000             15  FILLER            PIC X(22).
012001*----------------------------------------------------------------
012002*    DLF4-BLK-TABLE  -  PAYEES UNDER A CONFIRMED SANCTIONS HIT
012003*    (DL184BLK).  OVERFLOW ABORTS (DL060 RULE).
012004*----------------------------------------------------------------
012005 01  DLF4-BLK-TABLE.
012006     05  DLF4-BLK-COUNT            PIC S9(4) COMP VALUE ZERO.
012007     05  DLF4-BLK-PRV-ID OCCURS 2000 TIMES PIC X(10).
012100 01  DLF4-PARMS.
012200     05  DLF4-ODFI-ID              PIC 9(8).
012300     05  DLF4-PRENOTE-DAYS         PIC S9(4) COMP.
012400 01  DLF4-WORK-FIELDS.
012500     05  DLF4-SUB                  PIC S9(4) COMP VALUE ZERO.
012600     05  DLF4-CHECK-AMT            PIC S9(13) COMP-3 VALUE ZERO.
012700     05  DLF4-ENTRY-AMT            PIC S9(13) COMP-3 VALUE ZERO.
012800     05  DLF4-PAYEE                PIC X(10).
012900     05  DLF4-TRACE-SEQ            PIC S9(8) COMP VALUE ZERO.
013000     05  DLF4-TRACE-NBR            PIC 9(15).
013100     05  DLF4-BLOCK-COUNT          PIC S9(8) COMP VALUE ZERO.
013200     05  DLF4-FILL-COUNT           PIC S9(8) COMP VALUE ZERO.
013300     05  DLF4-HOLD-EFT             PIC X(60).
013400 01  DLF4-DATE-WORK.
013500     05  DLF4-RUN-DATE             PIC 9(8).
013600     05  DLF4-RUN-DATE-R REDEFINES DLF4-RUN-DATE.
013700         10  DLF4-RUN-CC           PIC 9(2).
013800         10  DLF4-RUN-YYMMDD       PIC 9(6).
013900     05  DLF4-RUN-DATE-R2 REDEFINES DLF4-RUN-DATE.
014000         10  DLF4-RUN-CCYY         PIC 9(4).
014100         10  DLF4-RUN-MMDD         PIC 9(4).
014200     05  DLF4-EXEC-DATE-R.
014300         10  DLF4-EXEC-CC          PIC 9(2).
014400         10  DLF4-EXEC-YYMMDD      PIC 9(6).
014500     05  DLF4-RUN-TIME.
014600         10  DLF4-RUN-HHMM         PIC 9(4).
014700         10  FILLER                PIC 9(4).
014800     05  DLF4-RUN-JULIAN           PIC S9(8) COMP.
014900     05  DLF4-CALL-DATE            PIC 9(8).
015000     05  DLF4-CALL-JULIAN          PIC S9(8) COMP.
015100 01  DLF4-COUNTERS.
015200     05  DLF4-CLM-READ             PIC S9(8) COMP VALUE ZERO.
015300     05  DLF4-ACH-RECORDS          PIC S9(8) COMP VALUE ZERO.
015400     05  DLF4-ENTRY-COUNT          PIC S9(8) COMP VALUE ZERO.
015500     05  DLF4-BATCH-COUNT          PIC S9(8) COMP VALUE ZERO.
015600     05  DLF4-ENTRY-HASH           PIC S9(15) COMP-3 VALUE ZERO.
015700     05  DLF4-TOTAL-CREDIT         PIC S9(13) COMP-3 VALUE ZERO.
015800     05  DLF4-PRENOTES-SENT        PIC S9(8) COMP VALUE ZERO.
015900     05  DLF4-WENT-LIVE            PIC S9(8) COMP VALUE ZERO.
016000     05  DLF4-EFT-PAYMENTS         PIC S9(8) COMP VALUE ZERO.
016100     05  DLF4-AWAITING-PRENOTE     PIC S9(8) COMP VALUE ZERO.
016200     05  DLF4-PAPER-CHECKS         PIC S9(8) COMP VALUE ZERO.
016201     05  DLF4-SANCTIONS-HELD       PIC S9(8) COMP VALUE ZERO.
016300 01  DLF4-HEADING-1.
016400     05  FILLER                    PIC X(44)
016500         VALUE "PROVIDER EFT PAYMENT RUN CONTROL".
016600 01  DLF4-COLUMN-HEADING.
016700     05  FILLER                   PIC X(9)  VALUE "ENTRY".
016800     05  FILLER                   PIC X(12) VALUE "CHECK NBR".
016900     05  FILLER                   PIC X(12) VALUE "PROVIDER".
017000     05  FILLER                   PIC X(17) VALUE "TRACE NUMBER".
017100     05  FILLER                   PIC X(12) VALUE "AMOUNT".
017200 01  DLF4-DETAIL-LINE.
017300     05  DLF4-D-ENTRY              PIC X(7).
017400     05  FILLER                    PIC X(2)  VALUE SPACES.
017500     05  DLF4-D-CHK-NBR            PIC X(10).
017600     05  FILLER                    PIC X(2)  VALUE SPACES.
017700     05  DLF4-D-PRV-ID             PIC X(10).
017800     05  FILLER                    PIC X(2)  VALUE SPACES.
017900     05  DLF4-D-TRACE-NBR          PIC 9(15).
018000     05  FILLER                    PIC X(2)  VALUE SPACES.
018100     05  DLF4-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.
018200 01  DLF4-TOTAL-LINE-1.
018300     05  FILLER                    PIC X(25)
018400         VALUE "PRENOTES SENT".
018500     05  DLF4-T-PRENOTES           PIC ZZZ,ZZ9.
018600 01  DLF4-TOTAL-LINE-2.
018700     05  FILLER                    PIC X(25)
018800         VALUE "PROVIDERS GONE LIVE".
018900     05  DLF4-T-LIVE               PIC ZZZ,ZZ9.
019000 01  DLF4-TOTAL-LINE-3.
019100     05  FILLER                    PIC X(25)
019200         VALUE "EFT PAYMENTS".
019300     05  DLF4-T-EFT                PIC ZZZ,ZZ9.
019400     05  FILLER                    PIC X(2)  VALUE SPACES.
019500     05  DLF4-T-CREDIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.
019600 01  DLF4-TOTAL-LINE-4.
019700     05  FILLER                    PIC X(25)
019800         VALUE "PAPER - PRENOTE PENDING".
019900     05  DLF4-T-AWAITING           PIC ZZZ,ZZ9.
020000 01  DLF4-TOTAL-LINE-5.
020100     05  FILLER                    PIC X(25)
020200         VALUE "PAPER - NOT ENROLLED".
020300     05  DLF4-T-PAPER              PIC ZZZ,ZZ9.
020400 01  DLF4-TOTAL-LINE-6.
020500     05  FILLER                    PIC X(25)
020600         VALUE "ACH RECORDS WRITTEN".
020700     05  DLF4-T-RECORDS            PIC ZZZ,ZZ9.
020701 01  DLF4-TOTAL-LINE-7.
020702     05  FILLER                    PIC X(25)
020703         VALUE "HELD - SANCTIONS BLOCK".
020704     05  DLF4-T-HELD               PIC ZZZ,ZZ9.
020705*----------------------------------------------------------------
020706*    DLCTL-LABEL-RECORD  -  SATELLITE-EXTRACT LABEL HANDLING
020707*----------------------------------------------------------------
020708     COPY DLCTLLBL.
020709 01  DLF4-LBL-WORK.
020710     05  DLF4-LBL-IN-COUNT        PIC 9(8)  VALUE ZERO.
020711     05  DLF4-LBL-IN-HASH         PIC 9(16) VALUE ZERO.
020712     05  DLF4-LBL-KEY-WORK        PIC X(10).
020713     05  DLF4-LBL-KEY-NUM REDEFINES DLF4-LBL-KEY-WORK
020714                                  PIC 9(10).
020715     05  DLF4-LBL-TERM            PIC 9(10).
020800*----------------------------------------------------------------
020900*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
021000*----------------------------------------------------------------
021100 01  DL903-PARMS.
021200     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL154".
021300     05  DL903-REC-TYPE            PIC X(1).
021400     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
021500*----------------------------------------------------------------
021600*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
021700*----------------------------------------------------------------
021800 01  DL902-DATES.
021900     05  DL902-EXEC-DATE           PIC 9(8).
022000 01  DL902-EXEC-LINE.
022100     05  FILLER                    PIC X(14)
022200         VALUE "BUSINESS DATE ".
022300     05  DL902-EL-BUS              PIC 9(8).
022400     05  FILLER                    PIC X(11)
022500         VALUE "  EXECUTED ".
022600     05  DL902-EL-EXEC             PIC 9(8).
022700 PROCEDURE DIVISION.
022800*================================================================
022900*    0000-MAINLINE
023000*================================================================
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
023300     MOVE "S"                      TO DL903-REC-TYPE
023400     CALL "DL903" USING DL903-PARMS
023500     PERFORM 1300-SEND-PRENOTES     THRU 1300-EXIT
023600         VARYING DLF4-SUB FROM 1 BY 1
023700         UNTIL DLF4-SUB > DLF4-BNK-COUNT
023800     PERFORM 2000-PROCESS-CHECK     THRU 2000-EXIT
023900         UNTIL DLF4-CLM-EOF
024000     PERFORM 3000-TERMINATE         THRU 3000-EXIT
024100     MOVE "E"                      TO DL903-REC-TYPE
024200     MOVE DLF4-CLM-READ TO DL903-REC-COUNT
024300     CALL "DL903" USING DL903-PARMS
024400     GOBACK.
024500*================================================================
024600*    1000-INITIALIZE
024700*================================================================
024800 1000-INITIALIZE.
024900     CALL "DL902" USING DLF4-RUN-DATE DL902-EXEC-DATE
025000     CALL "DL900" USING DLF4-RUN-DATE DLF4-RUN-JULIAN
025100     ACCEPT DLF4-RUN-TIME          FROM TIME
025200     MOVE DL902-EXEC-DATE          TO DLF4-EXEC-DATE-R
025300     OPEN INPUT  DL154-PRM-FILE
025400     PERFORM 1100-LOAD-PARMS        THRU 1100-EXIT
025500     CLOSE DL154-PRM-FILE
025600     OPEN INPUT  DL153-BNK-IN-FILE
025700     PERFORM 8200-READ-BNK          THRU 8200-EXIT
025800     PERFORM 1200-LOAD-ONE-BNK      THRU 1200-EXIT
025900         UNTIL DLF4-BNK-EOF
026000     CLOSE DL153-BNK-IN-FILE
026001     PERFORM 1600-LOAD-BLOCKS       THRU 1600-EXIT
026100     OPEN INPUT  BHS2MCH-FILE
026200     OPEN INPUT  DL154-EFT-IN-FILE
026300     OPEN OUTPUT DL154-EFT-OUT-FILE
026400     OPEN OUTPUT DL153-BNK-OUT-FILE
026500     OPEN OUTPUT DL154-ACH-FILE
026600     OPEN OUTPUT DL154-RPT-FILE
026700     WRITE DL154-RPT-LINE FROM DLF4-HEADING-1
026800     MOVE DLF4-RUN-DATE TO DL902-EL-BUS
026900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
027000     WRITE DL154-RPT-LINE FROM DL902-EXEC-LINE
027100     WRITE DL154-RPT-LINE FROM SPACES
027200     WRITE DL154-RPT-LINE FROM DLF4-COLUMN-HEADING
027300     PERFORM 1400-WRITE-FILE-HEADER THRU 1400-EXIT
027400     PERFORM 8300-READ-EFT          THRU 8300-EXIT
027500     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT
027600     PERFORM 2900-SKIP-UNCHECKED    THRU 2900-EXIT
027700         UNTIL DLF4-CLM-EOF
027800         OR CLH-ACT-CHK-NBR NOT = SPACES.
027900 1000-EXIT.
028000     EXIT.
028100*================================================================
028200*    1100-LOAD-PARMS  -  A MISSING OR INCOMPLETE CARD FAILS THE  *
028300*                        STEP RATHER THAN SENDING A FILE THE     *
028400*                        BANK WILL REJECT                        *
028500*================================================================
028600 1100-LOAD-PARMS.
028700     READ DL154-PRM-FILE
028800         AT END
028900             SET DLF4-PRM-EOF TO TRUE
029000     END-READ
029100     IF DLF4-PRM-EOF
029200         OR DL154-P-DEST-ROUTING NOT NUMERIC
029300         OR DL154-P-ODFI-ID NOT NUMERIC
029400         OR DL154-P-ODFI-ID = ZERO
029500         OR DL154-P-COMPANY-ID = SPACES
029600         OR DL154-P-PRENOTE-DAYS NOT NUMERIC
029700         DISPLAY "DL154: ACH PARAMETER CARD MISSING OR INVALID"
029800         MOVE 8                    TO RETURN-CODE
029900         GOBACK
030000     END-IF
030100     MOVE DL154-P-ODFI-ID          TO DLF4-ODFI-ID
030200     MOVE DL154-P-PRENOTE-DAYS     TO DLF4-PRENOTE-DAYS.
030300 1100-EXIT.
030400     EXIT.
030500*================================================================
030600*    1200-LOAD-ONE-BNK  -  A PRENOTE SENT AT LEAST THE CARD'S    *
030700*                          DAYS AGO WITH NO RETURN GOES LIVE     *
030800*================================================================
030900 1200-LOAD-ONE-BNK.
031000     IF DLF4-BNK-COUNT >= 5000
031100         PERFORM 9900-BNK-ABORT     THRU 9900-EXIT
031200     END-IF
031300     ADD 1 TO DLF4-BNK-COUNT
031400     MOVE DL153-BNK-RECORD
031500                          TO DLF4-K-RECORD(DLF4-BNK-COUNT)
031600     IF DL153-B-PRENOTE-SENT
031700         MOVE DL153-B-PRENOTE-DT   TO DLF4-CALL-DATE
031800         CALL "DL900" USING DLF4-CALL-DATE DLF4-CALL-JULIAN
031900         IF DLF4-RUN-JULIAN - DLF4-CALL-JULIAN
032000             NOT < DLF4-PRENOTE-DAYS
032100             MOVE "L" TO DLF4-K-PRENOTE-STATUS(DLF4-BNK-COUNT)
032200             ADD 1 TO DLF4-WENT-LIVE
032300         END-IF
032400     END-IF
032500     PERFORM 8200-READ-BNK          THRU 8200-EXIT.
032600 1200-EXIT.
032700     EXIT.
032800*================================================================
032900*    1300-SEND-PRENOTES  -  ZERO-DOLLAR ENTRY TO EVERY ACCOUNT   *
033000*                           NOT YET PROVED                       *
033100*================================================================
033200 1300-SEND-PRENOTES.
033300     IF DLF4-K-PRENOTE-STATUS(DLF4-SUB) NOT = "P"
033400         GO TO 1300-EXIT
033500     END-IF
033600     SET DLF4-PRENOTE              TO TRUE
033700     MOVE ZERO                     TO DLF4-ENTRY-AMT
033800     PERFORM 2600-WRITE-ENTRY       THRU 2600-EXIT
033900     MOVE "S"            TO DLF4-K-PRENOTE-STATUS(DLF4-SUB)
034000     MOVE DLF4-RUN-DATE  TO DLF4-K-PRENOTE-DT(DLF4-SUB)
034100     ADD 1 TO DLF4-PRENOTES-SENT
034200     MOVE "PRENOTE"                TO DLF4-D-ENTRY
034300     MOVE SPACES                   TO DLF4-D-CHK-NBR
034400     MOVE DLF4-K-PRV-ID(DLF4-SUB)  TO DLF4-D-PRV-ID
034500     MOVE DLF4-TRACE-NBR           TO DLF4-D-TRACE-NBR
034600     MOVE ZERO                     TO DLF4-D-AMOUNT
034700     WRITE DL154-RPT-LINE FROM DLF4-DETAIL-LINE.
034800 1300-EXIT.
034900     EXIT.
035000*================================================================
035100*    1400-WRITE-FILE-HEADER  -  NACHA "1" RECORD                 *
035200*================================================================
035300 1400-WRITE-FILE-HEADER.
035400     MOVE SPACES                   TO DL154-ACH-RECORD
035500     MOVE "1"                      TO DL154-FH-REC-TYPE
035600     MOVE "01"                     TO DL154-FH-PRIORITY
035700     MOVE SPACE                    TO DL154-FH-IMMED-DEST(1:1)
035800     MOVE DL154-P-DEST-ROUTING     TO DL154-FH-IMMED-DEST(2:9)
035900     MOVE DL154-P-ORIGIN-ID        TO DL154-FH-IMMED-ORIGIN
036000     MOVE DLF4-EXEC-YYMMDD         TO DL154-FH-CREATE-DT
036100     MOVE DLF4-RUN-HHMM            TO DL154-FH-CREATE-TM
036200     MOVE "A"                      TO DL154-FH-FILE-ID-MOD
036300     MOVE "094"                    TO DL154-FH-RECORD-SIZE
036400     MOVE "10"                     TO DL154-FH-BLOCKING
036500     MOVE "1"                      TO DL154-FH-FORMAT-CD
036600     MOVE DL154-P-DEST-NAME        TO DL154-FH-DEST-NAME
036700     MOVE DL154-P-ORIGIN-NAME      TO DL154-FH-ORIGIN-NAME
036800     PERFORM 8500-WRITE-ACH         THRU 8500-EXIT.
036900 1400-EXIT.
037000     EXIT.
037100*================================================================
037200*    1500-WRITE-BATCH-HEADER  -  ONE CCD CREDIT BATCH, OPENED    *
037300*                                AT THE FIRST ENTRY              *
037400*================================================================
037500 1500-WRITE-BATCH-HEADER.
037600     ADD 1 TO DLF4-BATCH-COUNT
037700     MOVE SPACES                   TO DL154-ACH-RECORD
037800     MOVE "5"                      TO DL154-BH-REC-TYPE
037900     MOVE 220                      TO DL154-BH-SVC-CLASS
038000     MOVE DL154-P-COMPANY-NAME     TO DL154-BH-COMPANY-NAME
038100     MOVE DL154-P-COMPANY-ID       TO DL154-BH-COMPANY-ID
038200     MOVE "CCD"                    TO DL154-BH-SEC-CD
038300     MOVE "CLAIMS PMT"             TO DL154-BH-ENTRY-DESC
038400     MOVE DLF4-RUN-YYMMDD          TO DL154-BH-DESC-DT
038500     MOVE DLF4-RUN-YYMMDD          TO DL154-BH-EFFECTIVE-DT
038600     MOVE "1"                      TO DL154-BH-ORIG-STATUS
038700     MOVE DLF4-ODFI-ID             TO DL154-BH-ODFI-ID
038800     MOVE DLF4-BATCH-COUNT         TO DL154-BH-BATCH-NBR
038900     PERFORM 8500-WRITE-ACH         THRU 8500-EXIT
039000     SET DLF4-BATCH-OPEN           TO TRUE.
039100 1500-EXIT.
039200     EXIT.
039300*================================================================
039301*    1600-LOAD-BLOCKS  -  THE DL184 SANCTIONS BLOCK LIST; A      *
039302*                         MISSING OR OUT-OF-BALANCE LABEL FAILS  *
039303*                         THE STEP RATHER THAN RELEASING BLOCKS  *
039304*================================================================
039305 1600-LOAD-BLOCKS.
039306     OPEN INPUT  DL184-BLK-FILE
039307     READ DL184-BLK-FILE
039308         AT END
039309             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
039310     END-READ
039311     MOVE DL184-BLK-IN-LABEL  TO DLCTL-LABEL-RECORD
039312     IF NOT DLCTL-L-HEADER
039313         PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
039314     END-IF
039315     PERFORM 8400-READ-BLOCK        THRU 8400-EXIT
039316     PERFORM 1610-LOAD-ONE-BLOCK    THRU 1610-EXIT
039317         UNTIL DLF4-BLK-EOF
039318     CLOSE DL184-BLK-FILE.
039319 1600-EXIT.
039320     EXIT.
039321*================================================================
039322*    1610-LOAD-ONE-BLOCK  -  PROVIDER PAYEE BLOCKS ONLY
039323*================================================================
039324 1610-LOAD-ONE-BLOCK.
039325     IF DL184-B-PAYEE
039326         IF DLF4-BLK-COUNT >= 2000
039327             PERFORM 9910-BLK-ABORT THRU 9910-EXIT
039328         END-IF
039329         ADD 1 TO DLF4-BLK-COUNT
039330         MOVE DL184-B-PARTY-KEY TO DLF4-BLK-PRV-ID(DLF4-BLK-COUNT)
039331     END-IF
039332     PERFORM 8400-READ-BLOCK        THRU 8400-EXIT.
039333 1610-EXIT.
039334     EXIT.
039335*================================================================
039400*    2000-PROCESS-CHECK  -  ONE CHECK GROUP: ACCUMULATE, THEN    *
039500*                           PAY BY EFT IF CUT TODAY TO A LIVE    *
039600*                           PROVIDER                             *
039700*================================================================
039800 2000-PROCESS-CHECK.
039900     MOVE CLH-ACT-CHK-NBR          TO DLF4-CHK-KEY
040000     MOVE ZERO                     TO DLF4-CHECK-AMT
040100     MOVE SPACES                   TO DLF4-PAYEE
040200     MOVE "N"                      TO DLF4-TODAY-CHECK-SW
040300     PERFORM 2100-GATHER-ONE-CLAIM  THRU 2100-EXIT
040400         UNTIL DLF4-CLM-EOF
040500         OR CLH-ACT-CHK-NBR NOT = DLF4-CHK-KEY
040600     IF DLF4-TODAY-CHECK
040700         AND DLF4-CHECK-AMT > ZERO
040800         PERFORM 2500-PAY-CHECK     THRU 2500-EXIT
040900     END-IF
041000     PERFORM 2900-SKIP-UNCHECKED    THRU 2900-EXIT
041100         UNTIL DLF4-CLM-EOF
041200         OR CLH-ACT-CHK-NBR NOT = SPACES.
041300 2000-EXIT.
041400     EXIT.
041500*================================================================
041600*    2100-GATHER-ONE-CLAIM
041700*================================================================
041800 2100-GATHER-ONE-CLAIM.
041900     ADD 1 TO DLF4-CLM-READ
042000     ADD CLH-CLM-PAID-AMT TO DLF4-CHECK-AMT
042100     IF CLH-ACT-PD-DT = DLF4-RUN-DATE
042200         SET DLF4-TODAY-CHECK      TO TRUE
042300     END-IF
042400     IF CLH-SPEC-PAY NOT = SPACES
042500         MOVE CLH-SPEC-PAY         TO DLF4-PAYEE
042600     ELSE
042700         IF DLF4-PAYEE = SPACES
042800             MOVE CLH-CONT-PRV     TO DLF4-PAYEE
042900         END-IF
043000     END-IF
043100     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT.
043200 2100-EXIT.
043300     EXIT.
043400*================================================================
043500*    2500-PAY-CHECK  -  A PAYEE NOT ENROLLED, OR STILL WAITING   *
043501*                       ON ITS PRENOTE, STAYS ON PAPER; ONE      *
043502*                       UNDER A SANCTIONS BLOCK IS HELD          *
043700*================================================================
043800 2500-PAY-CHECK.
043900     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
043901         VARYING DLF4-SUB FROM 1 BY 1
043902         UNTIL DLF4-SUB > DLF4-BLK-COUNT
043903         OR DLF4-BLK-PRV-ID(DLF4-SUB) = DLF4-PAYEE
043904     IF DLF4-SUB <= DLF4-BLK-COUNT
043905         ADD 1 TO DLF4-SANCTIONS-HELD
043906         MOVE "HELD"               TO DLF4-D-ENTRY
043907         MOVE DLF4-CHK-KEY         TO DLF4-D-CHK-NBR
043908         MOVE DLF4-PAYEE           TO DLF4-D-PRV-ID
043909         MOVE ZERO                 TO DLF4-D-TRACE-NBR
043910         MOVE DLF4-CHECK-AMT       TO DLF4-D-AMOUNT
043911         WRITE DL154-RPT-LINE FROM DLF4-DETAIL-LINE
043912         GO TO 2500-EXIT
043913     END-IF
043914     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
044000         VARYING DLF4-SUB FROM 1 BY 1
044100         UNTIL DLF4-SUB > DLF4-BNK-COUNT
044200         OR DLF4-K-PRV-ID(DLF4-SUB) = DLF4-PAYEE
044300     IF DLF4-SUB > DLF4-BNK-COUNT
044400         ADD 1 TO DLF4-PAPER-CHECKS
044500         GO TO 2500-EXIT
044600     END-IF
044700     IF DLF4-K-PRENOTE-STATUS(DLF4-SUB) NOT = "L"
044800         ADD 1 TO DLF4-AWAITING-PRENOTE
044900         GO TO 2500-EXIT
045000     END-IF
045100     MOVE "N"                      TO DLF4-PRENOTE-SW
045200     MOVE DLF4-CHECK-AMT           TO DLF4-ENTRY-AMT
045300     PERFORM 2600-WRITE-ENTRY       THRU 2600-EXIT
045400     ADD 1 TO DLF4-EFT-PAYMENTS
045500     PERFORM 2700-POST-REGISTER     THRU 2700-EXIT
045600     MOVE "PAYMENT"                TO DLF4-D-ENTRY
045700     MOVE DLF4-CHK-KEY             TO DLF4-D-CHK-NBR
045800     MOVE DLF4-PAYEE               TO DLF4-D-PRV-ID
045900     MOVE DLF4-TRACE-NBR           TO DLF4-D-TRACE-NBR
046000     MOVE DLF4-CHECK-AMT           TO DLF4-D-AMOUNT
046100     WRITE DL154-RPT-LINE FROM DLF4-DETAIL-LINE.
046200 2500-EXIT.
046300     EXIT.
046400*================================================================
046500*    2590-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
046600*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
046700*                      PERFORM THAT CALLS THIS                   *
046800*================================================================
046900 2590-SCAN-ONE.
047000     CONTINUE.
047100 2590-EXIT.
047200     EXIT.
047300*================================================================
047400*    2600-WRITE-ENTRY  -  NACHA "6" CREDIT FOR TABLE ENTRY       *
047500*                         DLF4-SUB: 22/32 LIVE, 23/33 PRENOTE    *
047600*================================================================
047700 2600-WRITE-ENTRY.
047800     IF NOT DLF4-BATCH-OPEN
047900         PERFORM 1500-WRITE-BATCH-HEADER THRU 1500-EXIT
048000     END-IF
048100     ADD 1 TO DLF4-TRACE-SEQ
048200     COMPUTE DLF4-TRACE-NBR = DLF4-ODFI-ID * 10000000
048300                            + DLF4-TRACE-SEQ
048400     MOVE SPACES                   TO DL154-ACH-RECORD
048500     MOVE "6"                      TO DL154-ED-REC-TYPE
048600     IF DLF4-K-ACCT-TYPE(DLF4-SUB) = "S"
048700         MOVE 32                   TO DL154-ED-TRAN-CD
048800     ELSE
048900         MOVE 22                   TO DL154-ED-TRAN-CD
049000     END-IF
049100     IF DLF4-PRENOTE
049200         ADD 1                     TO DL154-ED-TRAN-CD
049300     END-IF
049400     MOVE DLF4-K-RDFI-ID(DLF4-SUB) TO DL154-ED-RDFI-ID
049500     MOVE DLF4-K-CHECK-DIGIT(DLF4-SUB)
049600                                   TO DL154-ED-CHECK-DIGIT
049700     MOVE DLF4-K-ACCOUNT-NBR(DLF4-SUB)
049800                                   TO DL154-ED-ACCOUNT-NBR
049900     MOVE DLF4-ENTRY-AMT           TO DL154-ED-AMOUNT
050000     MOVE DLF4-K-PRV-ID(DLF4-SUB)  TO DL154-ED-INDIV-ID
050100     MOVE DLF4-K-ACCT-NAME(DLF4-SUB) TO DL154-ED-INDIV-NAME
050200     MOVE ZERO                     TO DL154-ED-ADDENDA-IND
050300     MOVE DLF4-TRACE-NBR           TO DL154-ED-TRACE-NBR
050400     PERFORM 8500-WRITE-ACH         THRU 8500-EXIT
050500     ADD 1 TO DLF4-ENTRY-COUNT
050600     ADD DLF4-K-RDFI-ID(DLF4-SUB)  TO DLF4-ENTRY-HASH
050700     ADD DLF4-ENTRY-AMT            TO DLF4-TOTAL-CREDIT.
050800 2600-EXIT.
050900     EXIT.
051000*================================================================
051100*    2700-POST-REGISTER  -  MERGE THE PAYMENT INTO THE CARRIED-  *
051200*                           FORWARD REGISTER BY CHECK NUMBER; A  *
051300*                           RERUN REPLACES ITS OWN ENTRY         *
051400*================================================================
051500 2700-POST-REGISTER.
051600     PERFORM 2710-COPY-OLD-EFT      THRU 2710-EXIT
051700         UNTIL DLF4-EFT-KEY NOT < DLF4-CHK-KEY
051800     IF DLF4-EFT-KEY = DLF4-CHK-KEY
051900         PERFORM 8300-READ-EFT      THRU 8300-EXIT
052000     END-IF
052100     MOVE DL154-EFT-RECORD         TO DLF4-HOLD-EFT
052200     MOVE SPACES                   TO DL154-EFT-RECORD
052300     MOVE DLF4-CHK-KEY             TO DL154-E-CHK-NBR
052400     MOVE DLF4-TRACE-NBR           TO DL154-E-TRACE-NBR
052500     MOVE DLF4-PAYEE               TO DL154-E-PAYEE-PRV
052600     MOVE DLF4-CHECK-AMT           TO DL154-E-AMOUNT
052700     MOVE DLF4-RUN-DATE            TO DL154-E-PAY-DT
052800     WRITE DL154-EFT-OUT-RECORD FROM DL154-EFT-RECORD
052900     MOVE DLF4-HOLD-EFT            TO DL154-EFT-RECORD.
053000 2700-EXIT.
053100     EXIT.
053200*================================================================
053300*    2710-COPY-OLD-EFT  -  THE REGISTER IS KEPT WHOLE; DL058     *
053400*                          RECONCILES EFT CHECKS OF ANY AGE      *
053500*================================================================
053600 2710-COPY-OLD-EFT.
053700     WRITE DL154-EFT-OUT-RECORD FROM DL154-EFT-RECORD
053800     PERFORM 8300-READ-EFT          THRU 8300-EXIT.
053900 2710-EXIT.
054000     EXIT.
054100*================================================================
054200*    2900-SKIP-UNCHECKED  -  CLAIMS WITH NO CHECK NUMBER SORT    *
054300*                            AHEAD OF THE CHECKED ONES           *
054400*================================================================
054500 2900-SKIP-UNCHECKED.
054600     ADD 1 TO DLF4-CLM-READ
054700     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT.
054800 2900-EXIT.
054900     EXIT.
055000*================================================================
055100*    3000-TERMINATE  -  CLOSE THE BATCH AND FILE, BLOCK-FILL,    *
055200*                       FINISH THE REGISTER, REWRITE THE         *
055300*                       SATELLITE                                *
055400*================================================================
055500 3000-TERMINATE.
055600     PERFORM 2710-COPY-OLD-EFT      THRU 2710-EXIT
055700         UNTIL DLF4-EFT-EOF
055800     IF DLF4-BATCH-OPEN
055900         PERFORM 3100-WRITE-BATCH-CONTROL THRU 3100-EXIT
056000     END-IF
056100     PERFORM 3200-WRITE-FILE-CONTROL THRU 3200-EXIT
056200     PERFORM 3300-WRITE-ONE-BNK     THRU 3300-EXIT
056300         VARYING DLF4-SUB FROM 1 BY 1
056400         UNTIL DLF4-SUB > DLF4-BNK-COUNT
056500     MOVE DLF4-PRENOTES-SENT       TO DLF4-T-PRENOTES
056600     MOVE DLF4-WENT-LIVE           TO DLF4-T-LIVE
056700     MOVE DLF4-EFT-PAYMENTS        TO DLF4-T-EFT
056800     MOVE DLF4-TOTAL-CREDIT        TO DLF4-T-CREDIT
056900     MOVE DLF4-AWAITING-PRENOTE    TO DLF4-T-AWAITING
057000     MOVE DLF4-PAPER-CHECKS        TO DLF4-T-PAPER
057100     MOVE DLF4-ACH-RECORDS         TO DLF4-T-RECORDS
057101     MOVE DLF4-SANCTIONS-HELD      TO DLF4-T-HELD
057200     WRITE DL154-RPT-LINE FROM SPACES
057300     WRITE DL154-RPT-LINE FROM DLF4-TOTAL-LINE-1
057400     WRITE DL154-RPT-LINE FROM DLF4-TOTAL-LINE-2
057500     WRITE DL154-RPT-LINE FROM DLF4-TOTAL-LINE-3
057600     WRITE DL154-RPT-LINE FROM DLF4-TOTAL-LINE-4
057700     WRITE DL154-RPT-LINE FROM DLF4-TOTAL-LINE-5
057800     WRITE DL154-RPT-LINE FROM DLF4-TOTAL-LINE-6
057801     WRITE DL154-RPT-LINE FROM DLF4-TOTAL-LINE-7
057900     CLOSE BHS2MCH-FILE
058000     CLOSE DL154-EFT-IN-FILE
058100     CLOSE DL154-EFT-OUT-FILE
058200     CLOSE DL153-BNK-OUT-FILE
058300     CLOSE DL154-ACH-FILE
058400     CLOSE DL154-RPT-FILE.
058500 3000-EXIT.
058600     EXIT.
058700*================================================================
058800*    3100-WRITE-BATCH-CONTROL  -  NACHA "8" RECORD; THE HASH     *
058900*                                 KEEPS ITS LOW TEN DIGITS       *
059000*================================================================
059100 3100-WRITE-BATCH-CONTROL.
059200     MOVE SPACES                   TO DL154-ACH-RECORD
059300     MOVE "8"                      TO DL154-BC-REC-TYPE
059400     MOVE 220                      TO DL154-BC-SVC-CLASS
059500     MOVE DLF4-ENTRY-COUNT         TO DL154-BC-ENTRY-COUNT
059600     MOVE DLF4-ENTRY-HASH          TO DL154-BC-ENTRY-HASH
059700     MOVE ZERO                     TO DL154-BC-TOTAL-DEBIT
059800     MOVE DLF4-TOTAL-CREDIT        TO DL154-BC-TOTAL-CREDIT
059900     MOVE DL154-P-COMPANY-ID       TO DL154-BC-COMPANY-ID
060000     MOVE DLF4-ODFI-ID             TO DL154-BC-ODFI-ID
060100     MOVE DLF4-BATCH-COUNT         TO DL154-BC-BATCH-NBR
060200     PERFORM 8500-WRITE-ACH         THRU 8500-EXIT.
060300 3100-EXIT.
060400     EXIT.
060500*================================================================
060600*    3200-WRITE-FILE-CONTROL  -  NACHA "9" RECORD, THEN ALL-     *
060700*                                NINES FILL TO A FULL BLOCK      *
060800*================================================================
060900 3200-WRITE-FILE-CONTROL.
061000     COMPUTE DLF4-BLOCK-COUNT = (DLF4-ACH-RECORDS + 10) / 10
061100     COMPUTE DLF4-FILL-COUNT = DLF4-BLOCK-COUNT * 10
061200                             - DLF4-ACH-RECORDS - 1
061300     MOVE SPACES                   TO DL154-ACH-RECORD
061400     MOVE "9"                      TO DL154-FC-REC-TYPE
061500     MOVE DLF4-BATCH-COUNT         TO DL154-FC-BATCH-COUNT
061600     MOVE DLF4-BLOCK-COUNT         TO DL154-FC-BLOCK-COUNT
061700     MOVE DLF4-ENTRY-COUNT         TO DL154-FC-ENTRY-COUNT
061800     MOVE DLF4-ENTRY-HASH          TO DL154-FC-ENTRY-HASH
061900     MOVE ZERO                     TO DL154-FC-TOTAL-DEBIT
062000     MOVE DLF4-TOTAL-CREDIT        TO DL154-FC-TOTAL-CREDIT
062100     PERFORM 8500-WRITE-ACH         THRU 8500-EXIT
062200     PERFORM 3210-WRITE-FILL        THRU 3210-EXIT
062300         DLF4-FILL-COUNT TIMES.
062400 3200-EXIT.
062500     EXIT.
062600*================================================================
062700*    3210-WRITE-FILL
062800*================================================================
062900 3210-WRITE-FILL.
063000     MOVE ALL "9"                  TO DL154-ACH-RECORD
063100     PERFORM 8500-WRITE-ACH         THRU 8500-EXIT.
063200 3210-EXIT.
063300     EXIT.
063400*================================================================
063500*    3300-WRITE-ONE-BNK
063600*================================================================
063700 3300-WRITE-ONE-BNK.
063800     WRITE DL153-BNK-OUT-RECORD FROM DLF4-K-RECORD(DLF4-SUB).
063900 3300-EXIT.
064000     EXIT.
064100*================================================================
064200*    8000-READ-CLAIM
064300*================================================================
064400 8000-READ-CLAIM.
064500     READ BHS2MCH-FILE
064600         AT END
064700             SET DLF4-CLM-EOF TO TRUE
064800     END-READ.
064900 8000-EXIT.
065000     EXIT.
065100*================================================================
065200*    8200-READ-BNK
065300*================================================================
065400 8200-READ-BNK.
065500     READ DL153-BNK-IN-FILE
065600         AT END
065700             SET DLF4-BNK-EOF TO TRUE
065800     END-READ.
065900 8200-EXIT.
066000     EXIT.
066100*================================================================
066200*    8300-READ-EFT
066300*================================================================
066400 8300-READ-EFT.
066500     READ DL154-EFT-IN-FILE
066600         AT END
066700             SET DLF4-EFT-EOF TO TRUE
066800             MOVE HIGH-VALUES      TO DLF4-EFT-KEY
066900     END-READ
067000     IF NOT DLF4-EFT-EOF
067100         MOVE DL154-E-CHK-NBR      TO DLF4-EFT-KEY
067200     END-IF.
067300 8300-EXIT.
067400     EXIT.
067500*================================================================
067501*    8400-READ-BLOCK  -  THE TRAILER ENDS THE LIST AND MUST      *
067502*                        BALANCE                                 *
067503*================================================================
067504 8400-READ-BLOCK.
067505     READ DL184-BLK-FILE
067506         AT END
067507             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
067508     END-READ
067509     IF DL184-BLK-IN-LABEL(1:3) = "TRL"
067510         MOVE DL184-BLK-IN-LABEL TO DLCTL-LABEL-RECORD
067511         IF DLCTL-L-REC-COUNT NOT = DLF4-LBL-IN-COUNT
067512             OR DLCTL-L-KEY-HASH NOT = DLF4-LBL-IN-HASH
067513             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
067514         END-IF
067515         SET DLF4-BLK-EOF TO TRUE
067516     ELSE
067517         ADD 1 TO DLF4-LBL-IN-COUNT
067518         MOVE ZEROES TO DLF4-LBL-KEY-WORK
067519         MOVE DL184-B-CONF-DATE TO DLF4-LBL-KEY-WORK(3:8)
067520         PERFORM 9850-LBL-HASH-TERM THRU 9850-EXIT
067521         ADD DLF4-LBL-TERM TO DLF4-LBL-IN-HASH
067522     END-IF.
067523 8400-EXIT.
067524     EXIT.
067525*================================================================
067600*    8500-WRITE-ACH
067700*================================================================
067800 8500-WRITE-ACH.
067900     WRITE DL154-ACH-RECORD
068000     ADD 1 TO DLF4-ACH-RECORDS.
068100 8500-EXIT.
068200     EXIT.
068300*================================================================
068400*    9900-BNK-ABORT  -  MORE ENROLLED PROVIDERS THAN THE 5000-   *
068500*                       ENTRY TABLE                              *
068600*================================================================
068700 9900-BNK-ABORT.
068800     DISPLAY "DL154: EFT ENROLLMENTS EXCEED THE 5000-ENTRY TABLE"
068900     MOVE 8                        TO RETURN-CODE
069000     GOBACK.
069100 9900-EXIT.
069200     EXIT.
069201*================================================================
069202*    9850-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
069203*                           PLACED IN DLF4-LBL-KEY-WORK          *
069204*================================================================
069205 9850-LBL-HASH-TERM.
069206     IF DLF4-LBL-KEY-WORK IS NUMERIC
069207         MOVE DLF4-LBL-KEY-NUM    TO DLF4-LBL-TERM
069208     ELSE
069209         MOVE 1                    TO DLF4-LBL-TERM
069210     END-IF.
069211 9850-EXIT.
069212     EXIT.
069213*================================================================
069214*    9910-BLK-ABORT  -  MORE PAYEE BLOCKS THAN THE 2000-ENTRY    *
069215*                       TABLE                                    *
069216*================================================================
069217 9910-BLK-ABORT.
069218     DISPLAY "DL154: SANCTIONS BLOCKS EXCEED THE 2000-ENTRY TABLE"
069219     MOVE 8                        TO RETURN-CODE
069220     GOBACK.
069221 9910-EXIT.
069222     EXIT.
069223*================================================================
069224*    9950-LABEL-ABORT  -  A MISSING OR MISMATCHED DL184BLK       *
069225*                         LABEL FAILS THE STEP                   *
069226*================================================================
069227 9950-LABEL-ABORT.
069228     DISPLAY "DL154: DL184BLK LABEL MISSING OR MISMATCHED"
069229     MOVE 8                        TO RETURN-CODE
069230     GOBACK.
069231 9950-EXIT.
069232     EXIT.
