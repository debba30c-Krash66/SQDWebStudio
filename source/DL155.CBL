000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL155.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - CHECK VOID, STOP-PAYMENT
001100*                   AND REISSUE.  THE DL155TRN BATCH IS KEYED
001200*                   BY CHECK NUMBER; EACH TRANSACTION IS
001300*                   RESOLVED THROUGH THE CARRIED DL155XRF CROSS-
001400*                   REFERENCE TO THE CHECK NUMBER ITS CLAIMS
001500*                   CARRY AND RELEASED TO AN INTERNAL SORT ON
001600*                   THAT NUMBER, WHICH IS THEN MATCHED AGAINST
001700*                   BHS2MCH/BHS3MDE IN CHECK-NUMBER ORDER (THE
001800*                   DL058 SEQUENCE).  THE CHECK'S AMOUNT AND
001900*                   PAYEE FOLLOW THE DL129 RULES; ITS NET PAY
002000*                   IS SPLIT BY SERVICING PROVIDER THE WAY
002100*                   DL060 ACCUMULATES IT.  AN ACCEPTED ACTION
002200*                   WRITES A "V" TO THE DL155ISS POSITIVE-PAY
002300*                   FILE (AND AN "I" FOR A REISSUE'S NEW
002400*                   CHECK), REVERSES THE SPLIT OUT OF THE
002500*                   DL060YTD ACCUMULATOR (RE-POSTING IT FOR A
002600*                   REISSUE), APPENDS THE OLD-TO-NEW LINK TO
002700*                   DL155XRF FOR DL058 AND DL128 TO FOLLOW, AND
002800*                   PRINTS ON THE REGISTER WITH OPERATOR AND
002900*                   REASON.  ONLY THE CURRENT CHECK OF A CHAIN
003000*                   MAY BE ACTED ON.  THE ACCUMULATOR AND CROSS-
003100*                   REFERENCE TABLES ABORT ON OVERFLOW (DL060
003200*                   RULE).  RUNS AFTER DL060 IN THE NIGHT.
003300*================================================================
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL155-TRN-FILE     ASSIGN TO DL155TRAN
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL155-XRF-IN-FILE  ASSIGN TO DL155XRFI
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL155-XRF-OUT-FILE ASSIGN TO DL155XRFO
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL060-YTD-IN-FILE  ASSIGN TO DL060YTDI
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL060-YTD-OUT-FILE ASSIGN TO DL060YTDO
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT DL155-ISS-FILE     ASSIGN TO DL155ISS
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT DL155-RPT-FILE     ASSIGN TO DL155RPT
005700            ORGANIZATION IS LINE SEQUENTIAL.
005800     SELECT DL155-SORT-FILE    ASSIGN TO DL155SORT.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  BHS2MCH-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY BHS2MCH.
006400 FD  BHS3MDE-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY BHS3MDE.
006700 FD  DL155-TRN-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY DL155TRN.
007000 FD  DL155-XRF-IN-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DL155XRF.
007300 FD  DL155-XRF-OUT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  DL155-XRF-OUT-RECORD          PIC X(80).
007600 FD  DL060-YTD-IN-FILE
007700     LABEL RECORDS ARE STANDARD.
007800     COPY DL060YTD.
007900 FD  DL060-YTD-OUT-FILE
008000     LABEL RECORDS ARE STANDARD.
008100 01  DL060-YTD-OUT-RECORD          PIC X(21).
008200 FD  DL155-ISS-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY DL129ISS.
008500 FD  DL155-RPT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  DL155-RPT-LINE                PIC X(132).
008800 SD  DL155-SORT-FILE.
008900 01  DLF5-SORT-RECORD.
009000     05  DLF5-S-ROOT-CHK           PIC X(10).
009100     05  DLF5-S-SEQ                PIC 9(8).
009200     05  DLF5-S-TRN                PIC X(80).
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------------
009500*    DLF5-SWITCHES AND COUNTERS
009600*----------------------------------------------------------------
009700 01  DLF5-SWITCHES.
009800     05  DLF5-CLM-EOF-SW           PIC X(1)     VALUE "N".
009900         88  DLF5-CLM-EOF                        VALUE "Y".
010000     05  DLF5-DET-EOF-SW           PIC X(1)     VALUE "N".
010100         88  DLF5-DET-EOF                        VALUE "Y".
010200     05  DLF5-TRAN-EOF-SW          PIC X(1)     VALUE "N".
010300         88  DLF5-TRAN-EOF                       VALUE "Y".
010400     05  DLF5-SORT-EOF-SW          PIC X(1)     VALUE "N".
010500         88  DLF5-SORT-EOF                       VALUE "Y".
010600     05  DLF5-XRF-EOF-SW           PIC X(1)     VALUE "N".
010700         88  DLF5-XRF-EOF                        VALUE "Y".
010800     05  DLF5-YTD-EOF-SW           PIC X(1)     VALUE "N".
010900         88  DLF5-YTD-EOF                        VALUE "Y".
011000     05  DLF5-CHAIN-DONE-SW        PIC X(1)     VALUE "N".
011100         88  DLF5-CHAIN-DONE                     VALUE "Y".
011200     05  DLF5-CHAIN-VOIDED-SW      PIC X(1)     VALUE "N".
011300         88  DLF5-CHAIN-VOIDED                   VALUE "Y".
011400 01  DLF5-KEYS.
011500     05  DLF5-HOLD-ROOT            PIC X(10).
011600     05  DLF5-CUR-CHK              PIC X(10).
011700*----------------------------------------------------------------
011800*    DLF5-XRF-TABLE  -  THE CROSS-REFERENCE, CARRIED IN THE
011900*    ORDER APPLIED.  OVERFLOW ABORTS (DL060 RULE).
012000*----------------------------------------------------------------
012100 01  DLF5-XRF-TABLE.
012200     05  DLF5-XRF-COUNT            PIC S9(4) COMP VALUE ZERO.
012300     05  DLF5-XRF-ENTRY OCCURS 5000 TIMES.
012400         10  DLF5-X-RECORD         PIC X(80).
012500         10  DLF5-X-FIELDS REDEFINES DLF5-X-RECORD.
012600             15  DLF5-X-OLD-CHK    PIC X(10).
012700             15  DLF5-X-NEW-CHK    PIC X(10).
012800             15  DLF5-X-ROOT-CHK   PIC X(10).
012900             15  DLF5-X-ACTION     PIC X(1).
013000             15  DLF5-X-ACTION-DT  PIC 9(8).
013100             15  DLF5-X-AMOUNT     PIC 9(13).
013200             15  DLF5-X-PAYEE      PIC X(10).
013300             15  FILLER            PIC X(18).
013400*----------------------------------------------------------------
013500*    DLF5-YTD-TABLE  -  THE DL060 PROVIDER ACCUMULATOR
013600*----------------------------------------------------------------
013700 01  DLF5-YTD-TABLE.
013800     05  DLF5-YTD-COUNT            PIC S9(4) COMP VALUE ZERO.
013900     05  DLF5-YTD-ENTRY OCCURS 2000 TIMES.
014000         10  DLF5-Y-PRV-ID         PIC X(10).
014100         10  DLF5-Y-YEAR           PIC 9(4).
014200         10  DLF5-Y-YTD-AMT        PIC S9(13) COMP-3.
014300*----------------------------------------------------------------
014400*    DLF5-SPLIT-TABLE  -  THE CHECK'S NET PAY BY SERVICING
014500*    PROVIDER
014600*----------------------------------------------------------------
014700 01  DLF5-SPLIT-TABLE.
014800     05  DLF5-SPLIT-COUNT          PIC S9(4) COMP VALUE ZERO.
014900     05  DLF5-SPLIT-ENTRY OCCURS 100 TIMES.
015000         10  DLF5-P-PRV-ID         PIC X(10).
015100         10  DLF5-P-AMT            PIC S9(13) COMP-3.
015200 01  DLF5-WORK-FIELDS.
015300     05  DLF5-SUB                  PIC S9(4) COMP VALUE ZERO.
015400     05  DLF5-SP-SUB               PIC S9(4) COMP VALUE ZERO.
015500     05  DLF5-LN-SUB               PIC S9(4) COMP VALUE ZERO.
015600     05  DLF5-TRAN-SEQ             PIC S9(8) COMP VALUE ZERO.
015700     05  DLF5-CLAIMS-FOUND         PIC S9(8) COMP VALUE ZERO.
015800     05  DLF5-CHECK-AMT            PIC S9(13) COMP-3 VALUE ZERO.
015900     05  DLF5-PAYEE                PIC X(10).
016000     05  DLF5-CUR-PAYEE            PIC X(10).
016100     05  DLF5-NEW-PAYEE            PIC X(10).
016200     05  DLF5-WORK-PRV-ID          PIC X(10).
016300     05  DLF5-SIGN                 PIC S9(1) VALUE ZERO.
016400     05  DLF5-DISP                 PIC X(20).
016500 01  DLF5-DATE-WORK.
016600     05  DLF5-RUN-DATE             PIC 9(8).
016700     05  DLF5-RUN-DATE-R REDEFINES DLF5-RUN-DATE.
016800         10  DLF5-RUN-CCYY         PIC 9(4).
016900         10  FILLER                PIC X(4).
017000 01  DLF5-COUNTERS.
017100     05  DLF5-CLM-READ             PIC S9(8) COMP VALUE ZERO.
017200     05  DLF5-TRAN-READ            PIC S9(8) COMP VALUE ZERO.
017300     05  DLF5-VOIDS-APPLIED        PIC S9(8) COMP VALUE ZERO.
017400     05  DLF5-STOPS-APPLIED        PIC S9(8) COMP VALUE ZERO.
017500     05  DLF5-REISSUES-APPLIED     PIC S9(8) COMP VALUE ZERO.
017600     05  DLF5-TRAN-REJECTED        PIC S9(8) COMP VALUE ZERO.
017700     05  DLF5-PRVS-DROPPED         PIC S9(8) COMP VALUE ZERO.
017800     05  DLF5-ISS-WRITTEN          PIC S9(8) COMP VALUE ZERO.
017900     05  DLF5-HASH-TOTAL           PIC S9(15) COMP-3 VALUE ZERO.
018000     05  DLF5-YTD-REVERSED         PIC S9(13) COMP-3 VALUE ZERO.
018100     05  DLF5-YTD-REPOSTED         PIC S9(13) COMP-3 VALUE ZERO.
018200 01  DLF5-HEADING-1.
018300     05  FILLER                    PIC X(44)
018400         VALUE "CHECK VOID, STOP AND REISSUE REGISTER".
018500 01  DLF5-COLUMN-HEADING.
018600     05  FILLER                   PIC X(12) VALUE "CHECK NBR".
018700     05  FILLER                   PIC X(4)  VALUE "ACT".
018800     05  FILLER                   PIC X(12) VALUE "NEW CHECK".
018900     05  FILLER                   PIC X(12) VALUE "PAYEE".
019000     05  FILLER                   PIC X(13) VALUE "AMOUNT".
019100     05  FILLER                   PIC X(10) VALUE "OPERATOR".
019200     05  FILLER                   PIC X(36) VALUE "REASON".
019300     05  FILLER                   PIC X(20) VALUE "DISPOSITION".
019400 01  DLF5-DETAIL-LINE.
019500     05  DLF5-D-CHK-NBR            PIC X(10).
019600     05  FILLER                    PIC X(2)  VALUE SPACES.
019700     05  DLF5-D-ACTION             PIC X(1).
019800     05  FILLER                    PIC X(3)  VALUE SPACES.
019900     05  DLF5-D-NEW-CHK            PIC X(10).
020000     05  FILLER                    PIC X(2)  VALUE SPACES.
020100     05  DLF5-D-PAYEE              PIC X(10).
020200     05  FILLER                    PIC X(2)  VALUE SPACES.
020300     05  DLF5-D-AMOUNT             PIC ZZZ,ZZZ,ZZ9.
020400     05  FILLER                    PIC X(2)  VALUE SPACES.
020500     05  DLF5-D-OPERATOR           PIC X(8).
020600     05  FILLER                    PIC X(2)  VALUE SPACES.
020700     05  DLF5-D-REASON-CD          PIC X(2).
020800     05  FILLER                    PIC X(1)  VALUE SPACES.
020900     05  DLF5-D-REASON-TEXT        PIC X(30).
021000     05  FILLER                    PIC X(3)  VALUE SPACES.
021100     05  DLF5-D-DISP               PIC X(20).
021200 01  DLF5-TOTAL-LINE-1.
021300     05  FILLER                    PIC X(25)
021400         VALUE "TRANSACTIONS READ".
021500     05  DLF5-T-READ               PIC ZZZ,ZZ9.
021600 01  DLF5-TOTAL-LINE-2.
021700     05  FILLER                    PIC X(25)
021800         VALUE "VOIDS APPLIED".
021900     05  DLF5-T-VOIDS              PIC ZZZ,ZZ9.
022000 01  DLF5-TOTAL-LINE-3.
022100     05  FILLER                    PIC X(25)
022200         VALUE "STOP PAYMENTS APPLIED".
022300     05  DLF5-T-STOPS              PIC ZZZ,ZZ9.
022400 01  DLF5-TOTAL-LINE-4.
022500     05  FILLER                    PIC X(25)
022600         VALUE "REISSUES APPLIED".
022700     05  DLF5-T-REISSUES           PIC ZZZ,ZZ9.
022800 01  DLF5-TOTAL-LINE-5.
022900     05  FILLER                    PIC X(25)
023000         VALUE "TRANS REJECTED".
023100     05  DLF5-T-REJECTED           PIC ZZZ,ZZ9.
023200 01  DLF5-TOTAL-LINE-6.
023300     05  FILLER                    PIC X(25)
023400         VALUE "PROVIDER YTD REVERSED".
023500     05  DLF5-T-REVERSED           PIC ZZZ,ZZZ,ZZZ,ZZ9.
023600 01  DLF5-TOTAL-LINE-7.
023700     05  FILLER                    PIC X(25)
023800         VALUE "PROVIDER YTD RE-POSTED".
023900     05  DLF5-T-REPOSTED           PIC ZZZ,ZZZ,ZZZ,ZZ9.
024000 01  DLF5-TOTAL-LINE-8.
024100     05  FILLER                    PIC X(25)
024200         VALUE "PROVIDERS DROPPED-LIMIT".
024300     05  DLF5-T-DROPPED            PIC ZZZ,ZZ9.
024400     05  FILLER                    PIC X(26)
024500         VALUE "  *** TOTALS UNDERSTATED".
024600*----------------------------------------------------------------
024700*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
024800*----------------------------------------------------------------
024900 01  DL903-PARMS.
025000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL155".
025100     05  DL903-REC-TYPE            PIC X(1).
025200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
025300*----------------------------------------------------------------
025400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
025500*----------------------------------------------------------------
025600 01  DL902-DATES.
025700     05  DL902-EXEC-DATE           PIC 9(8).
025800 01  DL902-EXEC-LINE.
025900     05  FILLER                    PIC X(14)
026000         VALUE "BUSINESS DATE ".
026100     05  DL902-EL-BUS              PIC 9(8).
026200     05  FILLER                    PIC X(11)
026300         VALUE "  EXECUTED ".
026400     05  DL902-EL-EXEC             PIC 9(8).
026500 PROCEDURE DIVISION.
026600*================================================================
026700*    0000-MAINLINE
026800*================================================================
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
027100     MOVE "S"                      TO DL903-REC-TYPE
027200     CALL "DL903" USING DL903-PARMS
027300     SORT DL155-SORT-FILE
027400         ON ASCENDING KEY DLF5-S-ROOT-CHK
027500                          DLF5-S-SEQ
027600         INPUT PROCEDURE IS 2000-RELEASE-TRANS
027700             THRU 2999-EXIT
027800         OUTPUT PROCEDURE IS 3000-APPLY-TRANS
027900             THRU 3999-EXIT
028000     PERFORM 4000-TERMINATE         THRU 4000-EXIT
028100     MOVE "E"                      TO DL903-REC-TYPE
028200     MOVE DLF5-TRAN-READ TO DL903-REC-COUNT
028300     CALL "DL903" USING DL903-PARMS
028400     GOBACK.
028500*================================================================
028600*    1000-INITIALIZE
028700*================================================================
028800 1000-INITIALIZE.
028900     CALL "DL902" USING DLF5-RUN-DATE DL902-EXEC-DATE
029000     OPEN INPUT  DL155-XRF-IN-FILE
029100     PERFORM 1100-LOAD-ONE-XRF      THRU 1100-EXIT
029200         UNTIL DLF5-XRF-EOF
029300     CLOSE DL155-XRF-IN-FILE
029400     OPEN INPUT  DL060-YTD-IN-FILE
029500     PERFORM 1200-LOAD-ONE-YTD      THRU 1200-EXIT
029600         UNTIL DLF5-YTD-EOF
029700     CLOSE DL060-YTD-IN-FILE
029800     OPEN INPUT  BHS2MCH-FILE
029900     OPEN INPUT  BHS3MDE-FILE
030000     OPEN INPUT  DL155-TRN-FILE
030100     OPEN OUTPUT DL155-XRF-OUT-FILE
030200     OPEN OUTPUT DL060-YTD-OUT-FILE
030300     OPEN OUTPUT DL155-ISS-FILE
030400     OPEN OUTPUT DL155-RPT-FILE
030500     WRITE DL155-RPT-LINE FROM DLF5-HEADING-1
030600     MOVE DLF5-RUN-DATE TO DL902-EL-BUS
030700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
030800     WRITE DL155-RPT-LINE FROM DL902-EXEC-LINE
030900     WRITE DL155-RPT-LINE FROM SPACES
031000     WRITE DL155-RPT-LINE FROM DLF5-COLUMN-HEADING.
031100 1000-EXIT.
031200     EXIT.
031300*================================================================
031400*    1100-LOAD-ONE-XRF
031500*================================================================
031600 1100-LOAD-ONE-XRF.
031700     READ DL155-XRF-IN-FILE
031800         AT END
031900             SET DLF5-XRF-EOF TO TRUE
032000     END-READ
032100     IF NOT DLF5-XRF-EOF
032200         IF DLF5-XRF-COUNT >= 5000
032300             PERFORM 9900-XRF-ABORT THRU 9900-EXIT
032400         END-IF
032500         ADD 1 TO DLF5-XRF-COUNT
032600         MOVE DL155-XRF-RECORD     TO
032700             DLF5-X-RECORD(DLF5-XRF-COUNT)
032800     END-IF.
032900 1100-EXIT.
033000     EXIT.
033100*================================================================
033200*    1200-LOAD-ONE-YTD
033300*================================================================
033400 1200-LOAD-ONE-YTD.
033500     READ DL060-YTD-IN-FILE
033600         AT END
033700             SET DLF5-YTD-EOF TO TRUE
033800     END-READ
033900     IF NOT DLF5-YTD-EOF
034000         IF DLF5-YTD-COUNT >= 2000
034100             PERFORM 9910-YTD-ABORT THRU 9910-EXIT
034200         END-IF
034300         ADD 1 TO DLF5-YTD-COUNT
034400         MOVE DL060-Y-PRV-ID       TO
034500             DLF5-Y-PRV-ID(DLF5-YTD-COUNT)
034600         MOVE DL060-Y-YEAR         TO
034700             DLF5-Y-YEAR(DLF5-YTD-COUNT)
034800         MOVE DL060-Y-YTD-AMT      TO
034900             DLF5-Y-YTD-AMT(DLF5-YTD-COUNT)
035000     END-IF.
035100 1200-EXIT.
035200     EXIT.
035300*================================================================
035400*    2000-RELEASE-TRANS  -  INPUT PROCEDURE: EDIT EACH           *
035500*                           TRANSACTION AND RELEASE IT UNDER THE *
035600*                           CHECK NUMBER ITS CLAIMS CARRY        *
035700*================================================================
035800 2000-RELEASE-TRANS.
035900     PERFORM 8200-READ-TRAN         THRU 8200-EXIT
036000     PERFORM 2100-RELEASE-ONE       THRU 2100-EXIT
036100         UNTIL DLF5-TRAN-EOF
036200     GO TO 2999-EXIT.
036300 2000-EXIT.
036400     EXIT.
036500*================================================================
036600*    2100-RELEASE-ONE
036700*================================================================
036800 2100-RELEASE-ONE.
036900     ADD 1 TO DLF5-TRAN-READ
037000     IF NOT DL155-T-VOID
037100         AND NOT DL155-T-STOP
037200         AND NOT DL155-T-REISSUE
037300         MOVE "REJECTED-ACTION"    TO DLF5-DISP
037400         GO TO 2100-REJECT
037500     END-IF
037600     IF DL155-T-CHK-NBR = SPACES
037700         MOVE "REJECTED-NO CHECK"  TO DLF5-DISP
037800         GO TO 2100-REJECT
037900     END-IF
038000     IF DL155-T-OPERATOR = SPACES
038100         OR DL155-T-REASON-CD = SPACES
038200         MOVE "REJECTED-NO REASON" TO DLF5-DISP
038300         GO TO 2100-REJECT
038400     END-IF
038500     IF DL155-T-REISSUE
038600         AND (DL155-T-NEW-CHK-NBR = SPACES
038700         OR DL155-T-NEW-CHK-NBR = DL155-T-CHK-NBR)
038800         MOVE "REJECTED-NEW CHECK" TO DLF5-DISP
038900         GO TO 2100-REJECT
039000     END-IF
039100*    A REISSUED CHECK'S CLAIMS STILL CARRY THE CHAIN'S FIRST
039200*    CHECK NUMBER
039300     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
039400         VARYING DLF5-SUB FROM 1 BY 1
039500         UNTIL DLF5-SUB > DLF5-XRF-COUNT
039600         OR DLF5-X-NEW-CHK(DLF5-SUB) = DL155-T-CHK-NBR
039700     IF DLF5-SUB > DLF5-XRF-COUNT
039800         MOVE DL155-T-CHK-NBR      TO DLF5-S-ROOT-CHK
039900     ELSE
040000         MOVE DLF5-X-ROOT-CHK(DLF5-SUB) TO DLF5-S-ROOT-CHK
040100     END-IF
040200     ADD 1 TO DLF5-TRAN-SEQ
040300     MOVE DLF5-TRAN-SEQ            TO DLF5-S-SEQ
040400     MOVE DL155-TRN-RECORD         TO DLF5-S-TRN
040500     RELEASE DLF5-SORT-RECORD
040600     GO TO 2100-NEXT.
040700 2100-REJECT.
040800     MOVE ZERO                     TO DLF5-CHECK-AMT
040900     MOVE SPACES                   TO DLF5-CUR-PAYEE
041000     PERFORM 3900-WRITE-REGISTER    THRU 3900-EXIT.
041100 2100-NEXT.
041200     PERFORM 8200-READ-TRAN         THRU 8200-EXIT.
041300 2100-EXIT.
041400     EXIT.
041500*================================================================
041600*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
041700*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
041800*                      PERFORM THAT CALLS THIS                   *
041900*================================================================
042000 2190-SCAN-ONE.
042100     CONTINUE.
042200 2190-EXIT.
042300     EXIT.
042400 2999-EXIT.
042500     EXIT.
042600*================================================================
042700*    3000-APPLY-TRANS  -  OUTPUT PROCEDURE: MATCH EACH           *
042800*                         TRANSACTION TO ITS CHECK'S CLAIMS      *
042900*================================================================
043000 3000-APPLY-TRANS.
043100     MOVE LOW-VALUES               TO DLF5-HOLD-ROOT
043200     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
043300     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
043400     PERFORM 3200-APPLY-ONE         THRU 3200-EXIT
043500         UNTIL DLF5-SORT-EOF
043600     GO TO 3999-EXIT.
043700 3000-EXIT.
043800     EXIT.
043900*================================================================
044000*    3100-RETURN-SORT
044100*================================================================
044200 3100-RETURN-SORT.
044300     RETURN DL155-SORT-FILE
044400         AT END
044500             SET DLF5-SORT-EOF TO TRUE
044600     END-RETURN
044700     IF NOT DLF5-SORT-EOF
044800         MOVE DLF5-S-TRN           TO DL155-TRN-RECORD
044900     END-IF.
045000 3100-EXIT.
045100     EXIT.
045200*================================================================
045300*    3200-APPLY-ONE  -  ONLY THE CURRENT CHECK OF AN ISSUED,     *
045400*                       UNVOIDED CHAIN MAY BE ACTED ON           *
045500*================================================================
045600 3200-APPLY-ONE.
045700     IF DLF5-S-ROOT-CHK NOT = DLF5-HOLD-ROOT
045800         PERFORM 3300-GATHER-CHECK  THRU 3300-EXIT
045900     END-IF
046000     MOVE DLF5-PAYEE               TO DLF5-CUR-PAYEE
046100     IF DLF5-CLAIMS-FOUND = ZERO
046200         MOVE "REJECTED-NOT ON FILE" TO DLF5-DISP
046300         GO TO 3200-REJECT
046400     END-IF
046500     IF DLF5-CHECK-AMT NOT > ZERO
046600         MOVE "REJECTED-NOT ISSUED" TO DLF5-DISP
046700         GO TO 3200-REJECT
046800     END-IF
046900     PERFORM 3400-FOLLOW-CHAIN      THRU 3400-EXIT
047000     IF DLF5-CHAIN-VOIDED
047100         MOVE "REJECTED-VOIDED"    TO DLF5-DISP
047200         GO TO 3200-REJECT
047300     END-IF
047400     IF DLF5-CUR-CHK NOT = DL155-T-CHK-NBR
047500         MOVE "REJECTED-REISSUED"  TO DLF5-DISP
047600         GO TO 3200-REJECT
047700     END-IF
047800     IF DL155-T-REISSUE
047900         PERFORM 2190-SCAN-ONE      THRU 2190-EXIT
048000             VARYING DLF5-SUB FROM 1 BY 1
048100             UNTIL DLF5-SUB > DLF5-XRF-COUNT
048200             OR DLF5-X-OLD-CHK(DLF5-SUB) = DL155-T-NEW-CHK-NBR
048300             OR DLF5-X-NEW-CHK(DLF5-SUB) = DL155-T-NEW-CHK-NBR
048400         IF DLF5-SUB NOT > DLF5-XRF-COUNT
048500             MOVE "REJECTED-NEW CHECK" TO DLF5-DISP
048600             GO TO 3200-REJECT
048700         END-IF
048800     END-IF
048900     PERFORM 3500-APPLY-ACTION      THRU 3500-EXIT
049000     GO TO 3200-NEXT.
049100 3200-REJECT.
049200     PERFORM 3900-WRITE-REGISTER    THRU 3900-EXIT.
049300 3200-NEXT.
049400     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
049500 3200-EXIT.
049600     EXIT.
049700*================================================================
049800*    3300-GATHER-CHECK  -  PASS CLAIMS FOR EARLIER CHECKS, THEN  *
049900*                          TOTAL THIS CHECK AND SPLIT ITS NET    *
050000*                          PAY BY SERVICING PROVIDER             *
050100*================================================================
050200 3300-GATHER-CHECK.
050300     MOVE DLF5-S-ROOT-CHK          TO DLF5-HOLD-ROOT
050400     MOVE ZERO                     TO DLF5-CLAIMS-FOUND
050500     MOVE ZERO                     TO DLF5-CHECK-AMT
050600     MOVE ZERO                     TO DLF5-SPLIT-COUNT
050700     MOVE SPACES                   TO DLF5-PAYEE
050800     PERFORM 3310-SKIP-CLAIM        THRU 3310-EXIT
050900         UNTIL DLF5-CLM-EOF
051000         OR CLH-ACT-CHK-NBR NOT < DLF5-HOLD-ROOT
051100     PERFORM 3320-GATHER-ONE-CLAIM  THRU 3320-EXIT
051200         UNTIL DLF5-CLM-EOF
051300         OR CLH-ACT-CHK-NBR NOT = DLF5-HOLD-ROOT.
051400 3300-EXIT.
051500     EXIT.
051600*================================================================
051700*    3310-SKIP-CLAIM
051800*================================================================
051900 3310-SKIP-CLAIM.
052000     ADD 1 TO DLF5-CLM-READ
052100     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
052200 3310-EXIT.
052300     EXIT.
052400*================================================================
052500*    3320-GATHER-ONE-CLAIM  -  AMOUNT AND PAYEE BY THE DL129     *
052600*                              RULES                             *
052700*================================================================
052800 3320-GATHER-ONE-CLAIM.
052900     ADD 1 TO DLF5-CLM-READ
053000     ADD 1 TO DLF5-CLAIMS-FOUND
053100     ADD CLH-CLM-PAID-AMT TO DLF5-CHECK-AMT
053200     IF CLH-SPEC-PAY NOT = SPACES
053300         MOVE CLH-SPEC-PAY         TO DLF5-PAYEE
053400     ELSE
053500         IF DLF5-PAYEE = SPACES
053600             MOVE CLH-CONT-PRV     TO DLF5-PAYEE
053700         END-IF
053800     END-IF
053900     IF NOT DLF5-DET-EOF
054000         PERFORM 3330-SPLIT-ONE-LINE THRU 3330-EXIT
054100             VARYING DLF5-LN-SUB FROM 1 BY 1
054200             UNTIL DLF5-LN-SUB > 4
054300     END-IF
054400     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
054500 3320-EXIT.
054600     EXIT.
054700*================================================================
054800*    3330-SPLIT-ONE-LINE  -  THE SAME LINES DL060 ACCUMULATES    *
054900*================================================================
055000 3330-SPLIT-ONE-LINE.
055100     IF CLD-LINE-PRV-ID-NBR(DLF5-LN-SUB) = SPACES
055200         OR CLD-NET-PAY-AMT(DLF5-LN-SUB) = ZERO
055300         GO TO 3330-EXIT
055400     END-IF
055500     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
055600         VARYING DLF5-SP-SUB FROM 1 BY 1
055700         UNTIL DLF5-SP-SUB > DLF5-SPLIT-COUNT
055800         OR DLF5-P-PRV-ID(DLF5-SP-SUB) =
055900            CLD-LINE-PRV-ID-NBR(DLF5-LN-SUB)
056000     IF DLF5-SP-SUB > DLF5-SPLIT-COUNT
056100         IF DLF5-SPLIT-COUNT >= 100
056200             PERFORM 9920-SPLIT-ABORT THRU 9920-EXIT
056300         END-IF
056400         ADD 1 TO DLF5-SPLIT-COUNT
056500         MOVE DLF5-SPLIT-COUNT     TO DLF5-SP-SUB
056600         MOVE CLD-LINE-PRV-ID-NBR(DLF5-LN-SUB)
056700                                   TO DLF5-P-PRV-ID(DLF5-SP-SUB)
056800         MOVE ZERO                 TO DLF5-P-AMT(DLF5-SP-SUB)
056900     END-IF
057000     ADD CLD-NET-PAY-AMT(DLF5-LN-SUB)
057100         TO DLF5-P-AMT(DLF5-SP-SUB).
057200 3330-EXIT.
057300     EXIT.
057400*================================================================
057500*    3400-FOLLOW-CHAIN  -  FROM THE CLAIMS' CHECK NUMBER, OLD TO *
057600*                          NEW, TO THE CHECK NOW IN CIRCULATION  *
057700*================================================================
057800 3400-FOLLOW-CHAIN.
057900     MOVE DLF5-HOLD-ROOT           TO DLF5-CUR-CHK
058000     MOVE DLF5-PAYEE               TO DLF5-CUR-PAYEE
058100     MOVE "N"                      TO DLF5-CHAIN-DONE-SW
058200     MOVE "N"                      TO DLF5-CHAIN-VOIDED-SW
058300     PERFORM 3410-FOLLOW-ONE        THRU 3410-EXIT
058400         UNTIL DLF5-CHAIN-DONE.
058500 3400-EXIT.
058600     EXIT.
058700*================================================================
058800*    3410-FOLLOW-ONE
058900*================================================================
059000 3410-FOLLOW-ONE.
059100     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
059200         VARYING DLF5-SUB FROM 1 BY 1
059300         UNTIL DLF5-SUB > DLF5-XRF-COUNT
059400         OR DLF5-X-OLD-CHK(DLF5-SUB) = DLF5-CUR-CHK
059500     IF DLF5-SUB > DLF5-XRF-COUNT
059600         SET DLF5-CHAIN-DONE       TO TRUE
059700         GO TO 3410-EXIT
059800     END-IF
059900     IF DLF5-X-NEW-CHK(DLF5-SUB) = SPACES
060000         SET DLF5-CHAIN-VOIDED     TO TRUE
060100         SET DLF5-CHAIN-DONE       TO TRUE
060200         GO TO 3410-EXIT
060300     END-IF
060400     MOVE DLF5-X-NEW-CHK(DLF5-SUB) TO DLF5-CUR-CHK
060500     MOVE DLF5-X-PAYEE(DLF5-SUB)   TO DLF5-CUR-PAYEE.
060600 3410-EXIT.
060700     EXIT.
060800*================================================================
060900*    3500-APPLY-ACTION  -  POSITIVE PAY, PROVIDER YTD, CROSS-    *
061000*                          REFERENCE AND REGISTER                *
061100*================================================================
061200 3500-APPLY-ACTION.
061300     MOVE "V"                      TO DL129-I-REC-TYPE
061400     MOVE DL155-T-CHK-NBR          TO DL129-I-CHK-NBR
061500     MOVE DLF5-CUR-PAYEE           TO DL129-I-PAYEE
061600     PERFORM 3510-WRITE-ISSUE       THRU 3510-EXIT
061700     MOVE -1                       TO DLF5-SIGN
061800     PERFORM 3600-POST-ONE-SPLIT    THRU 3600-EXIT
061900         VARYING DLF5-SP-SUB FROM 1 BY 1
062000         UNTIL DLF5-SP-SUB > DLF5-SPLIT-COUNT
062100     ADD DLF5-CHECK-AMT TO DLF5-YTD-REVERSED
062200     MOVE DLF5-CUR-PAYEE           TO DLF5-NEW-PAYEE
062300     EVALUATE TRUE
062400         WHEN DL155-T-VOID
062500             ADD 1 TO DLF5-VOIDS-APPLIED
062600         WHEN DL155-T-STOP
062700             ADD 1 TO DLF5-STOPS-APPLIED
062800         WHEN DL155-T-REISSUE
062900             ADD 1 TO DLF5-REISSUES-APPLIED
063000             IF DL155-T-NEW-PAYEE NOT = SPACES
063100                 MOVE DL155-T-NEW-PAYEE TO DLF5-NEW-PAYEE
063200             END-IF
063300             MOVE "I"              TO DL129-I-REC-TYPE
063400             MOVE DL155-T-NEW-CHK-NBR TO DL129-I-CHK-NBR
063500             MOVE DLF5-NEW-PAYEE   TO DL129-I-PAYEE
063600             PERFORM 3510-WRITE-ISSUE THRU 3510-EXIT
063700             MOVE 1                TO DLF5-SIGN
063800             PERFORM 3600-POST-ONE-SPLIT THRU 3600-EXIT
063900                 VARYING DLF5-SP-SUB FROM 1 BY 1
064000                 UNTIL DLF5-SP-SUB > DLF5-SPLIT-COUNT
064100             ADD DLF5-CHECK-AMT TO DLF5-YTD-REPOSTED
064200     END-EVALUATE
064300     PERFORM 3700-ADD-XRF           THRU 3700-EXIT
064400     MOVE "APPLIED"                TO DLF5-DISP
064500     PERFORM 3900-WRITE-REGISTER    THRU 3900-EXIT.
064600 3500-EXIT.
064700     EXIT.
064800*================================================================
064900*    3510-WRITE-ISSUE  -  DL129 ISSUE-FILE FORMAT                *
065000*================================================================
065100 3510-WRITE-ISSUE.
065200     MOVE DLF5-RUN-DATE            TO DL129-I-ISSUE-DT
065300     MOVE DLF5-CHECK-AMT           TO DL129-I-AMOUNT
065400     MOVE ZERO                     TO DL129-I-TRL-COUNT
065500     MOVE ZERO                     TO DL129-I-TRL-HASH
065600     WRITE DL129-ISS-RECORD
065700     ADD 1 TO DLF5-ISS-WRITTEN
065800     ADD DL129-I-AMOUNT TO DLF5-HASH-TOTAL.
065900 3510-EXIT.
066000     EXIT.
066100*================================================================
066200*    3600-POST-ONE-SPLIT  -  A PROVIDER NOT YET ON THE           *
066300*                            ACCUMULATOR IS ADDED FOR THE RUN    *
066400*                            YEAR (THE DL060 RULE AT THE LIMIT)  *
066500*================================================================
066600 3600-POST-ONE-SPLIT.
066700     MOVE DLF5-P-PRV-ID(DLF5-SP-SUB) TO DLF5-WORK-PRV-ID
066800     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
066900         VARYING DLF5-SUB FROM 1 BY 1
067000         UNTIL DLF5-SUB > DLF5-YTD-COUNT
067100         OR DLF5-Y-PRV-ID(DLF5-SUB) = DLF5-WORK-PRV-ID
067200     IF DLF5-SUB > DLF5-YTD-COUNT
067300         IF DLF5-YTD-COUNT >= 2000
067400             ADD 1 TO DLF5-PRVS-DROPPED
067500             GO TO 3600-EXIT
067600         END-IF
067700         ADD 1 TO DLF5-YTD-COUNT
067800         MOVE DLF5-YTD-COUNT       TO DLF5-SUB
067900         MOVE DLF5-WORK-PRV-ID     TO DLF5-Y-PRV-ID(DLF5-SUB)
068000         MOVE DLF5-RUN-CCYY        TO DLF5-Y-YEAR(DLF5-SUB)
068100         MOVE ZERO                 TO DLF5-Y-YTD-AMT(DLF5-SUB)
068200     END-IF
068300     COMPUTE DLF5-Y-YTD-AMT(DLF5-SUB) =
068400         DLF5-Y-YTD-AMT(DLF5-SUB)
068500         + DLF5-SIGN * DLF5-P-AMT(DLF5-SP-SUB).
068600 3600-EXIT.
068700     EXIT.
068800*================================================================
068900*    3700-ADD-XRF
069000*================================================================
069100 3700-ADD-XRF.
069200     IF DLF5-XRF-COUNT >= 5000
069300         PERFORM 9900-XRF-ABORT     THRU 9900-EXIT
069400     END-IF
069500     ADD 1 TO DLF5-XRF-COUNT
069600     MOVE SPACES                   TO DL155-XRF-RECORD
069700     MOVE DL155-T-CHK-NBR          TO DL155-X-OLD-CHK
069800     IF DL155-T-REISSUE
069900         MOVE DL155-T-NEW-CHK-NBR  TO DL155-X-NEW-CHK
070000     END-IF
070100     MOVE DLF5-HOLD-ROOT           TO DL155-X-ROOT-CHK
070200     MOVE DL155-T-ACTION           TO DL155-X-ACTION
070300     MOVE DLF5-RUN-DATE            TO DL155-X-ACTION-DT
070400     MOVE DLF5-CHECK-AMT           TO DL155-X-AMOUNT
070500     MOVE DLF5-NEW-PAYEE           TO DL155-X-PAYEE
070600     MOVE DL155-T-OPERATOR         TO DL155-X-OPERATOR
070700     MOVE DL155-T-REASON-CD        TO DL155-X-REASON-CD
070800     MOVE DL155-XRF-RECORD TO DLF5-X-RECORD(DLF5-XRF-COUNT).
070900 3700-EXIT.
071000     EXIT.
071100*================================================================
071200*    3900-WRITE-REGISTER  -  EVERY TRANSACTION, APPLIED OR NOT,  *
071300*                            WITH OPERATOR AND REASON            *
071400*================================================================
071500 3900-WRITE-REGISTER.
071600     IF DLF5-DISP NOT = "APPLIED"
071700         ADD 1 TO DLF5-TRAN-REJECTED
071800     END-IF
071900     MOVE DL155-T-CHK-NBR          TO DLF5-D-CHK-NBR
072000     MOVE DL155-T-ACTION           TO DLF5-D-ACTION
072100     MOVE DL155-T-NEW-CHK-NBR      TO DLF5-D-NEW-CHK
072200     MOVE DLF5-CUR-PAYEE           TO DLF5-D-PAYEE
072300     MOVE DLF5-CHECK-AMT           TO DLF5-D-AMOUNT
072400     MOVE DL155-T-OPERATOR         TO DLF5-D-OPERATOR
072500     MOVE DL155-T-REASON-CD        TO DLF5-D-REASON-CD
072600     MOVE DL155-T-REASON-TEXT      TO DLF5-D-REASON-TEXT
072700     MOVE DLF5-DISP                TO DLF5-D-DISP
072800     WRITE DL155-RPT-LINE FROM DLF5-DETAIL-LINE.
072900 3900-EXIT.
073000     EXIT.
073100 3999-EXIT.
073200     EXIT.
073300*================================================================
073400*    4000-TERMINATE  -  TRAILER, REWRITE THE ACCUMULATOR AND     *
073500*                       CROSS-REFERENCE, CONTROL TOTALS          *
073600*================================================================
073700 4000-TERMINATE.
073800     MOVE "T"                      TO DL129-I-REC-TYPE
073900     MOVE SPACES                   TO DL129-I-CHK-NBR
074000     MOVE DLF5-RUN-DATE            TO DL129-I-ISSUE-DT
074100     MOVE ZERO                     TO DL129-I-AMOUNT
074200     MOVE SPACES                   TO DL129-I-PAYEE
074300     MOVE DLF5-ISS-WRITTEN         TO DL129-I-TRL-COUNT
074400     MOVE DLF5-HASH-TOTAL          TO DL129-I-TRL-HASH
074500     WRITE DL129-ISS-RECORD
074600     PERFORM 4100-WRITE-ONE-YTD     THRU 4100-EXIT
074700         VARYING DLF5-SUB FROM 1 BY 1
074800         UNTIL DLF5-SUB > DLF5-YTD-COUNT
074900     PERFORM 4200-WRITE-ONE-XRF     THRU 4200-EXIT
075000         VARYING DLF5-SUB FROM 1 BY 1
075100         UNTIL DLF5-SUB > DLF5-XRF-COUNT
075200     MOVE DLF5-TRAN-READ           TO DLF5-T-READ
075300     MOVE DLF5-VOIDS-APPLIED       TO DLF5-T-VOIDS
075400     MOVE DLF5-STOPS-APPLIED       TO DLF5-T-STOPS
075500     MOVE DLF5-REISSUES-APPLIED    TO DLF5-T-REISSUES
075600     MOVE DLF5-TRAN-REJECTED       TO DLF5-T-REJECTED
075700     MOVE DLF5-YTD-REVERSED        TO DLF5-T-REVERSED
075800     MOVE DLF5-YTD-REPOSTED        TO DLF5-T-REPOSTED
075900     WRITE DL155-RPT-LINE FROM SPACES
076000     WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-1
076100     WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-2
076200     WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-3
076300     WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-4
076400     WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-5
076500     WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-6
076600     WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-7
076700*    A DROPPED PROVIDER MEANS THE 1099 TOTALS ARE UNDERSTATED,
076800*    SO THE CONDITION IS REPORTED AND THE STEP FLAGGED
076900     IF DLF5-PRVS-DROPPED NOT = ZERO
077000         MOVE DLF5-PRVS-DROPPED    TO DLF5-T-DROPPED
077100         WRITE DL155-RPT-LINE FROM DLF5-TOTAL-LINE-8
077200         MOVE 8                    TO RETURN-CODE
077300     END-IF
077400     CLOSE BHS2MCH-FILE
077500     CLOSE BHS3MDE-FILE
077600     CLOSE DL155-TRN-FILE
077700     CLOSE DL155-XRF-OUT-FILE
077800     CLOSE DL060-YTD-OUT-FILE
077900     CLOSE DL155-ISS-FILE
078000     CLOSE DL155-RPT-FILE.
078100 4000-EXIT.
078200     EXIT.
078300*================================================================
078400*    4100-WRITE-ONE-YTD
078500*================================================================
078600 4100-WRITE-ONE-YTD.
078700     MOVE DLF5-Y-PRV-ID(DLF5-SUB)  TO DL060-Y-PRV-ID
078800     MOVE DLF5-Y-YEAR(DLF5-SUB)    TO DL060-Y-YEAR
078900     MOVE DLF5-Y-YTD-AMT(DLF5-SUB) TO DL060-Y-YTD-AMT
079000     WRITE DL060-YTD-OUT-RECORD FROM DL060-YTD-RECORD.
079100 4100-EXIT.
079200     EXIT.
079300*================================================================
079400*    4200-WRITE-ONE-XRF
079500*================================================================
079600 4200-WRITE-ONE-XRF.
079700     WRITE DL155-XRF-OUT-RECORD FROM DLF5-X-RECORD(DLF5-SUB).
079800 4200-EXIT.
079900     EXIT.
080000*================================================================
080100*    8100-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
080200*================================================================
080300 8100-READ-CLAIM-PAIR.
080400     READ BHS2MCH-FILE
080500         AT END
080600             SET DLF5-CLM-EOF TO TRUE
080700     END-READ
080800     IF NOT DLF5-CLM-EOF
080900         READ BHS3MDE-FILE
081000             AT END
081100                 SET DLF5-DET-EOF TO TRUE
081200         END-READ
081300     END-IF.
081400 8100-EXIT.
081500     EXIT.
081600*================================================================
081700*    8200-READ-TRAN
081800*================================================================
081900 8200-READ-TRAN.
082000     READ DL155-TRN-FILE
082100         AT END
082200             SET DLF5-TRAN-EOF TO TRUE
082300     END-READ.
082400 8200-EXIT.
082500     EXIT.
082600*================================================================
082700*    9900-XRF-ABORT  -  THE CROSS-REFERENCE NO LONGER FITS THE   *
082800*                       5000-ENTRY TABLE                         *
082900*================================================================
083000 9900-XRF-ABORT.
083100     DISPLAY "DL155: DL155XRF EXCEEDS THE 5000-ENTRY TABLE"
083200     MOVE 8                        TO RETURN-CODE
083300     GOBACK.
083400 9900-EXIT.
083500     EXIT.
083600*================================================================
083700*    9910-YTD-ABORT  -  THE CARRIED ACCUMULATOR NO LONGER FITS   *
083800*                       THE 2000-PROVIDER TABLE                  *
083900*================================================================
084000 9910-YTD-ABORT.
084100     DISPLAY "DL155: DL060YTD EXCEEDS THE 2000-PROVIDER TABLE"
084200     MOVE 8                        TO RETURN-CODE
084300     GOBACK.
084400 9910-EXIT.
084500     EXIT.
084600*================================================================
084700*    9920-SPLIT-ABORT  -  ONE CHECK PAYS MORE SERVICING          *
084800*                         PROVIDERS THAN THE 100-ENTRY TABLE     *
084900*================================================================
085000 9920-SPLIT-ABORT.
085100     DISPLAY "DL155: CHECK SPLIT EXCEEDS THE 100-ENTRY TABLE"
085200     MOVE 8                        TO RETURN-CODE
085300     GOBACK.
085400 9920-EXIT.
085500     EXIT.
