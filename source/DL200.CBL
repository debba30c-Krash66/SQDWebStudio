000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL200.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - SUBMITTER ACKNOWLEDGMENT
001100*                   AND STATUS FEED.  EVERY CLEARINGHOUSE CLAIM
001200*                   (A DETAIL LINE CARRYING CLD-SUBMITTER-CODE)
001300*                   IS READ FROM THE DL197 CLAIM VIEW THROUGH
001400*                   DL909.  A CLAIM RECEIVED, PENDED, DENIED OR
001500*                   PAID ON THE BUSINESS DATE GOES ON THE
001600*                   DL200ACK FEED WITH ITS SUBMITTER CONTROL
001700*                   NUMBER (CLH-REPOS-CLM-CTL-NBR), OUR INVOICE
001800*                   AND THE DAY'S MOST ADVANCED STATUS.  THE
001900*                   FIRST SORT PUTS THE CLAIMS IN CHECK NUMBER
002000*                   ORDER AGAINST THE DL154EFT REGISTER SO A
002100*                   PAYMENT MADE BY EFT CARRIES ITS TRACE
002200*                   NUMBER; THE SECOND PUTS THEM IN SUBMITTER
002300*                   AND CONTROL NUMBER ORDER (THE DL179
002400*                   TWO-SORT PATTERN).  EACH SUBMITTER IS
002500*                   CLOSED WITH A CONTROL-TOTAL RECORD.  A DAY'S
002600*                   CLAIM WITH NO CONTROL NUMBER IS KEPT OFF THE
002700*                   FEED; IT AND EVERY INVOICE SHARING A CONTROL
002800*                   NUMBER WITH ANOTHER (ACROSS THE WHOLE CLAIM
002900*                   FILE) ARE LISTED AND GO TO THE DL908 WORK
003000*                   QUEUE (REASONS CTLM AND CTLD).
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DL154-EFT-FILE     ASSIGN TO DL154EFT
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL200-SORT-FILE    ASSIGN TO DL200SORT.
004100     SELECT DL200-WRK-FILE     ASSIGN TO DL200WRK
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL200-RESORT-FILE  ASSIGN TO DL200SRT2.
004400     SELECT DL200-ACK-FILE     ASSIGN TO DL200ACK
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL200-RPT-FILE     ASSIGN TO DL200RPT
004700            ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  DL154-EFT-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY DL154EFT.
005300 SD  DL200-SORT-FILE.
005400 01  DLK0-SORT-RECORD.
005500     05  DLK0-S-SUBMITTER          PIC X(1).
005600     05  DLK0-S-CTL-NBR            PIC 9(10).
005700     05  DLK0-S-INV-NBR            PIC 9(13).
005800     05  DLK0-S-CHK-NBR            PIC X(10).
005900     05  FILLER                    PIC X(46).
006000 FD  DL200-WRK-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  DL200-WRK-RECORD              PIC X(80).
006300 SD  DL200-RESORT-FILE.
006400 01  DLK0-RESORT-RECORD.
006500     05  DLK0-RS-SUBMITTER         PIC X(1).
006600     05  DLK0-RS-CTL-NBR           PIC 9(10).
006700     05  DLK0-RS-INV-NBR           PIC 9(13).
006800     05  FILLER                    PIC X(56).
006900 FD  DL200-ACK-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  DL200-ACK-OUT-RECORD          PIC X(100).
007200 FD  DL200-RPT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  DL200-RPT-LINE                PIC X(132).
007500 WORKING-STORAGE SECTION.
007600*----------------------------------------------------------------
007700*    DLK0-SWITCHES AND COUNTERS
007800*----------------------------------------------------------------
007900 01  DLK0-SWITCHES.
008000     05  DLK0-CLM-EOF-SW           PIC X(1)     VALUE "N".
008100         88  DLK0-CLM-EOF                        VALUE "Y".
008200     05  DLK0-DET-EOF-SW           PIC X(1)     VALUE "N".
008300         88  DLK0-DET-EOF                        VALUE "Y".
008400     05  DLK0-EFT-EOF-SW           PIC X(1)     VALUE "N".
008500         88  DLK0-EFT-EOF                        VALUE "Y".
008600     05  DLK0-SORT-EOF-SW          PIC X(1)     VALUE "N".
008700         88  DLK0-SORT-EOF                       VALUE "Y".
008800     05  DLK0-WRK-EOF-SW           PIC X(1)     VALUE "N".
008900         88  DLK0-WRK-EOF                        VALUE "Y".
009000     05  DLK0-RESORT-EOF-SW        PIC X(1)     VALUE "N".
009100         88  DLK0-RESORT-EOF                     VALUE "Y".
009200     05  DLK0-GROUP-ACTIVE-SW      PIC X(1)     VALUE "N".
009300         88  DLK0-GROUP-ACTIVE                   VALUE "Y".
009400 01  DLK0-RUN-DATE                 PIC 9(8).
009500 01  DLK0-EFT-KEY                  PIC X(10).
009600 01  DLK0-SUB                      PIC S9(4) COMP.
009700 01  DLK0-LN-SUB                   PIC S9(4) COMP.
009800 01  DLK0-SUBMITTER                PIC X(1).
009900 01  DLK0-CUR-SUBMITTER            PIC X(1).
010000 01  DLK0-CUR-CTL-NBR              PIC 9(10).
010100 01  DLK0-COUNTERS.
010200     05  DLK0-CLM-READ             PIC S9(8) COMP VALUE ZERO.
010300     05  DLK0-CLM-SUBMITTED        PIC S9(8) COMP VALUE ZERO.
010400     05  DLK0-CLM-ACTIVE           PIC S9(8) COMP VALUE ZERO.
010500     05  DLK0-EFT-MATCHED          PIC S9(8) COMP VALUE ZERO.
010600     05  DLK0-ACK-WRITTEN          PIC S9(8) COMP VALUE ZERO.
010700     05  DLK0-SUBMITTERS           PIC S9(8) COMP VALUE ZERO.
010800     05  DLK0-CTL-MISSING          PIC S9(8) COMP VALUE ZERO.
010900     05  DLK0-CTL-DUPLICATED       PIC S9(8) COMP VALUE ZERO.
011000*----------------------------------------------------------------
011100*    DLK0-SUBMITTER-TOTALS  -  ONE SUBMITTER'S CONTROL TOTALS
011200*----------------------------------------------------------------
011300 01  DLK0-SUBMITTER-TOTALS.
011400     05  DLK0-ST-CLAIMS            PIC S9(8) COMP.
011500     05  DLK0-ST-RECEIVED          PIC S9(8) COMP.
011600     05  DLK0-ST-PENDED            PIC S9(8) COMP.
011700     05  DLK0-ST-DENIED            PIC S9(8) COMP.
011800     05  DLK0-ST-PAID              PIC S9(8) COMP.
011900     05  DLK0-ST-PAID-TOTAL        PIC S9(13) COMP-3.
012000     05  DLK0-ST-CTL-HASH          PIC S9(15) COMP-3.
012100*----------------------------------------------------------------
012200*    DLK0-WORK-IMAGE  -  ONE CLEARINGHOUSE CLAIM AS CARRIED
012300*    THROUGH BOTH SORTS AND DL200WRK.  THE ACTIVE SWITCH IS SET
012400*    WHEN THE CLAIM WAS RECEIVED OR CHANGED ON THE BUSINESS DATE
012500*----------------------------------------------------------------
012600 01  DLK0-WORK-IMAGE.
012700     05  DLK0-WI-SUBMITTER         PIC X(1).
012800     05  DLK0-WI-CTL-NBR           PIC 9(10).
012900     05  DLK0-WI-INV-NBR           PIC 9(13).
013000     05  DLK0-WI-CHK-NBR           PIC X(10).
013100     05  DLK0-WI-ACTIVE-SW         PIC X(1).
013200         88  DLK0-WI-ACTIVE                      VALUE "Y".
013300     05  DLK0-WI-STATUS            PIC X(2).
013400     05  DLK0-WI-STATUS-DT         PIC 9(8).
013500     05  DLK0-WI-PEND-CD           PIC X(4).
013600     05  DLK0-WI-RMK-CD            PIC X(4).
013700     05  DLK0-WI-PAID-AMT          PIC 9(11).
013800     05  DLK0-WI-PAY-METHOD        PIC X(1).
013900     05  DLK0-WI-TRACE-NBR         PIC 9(15).
014000*----------------------------------------------------------------
014100*    DLK0-HELD-GROUP  -  EVERY INVOICE FOR ONE SUBMITTER AND
014200*    CONTROL NUMBER, HELD UNTIL THE GROUP IS KNOWN TO BE SINGLE
014300*    OR DUPLICATED
014400*----------------------------------------------------------------
014500 01  DLK0-HELD-COUNT               PIC S9(4) COMP.
014600 01  DLK0-HELD-GROUP.
014700     05  DLK0-HELD OCCURS 50 TIMES.
014800         10  DLK0-H-SUBMITTER      PIC X(1).
014900         10  DLK0-H-CTL-NBR        PIC 9(10).
015000         10  DLK0-H-INV-NBR        PIC 9(13).
015100         10  DLK0-H-CHK-NBR        PIC X(10).
015200         10  DLK0-H-ACTIVE-SW      PIC X(1).
015300             88  DLK0-H-ACTIVE                   VALUE "Y".
015400         10  DLK0-H-STATUS         PIC X(2).
015500         10  DLK0-H-STATUS-DT      PIC 9(8).
015600         10  DLK0-H-PEND-CD        PIC X(4).
015700         10  DLK0-H-RMK-CD         PIC X(4).
015800         10  DLK0-H-PAID-AMT       PIC 9(11).
015900         10  DLK0-H-PAY-METHOD     PIC X(1).
016000         10  DLK0-H-TRACE-NBR      PIC 9(15).
016100*----------------------------------------------------------------
016200*    DL200ACK  -  OUTBOUND FEED RECORD AND SUBMITTER TOTAL
016300*----------------------------------------------------------------
016400     COPY DL200ACK.
016500*----------------------------------------------------------------
016600*    REPORT LINES
016700*----------------------------------------------------------------
016800 01  DLK0-HEADING-1.
016900     05  FILLER                    PIC X(48)
017000         VALUE "SUBMITTER ACKNOWLEDGMENT AND STATUS FEED".
017100 01  DLK0-COLUMN-HEADING.
017200     05  FILLER                    PIC X(60)
017300         VALUE "SUB  CONTROL NBR  INVOICE NUMBER  ST  EXCEPTION".
017400 01  DLK0-DETAIL-LINE.
017500     05  FILLER                    PIC X(1)  VALUE SPACE.
017600     05  DLK0-D-SUBMITTER          PIC X(1).
017700     05  FILLER                    PIC X(3)  VALUE SPACES.
017800     05  DLK0-D-CTL-NBR            PIC Z(9)9.
017900     05  FILLER                    PIC X(3)  VALUE SPACES.
018000     05  DLK0-D-INV-NBR            PIC 9(13).
018100     05  FILLER                    PIC X(3)  VALUE SPACES.
018200     05  DLK0-D-STATUS             PIC X(2).
018300     05  FILLER                    PIC X(2)  VALUE SPACES.
018400     05  DLK0-D-TEXT               PIC X(40).
018500 01  DLK0-SUBMITTER-LINE.
018600     05  FILLER                    PIC X(10) VALUE "SUBMITTER ".
018700     05  DLK0-SL-SUBMITTER         PIC X(1).
018800     05  FILLER                    PIC X(9)  VALUE "  CLAIMS ".
018900     05  DLK0-SL-CLAIMS            PIC ZZ,ZZZ,ZZ9.
019000     05  FILLER                    PIC X(11) VALUE "  RECEIVED ".
019100     05  DLK0-SL-RECEIVED          PIC ZZ,ZZZ,ZZ9.
019200     05  FILLER                    PIC X(9)  VALUE "  PENDED ".
019300     05  DLK0-SL-PENDED            PIC ZZ,ZZZ,ZZ9.
019400     05  FILLER                    PIC X(9)  VALUE "  DENIED ".
019500     05  DLK0-SL-DENIED            PIC ZZ,ZZZ,ZZ9.
019600     05  FILLER                    PIC X(7)  VALUE "  PAID ".
019700     05  DLK0-SL-PAID              PIC ZZ,ZZZ,ZZ9.
019800     05  FILLER                    PIC X(2)  VALUE SPACES.
019900     05  DLK0-SL-PAID-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
020000 01  DLK0-AMT-DOLLARS              PIC 9(11)V99.
020100 01  DLK0-COUNT-LINE.
020200     05  DLK0-C-LABEL              PIC X(40).
020300     05  DLK0-C-COUNT              PIC ZZZ,ZZZ,ZZ9.
020400*----------------------------------------------------------------
020500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
020600*----------------------------------------------------------------
020700 01  DL903-PARMS.
020800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL200".
020900     05  DL903-REC-TYPE            PIC X(1).
021000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
021100*----------------------------------------------------------------
021200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
021300*----------------------------------------------------------------
021400 01  DL902-DATES.
021500     05  DL902-EXEC-DATE           PIC 9(8).
021600 01  DL902-EXEC-LINE.
021700     05  FILLER                    PIC X(14)
021800         VALUE "BUSINESS DATE ".
021900     05  DL902-EL-BUS              PIC 9(8).
022000     05  FILLER                    PIC X(11)
022100         VALUE "  EXECUTED ".
022200     05  DL902-EL-EXEC             PIC 9(8).
022300*----------------------------------------------------------------
022400*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
022500*----------------------------------------------------------------
022600     COPY DL908PRM.
022700 01  DLK0-WQ-KEY.
022800     05  DLK0-WQ-INV-NBR           PIC 9(13).
022900*----------------------------------------------------------------
023000*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
023100*    VIEW BY THE SHARED DL909 READER
023200*----------------------------------------------------------------
023300     COPY BHS2MCH.
023400     COPY BHS3MDE.
023500     COPY DL909PRM.
023600 PROCEDURE DIVISION.
023700*================================================================
023800*    0000-MAINLINE  -  THE FIRST SORT PUTS THE CLAIMS IN CHECK   *
023900*                      NUMBER ORDER AGAINST THE EFT REGISTER;    *
024000*                      THE SECOND PUTS THEM IN SUBMITTER AND     *
024100*                      CONTROL NUMBER ORDER FOR THE FEED         *
024200*================================================================
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
024500     MOVE "S"                      TO DL903-REC-TYPE
024600     CALL "DL903" USING DL903-PARMS
024700     SORT DL200-SORT-FILE
024800         ON ASCENDING KEY DLK0-S-CHK-NBR
024900                          DLK0-S-INV-NBR
025000         INPUT PROCEDURE IS 2000-RELEASE-CLAIMS
025100             THRU 2999-EXIT
025200         OUTPUT PROCEDURE IS 3000-MATCH-EFT
025300             THRU 3999-EXIT
025400     SORT DL200-RESORT-FILE
025500         ON ASCENDING KEY DLK0-RS-SUBMITTER
025600                          DLK0-RS-CTL-NBR
025700                          DLK0-RS-INV-NBR
025800         INPUT PROCEDURE IS 4000-RELEASE-CLAIMS
025900             THRU 4999-EXIT
026000         OUTPUT PROCEDURE IS 5000-WRITE-FEED
026100             THRU 5999-EXIT
026200     PERFORM 6000-TERMINATE         THRU 6000-EXIT
026300     MOVE "E"                      TO DL903-REC-TYPE
026400     MOVE DLK0-ACK-WRITTEN TO DL903-REC-COUNT
026500     CALL "DL903" USING DL903-PARMS
026600     GOBACK.
026700*================================================================
026800*    1000-INITIALIZE  -  THE FEED IS OPENED FIRST SO A FAILED    *
026900*                        STEP LEAVES IT EMPTY                    *
027000*================================================================
027100 1000-INITIALIZE.
027200     CALL "DL902" USING DLK0-RUN-DATE DL902-EXEC-DATE
027300     OPEN OUTPUT DL200-ACK-FILE
027400     OPEN OUTPUT DL200-RPT-FILE
027500     WRITE DL200-RPT-LINE FROM DLK0-HEADING-1
027600     MOVE DLK0-RUN-DATE TO DL902-EL-BUS
027700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
027800     WRITE DL200-RPT-LINE FROM DL902-EXEC-LINE
027900     WRITE DL200-RPT-LINE FROM SPACES
028000     WRITE DL200-RPT-LINE FROM DLK0-COLUMN-HEADING
028100     MOVE "DL200"                  TO DL908-P-PROGRAM-ID
028200     SET DL908-P-START             TO TRUE
028300     CALL "DL908" USING DL908-PARMS.
028400 1000-EXIT.
028500     EXIT.
028600*================================================================
028700*    2000-RELEASE-CLAIMS  -  INPUT PROCEDURE: EVERY              *
028800*                            CLEARINGHOUSE CLAIM, ACTIVE TODAY   *
028900*                            OR NOT, SO A CONTROL NUMBER         *
029000*                            REUSED FROM AN OLDER CLAIM IS SEEN  *
029100*================================================================
029200 2000-RELEASE-CLAIMS.
029300     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
029400     PERFORM 2100-ONE-CLAIM         THRU 2100-EXIT
029500         UNTIL DLK0-CLM-EOF
029600     GO TO 2999-EXIT.
029700 2000-EXIT.
029800     EXIT.
029900*================================================================
030000*    2100-ONE-CLAIM  -  THE SUBMITTER IS THE FIRST LINE'S        *
030100*                       SUBMITTER CODE; A CLAIM WITH NONE CAME   *
030200*                       ON PAPER AND IS NOT ACKNOWLEDGED         *
030300*================================================================
030400 2100-ONE-CLAIM.
030500     ADD 1 TO DLK0-CLM-READ
030600     IF DLK0-DET-EOF
030700         GO TO 2100-READ-NEXT
030800     END-IF
030900     MOVE SPACES                   TO DLK0-SUBMITTER
031000     PERFORM 2110-TAKE-SUBMITTER    THRU 2110-EXIT
031100         VARYING DLK0-LN-SUB FROM 1 BY 1
031200         UNTIL DLK0-LN-SUB > 4
031300         OR DLK0-SUBMITTER NOT = SPACES
031400     IF DLK0-SUBMITTER = SPACES
031500         GO TO 2100-READ-NEXT
031600     END-IF
031700     ADD 1 TO DLK0-CLM-SUBMITTED
031800     MOVE SPACES                   TO DLK0-WORK-IMAGE
031900     MOVE DLK0-SUBMITTER           TO DLK0-WI-SUBMITTER
032000     MOVE CLH-REPOS-CLM-CTL-NBR    TO DLK0-WI-CTL-NBR
032100     MOVE CLH-INV-NBR              TO DLK0-WI-INV-NBR
032200     MOVE "N"                      TO DLK0-WI-ACTIVE-SW
032300     MOVE ZERO                     TO DLK0-WI-STATUS-DT
032400     MOVE ZERO                     TO DLK0-WI-PAID-AMT
032500     MOVE ZERO                     TO DLK0-WI-TRACE-NBR
032600     PERFORM 2200-SET-STATUS        THRU 2200-EXIT
032700     IF DLK0-WI-STATUS NOT = SPACES
032800         SET DLK0-WI-ACTIVE        TO TRUE
032900         ADD 1 TO DLK0-CLM-ACTIVE
033000     END-IF
033100     RELEASE DLK0-SORT-RECORD FROM DLK0-WORK-IMAGE.
033200 2100-READ-NEXT.
033300     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
033400 2100-EXIT.
033500     EXIT.
033600*================================================================
033700*    2110-TAKE-SUBMITTER
033800*================================================================
033900 2110-TAKE-SUBMITTER.
034000     MOVE CLD-SUBMITTER-CODE(DLK0-LN-SUB) TO DLK0-SUBMITTER.
034100 2110-EXIT.
034200     EXIT.
034300*================================================================
034400*    2200-SET-STATUS  -  THE DAY'S MOST ADVANCED EVENT: PAID,    *
034500*                        THEN DENIED (FINALIZED WITH NOTHING     *
034600*                        PAID, THE DL156 TEST), THEN PENDED,     *
034700*                        THEN RECEIVED.  NO EVENT ON THE         *
034800*                        BUSINESS DATE LEAVES THE STATUS BLANK   *
034900*================================================================
035000 2200-SET-STATUS.
035100     IF CLH-ACT-PD-DT = DLK0-RUN-DATE
035200         AND CLH-CLM-PAID-AMT > ZERO
035300         MOVE "PD"                 TO DLK0-WI-STATUS
035400         MOVE CLH-ACT-PD-DT        TO DLK0-WI-STATUS-DT
035500         MOVE CLH-CLM-PAID-AMT     TO DLK0-WI-PAID-AMT
035600         MOVE CLH-ACT-CHK-NBR      TO DLK0-WI-CHK-NBR
035700         MOVE "C"                  TO DLK0-WI-PAY-METHOD
035800         GO TO 2200-EXIT
035900     END-IF
036000     IF CLH-FIN-PROC-DT = DLK0-RUN-DATE
036100         AND CLH-CLM-PAID-AMT = ZERO
036200         MOVE "DN"                 TO DLK0-WI-STATUS
036300         MOVE CLH-FIN-PROC-DT      TO DLK0-WI-STATUS-DT
036400         MOVE CLH-RMK-CD           TO DLK0-WI-RMK-CD
036500         GO TO 2200-EXIT
036600     END-IF
036700     IF CLH-SV-PEND-DT = DLK0-RUN-DATE
036800         AND CLH-SV-PEND-CD NOT = SPACES
036900         MOVE "PN"                 TO DLK0-WI-STATUS
037000         MOVE CLH-SV-PEND-DT       TO DLK0-WI-STATUS-DT
037100         MOVE CLH-SV-PEND-CD       TO DLK0-WI-PEND-CD
037200         GO TO 2200-EXIT
037300     END-IF
037400     IF CLH-DT-REC = DLK0-RUN-DATE
037500         MOVE "RC"                 TO DLK0-WI-STATUS
037600         MOVE CLH-DT-REC           TO DLK0-WI-STATUS-DT
037700     END-IF.
037800 2200-EXIT.
037900     EXIT.
038000 2999-EXIT.
038100     EXIT.
038200*================================================================
038300*    3000-MATCH-EFT  -  OUTPUT PROCEDURE: A CHECK NUMBER ON THE  *
038400*                       EFT REGISTER WAS PAID BY ACH; THE CLAIM  *
038500*                       TAKES ITS TRACE NUMBER.  EVERY CLAIM IS  *
038600*                       WRITTEN TO DL200WRK                      *
038700*================================================================
038800 3000-MATCH-EFT.
038900     OPEN INPUT  DL154-EFT-FILE
039000     OPEN OUTPUT DL200-WRK-FILE
039100     PERFORM 8200-READ-EFT          THRU 8200-EXIT
039200     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
039300     PERFORM 3200-ONE-CLAIM         THRU 3200-EXIT
039400         UNTIL DLK0-SORT-EOF
039500     CLOSE DL154-EFT-FILE
039600     CLOSE DL200-WRK-FILE
039700     GO TO 3999-EXIT.
039800 3000-EXIT.
039900     EXIT.
040000*================================================================
040100*    3100-RETURN-SORT
040200*================================================================
040300 3100-RETURN-SORT.
040400     RETURN DL200-SORT-FILE INTO DLK0-WORK-IMAGE
040500         AT END
040600             SET DLK0-SORT-EOF TO TRUE
040700     END-RETURN.
040800 3100-EXIT.
040900     EXIT.
041000*================================================================
041100*    3200-ONE-CLAIM
041200*================================================================
041300 3200-ONE-CLAIM.
041400     IF DLK0-WI-CHK-NBR NOT = SPACES
041500         PERFORM 8200-READ-EFT      THRU 8200-EXIT
041600             UNTIL DLK0-EFT-KEY NOT < DLK0-WI-CHK-NBR
041700         IF DLK0-EFT-KEY = DLK0-WI-CHK-NBR
041800             MOVE "E"              TO DLK0-WI-PAY-METHOD
041900             MOVE DL154-E-TRACE-NBR TO DLK0-WI-TRACE-NBR
042000             ADD 1 TO DLK0-EFT-MATCHED
042100         END-IF
042200     END-IF
042300     WRITE DL200-WRK-RECORD FROM DLK0-WORK-IMAGE
042400     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
042500 3200-EXIT.
042600     EXIT.
042700 3999-EXIT.
042800     EXIT.
042900*================================================================
043000*    4000-RELEASE-CLAIMS  -  INPUT PROCEDURE: DL200WRK BACK INTO *
043100*                            THE SECOND SORT                     *
043200*================================================================
043300 4000-RELEASE-CLAIMS.
043400     OPEN INPUT  DL200-WRK-FILE
043500     PERFORM 8300-READ-WORK         THRU 8300-EXIT
043600     PERFORM 4100-RELEASE-ONE       THRU 4100-EXIT
043700         UNTIL DLK0-WRK-EOF
043800     CLOSE DL200-WRK-FILE
043900     GO TO 4999-EXIT.
044000 4000-EXIT.
044100     EXIT.
044200*================================================================
044300*    4100-RELEASE-ONE
044400*================================================================
044500 4100-RELEASE-ONE.
044600     RELEASE DLK0-RESORT-RECORD FROM DL200-WRK-RECORD
044700     PERFORM 8300-READ-WORK         THRU 8300-EXIT.
044800 4100-EXIT.
044900     EXIT.
045000 4999-EXIT.
045100     EXIT.
045200*================================================================
045300*    5000-WRITE-FEED  -  OUTPUT PROCEDURE: ONE SUBMITTER AT A    *
045400*                        TIME, ONE CONTROL NUMBER AT A TIME      *
045500*================================================================
045600 5000-WRITE-FEED.
045700     PERFORM 5050-RETURN-RESORT     THRU 5050-EXIT
045800     PERFORM 5100-ONE-SUBMITTER     THRU 5100-EXIT
045900         UNTIL DLK0-RESORT-EOF
046000     GO TO 5999-EXIT.
046100 5000-EXIT.
046200     EXIT.
046300*================================================================
046400*    5050-RETURN-RESORT
046500*================================================================
046600 5050-RETURN-RESORT.
046700     RETURN DL200-RESORT-FILE INTO DLK0-WORK-IMAGE
046800         AT END
046900             SET DLK0-RESORT-EOF TO TRUE
047000     END-RETURN.
047100 5050-EXIT.
047200     EXIT.
047300*================================================================
047400*    5100-ONE-SUBMITTER  -  A SUBMITTER WITH ANY RECORD ON THE   *
047500*                           DAY'S FEED IS CLOSED BY ITS CONTROL  *
047600*                           TOTALS                               *
047700*================================================================
047800 5100-ONE-SUBMITTER.
047900     MOVE DLK0-WI-SUBMITTER        TO DLK0-CUR-SUBMITTER
048000     INITIALIZE DLK0-SUBMITTER-TOTALS
048100     PERFORM 5200-ONE-CONTROL-NBR   THRU 5200-EXIT
048200         UNTIL DLK0-RESORT-EOF
048300         OR DLK0-WI-SUBMITTER NOT = DLK0-CUR-SUBMITTER
048400     IF DLK0-ST-CLAIMS = ZERO
048500         GO TO 5100-EXIT
048600     END-IF
048700     ADD 1 TO DLK0-SUBMITTERS
048800     MOVE SPACES                   TO DL200-ACK-TOTAL
048900     SET DL200-T-TOTAL             TO TRUE
049000     MOVE DLK0-CUR-SUBMITTER       TO DL200-T-SUBMITTER
049100     MOVE DLK0-RUN-DATE            TO DL200-T-BUS-DATE
049200     MOVE DLK0-ST-CLAIMS           TO DL200-T-CLAIM-COUNT
049300     MOVE DLK0-ST-RECEIVED         TO DL200-T-RECEIVED
049400     MOVE DLK0-ST-PENDED           TO DL200-T-PENDED
049500     MOVE DLK0-ST-DENIED           TO DL200-T-DENIED
049600     MOVE DLK0-ST-PAID             TO DL200-T-PAID
049700     MOVE DLK0-ST-PAID-TOTAL       TO DL200-T-PAID-TOTAL
049800     MOVE DLK0-ST-CTL-HASH         TO DL200-T-CTL-HASH
049900     WRITE DL200-ACK-OUT-RECORD FROM DL200-ACK-TOTAL
050000     MOVE DLK0-CUR-SUBMITTER       TO DLK0-SL-SUBMITTER
050100     MOVE DLK0-ST-CLAIMS           TO DLK0-SL-CLAIMS
050200     MOVE DLK0-ST-RECEIVED         TO DLK0-SL-RECEIVED
050300     MOVE DLK0-ST-PENDED           TO DLK0-SL-PENDED
050400     MOVE DLK0-ST-DENIED           TO DLK0-SL-DENIED
050500     MOVE DLK0-ST-PAID             TO DLK0-SL-PAID
050600     COMPUTE DLK0-AMT-DOLLARS = DLK0-ST-PAID-TOTAL / 100
050700     MOVE DLK0-AMT-DOLLARS         TO DLK0-SL-PAID-AMT
050800     WRITE DL200-RPT-LINE FROM DLK0-SUBMITTER-LINE.
050900 5100-EXIT.
051000     EXIT.
051100*================================================================
051200*    5200-ONE-CONTROL-NBR  -  HOLD EVERY INVOICE CARRYING THIS   *
051300*                             CONTROL NUMBER, THEN ACKNOWLEDGE   *
051400*                             THE DAY'S ONES.  NO CONTROL NUMBER *
051500*                             (ZERO) SORTS FIRST AND IS NEVER A  *
051600*                             DUPLICATE                          *
051700*================================================================
051800 5200-ONE-CONTROL-NBR.
051900     MOVE DLK0-WI-CTL-NBR          TO DLK0-CUR-CTL-NBR
052000     MOVE ZERO                     TO DLK0-HELD-COUNT
052100     MOVE "N"                      TO DLK0-GROUP-ACTIVE-SW
052200     IF DLK0-CUR-CTL-NBR = ZERO
052300         PERFORM 5250-ONE-MISSING   THRU 5250-EXIT
052400             UNTIL DLK0-RESORT-EOF
052500             OR DLK0-WI-SUBMITTER NOT = DLK0-CUR-SUBMITTER
052600             OR DLK0-WI-CTL-NBR NOT = DLK0-CUR-CTL-NBR
052700         GO TO 5200-EXIT
052800     END-IF
052900     PERFORM 5300-HOLD-ONE          THRU 5300-EXIT
053000         UNTIL DLK0-RESORT-EOF
053100         OR DLK0-WI-SUBMITTER NOT = DLK0-CUR-SUBMITTER
053200         OR DLK0-WI-CTL-NBR NOT = DLK0-CUR-CTL-NBR
053300     PERFORM 5500-WRITE-ACK         THRU 5500-EXIT
053400         VARYING DLK0-SUB FROM 1 BY 1
053500         UNTIL DLK0-SUB > DLK0-HELD-COUNT
053600     IF DLK0-HELD-COUNT > 1
053700         AND DLK0-GROUP-ACTIVE
053800         PERFORM 5600-CTL-DUPLICATED THRU 5600-EXIT
053900             VARYING DLK0-SUB FROM 1 BY 1
054000             UNTIL DLK0-SUB > DLK0-HELD-COUNT
054100     END-IF.
054200 5200-EXIT.
054300     EXIT.
054400*================================================================
054500*    5250-ONE-MISSING  -  CLAIMS WITH NO CONTROL NUMBER ARE NOT  *
054600*                         HELD (THEY CAN RUN TO THOUSANDS); EACH *
054700*                         GOES THROUGH THE FIRST TABLE SLOT      *
054800*================================================================
054900 5250-ONE-MISSING.
055000     MOVE 1                        TO DLK0-SUB
055100     MOVE DLK0-WORK-IMAGE          TO DLK0-HELD(DLK0-SUB)
055200     PERFORM 5400-CTL-MISSING       THRU 5400-EXIT
055300     PERFORM 5050-RETURN-RESORT     THRU 5050-EXIT.
055400 5250-EXIT.
055500     EXIT.
055600*================================================================
055700*    5300-HOLD-ONE  -  OVERFLOW FAILS THE STEP (THE DL060 RULE)  *
055800*================================================================
055900 5300-HOLD-ONE.
056000     IF DLK0-HELD-COUNT >= 50
056100         PERFORM 9900-HELD-ABORT    THRU 9900-EXIT
056200     END-IF
056300     ADD 1 TO DLK0-HELD-COUNT
056400     MOVE DLK0-WORK-IMAGE          TO DLK0-HELD(DLK0-HELD-COUNT)
056500     IF DLK0-WI-ACTIVE
056600         SET DLK0-GROUP-ACTIVE     TO TRUE
056700     END-IF
056800     PERFORM 5050-RETURN-RESORT     THRU 5050-EXIT.
056900 5300-EXIT.
057000     EXIT.
057100*================================================================
057200*    5400-CTL-MISSING  -  A DAY'S CLAIM THE SUBMITTER COULD NOT  *
057300*                         MATCH IS KEPT OFF THE FEED AND WORKED  *
057400*================================================================
057500 5400-CTL-MISSING.
057600     IF NOT DLK0-H-ACTIVE(DLK0-SUB)
057700         GO TO 5400-EXIT
057800     END-IF
057900     ADD 1 TO DLK0-CTL-MISSING
058000     MOVE "SUBMITTER CONTROL NUMBER MISSING" TO DLK0-D-TEXT
058100     PERFORM 5900-PRINT-EXCEPTION   THRU 5900-EXIT
058200     MOVE "CTLM"                   TO DL908-P-REASON-CD
058300     MOVE "SUBMITTER CTL NBR MISSING" TO DL908-P-REASON
058400     PERFORM 5950-QUEUE-EXCEPTION   THRU 5950-EXIT.
058500 5400-EXIT.
058600     EXIT.
058700*================================================================
058800*    5500-WRITE-ACK  -  ONE FEED RECORD FOR A DAY'S CLAIM        *
058900*================================================================
059000 5500-WRITE-ACK.
059100     IF NOT DLK0-H-ACTIVE(DLK0-SUB)
059200         GO TO 5500-EXIT
059300     END-IF
059400     MOVE SPACES                   TO DL200-ACK-RECORD
059500     SET DL200-A-DETAIL            TO TRUE
059600     MOVE DLK0-H-SUBMITTER(DLK0-SUB) TO DL200-A-SUBMITTER
059700     MOVE DLK0-H-CTL-NBR(DLK0-SUB) TO DL200-A-CTL-NBR
059800     MOVE DLK0-H-INV-NBR(DLK0-SUB) TO DL200-A-INV-NBR
059900     MOVE DLK0-H-STATUS(DLK0-SUB)  TO DL200-A-STATUS
060000     MOVE DLK0-H-STATUS-DT(DLK0-SUB) TO DL200-A-STATUS-DT
060100     MOVE DLK0-H-PEND-CD(DLK0-SUB) TO DL200-A-PEND-CD
060200     MOVE DLK0-H-RMK-CD(DLK0-SUB)  TO DL200-A-RMK-CD
060300     MOVE DLK0-H-PAID-AMT(DLK0-SUB) TO DL200-A-PAID-AMT
060400     MOVE DLK0-H-PAY-METHOD(DLK0-SUB) TO DL200-A-PAY-METHOD
060500     MOVE DLK0-H-CHK-NBR(DLK0-SUB) TO DL200-A-CHK-NBR
060600     MOVE DLK0-H-TRACE-NBR(DLK0-SUB) TO DL200-A-TRACE-NBR
060700     MOVE "N"                      TO DL200-A-DUP-SW
060800     IF DLK0-HELD-COUNT > 1
060900         SET DL200-A-DUP-CTL-NBR   TO TRUE
061000     END-IF
061100     WRITE DL200-ACK-OUT-RECORD FROM DL200-ACK-RECORD
061200     ADD 1 TO DLK0-ACK-WRITTEN
061300     ADD 1 TO DLK0-ST-CLAIMS
061400     ADD DLK0-H-CTL-NBR(DLK0-SUB)  TO DLK0-ST-CTL-HASH
061500     EVALUATE TRUE
061600         WHEN DL200-A-RECEIVED
061700             ADD 1 TO DLK0-ST-RECEIVED
061800         WHEN DL200-A-PENDED
061900             ADD 1 TO DLK0-ST-PENDED
062000         WHEN DL200-A-DENIED
062100             ADD 1 TO DLK0-ST-DENIED
062200         WHEN DL200-A-PAID
062300             ADD 1 TO DLK0-ST-PAID
062400             ADD DL200-A-PAID-AMT  TO DLK0-ST-PAID-TOTAL
062500     END-EVALUATE.
062600 5500-EXIT.
062700     EXIT.
062800*================================================================
062900*    5600-CTL-DUPLICATED  -  EVERY INVOICE SHARING THE NUMBER IS *
063000*                            LISTED, TODAY'S OR NOT, SO THE      *
063100*                            ANALYST SEES WHICH CLAIM IT         *
063200*                            COLLIDES WITH                       *
063300*================================================================
063400 5600-CTL-DUPLICATED.
063500     ADD 1 TO DLK0-CTL-DUPLICATED
063600     MOVE "SUBMITTER CONTROL NUMBER DUPLICATED" TO DLK0-D-TEXT
063700     PERFORM 5900-PRINT-EXCEPTION   THRU 5900-EXIT
063800     MOVE "CTLD"                   TO DL908-P-REASON-CD
063900     MOVE "SUBMITTER CTL NBR DUPLICATED" TO DL908-P-REASON
064000     PERFORM 5950-QUEUE-EXCEPTION   THRU 5950-EXIT.
064100 5600-EXIT.
064200     EXIT.
064300*================================================================
064400*    5900-PRINT-EXCEPTION
064500*================================================================
064600 5900-PRINT-EXCEPTION.
064700     MOVE DLK0-H-SUBMITTER(DLK0-SUB) TO DLK0-D-SUBMITTER
064800     MOVE DLK0-H-CTL-NBR(DLK0-SUB) TO DLK0-D-CTL-NBR
064900     MOVE DLK0-H-INV-NBR(DLK0-SUB) TO DLK0-D-INV-NBR
065000     MOVE DLK0-H-STATUS(DLK0-SUB)  TO DLK0-D-STATUS
065100     WRITE DL200-RPT-LINE FROM DLK0-DETAIL-LINE.
065200 5900-EXIT.
065300     EXIT.
065400*================================================================
065500*    5950-QUEUE-EXCEPTION  -  A CONTROL NUMBER IS CORRECTED BY   *
065600*                             THE SUBMITTER'S RESEND, NOT BY     *
065700*                             ANYTHING THIS STEP SEES, SO THE    *
065800*                             ITEM WAITS FOR A DISPOSITION       *
065900*================================================================
066000 5950-QUEUE-EXCEPTION.
066100     MOVE "DL200"                  TO DL908-P-PROGRAM-ID
066200     MOVE DLK0-H-INV-NBR(DLK0-SUB) TO DLK0-WQ-INV-NBR
066300     MOVE DLK0-WQ-KEY              TO DL908-P-ITEM-KEY
066400     SET DL908-P-CLAIM             TO TRUE
066500     MOVE DLK0-WQ-INV-NBR          TO DL908-P-PARTY-ID
066600     COMPUTE DL908-P-AMOUNT = DLK0-H-PAID-AMT(DLK0-SUB) / 100
066700     MOVE ZERO                     TO DL908-P-OPENED-DT
066800     SET DL908-P-DISPOSITION-ONLY  TO TRUE
066900     SET DL908-P-ITEM              TO TRUE
067000     CALL "DL908" USING DL908-PARMS.
067100 5950-EXIT.
067200     EXIT.
067300 5999-EXIT.
067400     EXIT.
067500*================================================================
067600*    6000-TERMINATE  -  ANY CONTROL NUMBER EXCEPTION ENDS THE    *
067700*                       STEP WITH A WARNING                      *
067800*================================================================
067900 6000-TERMINATE.
068000     SET DL909-P-CLOSE             TO TRUE
068100     CALL "DL909" USING DL909-PARMS
068200                        BHS2MCH-STRUCTURE-DATA-ITEM
068300                        BHS3MDE-STRUCTURE-DATA-ITEM
068400     WRITE DL200-RPT-LINE FROM SPACES
068500     MOVE "CLAIMS READ"            TO DLK0-C-LABEL
068600     MOVE DLK0-CLM-READ            TO DLK0-C-COUNT
068700     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
068800     MOVE "CLEARINGHOUSE CLAIMS"   TO DLK0-C-LABEL
068900     MOVE DLK0-CLM-SUBMITTED       TO DLK0-C-COUNT
069000     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
069100     MOVE "RECEIVED OR CHANGED TODAY" TO DLK0-C-LABEL
069200     MOVE DLK0-CLM-ACTIVE          TO DLK0-C-COUNT
069300     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
069400     MOVE "ACKNOWLEDGMENTS WRITTEN" TO DLK0-C-LABEL
069500     MOVE DLK0-ACK-WRITTEN         TO DLK0-C-COUNT
069600     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
069700     MOVE "SUBMITTERS ON THE FEED" TO DLK0-C-LABEL
069800     MOVE DLK0-SUBMITTERS          TO DLK0-C-COUNT
069900     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
070000     MOVE "PAYMENTS MATCHED TO THE EFT REGISTER" TO DLK0-C-LABEL
070100     MOVE DLK0-EFT-MATCHED         TO DLK0-C-COUNT
070200     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
070300     MOVE "CONTROL NUMBER MISSING" TO DLK0-C-LABEL
070400     MOVE DLK0-CTL-MISSING         TO DLK0-C-COUNT
070500     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
070600     MOVE "CONTROL NUMBER DUPLICATED" TO DLK0-C-LABEL
070700     MOVE DLK0-CTL-DUPLICATED      TO DLK0-C-COUNT
070800     WRITE DL200-RPT-LINE FROM DLK0-COUNT-LINE
070900     IF DLK0-CTL-MISSING > ZERO
071000         OR DLK0-CTL-DUPLICATED > ZERO
071100         MOVE 4                    TO RETURN-CODE
071200     END-IF
071300     CLOSE DL200-ACK-FILE
071400     CLOSE DL200-RPT-FILE.
071500 6000-EXIT.
071600     EXIT.
071700*================================================================
071800*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
071900*                             VIEW, THROUGH DL909                *
072000*================================================================
072100 8100-READ-CLAIM-PAIR.
072200     MOVE "DL200"                  TO DL909-P-PROGRAM-ID
072300     SET DL909-P-READ              TO TRUE
072400     CALL "DL909" USING DL909-PARMS
072500                        BHS2MCH-STRUCTURE-DATA-ITEM
072600                        BHS3MDE-STRUCTURE-DATA-ITEM
072700     MOVE "N"                      TO DLK0-DET-EOF-SW
072800     IF DL909-P-END
072900         SET DLK0-CLM-EOF          TO TRUE
073000     ELSE
073100         IF DL909-P-DET-MISSING
073200             SET DLK0-DET-EOF      TO TRUE
073300         END-IF
073400     END-IF.
073500 8100-EXIT.
073600     EXIT.
073700*================================================================
073800*    8200-READ-EFT  -  EFT REGISTER, ASCENDING CHECK NUMBER
073900*================================================================
074000 8200-READ-EFT.
074100     READ DL154-EFT-FILE
074200         AT END
074300             SET DLK0-EFT-EOF TO TRUE
074400             MOVE HIGH-VALUES      TO DLK0-EFT-KEY
074500     END-READ
074600     IF NOT DLK0-EFT-EOF
074700         MOVE DL154-E-CHK-NBR      TO DLK0-EFT-KEY
074800     END-IF.
074900 8200-EXIT.
075000     EXIT.
075100*================================================================
075200*    8300-READ-WORK
075300*================================================================
075400 8300-READ-WORK.
075500     READ DL200-WRK-FILE
075600         AT END
075700             SET DLK0-WRK-EOF TO TRUE
075800     END-READ.
075900 8300-EXIT.
076000     EXIT.
076100*================================================================
076200*    9900-HELD-ABORT  -  MORE INVOICES ON ONE CONTROL NUMBER     *
076300*                        THAN THE TABLE HOLDS                    *
076400*================================================================
076500 9900-HELD-ABORT.
076600     DISPLAY "DL200: SUBMITTER " DLK0-CUR-SUBMITTER
076700             " CONTROL NUMBER " DLK0-CUR-CTL-NBR
076800             " EXCEEDS THE 50-INVOICE TABLE"
076900     MOVE 8                        TO RETURN-CODE
077000     GOBACK.
077100 9900-EXIT.
077200     EXIT.
