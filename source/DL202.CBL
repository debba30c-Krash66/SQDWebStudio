000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL202.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - BATCH CLAIM-STATUS INQUIRY
001100*                   RESPONDER, THE CLAIM COUNTERPART OF THE
001200*                   DL056 ELIGIBILITY RESPONDER.  EVERY CLAIM ON
001300*                   THE DL197 CLAIM VIEW (THROUGH DL909) AND ON
001400*                   THE DL070 ARCHIVE IS REDUCED TO A STATUS
001500*                   IMAGE - STATUS, RECEIVED DATE, SERVICE SPAN,
001600*                   PAID AMOUNT AND DATE, CHECK NUMBER AND
001700*                   REMARK CODES.  THE FIRST SORT PUTS THE
001800*                   IMAGES IN CHECK NUMBER ORDER AGAINST THE
001900*                   DL154EFT REGISTER SO A PAYMENT MADE BY EFT
002000*                   CARRIES ITS TRACE NUMBER; THE SECOND MERGES
002100*                   THEM WITH THE DL202INQ INQUIRIES BY MEMBER ID
002200*                   (THE DL200 TWO-SORT PATTERN).  EACH INQUIRY
002300*                   IS ANSWERED FROM ITS MEMBER'S CLAIMS BY
002400*                   PROVIDER, DEPENDENT, SERVICE-DATE OVERLAP AND
002500*                   INVOICE NUMBER; ONE DL202RSP RECORD IS
002600*                   WRITTEN PER INQUIRY, IN INQUIRY-FILE ORDER -
002700*                   THE CLAIM FOUND, OR NOT FOUND, MORE THAN ONE
002800*                   MATCH, TOO MANY CLAIMS TO SEARCH, OR AN
002900*                   INVALID INQUIRY.
002901*  2026-10-15  RH   AN OVERFLOW CLAIM (MORE THAN 4 LINES, THE
002902*                   DL023 SPLIT) AND ITS CONTINUATION ARE ANSWERED
002903*                   AS ONE CLAIM: THE CONTINUATION'S SPAN, CHARGE
002904*                   AND PAYMENT ARE FOLDED INTO THE BASE, AND AN
002905*                   INQUIRY GIVING EITHER INVOICE FINDS THE BASE.
003000*================================================================
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DL070-AMCH-FILE    ASSIGN TO DL070AMCH
003800            ORGANIZATION IS SEQUENTIAL.
003900     SELECT DL070-AMDE-FILE    ASSIGN TO DL070AMDE
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT DL154-EFT-FILE     ASSIGN TO DL154EFT
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL202-INQ-FILE     ASSIGN TO DL202INQ
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL202-SORT-FILE    ASSIGN TO DL202SORT.
004600     SELECT DL202-WRK-FILE     ASSIGN TO DL202WRK
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL202-RESORT-FILE  ASSIGN TO DL202SRT2.
004900     SELECT DL202-RSP-FILE     ASSIGN TO DL202RSP
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT DL202-RPT-FILE     ASSIGN TO DL202RPT
005200            ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DL070-AMCH-FILE
005600     LABEL RECORDS ARE STANDARD.
005700 01  DL070-AMCH-RECORD             PIC X(572).
005800 FD  DL070-AMDE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000 01  DL070-AMDE-RECORD             PIC X(2640).
006100 FD  DL154-EFT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DL154EFT.
006400 FD  DL202-INQ-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY DL202INQ.
006700 SD  DL202-SORT-FILE.
006800 01  DLK2-SORT-RECORD.
006900     05  FILLER                    PIC X(107).
007000     05  DLK2-S-CHK-NBR            PIC X(10).
007100     05  FILLER                    PIC X(63).
007200 FD  DL202-WRK-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  DL202-WRK-RECORD              PIC X(180).
007500 SD  DL202-RESORT-FILE.
007600 01  DLK2-RESORT-RECORD.
007700     05  DLK2-RS-MEMBER-ID         PIC X(13).
007800     05  DLK2-RS-REC-TYPE          PIC X(1).
007900     05  DLK2-RS-SEQ               PIC 9(8).
008000     05  FILLER                    PIC X(158).
008100 FD  DL202-RSP-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY DL202RSP.
008400 FD  DL202-RPT-FILE
008500     LABEL RECORDS ARE STANDARD.
008600 01  DL202-RPT-LINE                PIC X(132).
008700 WORKING-STORAGE SECTION.
008800*----------------------------------------------------------------
008900*    DLK2-SWITCHES AND COUNTERS
009000*----------------------------------------------------------------
009100 01  DLK2-SWITCHES.
009200     05  DLK2-CLM-EOF-SW           PIC X(1)     VALUE "N".
009300         88  DLK2-CLM-EOF                        VALUE "Y".
009400     05  DLK2-DET-EOF-SW           PIC X(1)     VALUE "N".
009500         88  DLK2-DET-EOF                        VALUE "Y".
009600     05  DLK2-ARC-EOF-SW           PIC X(1)     VALUE "N".
009700         88  DLK2-ARC-EOF                        VALUE "Y".
009800     05  DLK2-ARC-DET-EOF-SW       PIC X(1)     VALUE "N".
009900         88  DLK2-ARC-DET-EOF                    VALUE "Y".
010000     05  DLK2-EFT-EOF-SW           PIC X(1)     VALUE "N".
010100         88  DLK2-EFT-EOF                        VALUE "Y".
010200     05  DLK2-INQ-EOF-SW           PIC X(1)     VALUE "N".
010300         88  DLK2-INQ-EOF                        VALUE "Y".
010400     05  DLK2-SORT-EOF-SW          PIC X(1)     VALUE "N".
010500         88  DLK2-SORT-EOF                       VALUE "Y".
010600     05  DLK2-WRK-EOF-SW           PIC X(1)     VALUE "N".
010700         88  DLK2-WRK-EOF                        VALUE "Y".
010800     05  DLK2-RESORT-EOF-SW        PIC X(1)     VALUE "N".
010900         88  DLK2-RESORT-EOF                     VALUE "Y".
011000     05  DLK2-TOO-MANY-SW          PIC X(1)     VALUE "N".
011100         88  DLK2-TOO-MANY                       VALUE "Y".
011200 01  DLK2-RUN-DATE                 PIC 9(8).
011300 01  DLK2-EFT-KEY                  PIC X(10).
011400 01  DLK2-LN-SUB                   PIC S9(4) COMP.
011500 01  DLK2-RMK-SUB                  PIC S9(4) COMP.
011600 01  DLK2-RMK-COUNT                PIC S9(4) COMP.
011700 01  DLK2-RMK-NEW                  PIC X(4).
011800 01  DLK2-TBL-SUB                  PIC S9(4) COMP.
011900 01  DLK2-HIT-SUB                  PIC S9(4) COMP.
011901 01  DLK2-PAIR-SUB                 PIC S9(4) COMP.
012000 01  DLK2-MATCH-COUNT              PIC S9(4) COMP.
012100 01  DLK2-CUR-MEMBER               PIC X(13).
012200 01  DLK2-NEXT-MEMBER              PIC X(13).
012300 01  DLK2-NEXT-TYPE                PIC X(1).
012400 01  DLK2-COUNTERS.
012500     05  DLK2-CLM-READ             PIC S9(8) COMP VALUE ZERO.
012600     05  DLK2-ARC-READ             PIC S9(8) COMP VALUE ZERO.
012700     05  DLK2-EFT-MATCHED          PIC S9(8) COMP VALUE ZERO.
012800     05  DLK2-INQ-READ             PIC S9(8) COMP VALUE ZERO.
012900     05  DLK2-RSP-ANSWERED         PIC S9(8) COMP VALUE ZERO.
013000     05  DLK2-RSP-NOT-FOUND        PIC S9(8) COMP VALUE ZERO.
013100     05  DLK2-RSP-MULTIPLE         PIC S9(8) COMP VALUE ZERO.
013200     05  DLK2-RSP-TOO-MANY         PIC S9(8) COMP VALUE ZERO.
013300     05  DLK2-RSP-INVALID          PIC S9(8) COMP VALUE ZERO.
013400*----------------------------------------------------------------
013500*    DLK2-CLAIM-IMAGE  -  ONE CLAIM'S STATUS AS CARRIED THROUGH
013600*    BOTH SORTS AND DL202WRK.  REC-TYPE "1" SORTS A MEMBER'S
013700*    CLAIMS AHEAD OF ITS INQUIRIES
013800*----------------------------------------------------------------
013900 01  DLK2-CLAIM-IMAGE.
014000     05  DLK2-CI-MEMBER-ID         PIC X(13).
014100     05  DLK2-CI-REC-TYPE          PIC X(1).
014200     05  DLK2-CI-SEQ               PIC 9(8).
014300     05  DLK2-CI-DEP-NBR           PIC X(4).
014400     05  DLK2-CI-PRV-ID            PIC X(10).
014500     05  DLK2-CI-INV-NBR           PIC 9(13).
014600     05  DLK2-CI-ARCHIVE-IND       PIC X(1).
014700     05  DLK2-CI-STATUS            PIC X(2).
014800     05  DLK2-CI-RECEIVED-DT       PIC 9(8).
014900     05  DLK2-CI-SVC-FROM-DT       PIC 9(8).
015000     05  DLK2-CI-SVC-TO-DT         PIC 9(8).
015100     05  DLK2-CI-CHARGE-AMT        PIC 9(11).
015200     05  DLK2-CI-PAID-AMT          PIC 9(11).
015300     05  DLK2-CI-PAID-DT           PIC 9(8).
015400     05  DLK2-CI-PAY-METHOD        PIC X(1).
015500     05  DLK2-CI-CHK-NBR           PIC X(10).
015600     05  DLK2-CI-TRACE-NBR         PIC 9(15).
015700     05  DLK2-CI-PEND-CD           PIC X(4).
015800     05  DLK2-CI-RMK-CD            PIC X(4) OCCURS 6 TIMES.
015801     05  DLK2-CI-LINE-COUNT        PIC 9(4).
015802     05  DLK2-CI-ALT-INV-NBR       PIC 9(13).
015803     05  FILLER                    PIC X(3).
016000*----------------------------------------------------------------
016100*    DLK2-INQ-IMAGE  -  ONE INQUIRY AS CARRIED THROUGH THE
016200*    SECOND SORT, ITS DATES EDITED.  SEQ IS ITS PLACE IN DL202INQ
016300*----------------------------------------------------------------
016400 01  DLK2-INQ-IMAGE.
016500     05  DLK2-QI-MEMBER-ID         PIC X(13).
016600     05  DLK2-QI-REC-TYPE          PIC X(1).
016700     05  DLK2-QI-SEQ               PIC 9(8).
016800     05  DLK2-QI-DEP-NBR           PIC X(4).
016900     05  DLK2-QI-PRV-ID            PIC X(10).
017000     05  DLK2-QI-SVC-FROM-DT       PIC 9(8).
017100     05  DLK2-QI-SVC-TO-DT         PIC 9(8).
017200     05  DLK2-QI-INV-NBR-X         PIC X(13).
017300     05  DLK2-QI-INV-NBR REDEFINES DLK2-QI-INV-NBR-X
017400                                   PIC 9(13).
017500     05  DLK2-QI-INQUIRY-ID        PIC X(10).
017600     05  DLK2-QI-VALID-SW          PIC X(1).
017700         88  DLK2-QI-VALID                       VALUE "Y".
017800     05  FILLER                    PIC X(104).
017900*----------------------------------------------------------------
018000*    DLK2-CLM-TABLE  -  EVERY CLAIM FOR THE CURRENT MEMBER,
018100*    HELD WHILE THE MEMBER'S INQUIRIES ARE ANSWERED.  THE
018101*    DLK2-TE-FIELDS VIEW IS WHAT THE OVERFLOW-CLAIM PAIRING USES
018200*----------------------------------------------------------------
018300 01  DLK2-CLM-TABLE.
018400     05  DLK2-TBL-COUNT            PIC S9(4) COMP VALUE ZERO.
018500     05  DLK2-TBL-ENTRY OCCURS 300 TIMES.
018600         10  DLK2-TE-IMAGE         PIC X(180).
018601         10  DLK2-TE-FIELDS REDEFINES DLK2-TE-IMAGE.
018602             15  FILLER                PIC X(36).
018603             15  DLK2-TE-INV-NBR       PIC 9(13).
018604             15  FILLER                PIC X(11).
018605             15  DLK2-TE-SVC-FROM-DT   PIC 9(8).
018606             15  DLK2-TE-SVC-TO-DT     PIC 9(8).
018607             15  DLK2-TE-CHARGE-AMT    PIC 9(11).
018608             15  DLK2-TE-PAID-AMT      PIC 9(11).
018609             15  FILLER                PIC X(62).
018610             15  DLK2-TE-LINE-COUNT    PIC 9(4).
018611             15  DLK2-TE-ALT-INV-NBR   PIC 9(13).
018612             15  FILLER                PIC X(3).
018700*----------------------------------------------------------------
018800*    REPORT LINES
018900*----------------------------------------------------------------
019000 01  DLK2-HEADING-1.
019100     05  FILLER                    PIC X(44)
019200         VALUE "BATCH CLAIM-STATUS INQUIRY CONTROL PAGE".
019300 01  DLK2-COUNT-LINE.
019400     05  DLK2-C-LABEL              PIC X(40).
019500     05  DLK2-C-COUNT              PIC ZZZ,ZZZ,ZZ9.
019600*----------------------------------------------------------------
019700*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
019800*----------------------------------------------------------------
019900 01  DL903-PARMS.
020000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL202".
020100     05  DL903-REC-TYPE            PIC X(1).
020200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
020300*----------------------------------------------------------------
020400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
020500*----------------------------------------------------------------
020600 01  DL902-DATES.
020700     05  DL902-EXEC-DATE           PIC 9(8).
020800 01  DL902-EXEC-LINE.
020900     05  FILLER                    PIC X(14)
021000         VALUE "BUSINESS DATE ".
021100     05  DL902-EL-BUS              PIC 9(8).
021200     05  FILLER                    PIC X(11)
021300         VALUE "  EXECUTED ".
021400     05  DL902-EL-EXEC             PIC 9(8).
021500*----------------------------------------------------------------
021600*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
021700*    VIEW BY THE SHARED DL909 READER OR FROM THE DL070 ARCHIVE
021800*----------------------------------------------------------------
021900     COPY BHS2MCH.
022000     COPY BHS3MDE.
022100     COPY DL909PRM.
022200 PROCEDURE DIVISION.
022300*================================================================
022400*    0000-MAINLINE  -  THE FIRST SORT PUTS THE CLAIMS IN CHECK   *
022500*                      NUMBER ORDER AGAINST THE EFT REGISTER;    *
022600*                      THE SECOND MERGES THEM WITH THE           *
022700*                      INQUIRIES BY MEMBER ID                    *
022800*================================================================
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
023100     MOVE "S"                      TO DL903-REC-TYPE
023200     CALL "DL903" USING DL903-PARMS
023300     SORT DL202-SORT-FILE
023400         ON ASCENDING KEY DLK2-S-CHK-NBR
023500         INPUT PROCEDURE IS 2000-RELEASE-CLAIMS
023600             THRU 2999-EXIT
023700         OUTPUT PROCEDURE IS 3000-MATCH-EFT
023800             THRU 3999-EXIT
023900     SORT DL202-RESORT-FILE
024000         ON ASCENDING KEY DLK2-RS-MEMBER-ID
024100                          DLK2-RS-REC-TYPE
024200                          DLK2-RS-SEQ
024300         INPUT PROCEDURE IS 4000-RELEASE-ALL
024400             THRU 4999-EXIT
024500         OUTPUT PROCEDURE IS 5000-ANSWER-INQUIRIES
024600             THRU 5999-EXIT
024700     PERFORM 6000-TERMINATE         THRU 6000-EXIT
024800     MOVE "E"                      TO DL903-REC-TYPE
024900     MOVE DLK2-INQ-READ TO DL903-REC-COUNT
025000     CALL "DL903" USING DL903-PARMS
025100     GOBACK.
025200*================================================================
025300*    1000-INITIALIZE
025400*================================================================
025500 1000-INITIALIZE.
025600     CALL "DL902" USING DLK2-RUN-DATE DL902-EXEC-DATE
025700     OPEN OUTPUT DL202-RSP-FILE
025800     OPEN OUTPUT DL202-RPT-FILE
025900     WRITE DL202-RPT-LINE FROM DLK2-HEADING-1
026000     MOVE DLK2-RUN-DATE TO DL902-EL-BUS
026100     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
026200     WRITE DL202-RPT-LINE FROM DL902-EXEC-LINE
026300     WRITE DL202-RPT-LINE FROM SPACES.
026400 1000-EXIT.
026500     EXIT.
026600*================================================================
026700*    2000-RELEASE-CLAIMS  -  INPUT PROCEDURE: THE LIVE CLAIMS,   *
026800*                            THEN THE ARCHIVE                    *
026900*================================================================
027000 2000-RELEASE-CLAIMS.
027100     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
027200     PERFORM 2100-ONE-CLAIM         THRU 2100-EXIT
027300         UNTIL DLK2-CLM-EOF
027400     OPEN INPUT  DL070-AMCH-FILE
027500     OPEN INPUT  DL070-AMDE-FILE
027600     PERFORM 8200-READ-ARCHIVE-PAIR THRU 8200-EXIT
027700     PERFORM 2500-ONE-ARCHIVED      THRU 2500-EXIT
027800         UNTIL DLK2-ARC-EOF
027900     CLOSE DL070-AMCH-FILE
028000     CLOSE DL070-AMDE-FILE
028100     GO TO 2999-EXIT.
028200 2000-EXIT.
028300     EXIT.
028400*================================================================
028500*    2100-ONE-CLAIM  -  A CLAIM ON THE DL197 CLAIM VIEW.  ONE    *
028600*                       WITH NO DETAIL HAS NO SERVICE DATES TO   *
028700*                       MATCH AND IS LEFT OUT                    *
028800*================================================================
028900 2100-ONE-CLAIM.
029000     ADD 1 TO DLK2-CLM-READ
029100     IF DLK2-DET-EOF
029200         GO TO 2100-READ-NEXT
029300     END-IF
029400     PERFORM 2200-BUILD-IMAGE       THRU 2200-EXIT
029500     MOVE "N"                      TO DLK2-CI-ARCHIVE-IND
029600     RELEASE DLK2-SORT-RECORD FROM DLK2-CLAIM-IMAGE.
029700 2100-READ-NEXT.
029800     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
029900 2100-EXIT.
030000     EXIT.
030100*================================================================
030200*    2200-BUILD-IMAGE  -  THE MEMBER ID AND DEPENDENT ARE THE    *
030300*                         TWO PARTS OF THE PATIENT NUMBER (THE   *
030400*                         DL197 SPLIT); THE SERVICE SPAN RUNS    *
030500*                         FROM THE EARLIEST LINE TO THE LATEST   *
030600*================================================================
030700 2200-BUILD-IMAGE.
030800     MOVE SPACES                   TO DLK2-CLAIM-IMAGE
030900     MOVE CLH-PATIENT-NBR(1:13)    TO DLK2-CI-MEMBER-ID
031000     MOVE "1"                      TO DLK2-CI-REC-TYPE
031100     MOVE ZERO                     TO DLK2-CI-SEQ
031200     MOVE CLH-PATIENT-NBR(14:4)    TO DLK2-CI-DEP-NBR
031300     MOVE CLH-CONT-PRV             TO DLK2-CI-PRV-ID
031400     MOVE CLH-INV-NBR              TO DLK2-CI-INV-NBR
031401     MOVE CLH-LINE-COUNT           TO DLK2-CI-LINE-COUNT
031402     MOVE CLH-ALT-INV-NBR          TO DLK2-CI-ALT-INV-NBR
031500     MOVE CLH-DT-REC               TO DLK2-CI-RECEIVED-DT
031600     MOVE 99999999                 TO DLK2-CI-SVC-FROM-DT
031700     MOVE ZERO                     TO DLK2-CI-SVC-TO-DT
031800     MOVE ZERO                     TO DLK2-CI-CHARGE-AMT
031900     MOVE ZERO                     TO DLK2-CI-PAID-AMT
032000     MOVE ZERO                     TO DLK2-CI-PAID-DT
032100     MOVE ZERO                     TO DLK2-CI-TRACE-NBR
032200     MOVE ZERO                     TO DLK2-RMK-COUNT
032300     MOVE CLH-RMK-CD               TO DLK2-RMK-NEW
032400     PERFORM 2220-ADD-REMARK        THRU 2220-EXIT
032500     PERFORM 2210-ONE-LINE          THRU 2210-EXIT
032600         VARYING DLK2-LN-SUB FROM 1 BY 1
032700         UNTIL DLK2-LN-SUB > 4
032800     IF DLK2-CI-SVC-FROM-DT = 99999999
032900         MOVE ZERO                 TO DLK2-CI-SVC-FROM-DT
033000     END-IF
033100     PERFORM 2300-SET-STATUS        THRU 2300-EXIT.
033200 2200-EXIT.
033300     EXIT.
033400*================================================================
033500*    2210-ONE-LINE  -  A POPULATED LINE WIDENS THE SPAN, ADDS    *
033600*                      ITS CHARGE AND OFFERS ITS REMARK CODES    *
033700*================================================================
033800 2210-ONE-LINE.
033900     IF CLD-FST-DT(DLK2-LN-SUB) = ZERO
034000         GO TO 2210-EXIT
034100     END-IF
034200     IF CLD-FST-DT(DLK2-LN-SUB) < DLK2-CI-SVC-FROM-DT
034300         MOVE CLD-FST-DT(DLK2-LN-SUB) TO DLK2-CI-SVC-FROM-DT
034400     END-IF
034500     IF CLD-FST-DT(DLK2-LN-SUB) > DLK2-CI-SVC-TO-DT
034600         MOVE CLD-FST-DT(DLK2-LN-SUB) TO DLK2-CI-SVC-TO-DT
034700     END-IF
034800     IF CLD-LST-DT(DLK2-LN-SUB) > DLK2-CI-SVC-TO-DT
034900         MOVE CLD-LST-DT(DLK2-LN-SUB) TO DLK2-CI-SVC-TO-DT
035000     END-IF
035100     IF CLD-CHG(DLK2-LN-SUB) > ZERO
035200         ADD CLD-CHG(DLK2-LN-SUB)  TO DLK2-CI-CHARGE-AMT
035300     END-IF
035400     MOVE CLD-RMK-CD-1(DLK2-LN-SUB) TO DLK2-RMK-NEW
035500     PERFORM 2220-ADD-REMARK        THRU 2220-EXIT
035600     MOVE CLD-RMK-CD-2(DLK2-LN-SUB) TO DLK2-RMK-NEW
035700     PERFORM 2220-ADD-REMARK        THRU 2220-EXIT
035800     MOVE CLD-RMK-CD-3(DLK2-LN-SUB) TO DLK2-RMK-NEW
035900     PERFORM 2220-ADD-REMARK        THRU 2220-EXIT
036000     MOVE CLD-RMK-CD-4(DLK2-LN-SUB) TO DLK2-RMK-NEW
036100     PERFORM 2220-ADD-REMARK        THRU 2220-EXIT
036200     MOVE CLD-RMK-CD-5(DLK2-LN-SUB) TO DLK2-RMK-NEW
036300     PERFORM 2220-ADD-REMARK        THRU 2220-EXIT.
036400 2210-EXIT.
036500     EXIT.
036600*================================================================
036700*    2220-ADD-REMARK  -  EACH DISTINCT CODE ONCE, THE FIRST SIX  *
036800*================================================================
036900 2220-ADD-REMARK.
037000     IF DLK2-RMK-NEW = SPACES
037100         OR DLK2-RMK-COUNT >= 6
037200         GO TO 2220-EXIT
037300     END-IF
037400     PERFORM 2230-SCAN-ONE-REMARK   THRU 2230-EXIT
037500         VARYING DLK2-RMK-SUB FROM 1 BY 1
037600         UNTIL DLK2-RMK-SUB > DLK2-RMK-COUNT
037700         OR DLK2-CI-RMK-CD(DLK2-RMK-SUB) = DLK2-RMK-NEW
037800     IF DLK2-RMK-SUB > DLK2-RMK-COUNT
037900         ADD 1 TO DLK2-RMK-COUNT
038000         MOVE DLK2-RMK-NEW      TO DLK2-CI-RMK-CD(DLK2-RMK-COUNT)
038100     END-IF.
038200 2220-EXIT.
038300     EXIT.
038400*================================================================
038500*    2230-SCAN-ONE-REMARK  -  BODY IS EMPTY; THE SEARCH IS DONE  *
038600*                             ENTIRELY BY THE VARYING/UNTIL ON   *
038700*                             THE PERFORM THAT CALLS THIS        *
038800*================================================================
038900 2230-SCAN-ONE-REMARK.
039000     CONTINUE.
039100 2230-EXIT.
039200     EXIT.
039300*================================================================
039400*    2300-SET-STATUS  -  PAID, THEN DENIED (FINALIZED WITH       *
039500*                        NOTHING PAID, THE DL156 TEST), THEN     *
039600*                        FINALIZED AWAITING PAYMENT, THEN        *
039700*                        PENDED, THEN RECEIVED                   *
039800*================================================================
039900 2300-SET-STATUS.
040000     IF CLH-CLM-PAID-AMT > ZERO
040100         AND CLH-ACT-PD-DT NOT = ZERO
040200         MOVE "PD"                 TO DLK2-CI-STATUS
040300         MOVE CLH-CLM-PAID-AMT     TO DLK2-CI-PAID-AMT
040400         MOVE CLH-ACT-PD-DT        TO DLK2-CI-PAID-DT
040500         MOVE CLH-ACT-CHK-NBR      TO DLK2-CI-CHK-NBR
040600         MOVE "C"                  TO DLK2-CI-PAY-METHOD
040700         GO TO 2300-EXIT
040800     END-IF
040900     IF CLH-FIN-PROC-DT NOT = ZERO
041000         AND CLH-CLM-PAID-AMT = ZERO
041100         MOVE "DN"                 TO DLK2-CI-STATUS
041200         GO TO 2300-EXIT
041300     END-IF
041400     IF CLH-FIN-PROC-DT NOT = ZERO
041500         MOVE "FN"                 TO DLK2-CI-STATUS
041600         IF CLH-CLM-PAID-AMT > ZERO
041700             MOVE CLH-CLM-PAID-AMT TO DLK2-CI-PAID-AMT
041800         END-IF
041900         GO TO 2300-EXIT
042000     END-IF
042100     IF CLH-SV-PEND-CD NOT = SPACES
042200         MOVE "PN"                 TO DLK2-CI-STATUS
042300         MOVE CLH-SV-PEND-CD       TO DLK2-CI-PEND-CD
042400         GO TO 2300-EXIT
042500     END-IF
042600     MOVE "RC"                     TO DLK2-CI-STATUS.
042700 2300-EXIT.
042800     EXIT.
042900*================================================================
043000*    2500-ONE-ARCHIVED  -  ONE CLAIM DL070 HAS ARCHIVED; THE     *
043100*                          ARCHIVE RECORDS ARE THE BHS2MCH AND   *
043200*                          BHS3MDE LAYOUTS UNCHANGED             *
043300*================================================================
043400 2500-ONE-ARCHIVED.
043500     ADD 1 TO DLK2-ARC-READ
043600     IF DLK2-ARC-DET-EOF
043700         GO TO 2500-READ-NEXT
043800     END-IF
043900     MOVE DL070-AMCH-RECORD     TO BHS2MCH-STRUCTURE-DATA-ITEM
044000     MOVE DL070-AMDE-RECORD     TO BHS3MDE-STRUCTURE-DATA-ITEM
044100     PERFORM 2200-BUILD-IMAGE       THRU 2200-EXIT
044200     MOVE "Y"                      TO DLK2-CI-ARCHIVE-IND
044300     RELEASE DLK2-SORT-RECORD FROM DLK2-CLAIM-IMAGE.
044400 2500-READ-NEXT.
044500     PERFORM 8200-READ-ARCHIVE-PAIR THRU 8200-EXIT.
044600 2500-EXIT.
044700     EXIT.
044800 2999-EXIT.
044900     EXIT.
045000*================================================================
045100*    3000-MATCH-EFT  -  OUTPUT PROCEDURE: A CHECK NUMBER ON THE  *
045200*                       EFT REGISTER WAS PAID BY ACH; THE CLAIM  *
045300*                       TAKES ITS TRACE NUMBER.  EVERY CLAIM IS  *
045400*                       WRITTEN TO DL202WRK                      *
045500*================================================================
045600 3000-MATCH-EFT.
045700     OPEN INPUT  DL154-EFT-FILE
045800     OPEN OUTPUT DL202-WRK-FILE
045900     PERFORM 8300-READ-EFT          THRU 8300-EXIT
046000     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT
046100     PERFORM 3200-ONE-CLAIM         THRU 3200-EXIT
046200         UNTIL DLK2-SORT-EOF
046300     CLOSE DL154-EFT-FILE
046400     CLOSE DL202-WRK-FILE
046500     GO TO 3999-EXIT.
046600 3000-EXIT.
046700     EXIT.
046800*================================================================
046900*    3100-RETURN-SORT
047000*================================================================
047100 3100-RETURN-SORT.
047200     RETURN DL202-SORT-FILE INTO DLK2-CLAIM-IMAGE
047300         AT END
047400             SET DLK2-SORT-EOF TO TRUE
047500     END-RETURN.
047600 3100-EXIT.
047700     EXIT.
047800*================================================================
047900*    3200-ONE-CLAIM
048000*================================================================
048100 3200-ONE-CLAIM.
048200     IF DLK2-CI-CHK-NBR NOT = SPACES
048300         PERFORM 8300-READ-EFT      THRU 8300-EXIT
048400             UNTIL DLK2-EFT-KEY NOT < DLK2-CI-CHK-NBR
048500         IF DLK2-EFT-KEY = DLK2-CI-CHK-NBR
048600             MOVE "E"              TO DLK2-CI-PAY-METHOD
048700             MOVE DL154-E-TRACE-NBR TO DLK2-CI-TRACE-NBR
048800             ADD 1 TO DLK2-EFT-MATCHED
048900         END-IF
049000     END-IF
049100     WRITE DL202-WRK-RECORD FROM DLK2-CLAIM-IMAGE
049200     PERFORM 3100-RETURN-SORT       THRU 3100-EXIT.
049300 3200-EXIT.
049400     EXIT.
049500 3999-EXIT.
049600     EXIT.
049700*================================================================
049800*    4000-RELEASE-ALL  -  INPUT PROCEDURE: THE INQUIRIES, EACH   *
049900*                         NUMBERED IN FILE ORDER, THEN EVERY     *
050000*                         CLAIM FROM DL202WRK                    *
050100*================================================================
050200 4000-RELEASE-ALL.
050300     OPEN INPUT  DL202-INQ-FILE
050400     PERFORM 8400-READ-INQ          THRU 8400-EXIT
050500     PERFORM 4100-ONE-INQUIRY       THRU 4100-EXIT
050600         UNTIL DLK2-INQ-EOF
050700     CLOSE DL202-INQ-FILE
050800     OPEN INPUT  DL202-WRK-FILE
050900     PERFORM 8500-READ-WORK         THRU 8500-EXIT
051000     PERFORM 4500-ONE-WORK          THRU 4500-EXIT
051100         UNTIL DLK2-WRK-EOF
051200     CLOSE DL202-WRK-FILE
051300     GO TO 4999-EXIT.
051400 4000-EXIT.
051500     EXIT.
051600*================================================================
051700*    4100-ONE-INQUIRY  -  A MEMBER ID, A PROVIDER AND A VALID    *
051800*                         SERVICE-DATE RANGE ARE REQUIRED; A     *
051900*                         BLANK END DATE IS THE START DATE.  AN  *
052000*                         INQUIRY FAILING THE EDIT STILL GOES    *
052100*                         THROUGH SO IT IS ANSWERED IN ITS PLACE *
052200*================================================================
052300 4100-ONE-INQUIRY.
052400     ADD 1 TO DLK2-INQ-READ
052500     MOVE SPACES                   TO DLK2-INQ-IMAGE
052600     MOVE DL202-Q-MEMBER-ID        TO DLK2-QI-MEMBER-ID
052700     MOVE "2"                      TO DLK2-QI-REC-TYPE
052800     MOVE DLK2-INQ-READ            TO DLK2-QI-SEQ
052900     MOVE DL202-Q-DEP-NBR          TO DLK2-QI-DEP-NBR
053000     MOVE DL202-Q-PRV-ID           TO DLK2-QI-PRV-ID
053100     MOVE ZERO                     TO DLK2-QI-SVC-FROM-DT
053200     MOVE ZERO                     TO DLK2-QI-SVC-TO-DT
053300     MOVE DL202-Q-INV-NBR-X        TO DLK2-QI-INV-NBR-X
053400     MOVE DL202-Q-INQUIRY-ID       TO DLK2-QI-INQUIRY-ID
053500     MOVE "N"                      TO DLK2-QI-VALID-SW
053600     IF DL202-Q-MEMBER-ID = SPACES
053700         OR DL202-Q-PRV-ID = SPACES
053800         GO TO 4100-RELEASE
053900     END-IF
054000     IF DL202-Q-SVC-FROM-X NOT NUMERIC
054100         GO TO 4100-RELEASE
054200     END-IF
054300     IF DL202-Q-SVC-FROM-DT = ZERO
054400         GO TO 4100-RELEASE
054500     END-IF
054600     MOVE DL202-Q-SVC-FROM-DT      TO DLK2-QI-SVC-FROM-DT
054700     IF DL202-Q-SVC-TO-X = SPACES
054800         MOVE DL202-Q-SVC-FROM-DT  TO DLK2-QI-SVC-TO-DT
054900     ELSE
055000         IF DL202-Q-SVC-TO-X NOT NUMERIC
055100             GO TO 4100-RELEASE
055200         END-IF
055300         MOVE DL202-Q-SVC-TO-DT    TO DLK2-QI-SVC-TO-DT
055400     END-IF
055500     IF DLK2-QI-SVC-TO-DT < DLK2-QI-SVC-FROM-DT
055600         GO TO 4100-RELEASE
055700     END-IF
055800     IF DL202-Q-INV-NBR-X NOT = SPACES
055900         AND DL202-Q-INV-NBR-X NOT NUMERIC
056000         GO TO 4100-RELEASE
056100     END-IF
056200     SET DLK2-QI-VALID             TO TRUE.
056300 4100-RELEASE.
056400     RELEASE DLK2-RESORT-RECORD FROM DLK2-INQ-IMAGE
056500     PERFORM 8400-READ-INQ          THRU 8400-EXIT.
056600 4100-EXIT.
056700     EXIT.
056800*================================================================
056900*    4500-ONE-WORK
057000*================================================================
057100 4500-ONE-WORK.
057200     RELEASE DLK2-RESORT-RECORD FROM DL202-WRK-RECORD
057300     PERFORM 8500-READ-WORK         THRU 8500-EXIT.
057400 4500-EXIT.
057500     EXIT.
057600 4999-EXIT.
057700     EXIT.
057800*================================================================
057900*    5000-ANSWER-INQUIRIES  -  OUTPUT PROCEDURE: ONE MEMBER AT   *
058000*                              A TIME, ITS CLAIMS FIRST          *
058100*================================================================
058200 5000-ANSWER-INQUIRIES.
058300     PERFORM 5900-RETURN-RESORT     THRU 5900-EXIT
058400     PERFORM 5100-ONE-MEMBER        THRU 5100-EXIT
058500         UNTIL DLK2-RESORT-EOF
058600     GO TO 5999-EXIT.
058700 5000-EXIT.
058800     EXIT.
058900*================================================================
059000*    5100-ONE-MEMBER  -  A MEMBER WITH NO INQUIRY ONLY PASSES    *
059100*                        THROUGH THE TABLE                       *
059200*================================================================
059300 5100-ONE-MEMBER.
059400     MOVE DLK2-NEXT-MEMBER         TO DLK2-CUR-MEMBER
059500     MOVE ZERO                     TO DLK2-TBL-COUNT
059600     MOVE "N"                      TO DLK2-TOO-MANY-SW
059700     PERFORM 5200-LOAD-CLAIM        THRU 5200-EXIT
059800         UNTIL DLK2-RESORT-EOF
059900         OR DLK2-NEXT-MEMBER NOT = DLK2-CUR-MEMBER
060000         OR DLK2-NEXT-TYPE NOT = "1"
060001     PERFORM 5250-PAIR-ONE          THRU 5250-EXIT
060002         VARYING DLK2-TBL-SUB FROM 1 BY 1
060003         UNTIL DLK2-TBL-SUB > DLK2-TBL-COUNT
060100     PERFORM 5300-ANSWER-ONE        THRU 5300-EXIT
060200         UNTIL DLK2-RESORT-EOF
060300         OR DLK2-NEXT-MEMBER NOT = DLK2-CUR-MEMBER.
060400 5100-EXIT.
060500     EXIT.
060600*================================================================
060700*    5200-LOAD-CLAIM  -  A MEMBER WITH MORE CLAIMS THAN THE      *
060800*                        TABLE HOLDS IS ANSWERED "TM" RATHER     *
060900*                        THAN FROM A PARTIAL SEARCH              *
061000*================================================================
061100 5200-LOAD-CLAIM.
061200     IF DLK2-TBL-COUNT >= 300
061300         SET DLK2-TOO-MANY         TO TRUE
061400     ELSE
061500         ADD 1 TO DLK2-TBL-COUNT
061600         MOVE DLK2-RESORT-RECORD
061700                             TO DLK2-TE-IMAGE(DLK2-TBL-COUNT)
061800     END-IF
061900     PERFORM 5900-RETURN-RESORT     THRU 5900-EXIT.
062000 5200-EXIT.
062100     EXIT.
062101*================================================================
062102*    5250-PAIR-ONE  -  AN OVERFLOW CLAIM (MORE THAN 4            *
062103*                      LINES) AND ITS CONTINUATION ARE ONE       *
062104*                      CLAIM: THE CONTINUATION'S SPAN,           *
062105*                      CHARGE AND PAYMENT ARE FOLDED INTO        *
062106*                      THE BASE AND ITS SPAN ZEROED SO IT        *
062107*                      IS NEVER MATCHED ON ITS OWN               *
062108*================================================================
062109 5250-PAIR-ONE.
062110     IF DLK2-TE-LINE-COUNT(DLK2-TBL-SUB) NOT > 4
062111         OR DLK2-TE-ALT-INV-NBR(DLK2-TBL-SUB) = ZERO
062112         GO TO 5250-EXIT
062113     END-IF
062114     PERFORM 5260-FIND-CONT         THRU 5260-EXIT
062115         VARYING DLK2-PAIR-SUB FROM 1 BY 1
062116         UNTIL DLK2-PAIR-SUB > DLK2-TBL-COUNT
062117         OR DLK2-TE-INV-NBR(DLK2-PAIR-SUB)
062118             = DLK2-TE-ALT-INV-NBR(DLK2-TBL-SUB)
062119     IF DLK2-PAIR-SUB > DLK2-TBL-COUNT
062120         GO TO 5250-EXIT
062121     END-IF
062122     IF DLK2-TE-SVC-FROM-DT(DLK2-PAIR-SUB) = ZERO
062123         GO TO 5250-EXIT
062124     END-IF
062125     IF DLK2-TE-SVC-FROM-DT(DLK2-TBL-SUB) = ZERO
062126         OR DLK2-TE-SVC-FROM-DT(DLK2-PAIR-SUB)
062127             < DLK2-TE-SVC-FROM-DT(DLK2-TBL-SUB)
062128         MOVE DLK2-TE-SVC-FROM-DT(DLK2-PAIR-SUB)
062129                             TO DLK2-TE-SVC-FROM-DT(DLK2-TBL-SUB)
062130     END-IF
062131     IF DLK2-TE-SVC-TO-DT(DLK2-PAIR-SUB)
062132         > DLK2-TE-SVC-TO-DT(DLK2-TBL-SUB)
062133         MOVE DLK2-TE-SVC-TO-DT(DLK2-PAIR-SUB)
062134                             TO DLK2-TE-SVC-TO-DT(DLK2-TBL-SUB)
062135     END-IF
062136     ADD DLK2-TE-CHARGE-AMT(DLK2-PAIR-SUB)
062137                             TO DLK2-TE-CHARGE-AMT(DLK2-TBL-SUB)
062138     ADD DLK2-TE-PAID-AMT(DLK2-PAIR-SUB)
062139                             TO DLK2-TE-PAID-AMT(DLK2-TBL-SUB)
062140     MOVE ZERO TO DLK2-TE-SVC-FROM-DT(DLK2-PAIR-SUB).
062141 5250-EXIT.
062142     EXIT.
062143*================================================================
062144*    5260-FIND-CONT  -  BODY IS EMPTY; THE SEARCH IS DONE        *
062145*                       ENTIRELY BY THE VARYING/UNTIL            *
062146*================================================================
062147 5260-FIND-CONT.
062148     CONTINUE.
062149 5260-EXIT.
062150     EXIT.
062200*================================================================
062300*    5300-ANSWER-ONE  -  EXACTLY ONE MATCHING CLAIM IS AN        *
062400*                        ANSWER; NONE OR SEVERAL IS A REASON     *
062500*================================================================
062600 5300-ANSWER-ONE.
062700     MOVE DLK2-RESORT-RECORD       TO DLK2-INQ-IMAGE
062800     MOVE SPACES                   TO DL202-RSP-RECORD
062900     MOVE DLK2-QI-INQUIRY-ID       TO DL202-A-INQUIRY-ID
063000     MOVE DLK2-QI-MEMBER-ID        TO DL202-A-PATIENT-NBR(1:13)
063100     MOVE DLK2-QI-DEP-NBR          TO DL202-A-PATIENT-NBR(14:4)
063200     MOVE DLK2-QI-PRV-ID           TO DL202-A-PRV-ID
063300     MOVE ZERO                     TO DL202-A-MATCH-COUNT
063400     MOVE ZERO                     TO DL202-A-INV-NBR
063500     MOVE ZERO                     TO DL202-A-RECEIVED-DT
063600     MOVE ZERO                     TO DL202-A-SVC-FROM-DT
063700     MOVE ZERO                     TO DL202-A-SVC-TO-DT
063800     MOVE ZERO                     TO DL202-A-CHARGE-AMT
063900     MOVE ZERO                     TO DL202-A-PAID-AMT
064000     MOVE ZERO                     TO DL202-A-PAID-DT
064100     MOVE ZERO                     TO DL202-A-TRACE-NBR
064200     IF NOT DLK2-QI-VALID
064300         SET DL202-A-INVALID       TO TRUE
064400         ADD 1 TO DLK2-RSP-INVALID
064500         GO TO 5300-WRITE
064600     END-IF
064700     IF DLK2-TOO-MANY
064800         SET DL202-A-TOO-MANY      TO TRUE
064900         ADD 1 TO DLK2-RSP-TOO-MANY
065000         GO TO 5300-WRITE
065100     END-IF
065200     MOVE ZERO                     TO DLK2-MATCH-COUNT
065300     MOVE ZERO                     TO DLK2-HIT-SUB
065400     PERFORM 5310-TEST-ONE-CLAIM    THRU 5310-EXIT
065500         VARYING DLK2-TBL-SUB FROM 1 BY 1
065600         UNTIL DLK2-TBL-SUB > DLK2-TBL-COUNT
065700     MOVE DLK2-MATCH-COUNT         TO DL202-A-MATCH-COUNT
065800     IF DLK2-MATCH-COUNT = ZERO
065900         SET DL202-A-NOT-FOUND     TO TRUE
066000         ADD 1 TO DLK2-RSP-NOT-FOUND
066100         GO TO 5300-WRITE
066200     END-IF
066300     IF DLK2-MATCH-COUNT > 1
066400         SET DL202-A-MULTIPLE      TO TRUE
066500         ADD 1 TO DLK2-RSP-MULTIPLE
066600         GO TO 5300-WRITE
066700     END-IF
066800     SET DL202-A-ANSWERED          TO TRUE
066900     ADD 1 TO DLK2-RSP-ANSWERED
067000     MOVE DLK2-TE-IMAGE(DLK2-HIT-SUB) TO DLK2-CLAIM-IMAGE
067100     MOVE DLK2-CI-DEP-NBR          TO DL202-A-PATIENT-NBR(14:4)
067200     MOVE DLK2-CI-INV-NBR          TO DL202-A-INV-NBR
067300     MOVE DLK2-CI-ARCHIVE-IND      TO DL202-A-ARCHIVE-IND
067400     MOVE DLK2-CI-STATUS           TO DL202-A-CLM-STATUS
067500     MOVE DLK2-CI-RECEIVED-DT      TO DL202-A-RECEIVED-DT
067600     MOVE DLK2-CI-SVC-FROM-DT      TO DL202-A-SVC-FROM-DT
067700     MOVE DLK2-CI-SVC-TO-DT        TO DL202-A-SVC-TO-DT
067800     MOVE DLK2-CI-CHARGE-AMT       TO DL202-A-CHARGE-AMT
067900     MOVE DLK2-CI-PAID-AMT         TO DL202-A-PAID-AMT
068000     MOVE DLK2-CI-PAID-DT          TO DL202-A-PAID-DT
068100     MOVE DLK2-CI-PAY-METHOD       TO DL202-A-PAY-METHOD
068200     MOVE DLK2-CI-CHK-NBR          TO DL202-A-CHK-NBR
068300     MOVE DLK2-CI-TRACE-NBR        TO DL202-A-TRACE-NBR
068400     MOVE DLK2-CI-PEND-CD          TO DL202-A-PEND-CD
068500     PERFORM 5320-COPY-REMARK       THRU 5320-EXIT
068600         VARYING DLK2-RMK-SUB FROM 1 BY 1
068700         UNTIL DLK2-RMK-SUB > 6.
068800 5300-WRITE.
068900     WRITE DL202-RSP-RECORD
069000     PERFORM 5900-RETURN-RESORT     THRU 5900-EXIT.
069100 5300-EXIT.
069200     EXIT.
069300*================================================================
069400*    5310-TEST-ONE-CLAIM  -  SAME PROVIDER, THE DEPENDENT AND    *
069401*                            INVOICE WHEN GIVEN (AN OVERFLOW     *
069402*                            CLAIM ANSWERS FOR ITS CONTINUATION  *
069403*                            INVOICE TOO), AND A SERVICE SPAN    *
069404*                            OVERLAPPING THE RANGE ASKED         *
069700*================================================================
069800 5310-TEST-ONE-CLAIM.
069900     MOVE DLK2-TE-IMAGE(DLK2-TBL-SUB) TO DLK2-CLAIM-IMAGE
070000     IF DLK2-CI-PRV-ID NOT = DLK2-QI-PRV-ID
070100         GO TO 5310-EXIT
070200     END-IF
070300     IF DLK2-QI-DEP-NBR NOT = SPACES
070400         AND DLK2-CI-DEP-NBR NOT = DLK2-QI-DEP-NBR
070500         GO TO 5310-EXIT
070600     END-IF
070700     IF DLK2-QI-INV-NBR-X NOT = SPACES
070800         AND DLK2-CI-INV-NBR NOT = DLK2-QI-INV-NBR
070801         AND (DLK2-CI-LINE-COUNT NOT > 4
070802           OR DLK2-CI-ALT-INV-NBR NOT = DLK2-QI-INV-NBR)
070900         GO TO 5310-EXIT
071000     END-IF
071100     IF DLK2-CI-SVC-FROM-DT = ZERO
071200         OR DLK2-CI-SVC-FROM-DT > DLK2-QI-SVC-TO-DT
071300         OR DLK2-CI-SVC-TO-DT < DLK2-QI-SVC-FROM-DT
071400         GO TO 5310-EXIT
071500     END-IF
071600     ADD 1 TO DLK2-MATCH-COUNT
071700     IF DLK2-HIT-SUB = ZERO
071800         MOVE DLK2-TBL-SUB         TO DLK2-HIT-SUB
071900     END-IF.
072000 5310-EXIT.
072100     EXIT.
072200*================================================================
072300*    5320-COPY-REMARK
072400*================================================================
072500 5320-COPY-REMARK.
072600     MOVE DLK2-CI-RMK-CD(DLK2-RMK-SUB)
072700                             TO DL202-A-RMK-CD(DLK2-RMK-SUB).
072800 5320-EXIT.
072900     EXIT.
073000*================================================================
073100*    5900-RETURN-RESORT  -  THE NEXT RECORD'S MEMBER AND TYPE    *
073200*                           ARE KEPT FOR THE CONTROL BREAKS      *
073300*================================================================
073400 5900-RETURN-RESORT.
073500     RETURN DL202-RESORT-FILE
073600         AT END
073700             SET DLK2-RESORT-EOF TO TRUE
073800     END-RETURN
073900     IF DLK2-RESORT-EOF
074000         MOVE HIGH-VALUES          TO DLK2-NEXT-MEMBER
074100         MOVE HIGH-VALUES          TO DLK2-NEXT-TYPE
074200     ELSE
074300         MOVE DLK2-RS-MEMBER-ID    TO DLK2-NEXT-MEMBER
074400         MOVE DLK2-RS-REC-TYPE     TO DLK2-NEXT-TYPE
074500     END-IF.
074600 5900-EXIT.
074700     EXIT.
074800 5999-EXIT.
074900     EXIT.
075000*================================================================
075100*    6000-TERMINATE  -  A MEMBER TOO LARGE TO SEARCH ENDS THE    *
075200*                       STEP RC 4 SO THE TABLE CAN BE REVIEWED   *
075300*================================================================
075400 6000-TERMINATE.
075500     SET DL909-P-CLOSE             TO TRUE
075600     CALL "DL909" USING DL909-PARMS
075700                        BHS2MCH-STRUCTURE-DATA-ITEM
075800                        BHS3MDE-STRUCTURE-DATA-ITEM
075900     MOVE "CLAIMS READ"            TO DLK2-C-LABEL
076000     MOVE DLK2-CLM-READ            TO DLK2-C-COUNT
076100     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
076200     MOVE "ARCHIVED CLAIMS READ"   TO DLK2-C-LABEL
076300     MOVE DLK2-ARC-READ            TO DLK2-C-COUNT
076400     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
076500     MOVE "PAYMENTS MATCHED TO THE EFT REGISTER" TO DLK2-C-LABEL
076600     MOVE DLK2-EFT-MATCHED         TO DLK2-C-COUNT
076700     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
076800     WRITE DL202-RPT-LINE FROM SPACES
076900     MOVE "TOTAL INQUIRIES ANSWERED" TO DLK2-C-LABEL
077000     MOVE DLK2-INQ-READ            TO DLK2-C-COUNT
077100     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
077200     MOVE "TOTAL CLAIM FOUND"      TO DLK2-C-LABEL
077300     MOVE DLK2-RSP-ANSWERED        TO DLK2-C-COUNT
077400     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
077500     MOVE "TOTAL NO CLAIM MATCHES (NF)" TO DLK2-C-LABEL
077600     MOVE DLK2-RSP-NOT-FOUND       TO DLK2-C-COUNT
077700     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
077800     MOVE "TOTAL MORE THAN ONE CLAIM MATCHES (MM)" TO DLK2-C-LABEL
077900     MOVE DLK2-RSP-MULTIPLE        TO DLK2-C-COUNT
078000     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
078100     MOVE "TOTAL TOO MANY CLAIMS TO SEARCH (TM)" TO DLK2-C-LABEL
078200     MOVE DLK2-RSP-TOO-MANY        TO DLK2-C-COUNT
078300     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
078400     MOVE "TOTAL INVALID INQUIRY (IV)" TO DLK2-C-LABEL
078500     MOVE DLK2-RSP-INVALID         TO DLK2-C-COUNT
078600     WRITE DL202-RPT-LINE FROM DLK2-COUNT-LINE
078700     IF DLK2-RSP-TOO-MANY > ZERO
078800         MOVE 4                    TO RETURN-CODE
078900     END-IF
079000     CLOSE DL202-RSP-FILE
079100     CLOSE DL202-RPT-FILE.
079200 6000-EXIT.
079300     EXIT.
079400*================================================================
079500*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
079600*                             VIEW, THROUGH DL909                *
079700*================================================================
079800 8100-READ-CLAIM-PAIR.
079900     MOVE "DL202"                  TO DL909-P-PROGRAM-ID
080000     SET DL909-P-READ              TO TRUE
080100     CALL "DL909" USING DL909-PARMS
080200                        BHS2MCH-STRUCTURE-DATA-ITEM
080300                        BHS3MDE-STRUCTURE-DATA-ITEM
080400     MOVE "N"                      TO DLK2-DET-EOF-SW
080500     IF DL909-P-END
080600         SET DLK2-CLM-EOF          TO TRUE
080700     ELSE
080800         IF DL909-P-DET-MISSING
080900             SET DLK2-DET-EOF      TO TRUE
081000         END-IF
081100     END-IF.
081200 8100-EXIT.
081300     EXIT.
081400*================================================================
081500*    8200-READ-ARCHIVE-PAIR  -  ARCHIVED HEADER AND DETAIL IN    *
081600*                               LOCKSTEP                         *
081700*================================================================
081800 8200-READ-ARCHIVE-PAIR.
081900     READ DL070-AMCH-FILE
082000         AT END
082100             SET DLK2-ARC-EOF TO TRUE
082200     END-READ
082300     IF NOT DLK2-ARC-EOF
082400         AND NOT DLK2-ARC-DET-EOF
082500         READ DL070-AMDE-FILE
082600             AT END
082700                 SET DLK2-ARC-DET-EOF TO TRUE
082800         END-READ
082900     END-IF.
083000 8200-EXIT.
083100     EXIT.
083200*================================================================
083300*    8300-READ-EFT  -  EFT REGISTER, ASCENDING CHECK NUMBER
083400*================================================================
083500 8300-READ-EFT.
083600     READ DL154-EFT-FILE
083700         AT END
083800             SET DLK2-EFT-EOF TO TRUE
083900             MOVE HIGH-VALUES      TO DLK2-EFT-KEY
084000     END-READ
084100     IF NOT DLK2-EFT-EOF
084200         MOVE DL154-E-CHK-NBR      TO DLK2-EFT-KEY
084300     END-IF.
084400 8300-EXIT.
084500     EXIT.
084600*================================================================
084700*    8400-READ-INQ
084800*================================================================
084900 8400-READ-INQ.
085000     READ DL202-INQ-FILE
085100         AT END
085200             SET DLK2-INQ-EOF TO TRUE
085300     END-READ.
085400 8400-EXIT.
085500     EXIT.
085600*================================================================
085700*    8500-READ-WORK
085800*================================================================
085900 8500-READ-WORK.
086000     READ DL202-WRK-FILE
086100         AT END
086200             SET DLK2-WRK-EOF TO TRUE
086300     END-READ.
086400 8500-EXIT.
086500     EXIT.
