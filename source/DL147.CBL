000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL147.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - CLAIM-TO-AUTHORIZATION
001100*                   MATCH.  THE DL146AUT PRIOR-AUTHORIZATION
001200*                   MASTER (MEMBER ORDER) IS MERGED WITH THE
001300*                   DAY'S LOCKSTEP BHS2MCH/BHS3MDE CLAIMS
001400*                   (CLH-PATIENT-NBR(1:13) ORDER); EACH MEMBER'S
001500*                   AUTHORIZATIONS ARE HELD IN A TABLE WHILE
001600*                   THE MEMBER'S PAID LINES ARE MATCHED ON
001700*                   PATIENT (THE DL142 DEPENDENT SUFFIX),
001800*                   PROCEDURE OR SERVICE CLASS, AND PROVIDER
001900*                   (SPACES ON THE AUTHORIZATION = ANY).  A
002000*                   MATCH WHOSE WINDOW COVERS CLD-FST-DT USES
002100*                   UNITS (ONE PER LINE) OR DAYS (CLH-COV-DAYS,
002200*                   ONCE PER CLAIM) AND IS REPORTED ONCE USE
002300*                   PASSES THE APPROVAL; A MATCH ONLY OUTSIDE
002400*                   ITS WINDOW IS REPORTED AS SUCH; A LINE ON
002500*                   THE DL147REQ AUTHORIZATION-REQUIRED LIST OR
002600*                   ON A CLAIM WITH CLH-PRO-APP-IND "Y" AND NO
002700*                   MATCH AT ALL IS REPORTED AS UNAUTHORIZED.
002800*                   AUTHORIZATIONS PAST THEIR WINDOW WITH NO
002900*                   USE ARE REPORTED ONCE AND FLAGGED.  THE
003000*                   MASTER IS REWRITTEN WITH USED UNITS CARRIED
003100*                   FORWARD.
003101*  2026-10-15  RH   MATCH ONLY CLAIMS PAID ON THE RUN DATE - USED
003102*                   UNITS CARRY FORWARD ON DL146AUT, SO EARLIER
003103*                   PAYMENTS WERE CHARGED AGAIN EACH NIGHT.
003200*================================================================
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BHS2MCH-FILE       ASSIGN TO BHS2MCH
004000            ORGANIZATION IS SEQUENTIAL.
004100     SELECT BHS3MDE-FILE       ASSIGN TO BHS3MDE
004200            ORGANIZATION IS SEQUENTIAL.
004300     SELECT DL147-REQ-FILE     ASSIGN TO DL147REQ
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL146-AUT-IN-FILE  ASSIGN TO DL146AUTI
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL146-AUT-OUT-FILE ASSIGN TO DL146AUTO
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL147-EXC-FILE     ASSIGN TO DL147EXC
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT DL147-RPT-FILE     ASSIGN TO DL147RPT
005200            ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  BHS2MCH-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY BHS2MCH.
005800 FD  BHS3MDE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY BHS3MDE.
006100 FD  DL147-REQ-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DL147REQ.
006400 FD  DL146-AUT-IN-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY DL146AUT.
006700 FD  DL146-AUT-OUT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900 01  DL146-AUT-OUT-RECORD          PIC X(91).
007000 FD  DL147-EXC-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY DL147EXC.
007300 FD  DL147-RPT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  DL147-RPT-LINE                PIC X(132).
007600 WORKING-STORAGE SECTION.
007700*----------------------------------------------------------------
007800*    DLE7-SWITCHES AND COUNTERS
007900*----------------------------------------------------------------
008000 01  DLE7-SWITCHES.
008100     05  DLE7-CLM-EOF-SW           PIC X(1)     VALUE "N".
008200         88  DLE7-CLM-EOF                        VALUE "Y".
008300     05  DLE7-DET-EOF-SW           PIC X(1)     VALUE "N".
008400         88  DLE7-DET-EOF                        VALUE "Y".
008500     05  DLE7-AUT-EOF-SW           PIC X(1)     VALUE "N".
008600         88  DLE7-AUT-EOF                        VALUE "Y".
008700     05  DLE7-REQ-EOF-SW           PIC X(1)     VALUE "N".
008800         88  DLE7-REQ-EOF                        VALUE "Y".
008900     05  DLE7-REQUIRED-SW          PIC X(1)     VALUE "N".
009000         88  DLE7-REQUIRED                       VALUE "Y".
009100 01  DLE7-KEYS.
009200     05  DLE7-AUT-KEY              PIC X(13).
009300     05  DLE7-CLM-KEY              PIC X(13).
009400     05  DLE7-MBR-KEY              PIC X(13).
009500*----------------------------------------------------------------
009600*    DLE7-REQ-TABLE  -  SERVICES NEEDING AUTHORIZATION
009700*----------------------------------------------------------------
009800 01  DLE7-REQ-TABLE.
009900     05  DLE7-REQ-COUNT            PIC S9(4) COMP VALUE ZERO.
010000     05  DLE7-REQ-ENTRY OCCURS 500 TIMES.
010100         10  DLE7-R-REQ-TYPE       PIC X(1).
010200         10  DLE7-R-CODE-LO        PIC X(5).
010300         10  DLE7-R-CODE-HI        PIC X(5).
010400*----------------------------------------------------------------
010500*    DLE7-AUT-TABLE  -  THE CURRENT MEMBER'S AUTHORIZATIONS;
010600*    DLE7-U-LAST-INV STOPS A DAYS APPROVAL BEING CHARGED TWICE
010700*    FOR ONE CLAIM
010800*----------------------------------------------------------------
010900 01  DLE7-AUT-TABLE.
011000     05  DLE7-AUT-COUNT            PIC S9(4) COMP VALUE ZERO.
011100     05  DLE7-AUT-ENTRY OCCURS 200 TIMES.
011200         10  DLE7-U-EMP-ID         PIC X(13).
011300         10  DLE7-U-AUTH-NBR       PIC X(12).
011400         10  DLE7-U-DEP-NBR        PIC 9(4).
011500         10  DLE7-U-PRV-ID         PIC X(10).
011600         10  DLE7-U-AUTH-TYPE      PIC X(1).
011700         10  DLE7-U-PROC-CD        PIC X(5).
011800         10  DLE7-U-SVC-CLASS      PIC X(2).
011900         10  DLE7-U-UNIT-BASIS     PIC X(1).
012000         10  DLE7-U-APPR-UNITS     PIC 9(5).
012100         10  DLE7-U-USED-UNITS     PIC 9(5).
012200         10  DLE7-U-FROM-DT        PIC 9(8).
012300         10  DLE7-U-TO-DT          PIC 9(8).
012400         10  DLE7-U-LAST-CLM-DT    PIC 9(8).
012500         10  DLE7-U-EXPIRED-SW     PIC X(1).
012600         10  DLE7-U-LOAD-DT        PIC 9(8).
012700         10  DLE7-U-LAST-INV       PIC 9(13).
012800 01  DLE7-WORK-FIELDS.
012900     05  DLE7-SUB                  PIC S9(4) COMP VALUE ZERO.
013000     05  DLE7-LN-SUB               PIC S9(4) COMP VALUE ZERO.
013100     05  DLE7-COVER-SUB            PIC S9(4) COMP VALUE ZERO.
013200     05  DLE7-NEAR-SUB             PIC S9(4) COMP VALUE ZERO.
013300     05  DLE7-EXC-SUB              PIC S9(4) COMP VALUE ZERO.
013400     05  DLE7-WORK-DEP-NBR         PIC 9(4).
013500     05  DLE7-DAYS                 PIC S9(5) COMP.
013600     05  DLE7-FST-DT               PIC 9(8).
013700     05  DLE7-LST-DT               PIC 9(8).
013800     05  DLE7-FST-JUL              PIC S9(8) COMP.
013900     05  DLE7-LST-JUL              PIC S9(8) COMP.
014000     05  DLE7-EXC-TYPE             PIC X(2).
014100     05  DLE7-EXC-AMT-WORK         PIC S9(8) COMP.
014200 01  DLE7-DATE-WORK.
014300     05  DLE7-RUN-DATE             PIC 9(8).
014400 01  DLE7-COUNTERS.
014500     05  DLE7-CLM-READ             PIC S9(8) COMP VALUE ZERO.
014600     05  DLE7-AUT-READ             PIC S9(8) COMP VALUE ZERO.
014700     05  DLE7-LINES-MATCHED        PIC S9(8) COMP VALUE ZERO.
014800*    ONE SLOT PER EXCEPTION TYPE - NA, OW, OU, EX
014900     05  DLE7-EXC-COUNT            PIC S9(8) COMP
015000                                   OCCURS 4 TIMES.
015100     05  DLE7-EXC-AMT              PIC S9(13) COMP-3
015200                                   OCCURS 4 TIMES.
015300 01  DLE7-EXC-DESC-VALUES.
015400     05  FILLER                    PIC X(32)
015500         VALUE "NA PAID WITH NO AUTHORIZATION".
015600     05  FILLER                    PIC X(32)
015700         VALUE "OW SERVICE OUTSIDE AUTH WINDOW".
015800     05  FILLER                    PIC X(32)
015900         VALUE "OU UNITS/DAYS BEYOND APPROVAL".
016000     05  FILLER                    PIC X(32)
016100         VALUE "EX AUTH EXPIRED WITH NO CLAIM".
016200 01  DLE7-EXC-DESC-TABLE REDEFINES DLE7-EXC-DESC-VALUES.
016300     05  DLE7-EXC-DESC             PIC X(32)
016400                                   OCCURS 4 TIMES.
016500 01  DLE7-HEADING-1.
016600     05  FILLER                    PIC X(44)
016700         VALUE "CLAIM-TO-AUTHORIZATION MATCH".
016800 01  DLE7-COLUMN-HEADING.
016900     05  FILLER                   PIC X(4)  VALUE "EXC".
017000     05  FILLER                   PIC X(15) VALUE "MEMBER".
017100     05  FILLER                   PIC X(6)  VALUE "DEP".
017200     05  FILLER                   PIC X(14) VALUE "AUTH NBR".
017300     05  FILLER                   PIC X(15) VALUE "INVOICE".
017400     05  FILLER                   PIC X(3)  VALUE "LN".
017500     05  FILLER                   PIC X(10) VALUE "SVC DATE".
017600     05  FILLER                   PIC X(7)  VALUE "PROC".
017700     05  FILLER                   PIC X(20) VALUE "WINDOW".
017800     05  FILLER                   PIC X(14) VALUE "APPR  USED".
017900     05  FILLER                   PIC X(12) VALUE "NET PAID".
018000 01  DLE7-DETAIL-LINE.
018100     05  DLE7-D-EXC-TYPE           PIC X(2).
018200     05  FILLER                    PIC X(2)  VALUE SPACES.
018300     05  DLE7-D-EMP-ID             PIC X(13).
018400     05  FILLER                    PIC X(2)  VALUE SPACES.
018500     05  DLE7-D-DEP-NBR            PIC 9(4).
018600     05  FILLER                    PIC X(2)  VALUE SPACES.
018700     05  DLE7-D-AUTH-NBR           PIC X(12).
018800     05  FILLER                    PIC X(2)  VALUE SPACES.
018900     05  DLE7-D-INV-NBR            PIC 9(13).
019000     05  FILLER                    PIC X(2)  VALUE SPACES.
019100     05  DLE7-D-LINE-NBR           PIC 9(1).
019200     05  FILLER                    PIC X(2)  VALUE SPACES.
019300     05  DLE7-D-FST-DT             PIC 9(8).
019400     05  FILLER                    PIC X(2)  VALUE SPACES.
019500     05  DLE7-D-PROC-CD            PIC X(5).
019600     05  FILLER                    PIC X(2)  VALUE SPACES.
019700     05  DLE7-D-FROM-DT            PIC 9(8).
019800     05  FILLER                    PIC X(1)  VALUE "-".
019900     05  DLE7-D-TO-DT              PIC 9(8).
020000     05  FILLER                    PIC X(2)  VALUE SPACES.
020100     05  DLE7-D-APPR               PIC ZZZZ9.
020200     05  FILLER                    PIC X(1)  VALUE SPACES.
020300     05  DLE7-D-USED               PIC ZZZZ9.
020400     05  FILLER                    PIC X(2)  VALUE SPACES.
020500     05  DLE7-D-NET                PIC ZZZ,ZZZ,ZZ9.
020600 01  DLE7-SUMMARY-LINE.
020700     05  DLE7-S-DESC               PIC X(32).
020800     05  FILLER                    PIC X(2)  VALUE SPACES.
020900     05  DLE7-S-COUNT              PIC ZZZ,ZZ9.
021000     05  FILLER                    PIC X(2)  VALUE SPACES.
021100     05  DLE7-S-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9.
021200 01  DLE7-TOTAL-LINE-1.
021300     05  FILLER                    PIC X(25)
021400         VALUE "AUTHORIZATIONS CARRIED".
021500     05  DLE7-T-AUTHS              PIC ZZZ,ZZZ,ZZ9.
021600 01  DLE7-TOTAL-LINE-2.
021700     05  FILLER                    PIC X(25)
021800         VALUE "LINES MATCHED TO AUTH".
021900     05  DLE7-T-MATCHED            PIC ZZZ,ZZZ,ZZ9.
022000*----------------------------------------------------------------
022100*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
022200*----------------------------------------------------------------
022300 01  DL903-PARMS.
022400     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL147".
022500     05  DL903-REC-TYPE            PIC X(1).
022600     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
022700*----------------------------------------------------------------
022800*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
022900*----------------------------------------------------------------
023000 01  DL902-DATES.
023100     05  DL902-EXEC-DATE           PIC 9(8).
023200 01  DL902-EXEC-LINE.
023300     05  FILLER                    PIC X(14)
023400         VALUE "BUSINESS DATE ".
023500     05  DL902-EL-BUS              PIC 9(8).
023600     05  FILLER                    PIC X(11)
023700         VALUE "  EXECUTED ".
023800     05  DL902-EL-EXEC             PIC 9(8).
023900 PROCEDURE DIVISION.
024000*================================================================
024100*    0000-MAINLINE
024200*================================================================
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
024500     MOVE "S"                      TO DL903-REC-TYPE
024600     CALL "DL903" USING DL903-PARMS
024700     PERFORM 2000-PROCESS-MEMBER    THRU 2000-EXIT
024800         UNTIL DLE7-AUT-EOF AND DLE7-CLM-EOF
024900     PERFORM 3000-TERMINATE         THRU 3000-EXIT
025000     MOVE "E"                      TO DL903-REC-TYPE
025100     MOVE DLE7-CLM-READ TO DL903-REC-COUNT
025200     CALL "DL903" USING DL903-PARMS
025300     GOBACK.
025400*================================================================
025500*    1000-INITIALIZE
025600*================================================================
025700 1000-INITIALIZE.
025800     CALL "DL902" USING DLE7-RUN-DATE DL902-EXEC-DATE
025900     MOVE ZERO                     TO DLE7-EXC-COUNT(1)
026000                                      DLE7-EXC-COUNT(2)
026100                                      DLE7-EXC-COUNT(3)
026200                                      DLE7-EXC-COUNT(4)
026300     MOVE ZERO                     TO DLE7-EXC-AMT(1)
026400                                      DLE7-EXC-AMT(2)
026500                                      DLE7-EXC-AMT(3)
026600                                      DLE7-EXC-AMT(4)
026700     OPEN INPUT  BHS2MCH-FILE
026800     OPEN INPUT  BHS3MDE-FILE
026900     OPEN INPUT  DL147-REQ-FILE
027000     OPEN INPUT  DL146-AUT-IN-FILE
027100     OPEN OUTPUT DL146-AUT-OUT-FILE
027200     OPEN OUTPUT DL147-EXC-FILE
027300     OPEN OUTPUT DL147-RPT-FILE
027400     WRITE DL147-RPT-LINE FROM DLE7-HEADING-1
027500     MOVE DLE7-RUN-DATE TO DL902-EL-BUS
027600     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
027700     WRITE DL147-RPT-LINE FROM DL902-EXEC-LINE
027800     WRITE DL147-RPT-LINE FROM SPACES
027900     WRITE DL147-RPT-LINE FROM DLE7-COLUMN-HEADING
028000     PERFORM 1100-LOAD-ONE-REQ      THRU 1100-EXIT
028100         UNTIL DLE7-REQ-EOF
028200     PERFORM 8000-READ-AUT          THRU 8000-EXIT
028300     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
028400 1000-EXIT.
028500     EXIT.
028600*================================================================
028700*    1100-LOAD-ONE-REQ
028800*================================================================
028900 1100-LOAD-ONE-REQ.
029000     READ DL147-REQ-FILE
029100         AT END
029200             SET DLE7-REQ-EOF TO TRUE
029300     END-READ
029400     IF DLE7-REQ-EOF
029500         GO TO 1100-EXIT
029600     END-IF
029700*    A DROPPED ENTRY SILENTLY STOPS THE NO-AUTHORIZATION CHECK
029800*    FOR ITS SERVICES - FAIL THE STEP (THE DL060 RULE)
029900     IF DLE7-REQ-COUNT >= 500
030000         PERFORM 9900-REQ-ABORT     THRU 9900-EXIT
030100     END-IF
030200     ADD 1 TO DLE7-REQ-COUNT
030300     MOVE DL147-R-REQ-TYPE TO DLE7-R-REQ-TYPE(DLE7-REQ-COUNT)
030400     MOVE DL147-R-CODE-LO  TO DLE7-R-CODE-LO(DLE7-REQ-COUNT)
030500     MOVE DL147-R-CODE-HI  TO DLE7-R-CODE-HI(DLE7-REQ-COUNT).
030600 1100-EXIT.
030700     EXIT.
030800*================================================================
030900*    2000-PROCESS-MEMBER  -  THE LOWER OF THE TWO KEYS IS THE    *
031000*                            MEMBER; A MEMBER MAY HAVE           *
031100*                            AUTHORIZATIONS, CLAIMS OR BOTH      *
031200*================================================================
031300 2000-PROCESS-MEMBER.
031400     IF DLE7-AUT-KEY < DLE7-CLM-KEY
031500         MOVE DLE7-AUT-KEY         TO DLE7-MBR-KEY
031600     ELSE
031700         MOVE DLE7-CLM-KEY         TO DLE7-MBR-KEY
031800     END-IF
031900     MOVE ZERO                     TO DLE7-AUT-COUNT
032000     PERFORM 2100-LOAD-ONE-AUT      THRU 2100-EXIT
032100         UNTIL DLE7-AUT-EOF
032200         OR DLE7-AUT-KEY NOT = DLE7-MBR-KEY
032300     PERFORM 2200-MATCH-ONE-CLAIM   THRU 2200-EXIT
032400         UNTIL DLE7-CLM-EOF
032500         OR DLE7-CLM-KEY NOT = DLE7-MBR-KEY
032600     PERFORM 2800-WRITE-ONE-AUT     THRU 2800-EXIT
032700         VARYING DLE7-SUB FROM 1 BY 1
032800         UNTIL DLE7-SUB > DLE7-AUT-COUNT.
032900 2000-EXIT.
033000     EXIT.
033100*================================================================
033200*    2100-LOAD-ONE-AUT
033300*================================================================
033400 2100-LOAD-ONE-AUT.
033500     IF DLE7-AUT-COUNT >= 200
033600         PERFORM 9910-AUT-ABORT     THRU 9910-EXIT
033700     END-IF
033800     ADD 1 TO DLE7-AUT-COUNT
033900     MOVE DLE7-AUT-COUNT           TO DLE7-SUB
034000     MOVE DL146-A-EMP-ID           TO DLE7-U-EMP-ID(DLE7-SUB)
034100     MOVE DL146-A-AUTH-NBR         TO DLE7-U-AUTH-NBR(DLE7-SUB)
034200     MOVE DL146-A-DEP-NBR          TO DLE7-U-DEP-NBR(DLE7-SUB)
034300     MOVE DL146-A-PRV-ID           TO DLE7-U-PRV-ID(DLE7-SUB)
034400     MOVE DL146-A-AUTH-TYPE        TO DLE7-U-AUTH-TYPE(DLE7-SUB)
034500     MOVE DL146-A-PROC-CD          TO DLE7-U-PROC-CD(DLE7-SUB)
034600     MOVE DL146-A-SVC-CLASS        TO DLE7-U-SVC-CLASS(DLE7-SUB)
034700     MOVE DL146-A-UNIT-BASIS       TO DLE7-U-UNIT-BASIS(DLE7-SUB)
034800     MOVE DL146-A-APPR-UNITS       TO DLE7-U-APPR-UNITS(DLE7-SUB)
034900     MOVE DL146-A-USED-UNITS       TO DLE7-U-USED-UNITS(DLE7-SUB)
035000     MOVE DL146-A-FROM-DT          TO DLE7-U-FROM-DT(DLE7-SUB)
035100     MOVE DL146-A-TO-DT            TO DLE7-U-TO-DT(DLE7-SUB)
035200     MOVE DL146-A-LAST-CLM-DT     TO DLE7-U-LAST-CLM-DT(DLE7-SUB)
035300     MOVE DL146-A-EXPIRED-SW       TO DLE7-U-EXPIRED-SW(DLE7-SUB)
035400     MOVE DL146-A-LOAD-DT          TO DLE7-U-LOAD-DT(DLE7-SUB)
035500     MOVE ZERO                     TO DLE7-U-LAST-INV(DLE7-SUB)
035600     PERFORM 8000-READ-AUT          THRU 8000-EXIT.
035700 2100-EXIT.
035800     EXIT.
035900*================================================================
035901*    2200-MATCH-ONE-CLAIM  -  CLAIMS PAID ON THE RUN DATE ONLY;  *
035902*                             EARLIER PAYMENTS ARE ALREADY IN *
035903*                             THE CARRIED USED UNITS          *
036100*================================================================
036200 2200-MATCH-ONE-CLAIM.
036300     ADD 1 TO DLE7-CLM-READ
036400     IF CLH-ACT-PD-DT NOT = DLE7-RUN-DATE
036500         OR DLE7-DET-EOF
036600         GO TO 2200-READ-NEXT
036700     END-IF
036800     MOVE ZERO                     TO DLE7-WORK-DEP-NBR
036900     IF CLH-PATIENT-NBR(14:4) IS NUMERIC
037000         MOVE CLH-PATIENT-NBR(14:4) TO DLE7-WORK-DEP-NBR
037100     END-IF
037200     PERFORM 2300-MATCH-ONE-LINE    THRU 2300-EXIT
037300         VARYING DLE7-LN-SUB FROM 1 BY 1
037400         UNTIL DLE7-LN-SUB > 4.
037500 2200-READ-NEXT.
037600     PERFORM 8300-READ-CLAIM-PAIR   THRU 8300-EXIT.
037700 2200-EXIT.
037800     EXIT.
037900*================================================================
038000*    2300-MATCH-ONE-LINE  -  A COVERING AUTHORIZATION IS USED;   *
038100*                            FAILING THAT AN OUT-OF-WINDOW ONE   *
038200*                            IS REPORTED; FAILING THAT A LINE    *
038300*                            THAT NEEDED ONE IS REPORTED         *
038400*================================================================
038500 2300-MATCH-ONE-LINE.
038600     IF CLD-FST-DT(DLE7-LN-SUB) = ZERO
038700         OR CLD-NET-PAY-AMT(DLE7-LN-SUB) NOT > ZERO
038800         GO TO 2300-EXIT
038900     END-IF
039000     MOVE ZERO                     TO DLE7-COVER-SUB
039100     MOVE ZERO                     TO DLE7-NEAR-SUB
039200     PERFORM 2310-TEST-ONE-AUT      THRU 2310-EXIT
039300         VARYING DLE7-SUB FROM 1 BY 1
039400         UNTIL DLE7-SUB > DLE7-AUT-COUNT
039500         OR DLE7-COVER-SUB NOT = ZERO
039600     MOVE CLD-NET-PAY-AMT(DLE7-LN-SUB) TO DLE7-EXC-AMT-WORK
039700     IF DLE7-COVER-SUB NOT = ZERO
039800         ADD 1 TO DLE7-LINES-MATCHED
039900         PERFORM 2400-USE-AUTH      THRU 2400-EXIT
040000         GO TO 2300-EXIT
040100     END-IF
040200     IF DLE7-NEAR-SUB NOT = ZERO
040300         MOVE "OW"                 TO DLE7-EXC-TYPE
040400         MOVE DLE7-NEAR-SUB        TO DLE7-EXC-SUB
040500         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
040600         GO TO 2300-EXIT
040700     END-IF
040800     PERFORM 2500-TEST-REQUIRED     THRU 2500-EXIT
040900     IF DLE7-REQUIRED
041000         MOVE "NA"                 TO DLE7-EXC-TYPE
041100         MOVE ZERO                 TO DLE7-EXC-SUB
041200         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
041300     END-IF.
041400 2300-EXIT.
041500     EXIT.
041600*================================================================
041700*    2310-TEST-ONE-AUT
041800*================================================================
041900 2310-TEST-ONE-AUT.
042000     IF DLE7-U-DEP-NBR(DLE7-SUB) NOT = DLE7-WORK-DEP-NBR
042100         GO TO 2310-EXIT
042200     END-IF
042300     IF DLE7-U-PRV-ID(DLE7-SUB) NOT = SPACES
042400         AND DLE7-U-PRV-ID(DLE7-SUB)
042500             NOT = CLD-LINE-PRV-ID-NBR(DLE7-LN-SUB)
042600         GO TO 2310-EXIT
042700     END-IF
042800     IF DLE7-U-AUTH-TYPE(DLE7-SUB) = "P"
042900         AND DLE7-U-PROC-CD(DLE7-SUB)
043000             NOT = CLD-PROC-CD(DLE7-LN-SUB)
043100         GO TO 2310-EXIT
043200     END-IF
043300     IF DLE7-U-AUTH-TYPE(DLE7-SUB) = "S"
043400         AND DLE7-U-SVC-CLASS(DLE7-SUB)
043500             NOT = CLD-SERVICE-CLS(DLE7-LN-SUB)
043600         GO TO 2310-EXIT
043700     END-IF
043800     IF CLD-FST-DT(DLE7-LN-SUB) < DLE7-U-FROM-DT(DLE7-SUB)
043900         OR CLD-FST-DT(DLE7-LN-SUB) > DLE7-U-TO-DT(DLE7-SUB)
044000         IF DLE7-NEAR-SUB = ZERO
044100             MOVE DLE7-SUB         TO DLE7-NEAR-SUB
044200         END-IF
044300         GO TO 2310-EXIT
044400     END-IF
044500     MOVE DLE7-SUB                 TO DLE7-COVER-SUB.
044600 2310-EXIT.
044700     EXIT.
044800*================================================================
044900*    2400-USE-AUTH  -  UNITS COUNT ONE PER LINE; DAYS ARE THE    *
045000*                      CLAIM'S CLH-COV-DAYS (OR, WHEN THAT IS    *
045100*                      NOT SET, THE LINE'S SERVICE SPAN),        *
045200*                      CHARGED ONCE PER CLAIM                    *
045300*================================================================
045400 2400-USE-AUTH.
045500     MOVE DLE7-COVER-SUB           TO DLE7-SUB
045600     MOVE CLD-FST-DT(DLE7-LN-SUB)  TO DLE7-U-LAST-CLM-DT(DLE7-SUB)
045700     IF DLE7-U-UNIT-BASIS(DLE7-SUB) = "D"
045800         IF DLE7-U-LAST-INV(DLE7-SUB) = CLH-INV-NBR
045900             GO TO 2400-EXIT
046000         END-IF
046100         MOVE CLH-INV-NBR          TO DLE7-U-LAST-INV(DLE7-SUB)
046200         MOVE CLH-COV-DAYS         TO DLE7-DAYS
046300         IF DLE7-DAYS NOT > ZERO
046400             PERFORM 2410-SPAN-DAYS THRU 2410-EXIT
046500         END-IF
046600     ELSE
046700         MOVE 1                    TO DLE7-DAYS
046800     END-IF
046900     ADD DLE7-DAYS TO DLE7-U-USED-UNITS(DLE7-SUB)
047000     IF DLE7-U-USED-UNITS(DLE7-SUB)
047100             > DLE7-U-APPR-UNITS(DLE7-SUB)
047200         MOVE "OU"                 TO DLE7-EXC-TYPE
047300         MOVE DLE7-SUB             TO DLE7-EXC-SUB
047400         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
047500     END-IF.
047600 2400-EXIT.
047700     EXIT.
047800*================================================================
047900*    2410-SPAN-DAYS  -  FIRST TO LAST SERVICE DATE INCLUSIVE,    *
048000*                       THROUGH THE SHARED DL900 DAY COUNT       *
048100*================================================================
048200 2410-SPAN-DAYS.
048300     MOVE 1                        TO DLE7-DAYS
048400     MOVE CLD-FST-DT(DLE7-LN-SUB)  TO DLE7-FST-DT
048500     MOVE CLD-LST-DT(DLE7-LN-SUB)  TO DLE7-LST-DT
048600     IF DLE7-LST-DT NOT > DLE7-FST-DT
048700         GO TO 2410-EXIT
048800     END-IF
048900     CALL "DL900" USING DLE7-FST-DT DLE7-FST-JUL
049000     CALL "DL900" USING DLE7-LST-DT DLE7-LST-JUL
049100     COMPUTE DLE7-DAYS = DLE7-LST-JUL - DLE7-FST-JUL + 1.
049200 2410-EXIT.
049300     EXIT.
049400*================================================================
049500*    2500-TEST-REQUIRED  -  THE CLAIM SAYS IT WAS APPROVED, OR   *
049600*                           THE SERVICE IS ON THE REQUIRED LIST  *
049700*================================================================
049800 2500-TEST-REQUIRED.
049900     MOVE "N"                      TO DLE7-REQUIRED-SW
050000     IF CLH-PRO-APP-IND = "Y"
050100         SET DLE7-REQUIRED         TO TRUE
050200         GO TO 2500-EXIT
050300     END-IF
050400     PERFORM 2510-TEST-ONE-REQ      THRU 2510-EXIT
050500         VARYING DLE7-SUB FROM 1 BY 1
050600         UNTIL DLE7-SUB > DLE7-REQ-COUNT
050700         OR DLE7-REQUIRED.
050800 2500-EXIT.
050900     EXIT.
051000*================================================================
051100*    2510-TEST-ONE-REQ
051200*================================================================
051300 2510-TEST-ONE-REQ.
051400     IF DLE7-R-REQ-TYPE(DLE7-SUB) = "P"
051500         AND CLD-PROC-CD(DLE7-LN-SUB)
051600             NOT < DLE7-R-CODE-LO(DLE7-SUB)
051700         AND CLD-PROC-CD(DLE7-LN-SUB)
051800             NOT > DLE7-R-CODE-HI(DLE7-SUB)
051900         SET DLE7-REQUIRED         TO TRUE
052000     END-IF
052100     IF DLE7-R-REQ-TYPE(DLE7-SUB) = "S"
052200         AND CLD-SERVICE-CLS(DLE7-LN-SUB)
052300             = DLE7-R-CODE-LO(DLE7-SUB)(1:2)
052400         SET DLE7-REQUIRED         TO TRUE
052500     END-IF.
052600 2510-EXIT.
052700     EXIT.
052800*================================================================
052900*    2700-WRITE-EXCEPTION  -  DLE7-EXC-SUB NAMES THE             *
053000*                             AUTHORIZATION, ZERO FOR NONE       *
053100*================================================================
053200 2700-WRITE-EXCEPTION.
053300     MOVE SPACES                   TO DL147-EXC-RECORD
053400     MOVE DLE7-EXC-TYPE            TO DL147-X-EXC-TYPE
053500     MOVE DLE7-MBR-KEY             TO DL147-X-EMP-ID
053600     MOVE DLE7-WORK-DEP-NBR        TO DL147-X-DEP-NBR
053700     MOVE CLH-INV-NBR              TO DL147-X-INV-NBR
053800     MOVE DLE7-LN-SUB              TO DL147-X-LINE-NBR
053900     MOVE CLD-LINE-PRV-ID-NBR(DLE7-LN-SUB) TO DL147-X-PRV-ID
054000     MOVE CLD-FST-DT(DLE7-LN-SUB)  TO DL147-X-FST-DT
054100     MOVE CLD-PROC-CD(DLE7-LN-SUB) TO DL147-X-PROC-CD
054200     MOVE CLD-SERVICE-CLS(DLE7-LN-SUB) TO DL147-X-SVC-CLASS
054300     MOVE DLE7-EXC-AMT-WORK        TO DL147-X-NET-PAY-AMT
054400     MOVE ZERO                     TO DL147-X-FROM-DT
054500                                      DL147-X-TO-DT
054600                                      DL147-X-APPR-UNITS
054700                                      DL147-X-USED-UNITS
054800     IF DLE7-EXC-SUB NOT = ZERO
054900         PERFORM 2710-AUTH-FIELDS   THRU 2710-EXIT
055000     END-IF
055100     PERFORM 2750-PUT-EXCEPTION     THRU 2750-EXIT.
055200 2700-EXIT.
055300     EXIT.
055400*================================================================
055500*    2710-AUTH-FIELDS
055600*================================================================
055700 2710-AUTH-FIELDS.
055800     MOVE DLE7-U-AUTH-NBR(DLE7-EXC-SUB)  TO DL147-X-AUTH-NBR
055900     MOVE DLE7-U-FROM-DT(DLE7-EXC-SUB)   TO DL147-X-FROM-DT
056000     MOVE DLE7-U-TO-DT(DLE7-EXC-SUB)     TO DL147-X-TO-DT
056100     MOVE DLE7-U-APPR-UNITS(DLE7-EXC-SUB) TO DL147-X-APPR-UNITS
056200     MOVE DLE7-U-USED-UNITS(DLE7-EXC-SUB) TO DL147-X-USED-UNITS.
056300 2710-EXIT.
056400     EXIT.
056500*================================================================
056600*    2750-PUT-EXCEPTION  -  WRITE, REGISTER AND TOTAL BY TYPE    *
056700*================================================================
056800 2750-PUT-EXCEPTION.
056900     WRITE DL147-EXC-RECORD
057000     EVALUATE TRUE
057100         WHEN DL147-X-NO-AUTH
057200             MOVE 1                TO DLE7-EXC-SUB
057300         WHEN DL147-X-OUT-OF-WINDOW
057400             MOVE 2                TO DLE7-EXC-SUB
057500         WHEN DL147-X-OVER-UNITS
057600             MOVE 3                TO DLE7-EXC-SUB
057700         WHEN OTHER
057800             MOVE 4                TO DLE7-EXC-SUB
057900     END-EVALUATE
058000     ADD 1 TO DLE7-EXC-COUNT(DLE7-EXC-SUB)
058100     ADD DL147-X-NET-PAY-AMT TO DLE7-EXC-AMT(DLE7-EXC-SUB)
058200     MOVE DL147-X-EXC-TYPE         TO DLE7-D-EXC-TYPE
058300     MOVE DL147-X-EMP-ID           TO DLE7-D-EMP-ID
058400     MOVE DL147-X-DEP-NBR          TO DLE7-D-DEP-NBR
058500     MOVE DL147-X-AUTH-NBR         TO DLE7-D-AUTH-NBR
058600     MOVE DL147-X-INV-NBR          TO DLE7-D-INV-NBR
058700     MOVE DL147-X-LINE-NBR         TO DLE7-D-LINE-NBR
058800     MOVE DL147-X-FST-DT           TO DLE7-D-FST-DT
058900     MOVE DL147-X-PROC-CD          TO DLE7-D-PROC-CD
059000     MOVE DL147-X-FROM-DT          TO DLE7-D-FROM-DT
059100     MOVE DL147-X-TO-DT            TO DLE7-D-TO-DT
059200     MOVE DL147-X-APPR-UNITS       TO DLE7-D-APPR
059300     MOVE DL147-X-USED-UNITS       TO DLE7-D-USED
059400     MOVE DL147-X-NET-PAY-AMT      TO DLE7-D-NET
059500     WRITE DL147-RPT-LINE FROM DLE7-DETAIL-LINE.
059600 2750-EXIT.
059700     EXIT.
059800*================================================================
059900*    2800-WRITE-ONE-AUT  -  AN UNUSED AUTHORIZATION PAST ITS     *
060000*                           WINDOW IS REPORTED ONCE, THEN        *
060100*                           CARRIED FORWARD FLAGGED              *
060200*================================================================
060300 2800-WRITE-ONE-AUT.
060400     IF DLE7-U-TO-DT(DLE7-SUB) < DLE7-RUN-DATE
060500         AND DLE7-U-USED-UNITS(DLE7-SUB) = ZERO
060600         AND DLE7-U-EXPIRED-SW(DLE7-SUB) NOT = "Y"
060700         PERFORM 2810-REPORT-EXPIRED THRU 2810-EXIT
060800     END-IF
060900     MOVE DLE7-U-EMP-ID(DLE7-SUB)       TO DL146-A-EMP-ID
061000     MOVE DLE7-U-AUTH-NBR(DLE7-SUB)     TO DL146-A-AUTH-NBR
061100     MOVE DLE7-U-DEP-NBR(DLE7-SUB)      TO DL146-A-DEP-NBR
061200     MOVE DLE7-U-PRV-ID(DLE7-SUB)       TO DL146-A-PRV-ID
061300     MOVE DLE7-U-AUTH-TYPE(DLE7-SUB)    TO DL146-A-AUTH-TYPE
061400     MOVE DLE7-U-PROC-CD(DLE7-SUB)      TO DL146-A-PROC-CD
061500     MOVE DLE7-U-SVC-CLASS(DLE7-SUB)    TO DL146-A-SVC-CLASS
061600     MOVE DLE7-U-UNIT-BASIS(DLE7-SUB)   TO DL146-A-UNIT-BASIS
061700     MOVE DLE7-U-APPR-UNITS(DLE7-SUB)   TO DL146-A-APPR-UNITS
061800     MOVE DLE7-U-USED-UNITS(DLE7-SUB)   TO DL146-A-USED-UNITS
061900     MOVE DLE7-U-FROM-DT(DLE7-SUB)      TO DL146-A-FROM-DT
062000     MOVE DLE7-U-TO-DT(DLE7-SUB)        TO DL146-A-TO-DT
062100     MOVE DLE7-U-LAST-CLM-DT(DLE7-SUB)  TO DL146-A-LAST-CLM-DT
062200     MOVE DLE7-U-EXPIRED-SW(DLE7-SUB)   TO DL146-A-EXPIRED-SW
062300     MOVE DLE7-U-LOAD-DT(DLE7-SUB)      TO DL146-A-LOAD-DT
062400     WRITE DL146-AUT-OUT-RECORD FROM DL146-AUT-RECORD.
062500 2800-EXIT.
062600     EXIT.
062700*================================================================
062800*    2810-REPORT-EXPIRED
062900*================================================================
063000 2810-REPORT-EXPIRED.
063100     MOVE SPACES                   TO DL147-EXC-RECORD
063200     MOVE "EX"                     TO DL147-X-EXC-TYPE
063300     MOVE DLE7-U-EMP-ID(DLE7-SUB)  TO DL147-X-EMP-ID
063400     MOVE DLE7-U-DEP-NBR(DLE7-SUB) TO DL147-X-DEP-NBR
063500     MOVE DLE7-U-PRV-ID(DLE7-SUB)  TO DL147-X-PRV-ID
063600     MOVE DLE7-U-PROC-CD(DLE7-SUB) TO DL147-X-PROC-CD
063700     MOVE DLE7-U-SVC-CLASS(DLE7-SUB) TO DL147-X-SVC-CLASS
063800     MOVE ZERO                     TO DL147-X-INV-NBR
063900                                      DL147-X-LINE-NBR
064000                                      DL147-X-FST-DT
064100                                      DL147-X-NET-PAY-AMT
064200     MOVE DLE7-SUB                 TO DLE7-EXC-SUB
064300     PERFORM 2710-AUTH-FIELDS       THRU 2710-EXIT
064400     PERFORM 2750-PUT-EXCEPTION     THRU 2750-EXIT
064500     MOVE "Y"                      TO DLE7-U-EXPIRED-SW(DLE7-SUB).
064600 2810-EXIT.
064700     EXIT.
064800*================================================================
064900*    3000-TERMINATE
065000*================================================================
065100 3000-TERMINATE.
065200     WRITE DL147-RPT-LINE FROM SPACES
065300     PERFORM 3100-WRITE-ONE-SUMMARY THRU 3100-EXIT
065400         VARYING DLE7-EXC-SUB FROM 1 BY 1
065500         UNTIL DLE7-EXC-SUB > 4
065600     MOVE DLE7-AUT-READ            TO DLE7-T-AUTHS
065700     MOVE DLE7-LINES-MATCHED       TO DLE7-T-MATCHED
065800     WRITE DL147-RPT-LINE FROM SPACES
065900     WRITE DL147-RPT-LINE FROM DLE7-TOTAL-LINE-1
066000     WRITE DL147-RPT-LINE FROM DLE7-TOTAL-LINE-2
066100     CLOSE BHS2MCH-FILE
066200     CLOSE BHS3MDE-FILE
066300     CLOSE DL147-REQ-FILE
066400     CLOSE DL146-AUT-IN-FILE
066500     CLOSE DL146-AUT-OUT-FILE
066600     CLOSE DL147-EXC-FILE
066700     CLOSE DL147-RPT-FILE.
066800 3000-EXIT.
066900     EXIT.
067000*================================================================
067100*    3100-WRITE-ONE-SUMMARY
067200*================================================================
067300 3100-WRITE-ONE-SUMMARY.
067400     MOVE DLE7-EXC-DESC(DLE7-EXC-SUB)  TO DLE7-S-DESC
067500     MOVE DLE7-EXC-COUNT(DLE7-EXC-SUB) TO DLE7-S-COUNT
067600     MOVE DLE7-EXC-AMT(DLE7-EXC-SUB)   TO DLE7-S-AMT
067700     WRITE DL147-RPT-LINE FROM DLE7-SUMMARY-LINE.
067800 3100-EXIT.
067900     EXIT.
068000*================================================================
068100*    8000-READ-AUT
068200*================================================================
068300 8000-READ-AUT.
068400     READ DL146-AUT-IN-FILE
068500         AT END
068600             SET DLE7-AUT-EOF TO TRUE
068700             MOVE HIGH-VALUES      TO DLE7-AUT-KEY
068800     END-READ
068900     IF NOT DLE7-AUT-EOF
069000         ADD 1 TO DLE7-AUT-READ
069100         MOVE DL146-A-EMP-ID       TO DLE7-AUT-KEY
069200     END-IF.
069300 8000-EXIT.
069400     EXIT.
069500*================================================================
069600*    8300-READ-CLAIM-PAIR  -  HEADER AND DETAIL IN LOCKSTEP      *
069700*================================================================
069800 8300-READ-CLAIM-PAIR.
069900     READ BHS2MCH-FILE
070000         AT END
070100             SET DLE7-CLM-EOF TO TRUE
070200             MOVE HIGH-VALUES      TO DLE7-CLM-KEY
070300     END-READ
070400     IF NOT DLE7-CLM-EOF
070500         MOVE CLH-PATIENT-NBR(1:13) TO DLE7-CLM-KEY
070600         READ BHS3MDE-FILE
070700             AT END
070800                 SET DLE7-DET-EOF TO TRUE
070900         END-READ
071000     END-IF.
071100 8300-EXIT.
071200     EXIT.
071300*================================================================
071400*    9900-REQ-ABORT  -  MORE ENTRIES THAN THE 500-ENTRY TABLE    *
071500*================================================================
071600 9900-REQ-ABORT.
071700     DISPLAY "DL147: DL147REQ EXCEEDS THE 500-ENTRY TABLE"
071800     MOVE 8                        TO RETURN-CODE
071900     GOBACK.
072000 9900-EXIT.
072100     EXIT.
072200*================================================================
072300*    9910-AUT-ABORT  -  MORE AUTHORIZATIONS FOR ONE MEMBER THAN  *
072400*                       THE 200-ENTRY TABLE; THE STEP FAILS      *
072500*                       RATHER THAN DROP THEM FROM THE MASTER    *
072600*================================================================
072700 9910-AUT-ABORT.
072800     DISPLAY "DL147: DL146AUT EXCEEDS 200 AUTHORIZATIONS FOR "
072900             DLE7-MBR-KEY
073000     MOVE 8                        TO RETURN-CODE
073100     GOBACK.
073200 9910-EXIT.
073300     EXIT.
