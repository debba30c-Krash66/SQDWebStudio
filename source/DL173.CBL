000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL173.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - DAILY DIRECT-BILL PREMIUM
001100*                   POSTING FROM THE BANK LOCKBOX FILE.  THE
001200*                   DL173LBX PAYMENTS ARE SORTED TO MEMBER ORDER
001300*                   AND MATCHED AGAINST BED1EMP, WHICH IS
001400*                   REWRITTEN (THE DL047 MOLD).  EACH PAYMENT,
001500*                   PLUS ANY CREDIT CARRIED ON THE DL173CRD
001600*                   CREDIT MASTER, IS PRICED AGAINST THE
001700*                   MEMBER'S MONTHLY RATE - THE DERIVED PACKAGE
001800*                   AND CONTRACT TYPE, THE ACTIVE VSGPPAC
001900*                   PACKAGE AND THE IN-FORCE VSGPBLR ROW, RATED
002000*                   BY SEGMENT FORMAT EXACTLY AS DL074 BILLS IT.
002100*                   EMP-PREM-PD-TO-DT IS ADVANCED BY THE WHOLE
002200*                   MONTHS COVERED TO THE LAST DAY OF THE LAST
002300*                   MONTH PAID, AND THE REMAINDER IS CARRIED AS
002400*                   A CREDIT.  A PAYMENT FOR NO MEMBER, OR FOR A
002500*                   MEMBER WITH NO RATE, IS WRITTEN TO THE
002600*                   DL173SUS SUSPENSE FILE.  THE POSTING
002700*                   REGISTER TIES POSTED PLUS SUSPENDED TO THE
002800*                   BANK'S TRAILER DEPOSIT TOTAL; A FILE THAT
002900*                   DOES NOT TIE ENDS THE STEP WITH RETURN CODE
003000*                   8 SO THE NEW MASTER IS NOT PROMOTED.
003001*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
003002*                   PASSED, WITH ITS RECORD AS READ, TO THE
003003*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
003004*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
003005*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DL173-LBX-FILE     ASSIGN TO DL173LBX
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT BED1EMP-FILE       ASSIGN TO BED1EMP
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT BHS1DEP-FILE       ASSIGN TO BHS1DEP
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT VSGPPAC-FILE       ASSIGN TO VSGPPAC
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT VSGPBLR-FILE       ASSIGN TO VSGPBLR
004700            ORGANIZATION IS SEQUENTIAL.
004800     SELECT DL173-CRD-IN-FILE  ASSIGN TO DL173CRDI
004900            ORGANIZATION IS SEQUENTIAL.
005000     SELECT DL173-CRD-OUT-FILE ASSIGN TO DL173CRDO
005100            ORGANIZATION IS SEQUENTIAL.
005200     SELECT DL173-NEWMAST-FILE ASSIGN TO DL173MAST
005300            ORGANIZATION IS SEQUENTIAL.
005400     SELECT DL173-SUS-FILE     ASSIGN TO DL173SUS
005500            ORGANIZATION IS SEQUENTIAL.
005600     SELECT DL173-SORT-FILE    ASSIGN TO DL173SORT.
005700     SELECT DL173-RPT-FILE     ASSIGN TO DL173RPT
005800            ORGANIZATION IS LINE SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DL173-LBX-FILE
006200     LABEL RECORDS ARE STANDARD.
006300     COPY DL173LBX.
006400 FD  BED1EMP-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY BED1EMP.
006700     COPY BED1EMPT.
006800 FD  BHS1DEP-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY BHS1DEP.
007100 FD  VSGPPAC-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY VSGPPAC.
007400 FD  VSGPBLR-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY VSGPBLR.
007700 FD  DL173-CRD-IN-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL173CRD.
008000 FD  DL173-CRD-OUT-FILE
008100     LABEL RECORDS ARE STANDARD.
008200 01  DL173-CRD-OUT-RECORD          PIC X(50).
008300 FD  DL173-NEWMAST-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  DL173-NEWMAST-RECORD          PIC X(2720).
008600 FD  DL173-SUS-FILE
008700     LABEL RECORDS ARE STANDARD.
008800     COPY DL173SUS.
008900 SD  DL173-SORT-FILE.
009000 01  DLH3-SORT-RECORD.
009100     05  DLH3-S-EMP-ID             PIC X(13).
009200     05  DLH3-S-DEPOSIT-DT         PIC 9(8).
009300     05  DLH3-S-REF-NBR            PIC X(15).
009400     05  DLH3-S-REF-TYPE           PIC X(1).
009500     05  DLH3-S-PAY-AMT            PIC 9(7)V9(2).
009600 FD  DL173-RPT-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  DL173-RPT-LINE                PIC X(132).
009900 WORKING-STORAGE SECTION.
010000*----------------------------------------------------------------
010100*    DLH3-SWITCHES AND COUNTERS
010200*----------------------------------------------------------------
010300 01  DLH3-SWITCHES.
010400     05  DLH3-LBX-EOF-SW           PIC X(1)     VALUE "N".
010500         88  DLH3-LBX-EOF                        VALUE "Y".
010600     05  DLH3-MSTR-EOF-SW          PIC X(1)     VALUE "N".
010700         88  DLH3-MSTR-EOF                       VALUE "Y".
010800     05  DLH3-DEP-EOF-SW           PIC X(1)     VALUE "N".
010900         88  DLH3-DEP-EOF                        VALUE "Y".
011000     05  DLH3-PKG-EOF-SW           PIC X(1)     VALUE "N".
011100         88  DLH3-PKG-EOF                        VALUE "Y".
011200     05  DLH3-RTE-EOF-SW           PIC X(1)     VALUE "N".
011300         88  DLH3-RTE-EOF                        VALUE "Y".
011400     05  DLH3-CRD-EOF-SW           PIC X(1)     VALUE "N".
011500         88  DLH3-CRD-EOF                        VALUE "Y".
011600     05  DLH3-SORT-EOF-SW          PIC X(1)     VALUE "N".
011700         88  DLH3-SORT-EOF                       VALUE "Y".
011800     05  DLH3-TRAILER-SW           PIC X(1)     VALUE "N".
011900         88  DLH3-TRAILER-SEEN                   VALUE "Y".
012000     05  DLH3-POSTED-SW            PIC X(1)     VALUE "N".
012100         88  DLH3-MBR-POSTED                     VALUE "Y".
012200 01  DLH3-KEYS.
012300     05  DLH3-DEP-KEY              PIC X(13).
012400     05  DLH3-CRD-KEY              PIC X(13).
012500 77  DLH3-CHILD-REL                PIC X(2)     VALUE "CH".
012501*----------------------------------------------------------------
012502*    DLH3-NEW-CREDIT  -  DL173CRD LAYOUT, BUILT HERE SO THE
012503*    LOOK-AHEAD CREDIT RECORD IS NOT DISTURBED
012504*----------------------------------------------------------------
012505 01  DLH3-NEW-CREDIT.
012506     05  DLH3-NC-EMP-ID            PIC X(13).
012507     05  DLH3-NC-CREDIT-AMT        PIC S9(7)V9(2).
012508     05  DLH3-NC-UPD-DT            PIC 9(8).
012509     05  FILLER                    PIC X(20).
012600*----------------------------------------------------------------
012700*    DLH3-PKG-TABLE  -  ACTIVE VSGPPAC PACKAGES.  OVERFLOW
012800*    ABORTS (DL060 RULE).
012900*----------------------------------------------------------------
013000 01  DLH3-PKG-TABLE.
013100     05  DLH3-PKG-COUNT            PIC S9(4) COMP VALUE ZERO.
013200     05  DLH3-P-PKG-NO             PIC 9(3) OCCURS 500 TIMES.
013300*----------------------------------------------------------------
013400*    DLH3-RTE-TABLE  -  THE IN-FORCE RATE PER CONTRACT TYPE, IN
013500*    THE DL074 LAYOUT.  OVERFLOW ABORTS (DL060 RULE).
013600*----------------------------------------------------------------
013700 01  DLH3-RTE-TABLE.
013800     05  DLH3-RTE-COUNT            PIC S9(4) COMP VALUE ZERO.
013900     05  DLH3-RTE-ENTRY OCCURS 200 TIMES.
014000         10  DLH3-R-CON-TY-CD      PIC 9(4).
014100         10  DLH3-R-BILL-RTE       PIC 9(3)V9(2).
014200         10  DLH3-R-SEGM-TY        PIC X(2).
014300         10  DLH3-R-DBCR-VAL       PIC S9(3)V9(2).
014400         10  DLH3-R-GRP-RATE       PIC 9(3)V9(2).
014500         10  DLH3-R-MAX-CHD        PIC 9(2).
014600         10  DLH3-R-CHD-RTE        PIC S9(3)V9(2).
014700*----------------------------------------------------------------
014800*    DLH3-MONTH-TBL  -  DAYS PER MONTH (DL032 TABLE)
014900*----------------------------------------------------------------
015000 01  DLH3-MONTH-TBL.
015100     05  FILLER                    PIC 9(2)     VALUE 31.
015200     05  FILLER                    PIC 9(2)     VALUE 28.
015300     05  FILLER                    PIC 9(2)     VALUE 31.
015400     05  FILLER                    PIC 9(2)     VALUE 30.
015500     05  FILLER                    PIC 9(2)     VALUE 31.
015600     05  FILLER                    PIC 9(2)     VALUE 30.
015700     05  FILLER                    PIC 9(2)     VALUE 31.
015800     05  FILLER                    PIC 9(2)     VALUE 31.
015900     05  FILLER                    PIC 9(2)     VALUE 30.
016000     05  FILLER                    PIC 9(2)     VALUE 31.
016100     05  FILLER                    PIC 9(2)     VALUE 30.
016200     05  FILLER                    PIC 9(2)     VALUE 31.
016300 01  DLH3-MONTH-TBL-R REDEFINES DLH3-MONTH-TBL.
016400     05  DLH3-MONTH-DAYS OCCURS 12 TIMES
016500                                   PIC 9(2).
016600 01  DLH3-WORK-FIELDS.
016700     05  DLH3-SUB                  PIC S9(4) COMP VALUE ZERO.
016800     05  DLH3-COV-SUB              PIC S9(4) COMP VALUE ZERO.
016900     05  DLH3-RTE-SUB              PIC S9(4) COMP VALUE ZERO.
017000     05  DLH3-WORK-PKG-NO          PIC 9(3).
017100     05  DLH3-WORK-CON-TY          PIC 9(4).
017200     05  DLH3-CHD-COUNT            PIC S9(4) COMP VALUE ZERO.
017300     05  DLH3-MONTHLY-RATE         PIC S9(5)V9(2) VALUE ZERO.
017400     05  DLH3-CREDIT-AMT           PIC S9(7)V9(2) VALUE ZERO.
017500     05  DLH3-AVAIL-AMT            PIC S9(9)V9(2) VALUE ZERO.
017600     05  DLH3-MONTHS               PIC S9(4) COMP VALUE ZERO.
017700     05  DLH3-OLD-PD-TO            PIC 9(8).
017800     05  DLH3-WORK-DT              PIC 9(8).
017900     05  DLH3-WORK-DT-R REDEFINES DLH3-WORK-DT.
018000         10  DLH3-WORK-YYYY        PIC 9(4).
018100         10  DLH3-WORK-MM          PIC 9(2).
018200         10  DLH3-WORK-DD          PIC 9(2).
018300     05  DLH3-CNV-MO               PIC S9(8) COMP.
018400     05  DLH3-CNV-YYYY             PIC S9(8) COMP.
018500     05  DLH3-CNV-REM              PIC S9(4) COMP.
018600     05  DLH3-DAYS-THIS-MONTH      PIC 9(2).
018700     05  DLH3-LEAP-QUOT            PIC S9(8) COMP.
018800     05  DLH3-LEAP-REM             PIC S9(4) COMP.
018900 01  DLH3-DATE-WORK.
019000     05  DLH3-RUN-DATE             PIC 9(8).
019100     05  DLH3-RUN-DATE-7           PIC 9(7).
019200     05  DLH3-RUN-TIME             PIC 9(8).
019300 01  DLH3-COUNTERS.
019400     05  DLH3-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
019500     05  DLH3-LBX-COUNT            PIC S9(8) COMP VALUE ZERO.
019600     05  DLH3-BAD-RECS             PIC S9(8) COMP VALUE ZERO.
019700     05  DLH3-POST-COUNT           PIC S9(8) COMP VALUE ZERO.
019800     05  DLH3-SUS-COUNT            PIC S9(8) COMP VALUE ZERO.
019900     05  DLH3-TRL-COUNT            PIC S9(8) COMP VALUE ZERO.
020000     05  DLH3-CRD-WRITTEN          PIC S9(8) COMP VALUE ZERO.
020100     05  DLH3-LBX-AMT              PIC S9(11)V9(2) COMP-3
020200                                   VALUE ZERO.
020300     05  DLH3-POST-AMT             PIC S9(11)V9(2) COMP-3
020400                                   VALUE ZERO.
020500     05  DLH3-SUS-AMT              PIC S9(11)V9(2) COMP-3
020600                                   VALUE ZERO.
020700     05  DLH3-TRL-AMT              PIC S9(11)V9(2) COMP-3
020800                                   VALUE ZERO.
020900     05  DLH3-CRD-AMT              PIC S9(11)V9(2) COMP-3
021000                                   VALUE ZERO.
021100 01  DLH3-HEADING-1.
021200     05  FILLER                    PIC X(45)
021300         VALUE "DIRECT-BILL PREMIUM LOCKBOX POSTING REGISTER".
021400 01  DLH3-COLUMN-HEADING.
021500     05  FILLER                   PIC X(15) VALUE "MEMBER".
021600     05  FILLER                   PIC X(3)  VALUE "TY".
021700     05  FILLER                   PIC X(17) VALUE "REFERENCE".
021800     05  FILLER                   PIC X(10) VALUE "DEPOSIT".
021900     05  FILLER                   PIC X(14) VALUE "AMOUNT".
022000     05  FILLER                   PIC X(11) VALUE "RATE".
022100     05  FILLER                   PIC X(5)  VALUE "MOS".
022200     05  FILLER                   PIC X(10) VALUE "OLD PD-TO".
022300     05  FILLER                   PIC X(10) VALUE "NEW PD-TO".
022400     05  FILLER                   PIC X(12) VALUE "CREDIT".
022500     05  FILLER                   PIC X(10) VALUE "STATUS".
022600 01  DLH3-DETAIL-LINE.
022700     05  DLH3-D-EMP-ID             PIC X(13).
022800     05  FILLER                    PIC X(2)  VALUE SPACES.
022900     05  DLH3-D-REF-TYPE           PIC X(1).
023000     05  FILLER                    PIC X(2)  VALUE SPACES.
023100     05  DLH3-D-REF-NBR            PIC X(15).
023200     05  FILLER                    PIC X(2)  VALUE SPACES.
023300     05  DLH3-D-DEPOSIT-DT         PIC 9(8).
023400     05  FILLER                    PIC X(2)  VALUE SPACES.
023500     05  DLH3-D-PAY-AMT            PIC Z,ZZZ,ZZ9.99.
023600     05  FILLER                    PIC X(2)  VALUE SPACES.
023700     05  DLH3-D-RATE               PIC ZZ,ZZ9.99.
023800     05  FILLER                    PIC X(2)  VALUE SPACES.
023900     05  DLH3-D-MONTHS             PIC ZZ9.
024000     05  FILLER                    PIC X(2)  VALUE SPACES.
024100     05  DLH3-D-OLD-PD-TO          PIC 9(8).
024200     05  FILLER                    PIC X(2)  VALUE SPACES.
024300     05  DLH3-D-NEW-PD-TO          PIC 9(8).
024400     05  FILLER                    PIC X(2)  VALUE SPACES.
024500     05  DLH3-D-CREDIT             PIC Z,ZZZ,ZZ9.99.
024600     05  FILLER                    PIC X(2)  VALUE SPACES.
024700     05  DLH3-D-STATUS             PIC X(16).
024800 01  DLH3-TOTAL-LINE-1.
024900     05  FILLER                    PIC X(25)
025000         VALUE "BANK DEPOSIT (TRAILER)".
025100     05  DLH3-T-TRL-COUNT          PIC ZZZ,ZZ9.
025200     05  FILLER                    PIC X(2)  VALUE SPACES.
025300     05  DLH3-T-TRL-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
025400 01  DLH3-TOTAL-LINE-2.
025500     05  FILLER                    PIC X(25)
025600         VALUE "LOCKBOX PAYMENTS READ".
025700     05  DLH3-T-LBX-COUNT          PIC ZZZ,ZZ9.
025800     05  FILLER                    PIC X(2)  VALUE SPACES.
025900     05  DLH3-T-LBX-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
026000 01  DLH3-TOTAL-LINE-3.
026100     05  FILLER                    PIC X(25)
026200         VALUE "PAYMENTS POSTED".
026300     05  DLH3-T-POST-COUNT         PIC ZZZ,ZZ9.
026400     05  FILLER                    PIC X(2)  VALUE SPACES.
026500     05  DLH3-T-POST-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
026600 01  DLH3-TOTAL-LINE-4.
026700     05  FILLER                    PIC X(25)
026800         VALUE "PAYMENTS SUSPENDED".
026900     05  DLH3-T-SUS-COUNT          PIC ZZZ,ZZ9.
027000     05  FILLER                    PIC X(2)  VALUE SPACES.
027100     05  DLH3-T-SUS-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027200 01  DLH3-TOTAL-LINE-5.
027300     05  FILLER                    PIC X(25)
027400         VALUE "CREDITS CARRIED FORWARD".
027500     05  DLH3-T-CRD-COUNT          PIC ZZZ,ZZ9.
027600     05  FILLER                    PIC X(2)  VALUE SPACES.
027700     05  DLH3-T-CRD-AMT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027800 01  DLH3-TOTAL-LINE-6.
027900     05  FILLER                    PIC X(25)
028000         VALUE "UNIDENTIFIED RECORDS".
028100     05  DLH3-T-BAD-RECS           PIC ZZZ,ZZ9.
028200 01  DLH3-BALANCE-LINE.
028300     05  DLH3-B-TEXT               PIC X(60).
028400*----------------------------------------------------------------
028500*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
028600*----------------------------------------------------------------
028700 01  DL903-PARMS.
028800     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL173".
028900     05  DL903-REC-TYPE            PIC X(1).
029000     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
029001*----------------------------------------------------------------
029002*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
029003*----------------------------------------------------------------
029004     COPY DL906PRM.
029100*----------------------------------------------------------------
029200*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
029300*----------------------------------------------------------------
029400 01  DL902-DATES.
029500     05  DL902-EXEC-DATE           PIC 9(8).
029600 01  DL902-EXEC-LINE.
029700     05  FILLER                    PIC X(14)
029800         VALUE "BUSINESS DATE ".
029900     05  DL902-EL-BUS              PIC 9(8).
030000     05  FILLER                    PIC X(11)
030100         VALUE "  EXECUTED ".
030200     05  DL902-EL-EXEC             PIC 9(8).
030300 PROCEDURE DIVISION.
030400*================================================================
030500*    0000-MAINLINE
030600*================================================================
030700 0000-MAINLINE.
030800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
030801     MOVE "DL173"                  TO DL906-P-PROGRAM-ID
030900     MOVE "S"                      TO DL903-REC-TYPE
031000     CALL "DL903" USING DL903-PARMS
031100     SORT DL173-SORT-FILE
031200         ON ASCENDING KEY DLH3-S-EMP-ID
031300                          DLH3-S-DEPOSIT-DT
031400                          DLH3-S-REF-NBR
031500         INPUT PROCEDURE IS 2000-RELEASE-PAYMENTS
031600             THRU 2999-EXIT
031700         OUTPUT PROCEDURE IS 3000-POST-PAYMENTS
031800             THRU 3999-EXIT
031900     PERFORM 4000-TERMINATE         THRU 4000-EXIT
032000     MOVE "E"                      TO DL903-REC-TYPE
032100     MOVE DLH3-LBX-COUNT TO DL903-REC-COUNT
032200     CALL "DL903" USING DL903-PARMS
032300     GOBACK.
032400*================================================================
032500*    1000-INITIALIZE
032600*================================================================
032700 1000-INITIALIZE.
032800     CALL "DL902" USING DLH3-RUN-DATE DL902-EXEC-DATE
032900     ACCEPT DLH3-RUN-TIME FROM TIME
033000     COMPUTE DLH3-RUN-DATE-7 = DLH3-RUN-DATE - 19000000
033100     OPEN INPUT  VSGPPAC-FILE
033200     OPEN INPUT  VSGPBLR-FILE
033300     PERFORM 1100-LOAD-ONE-PKG      THRU 1100-EXIT
033400         UNTIL DLH3-PKG-EOF
033500     PERFORM 1200-LOAD-ONE-RATE     THRU 1200-EXIT
033600         UNTIL DLH3-RTE-EOF
033700     CLOSE VSGPPAC-FILE
033800     CLOSE VSGPBLR-FILE
033900     OPEN INPUT  DL173-LBX-FILE
034000     OPEN INPUT  BED1EMP-FILE
034100     OPEN INPUT  BHS1DEP-FILE
034200     OPEN INPUT  DL173-CRD-IN-FILE
034300     OPEN OUTPUT DL173-CRD-OUT-FILE
034400     OPEN OUTPUT DL173-NEWMAST-FILE
034500     OPEN OUTPUT DL173-SUS-FILE
034600     OPEN OUTPUT DL173-RPT-FILE
034700     WRITE DL173-RPT-LINE FROM DLH3-HEADING-1
034800     MOVE DLH3-RUN-DATE TO DL902-EL-BUS
034900     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
035000     WRITE DL173-RPT-LINE FROM DL902-EXEC-LINE
035100     WRITE DL173-RPT-LINE FROM SPACES
035200     WRITE DL173-RPT-LINE FROM DLH3-COLUMN-HEADING.
035300 1000-EXIT.
035400     EXIT.
035500*================================================================
035600*    1100-LOAD-ONE-PKG  -  ACTIVE PACKAGES ONLY                  *
035700*================================================================
035800 1100-LOAD-ONE-PKG.
035900     READ VSGPPAC-FILE
036000         AT END
036100             SET DLH3-PKG-EOF TO TRUE
036200     END-READ
036300     IF DLH3-PKG-EOF
036400         OR NOT GB-PS-ACTIVE
036500         GO TO 1100-EXIT
036600     END-IF
036700     IF DLH3-PKG-COUNT >= 500
036800         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
036900     END-IF
037000     ADD 1 TO DLH3-PKG-COUNT
037100     MOVE GB-PKG-NO                TO
037200         DLH3-P-PKG-NO(DLH3-PKG-COUNT).
037300 1100-EXIT.
037400     EXIT.
037500*================================================================
037600*    1200-LOAD-ONE-RATE  -  KEEP THE IN-FORCE ACTIVE ROW PER     *
037700*                           CONTRACT TYPE (THE DL074 SELECTION)  *
037800*================================================================
037900 1200-LOAD-ONE-RATE.
038000     READ VSGPBLR-FILE
038100         AT END
038200             SET DLH3-RTE-EOF TO TRUE
038300     END-READ
038400     IF DLH3-RTE-EOF
038500         GO TO 1200-EXIT
038600     END-IF
038700     IF NOT GF-RS-ACTIVE
038800         OR GF-RTE-EFF-DT > DLH3-RUN-DATE-7
038900         OR (GF-TERM-DT NOT = ZERO
039000             AND GF-TERM-DT < DLH3-RUN-DATE-7)
039100         GO TO 1200-EXIT
039200     END-IF
039300     PERFORM 1210-FIND-RATE         THRU 1210-EXIT
039400         VARYING DLH3-RTE-SUB FROM 1 BY 1
039500         UNTIL DLH3-RTE-SUB > DLH3-RTE-COUNT
039600         OR DLH3-R-CON-TY-CD(DLH3-RTE-SUB) = GF-CON-TY-CD
039700     IF DLH3-RTE-SUB > DLH3-RTE-COUNT
039800         IF DLH3-RTE-COUNT >= 200
039900             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
040000         END-IF
040100         ADD 1 TO DLH3-RTE-COUNT
040200         MOVE DLH3-RTE-COUNT       TO DLH3-RTE-SUB
040300         MOVE GF-CON-TY-CD         TO
040400             DLH3-R-CON-TY-CD(DLH3-RTE-SUB)
040500     END-IF
040600*    ONLY THE VIEW MATCHING THE SEGMENT TYPE IS PICKED UP - THE
040700*    REDEFINED BYTES ARE NOT VALID PACKED DATA UNDER THE OTHERS
040800     MOVE GF-SEGM-TY-CD            TO
040900         DLH3-R-SEGM-TY(DLH3-RTE-SUB)
041000     MOVE ZERO TO DLH3-R-BILL-RTE(DLH3-RTE-SUB)
041100     MOVE ZERO TO DLH3-R-DBCR-VAL(DLH3-RTE-SUB)
041200     MOVE ZERO TO DLH3-R-GRP-RATE(DLH3-RTE-SUB)
041300     MOVE ZERO TO DLH3-R-MAX-CHD(DLH3-RTE-SUB)
041400     MOVE ZERO TO DLH3-R-CHD-RTE(DLH3-RTE-SUB)
041500     EVALUATE GF-SEGM-TY-CD
041600         WHEN "01"
041700             MOVE GF-DBCR-VAL      TO
041800                 DLH3-R-DBCR-VAL(DLH3-RTE-SUB)
041900             MOVE GF-GRP-BILL-RATE TO
042000                 DLH3-R-GRP-RATE(DLH3-RTE-SUB)
042100         WHEN "03"
042200             MOVE GF-MAX-CHD-NO    TO
042300                 DLH3-R-MAX-CHD(DLH3-RTE-SUB)
042400             MOVE GF-CHD-RTE       TO
042500                 DLH3-R-CHD-RTE(DLH3-RTE-SUB)
042600         WHEN OTHER
042700             MOVE GF-NGRP-BILL-RTE(1) TO
042800                 DLH3-R-BILL-RTE(DLH3-RTE-SUB)
042900     END-EVALUATE.
043000 1200-EXIT.
043100     EXIT.
043200*================================================================
043300*    1210-FIND-RATE  -  BODY IS EMPTY; THE SEARCH IS DONE        *
043400*                       ENTIRELY BY THE VARYING/UNTIL            *
043500*================================================================
043600 1210-FIND-RATE.
043700     CONTINUE.
043800 1210-EXIT.
043900     EXIT.
044000*================================================================
044100*    2000-RELEASE-PAYMENTS  -  INPUT PROCEDURE: EVERY DETAIL     *
044200*                              PAYMENT IS RELEASED; THE TRAILER  *
044300*                              TOTALS ARE KEPT FOR THE TIE-OUT   *
044400*================================================================
044500 2000-RELEASE-PAYMENTS.
044600     PERFORM 2100-RELEASE-ONE       THRU 2100-EXIT
044700         UNTIL DLH3-LBX-EOF
044800     GO TO 2999-EXIT.
044900 2000-EXIT.
045000     EXIT.
045100*================================================================
045200*    2100-RELEASE-ONE
045300*================================================================
045400 2100-RELEASE-ONE.
045500     READ DL173-LBX-FILE
045600         AT END
045700             SET DLH3-LBX-EOF TO TRUE
045800             GO TO 2100-EXIT
045900     END-READ
046000     EVALUATE TRUE
046100         WHEN DL173-L-DETAIL
046200             ADD 1 TO DLH3-LBX-COUNT
046300             ADD DL173-L-PAY-AMT   TO DLH3-LBX-AMT
046400             MOVE DL173-L-EMP-ID   TO DLH3-S-EMP-ID
046500             MOVE DL173-L-DEPOSIT-DT TO DLH3-S-DEPOSIT-DT
046600             MOVE DL173-L-REF-NBR  TO DLH3-S-REF-NBR
046700             MOVE DL173-L-REF-TYPE TO DLH3-S-REF-TYPE
046800             MOVE DL173-L-PAY-AMT  TO DLH3-S-PAY-AMT
046900             RELEASE DLH3-SORT-RECORD
047000         WHEN DL173-L-TRAILER
047100             SET DLH3-TRAILER-SEEN TO TRUE
047200             MOVE DL173-L-ITEM-COUNT TO DLH3-TRL-COUNT
047300             MOVE DL173-L-DEPOSIT-AMT TO DLH3-TRL-AMT
047400         WHEN OTHER
047500             ADD 1 TO DLH3-BAD-RECS
047600     END-EVALUATE.
047700 2100-EXIT.
047800     EXIT.
047900 2999-EXIT.
048000     EXIT.
048100*================================================================
048200*    3000-POST-PAYMENTS  -  OUTPUT PROCEDURE: MATCH THE SORTED   *
048300*                           PAYMENTS AND THE CREDIT MASTER TO    *
048400*                           BED1EMP, REWRITING BOTH MASTERS      *
048500*================================================================
048600 3000-POST-PAYMENTS.
048700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
048800     PERFORM 8100-READ-DEP          THRU 8100-EXIT
048900     PERFORM 8200-READ-CREDIT       THRU 8200-EXIT
049000     PERFORM 8300-RETURN-SORT       THRU 8300-EXIT
049100     PERFORM 3100-PROCESS-MASTER    THRU 3100-EXIT
049200         UNTIL DLH3-MSTR-EOF
049300     PERFORM 3600-SUSPEND-NO-MEMBER THRU 3600-EXIT
049400         UNTIL DLH3-SORT-EOF
049500     PERFORM 3700-COPY-CREDIT       THRU 3700-EXIT
049600         UNTIL DLH3-CRD-EOF
049700     GO TO 3999-EXIT.
049800 3000-EXIT.
049900     EXIT.
050000*================================================================
050100*    3100-PROCESS-MASTER  -  ONE MEMBER: SUSPEND PAYMENTS FOR    *
050200*                            IDS BELOW IT, PICK UP ITS CREDIT,   *
050300*                            POST ITS PAYMENTS, WRITE IT         *
050400*================================================================
050500 3100-PROCESS-MASTER.
050600     ADD 1 TO DLH3-MSTR-READ
050700     MOVE "N"                      TO DLH3-POSTED-SW
050800     PERFORM 3600-SUSPEND-NO-MEMBER THRU 3600-EXIT
050900         UNTIL DLH3-SORT-EOF
051000         OR DLH3-S-EMP-ID NOT < EMP-EMP-ID
051100     PERFORM 3700-COPY-CREDIT       THRU 3700-EXIT
051200         UNTIL DLH3-CRD-KEY NOT < EMP-EMP-ID
051300     MOVE ZERO                     TO DLH3-CREDIT-AMT
051400     IF DLH3-CRD-KEY = EMP-EMP-ID
051500         MOVE DL173-CR-CREDIT-AMT  TO DLH3-CREDIT-AMT
051600         PERFORM 8200-READ-CREDIT   THRU 8200-EXIT
051700     END-IF
051800     IF NOT DLH3-SORT-EOF
051900         AND DLH3-S-EMP-ID = EMP-EMP-ID
052000         PERFORM 3200-PRICE-MEMBER  THRU 3200-EXIT
052100         PERFORM 3300-POST-ONE      THRU 3300-EXIT
052200             UNTIL DLH3-SORT-EOF
052300             OR DLH3-S-EMP-ID NOT = EMP-EMP-ID
052400     END-IF
052500     IF DLH3-CREDIT-AMT > ZERO
052501         MOVE SPACES               TO DLH3-NEW-CREDIT
052502         MOVE EMP-EMP-ID           TO DLH3-NC-EMP-ID
052503         MOVE DLH3-CREDIT-AMT      TO DLH3-NC-CREDIT-AMT
052504         MOVE DLH3-RUN-DATE        TO DLH3-NC-UPD-DT
053000         PERFORM 3710-WRITE-CREDIT  THRU 3710-EXIT
053100     END-IF
053200     IF DLH3-MBR-POSTED
053300         MOVE DLH3-RUN-DATE        TO EMP-UPD-DT
053400         MOVE DLH3-RUN-TIME        TO EMP-UPD-TIME
053500     END-IF
053501     SET DL906-P-CHANGE            TO TRUE
053502     CALL "DL906" USING DL906-PARMS
053503                        CS2MBR1C-STRUCTURE-DATA-ITEM
053600     WRITE DL173-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
053700     PERFORM 8000-READ-MASTER       THRU 8000-EXIT.
053800 3100-EXIT.
053900     EXIT.
054000*================================================================
054100*    3200-PRICE-MEMBER  -  THE MEMBER'S MONTHLY RATE: DERIVED    *
054200*                          PACKAGE AND CONTRACT TYPE AS DL073/   *
054300*                          DL074, PRICED BY THE RATE ROW'S       *
054400*                          SEGMENT FORMAT.  ZERO WHEN THERE IS   *
054500*                          NO ACTIVE PACKAGE OR NO RATE          *
054600*================================================================
054700 3200-PRICE-MEMBER.
054800     MOVE ZERO                     TO DLH3-MONTHLY-RATE
054900     PERFORM 3210-COUNT-CHILDREN    THRU 3210-EXIT
055000     IF EMP-FINAL-ACC-DT NOT = ZERO
055100         GO TO 3200-EXIT
055200     END-IF
055300     PERFORM 3220-FIND-OPEN-COV     THRU 3220-EXIT
055400         VARYING DLH3-COV-SUB FROM 1 BY 1
055500         UNTIL DLH3-COV-SUB > 12
055600         OR (EMP-COV-EFF-DT-EE-T(DLH3-COV-SUB) NOT = ZERO
055700             AND EMP-COV-CANC-DT-EE-T(DLH3-COV-SUB) = ZERO)
055800     IF DLH3-COV-SUB > 12
055801         GO TO 3200-EXIT
055802     END-IF
055803     IF EMP-COV-GROUP-EE1(1:3) IS NOT NUMERIC
056000         OR EMP-COV-ROUT-CD-T(DLH3-COV-SUB) IS NOT NUMERIC
056100         GO TO 3200-EXIT
056200     END-IF
056300     MOVE EMP-COV-GROUP-EE1(1:3)   TO DLH3-WORK-PKG-NO
056400     MOVE EMP-COV-ROUT-CD-T(DLH3-COV-SUB) TO DLH3-WORK-CON-TY
056500     PERFORM 3230-FIND-PKG          THRU 3230-EXIT
056600         VARYING DLH3-SUB FROM 1 BY 1
056700         UNTIL DLH3-SUB > DLH3-PKG-COUNT
056800         OR DLH3-P-PKG-NO(DLH3-SUB) = DLH3-WORK-PKG-NO
056900     IF DLH3-SUB > DLH3-PKG-COUNT
057000         GO TO 3200-EXIT
057100     END-IF
057200     PERFORM 1210-FIND-RATE         THRU 1210-EXIT
057300         VARYING DLH3-RTE-SUB FROM 1 BY 1
057400         UNTIL DLH3-RTE-SUB > DLH3-RTE-COUNT
057500         OR DLH3-R-CON-TY-CD(DLH3-RTE-SUB) = DLH3-WORK-CON-TY
057600     IF DLH3-RTE-SUB > DLH3-RTE-COUNT
057700         GO TO 3200-EXIT
057800     END-IF
057900     EVALUATE DLH3-R-SEGM-TY(DLH3-RTE-SUB)
058000         WHEN "01"
058100             COMPUTE DLH3-MONTHLY-RATE =
058200                 DLH3-R-GRP-RATE(DLH3-RTE-SUB)
058300                 + DLH3-R-DBCR-VAL(DLH3-RTE-SUB)
058400         WHEN "03"
058500             IF DLH3-R-MAX-CHD(DLH3-RTE-SUB) NOT = ZERO
058600                 AND DLH3-CHD-COUNT > DLH3-R-MAX-CHD(DLH3-RTE-SUB)
058700                 MOVE DLH3-R-MAX-CHD(DLH3-RTE-SUB)
058800                                   TO DLH3-CHD-COUNT
058900             END-IF
059000             COMPUTE DLH3-MONTHLY-RATE =
059100                 DLH3-CHD-COUNT * DLH3-R-CHD-RTE(DLH3-RTE-SUB)
059200         WHEN OTHER
059300             MOVE DLH3-R-BILL-RTE(DLH3-RTE-SUB)
059400                                   TO DLH3-MONTHLY-RATE
059500     END-EVALUATE.
059600 3200-EXIT.
059700     EXIT.
059800*================================================================
059900*    3210-COUNT-CHILDREN  -  PASS DEPENDENTS OF MEMBERS BELOW    *
060000*                            THIS ONE, THEN COUNT ITS CHILDREN   *
060100*================================================================
060200 3210-COUNT-CHILDREN.
060300     MOVE ZERO                     TO DLH3-CHD-COUNT
060400     PERFORM 8100-READ-DEP          THRU 8100-EXIT
060500         UNTIL DLH3-DEP-KEY NOT < EMP-EMP-ID
060600     PERFORM 3215-COUNT-ONE-CHILD   THRU 3215-EXIT
060700         UNTIL DLH3-DEP-KEY NOT = EMP-EMP-ID.
060800 3210-EXIT.
060900     EXIT.
061000*================================================================
061100*    3215-COUNT-ONE-CHILD
061200*================================================================
061300 3215-COUNT-ONE-CHILD.
061400     IF CLS-REL = DLH3-CHILD-REL
061500         ADD 1 TO DLH3-CHD-COUNT
061600     END-IF
061700     PERFORM 8100-READ-DEP          THRU 8100-EXIT.
061800 3215-EXIT.
061900     EXIT.
062000*================================================================
062100*    3220-FIND-OPEN-COV  -  BODY IS EMPTY; THE SEARCH IS DONE    *
062200*                           ENTIRELY BY THE VARYING/UNTIL        *
062300*================================================================
062400 3220-FIND-OPEN-COV.
062500     CONTINUE.
062600 3220-EXIT.
062700     EXIT.
062800*================================================================
062900*    3230-FIND-PKG  -  BODY IS EMPTY; THE SEARCH IS DONE         *
063000*                      ENTIRELY BY THE VARYING/UNTIL             *
063100*================================================================
063200 3230-FIND-PKG.
063300     CONTINUE.
063400 3230-EXIT.
063500     EXIT.
063600*================================================================
063700*    3300-POST-ONE  -  PAYMENT PLUS CARRIED CREDIT BUYS WHOLE    *
063800*                      MONTHS; THE REMAINDER IS THE NEW CREDIT   *
063900*================================================================
064000 3300-POST-ONE.
064100     IF DLH3-MONTHLY-RATE NOT > ZERO
064200         MOVE "NR"                 TO DL173-S-REASON-CD
064300         PERFORM 3610-WRITE-SUSPENSE THRU 3610-EXIT
064301         GO TO 3300-NEXT
064500     END-IF
064600     MOVE EMP-PREM-PD-TO-DT        TO DLH3-OLD-PD-TO
064700     COMPUTE DLH3-AVAIL-AMT = DLH3-CREDIT-AMT + DLH3-S-PAY-AMT
064800     DIVIDE DLH3-AVAIL-AMT BY DLH3-MONTHLY-RATE
064900         GIVING DLH3-MONTHS
065000     COMPUTE DLH3-CREDIT-AMT =
065100         DLH3-AVAIL-AMT - DLH3-MONTHS * DLH3-MONTHLY-RATE
065200     IF DLH3-MONTHS > ZERO
065300         PERFORM 3400-ADVANCE-PAID-TO THRU 3400-EXIT
065400     END-IF
065500     SET DLH3-MBR-POSTED           TO TRUE
065600     ADD 1 TO DLH3-POST-COUNT
065700     ADD DLH3-S-PAY-AMT            TO DLH3-POST-AMT
065800     PERFORM 3500-MOVE-PAYMENT      THRU 3500-EXIT
065900     MOVE DLH3-MONTHLY-RATE        TO DLH3-D-RATE
066000     MOVE DLH3-MONTHS              TO DLH3-D-MONTHS
066100     MOVE DLH3-OLD-PD-TO           TO DLH3-D-OLD-PD-TO
066200     MOVE EMP-PREM-PD-TO-DT        TO DLH3-D-NEW-PD-TO
066300     MOVE DLH3-CREDIT-AMT          TO DLH3-D-CREDIT
066400     MOVE "POSTED"                 TO DLH3-D-STATUS
066500     WRITE DL173-RPT-LINE FROM DLH3-DETAIL-LINE.
066600 3300-NEXT.
066700     PERFORM 8300-RETURN-SORT       THRU 8300-EXIT.
066800 3300-EXIT.
066900     EXIT.
067000*================================================================
067100*    3400-ADVANCE-PAID-TO  -  TO THE LAST DAY OF THE LAST MONTH  *
067200*                             PAID.  A MEMBER NEVER PAID STARTS  *
067300*                             FROM THE MONTH BEFORE THE OPEN     *
067400*                             COVERAGE'S EFFECTIVE MONTH, OR THE *
067500*                             DEPOSIT MONTH WITHOUT ONE          *
067600*================================================================
067700 3400-ADVANCE-PAID-TO.
067800     IF EMP-PREM-PD-TO-DT NOT = ZERO
067900         MOVE EMP-PREM-PD-TO-DT    TO DLH3-WORK-DT
068000         COMPUTE DLH3-CNV-MO =
068100             DLH3-WORK-YYYY * 12 + DLH3-WORK-MM - 1
068200     ELSE
068300         IF DLH3-COV-SUB NOT > 12
068400             MOVE EMP-COV-EFF-DT-EE-T(DLH3-COV-SUB)
068500                                   TO DLH3-WORK-DT
068600         ELSE
068700             MOVE DLH3-S-DEPOSIT-DT TO DLH3-WORK-DT
068800         END-IF
068900         COMPUTE DLH3-CNV-MO =
069000             DLH3-WORK-YYYY * 12 + DLH3-WORK-MM - 2
069100     END-IF
069200     ADD DLH3-MONTHS               TO DLH3-CNV-MO
069300     DIVIDE DLH3-CNV-MO BY 12 GIVING DLH3-CNV-YYYY
069400         REMAINDER DLH3-CNV-REM
069500     MOVE DLH3-CNV-YYYY            TO DLH3-WORK-YYYY
069600     COMPUTE DLH3-WORK-MM = DLH3-CNV-REM + 1
069700     PERFORM 3410-CHECK-LEAP-YEAR   THRU 3410-EXIT
069800     MOVE DLH3-DAYS-THIS-MONTH     TO DLH3-WORK-DD
069900     MOVE DLH3-WORK-DT             TO EMP-PREM-PD-TO-DT.
070000 3400-EXIT.
070100     EXIT.
070200*================================================================
070300*    3410-CHECK-LEAP-YEAR  -  DAYS IN DLH3-WORK-MM (DL032 RULE)  *
070400*================================================================
070500 3410-CHECK-LEAP-YEAR.
070600     MOVE DLH3-MONTH-DAYS(DLH3-WORK-MM) TO DLH3-DAYS-THIS-MONTH
070700     IF DLH3-WORK-MM NOT = 2
070800         GO TO 3410-EXIT
070900     END-IF
071000     DIVIDE DLH3-WORK-YYYY BY 4
071100         GIVING DLH3-LEAP-QUOT REMAINDER DLH3-LEAP-REM
071200     IF DLH3-LEAP-REM NOT = 0
071300         GO TO 3410-EXIT
071400     END-IF
071500     DIVIDE DLH3-WORK-YYYY BY 100
071600         GIVING DLH3-LEAP-QUOT REMAINDER DLH3-LEAP-REM
071700     IF DLH3-LEAP-REM NOT = 0
071800         MOVE 29                   TO DLH3-DAYS-THIS-MONTH
071900         GO TO 3410-EXIT
072000     END-IF
072100     DIVIDE DLH3-WORK-YYYY BY 400
072200         GIVING DLH3-LEAP-QUOT REMAINDER DLH3-LEAP-REM
072300     IF DLH3-LEAP-REM = 0
072400         MOVE 29                   TO DLH3-DAYS-THIS-MONTH
072500     END-IF.
072600 3410-EXIT.
072700     EXIT.
072800*================================================================
072900*    3500-MOVE-PAYMENT  -  THE PAYMENT HALF OF THE DETAIL LINE   *
073000*================================================================
073100 3500-MOVE-PAYMENT.
073200     MOVE SPACES                   TO DLH3-DETAIL-LINE
073300     MOVE DLH3-S-EMP-ID            TO DLH3-D-EMP-ID
073400     MOVE DLH3-S-REF-TYPE          TO DLH3-D-REF-TYPE
073500     MOVE DLH3-S-REF-NBR           TO DLH3-D-REF-NBR
073600     MOVE DLH3-S-DEPOSIT-DT        TO DLH3-D-DEPOSIT-DT
073700     MOVE DLH3-S-PAY-AMT           TO DLH3-D-PAY-AMT.
073800 3500-EXIT.
073900     EXIT.
074000*================================================================
074100*    3600-SUSPEND-NO-MEMBER  -  A PAYMENT WHOSE ID MATCHES NO    *
074200*                               BED1EMP MEMBER                   *
074300*================================================================
074400 3600-SUSPEND-NO-MEMBER.
074500     MOVE "NM"                     TO DL173-S-REASON-CD
074600     PERFORM 3610-WRITE-SUSPENSE    THRU 3610-EXIT
074700     PERFORM 8300-RETURN-SORT       THRU 8300-EXIT.
074800 3600-EXIT.
074900     EXIT.
075000*================================================================
075100*    3610-WRITE-SUSPENSE  -  THE CALLER SETS THE REASON CODE     *
075200*================================================================
075300 3610-WRITE-SUSPENSE.
075400     MOVE DLH3-S-EMP-ID            TO DL173-S-EMP-ID
075500     MOVE DLH3-S-PAY-AMT           TO DL173-S-PAY-AMT
075600     MOVE DLH3-S-REF-TYPE          TO DL173-S-REF-TYPE
075700     MOVE DLH3-S-REF-NBR           TO DL173-S-REF-NBR
075800     MOVE DLH3-S-DEPOSIT-DT        TO DL173-S-DEPOSIT-DT
075900     MOVE DLH3-RUN-DATE            TO DL173-S-RUN-DT
076000     WRITE DL173-SUS-RECORD
076100     ADD 1 TO DLH3-SUS-COUNT
076200     ADD DLH3-S-PAY-AMT            TO DLH3-SUS-AMT
076300     PERFORM 3500-MOVE-PAYMENT      THRU 3500-EXIT
076400     IF DL173-S-NO-MEMBER
076500         MOVE "SUSPENDED - NM"     TO DLH3-D-STATUS
076600     ELSE
076700         MOVE "SUSPENDED - NR"     TO DLH3-D-STATUS
076800     END-IF
076900     WRITE DL173-RPT-LINE FROM DLH3-DETAIL-LINE.
077000 3610-EXIT.
077100     EXIT.
077200*================================================================
077300*    3700-COPY-CREDIT  -  A CREDIT FOR A MEMBER NO LONGER ON     *
077400*                         BED1EMP IS CARRIED FORWARD UNCHANGED   *
077500*================================================================
077600 3700-COPY-CREDIT.
077601     MOVE DL173-CRD-RECORD         TO DLH3-NEW-CREDIT
077700     PERFORM 3710-WRITE-CREDIT      THRU 3710-EXIT
077800     PERFORM 8200-READ-CREDIT       THRU 8200-EXIT.
077900 3700-EXIT.
078000     EXIT.
078100*================================================================
078200*    3710-WRITE-CREDIT
078300*================================================================
078400 3710-WRITE-CREDIT.
078401     WRITE DL173-CRD-OUT-RECORD FROM DLH3-NEW-CREDIT
078600     ADD 1 TO DLH3-CRD-WRITTEN
078601     ADD DLH3-NC-CREDIT-AMT        TO DLH3-CRD-AMT.
078800 3710-EXIT.
078900     EXIT.
079000 3999-EXIT.
079100     EXIT.
079200*================================================================
079300*    4000-TERMINATE  -  POSTED PLUS SUSPENDED MUST TIE TO THE    *
079400*                       BANK'S TRAILER                           *
079500*================================================================
079600 4000-TERMINATE.
079700     MOVE DLH3-TRL-COUNT           TO DLH3-T-TRL-COUNT
079800     MOVE DLH3-TRL-AMT             TO DLH3-T-TRL-AMT
079900     MOVE DLH3-LBX-COUNT           TO DLH3-T-LBX-COUNT
080000     MOVE DLH3-LBX-AMT             TO DLH3-T-LBX-AMT
080100     MOVE DLH3-POST-COUNT          TO DLH3-T-POST-COUNT
080200     MOVE DLH3-POST-AMT            TO DLH3-T-POST-AMT
080300     MOVE DLH3-SUS-COUNT           TO DLH3-T-SUS-COUNT
080400     MOVE DLH3-SUS-AMT             TO DLH3-T-SUS-AMT
080500     MOVE DLH3-CRD-WRITTEN         TO DLH3-T-CRD-COUNT
080600     MOVE DLH3-CRD-AMT             TO DLH3-T-CRD-AMT
080700     MOVE DLH3-BAD-RECS            TO DLH3-T-BAD-RECS
080800     EVALUATE TRUE
080900         WHEN NOT DLH3-TRAILER-SEEN
081000             MOVE "OUT OF BALANCE - NO BANK TRAILER RECORD"
081100                                   TO DLH3-B-TEXT
081200         WHEN DLH3-BAD-RECS > ZERO
081300             MOVE "OUT OF BALANCE - UNIDENTIFIED LOCKBOX RECORDS"
081400                                   TO DLH3-B-TEXT
081500         WHEN DLH3-LBX-COUNT NOT = DLH3-TRL-COUNT
081600             OR DLH3-LBX-AMT NOT = DLH3-TRL-AMT
081700             OR DLH3-POST-AMT + DLH3-SUS-AMT NOT = DLH3-TRL-AMT
081800             MOVE "OUT OF BALANCE - PAYMENTS DO NOT TIE TO BANK"
081900                                   TO DLH3-B-TEXT
082000         WHEN OTHER
082100             MOVE "IN BALANCE WITH THE BANK DEPOSIT"
082200                                   TO DLH3-B-TEXT
082300     END-EVALUATE
082400     WRITE DL173-RPT-LINE FROM SPACES
082500     WRITE DL173-RPT-LINE FROM DLH3-TOTAL-LINE-1
082600     WRITE DL173-RPT-LINE FROM DLH3-TOTAL-LINE-2
082700     WRITE DL173-RPT-LINE FROM DLH3-TOTAL-LINE-3
082800     WRITE DL173-RPT-LINE FROM DLH3-TOTAL-LINE-4
082900     WRITE DL173-RPT-LINE FROM DLH3-TOTAL-LINE-5
083000     WRITE DL173-RPT-LINE FROM DLH3-TOTAL-LINE-6
083100     WRITE DL173-RPT-LINE FROM SPACES
083200     WRITE DL173-RPT-LINE FROM DLH3-BALANCE-LINE
083300     CLOSE DL173-LBX-FILE
083400     CLOSE BED1EMP-FILE
083500     CLOSE BHS1DEP-FILE
083600     CLOSE DL173-CRD-IN-FILE
083700     CLOSE DL173-CRD-OUT-FILE
083800     CLOSE DL173-NEWMAST-FILE
083900     CLOSE DL173-SUS-FILE
084000     CLOSE DL173-RPT-FILE
084100     IF DLH3-B-TEXT(1:3) = "OUT"
084200         MOVE 8                    TO RETURN-CODE
084300     END-IF.
084400 4000-EXIT.
084500     EXIT.
084600*================================================================
084700*    8000-READ-MASTER
084800*================================================================
084900 8000-READ-MASTER.
085000     READ BED1EMP-FILE
085100         AT END
085200             SET DLH3-MSTR-EOF TO TRUE
085201     END-READ
085202     IF NOT DLH3-MSTR-EOF
085203         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
085204                                   TO DL906-P-BEFORE-IMAGE
085205     END-IF.
085400 8000-EXIT.
085500     EXIT.
085600*================================================================
085700*    8100-READ-DEP
085800*================================================================
085900 8100-READ-DEP.
086000     READ BHS1DEP-FILE
086100         AT END
086200             SET DLH3-DEP-EOF TO TRUE
086300             MOVE HIGH-VALUES      TO DLH3-DEP-KEY
086400     END-READ
086500     IF NOT DLH3-DEP-EOF
086600         MOVE CLS-EMP-ID           TO DLH3-DEP-KEY
086700     END-IF.
086800 8100-EXIT.
086900     EXIT.
087000*================================================================
087100*    8200-READ-CREDIT
087200*================================================================
087300 8200-READ-CREDIT.
087400     READ DL173-CRD-IN-FILE
087500         AT END
087600             SET DLH3-CRD-EOF TO TRUE
087700             MOVE HIGH-VALUES      TO DLH3-CRD-KEY
087800     END-READ
087900     IF NOT DLH3-CRD-EOF
088000         MOVE DL173-CR-EMP-ID      TO DLH3-CRD-KEY
088100     END-IF.
088200 8200-EXIT.
088300     EXIT.
088400*================================================================
088500*    8300-RETURN-SORT
088600*================================================================
088700 8300-RETURN-SORT.
088800     RETURN DL173-SORT-FILE
088900         AT END
089000             SET DLH3-SORT-EOF TO TRUE
089100     END-RETURN.
089200 8300-EXIT.
089300     EXIT.
089400*================================================================
089500*    9900-TABLE-ABORT  -  ACTIVE PACKAGES OR IN-FORCE RATE ROWS  *
089600*                         EXCEED THEIR TABLES                    *
089700*================================================================
089800 9900-TABLE-ABORT.
089900     DISPLAY "DL173: PACKAGES OR RATES EXCEED THE RATING TABLES"
090000     MOVE 8                        TO RETURN-CODE
090100     GOBACK.
090200 9900-EXIT.
090300     EXIT.
