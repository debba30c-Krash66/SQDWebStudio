000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL185.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - CHARGE-BEARER CONSISTENCY
001100*                   RECONCILIATION.  EVERY SRECOMMS (0402) AND
001200*                   SREMUCOM (0902) POSTING IS LINKED TO ITS
001300*                   CORRESPONDENT THROUGH THE LEADING ELEVEN
001400*                   BYTES OF ITS CONCATENATED KEY (BRANCH,
001500*                   CUSTOMER, LOCATION - THE EQ-KFLDEQ KEY OF
001600*                   EQ-SNAMADDR).  A POSTING WHOSE
001700*                   CORR_PYMT_CHRG_TYPE DIFFERS FROM THE
001800*                   CORRESPONDENT'S AGREED EQ-TT-CHRG-CODE WITH
001900*                   NO OVERRIDE RECORDED (COMM_ORIDE_IND NOT
002000*                   "Y") IS LISTED WITH ITS COMMISSION AND
002100*                   CHARGE AMOUNTS, AND SUMMARIZED BY
002200*                   CORRESPONDENT AND PRICING CURRENCY.  AN
002300*                   OVERRIDDEN DIFFERENCE, A POSTING WITH NO
002400*                   CORRESPONDENT ON FILE AND ONE WHERE EITHER
002500*                   SIDE HOLDS NO BEARER ARE COUNTED, NOT
002600*                   LISTED AS DISPUTES.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SNAMADDR-FILE   ASSIGN TO SNAMADDR
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT SRECOMMS-FILE   ASSIGN TO SRECOMMS
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT SREMUCOM-FILE   ASSIGN TO SREMUCOM
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT DL185-RPT-FILE  ASSIGN TO DL185RPT
004100            ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SNAMADDR-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  SNAMADDR-RECORD.
004700     COPY SNAMADDR.
004800 FD  SRECOMMS-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY SRECOMMS.
005100 FD  SREMUCOM-FILE
005200     LABEL RECORDS ARE STANDARD.
005300     COPY SREMUCOM.
005400 FD  DL185-RPT-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  DL185-RPT-LINE                PIC X(132).
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------------
005900*    DLI5-SWITCHES AND COUNTERS
006000*----------------------------------------------------------------
006100 01  DLI5-SWITCHES.
006200     05  DLI5-LOAD-EOF-SW          PIC X(1)     VALUE "N".
006300         88  DLI5-LOAD-EOF                       VALUE "Y".
006400     05  DLI5-COM-EOF-SW           PIC X(1)     VALUE "N".
006500         88  DLI5-COM-EOF                        VALUE "Y".
006600     05  DLI5-MUC-EOF-SW           PIC X(1)     VALUE "N".
006700         88  DLI5-MUC-EOF                        VALUE "Y".
006800*----------------------------------------------------------------
006900*    DLI5-CORR-TABLE  -  EACH CORRESPONDENT'S AGREED CHARGE
007000*    BEARER.  OVERFLOW ABORTS (DL060 RULE).
007100*----------------------------------------------------------------
007200 01  DLI5-CORR-TABLE.
007300     05  DLI5-CORR-COUNT           PIC S9(4) COMP VALUE ZERO.
007400     05  DLI5-CORR-ENTRY OCCURS 2000 TIMES.
007500         10  DLI5-C-KEY            PIC X(11).
007600         10  DLI5-C-NAME           PIC X(34).
007700         10  DLI5-C-CHRG-CODE      PIC X(1).
007800*----------------------------------------------------------------
007900*    DLI5-SUM-TABLE  -  UNRECORDED DIFFERENCES PER
008000*    CORRESPONDENT AND CURRENCY.  OVERFLOW ABORTS.
008100*----------------------------------------------------------------
008200 01  DLI5-SUM-TABLE.
008300     05  DLI5-SUM-COUNT            PIC S9(4) COMP VALUE ZERO.
008400     05  DLI5-SUM-ENTRY OCCURS 2000 TIMES.
008500         10  DLI5-S-CORR-SUB       PIC S9(4) COMP.
008600         10  DLI5-S-CURR-CODE      PIC X(4).
008700         10  DLI5-S-COUNT          PIC S9(8) COMP.
008800         10  DLI5-S-COMM-AMT       PIC S9(13)V9(2) COMP-3.
008900         10  DLI5-S-CHRG-AMT       PIC S9(13)V9(2) COMP-3.
009000 01  DLI5-WORK-FIELDS.
009100     05  DLI5-SUB                  PIC S9(4) COMP VALUE ZERO.
009200     05  DLI5-CORR-SUB             PIC S9(4) COMP VALUE ZERO.
009300     05  DLI5-WORK-REC-TYPE        PIC X(4).
009400     05  DLI5-WORK-CONCAT-KEY      PIC X(19).
009500     05  DLI5-WORK-CORR-KEY        PIC X(11).
009600     05  DLI5-WORK-CURR            PIC X(4).
009700     05  DLI5-WORK-BEARER          PIC X(1).
009800     05  DLI5-WORK-ORIDE           PIC X(1).
009900     05  DLI5-WORK-COMM-AMT        PIC S9(13)V9(2) COMP-3
010000                                   VALUE ZERO.
010100     05  DLI5-WORK-CHRG-AMT        PIC S9(13)V9(2) COMP-3
010200                                   VALUE ZERO.
010300 01  DLI5-DATE-WORK.
010400     05  DLI5-RUN-DATE             PIC 9(8).
010500 01  DLI5-COUNTERS.
010600     05  DLI5-COM-READ             PIC S9(8) COMP VALUE ZERO.
010700     05  DLI5-MUC-READ             PIC S9(8) COMP VALUE ZERO.
010800     05  DLI5-AGREED               PIC S9(8) COMP VALUE ZERO.
010900     05  DLI5-OVERRIDDEN           PIC S9(8) COMP VALUE ZERO.
011000     05  DLI5-DISPUTED             PIC S9(8) COMP VALUE ZERO.
011100     05  DLI5-NO-CORR              PIC S9(8) COMP VALUE ZERO.
011200     05  DLI5-NO-BEARER            PIC S9(8) COMP VALUE ZERO.
011300     05  DLI5-TOT-COMM-AMT         PIC S9(13)V9(2) COMP-3
011400                                   VALUE ZERO.
011500     05  DLI5-TOT-CHRG-AMT         PIC S9(13)V9(2) COMP-3
011600                                   VALUE ZERO.
011700 01  DLI5-HEADING-1.
011800     05  FILLER                    PIC X(44)
011900         VALUE "CHARGE-BEARER RECONCILIATION".
012000 01  DLI5-HEADING-2.
012100     05  FILLER                    PIC X(44)
012200         VALUE "POSTINGS DIFFERING FROM THE AGREED BEARER".
012300 01  DLI5-COLUMN-HEADING.
012400     05  FILLER                   PIC X(6)  VALUE "TYPE".
012500     05  FILLER                   PIC X(21) VALUE "CONCAT KEY".
012600     05  FILLER                   PIC X(6)  VALUE "CURR".
012700     05  FILLER                   PIC X(8)  VALUE "POSTED".
012800     05  FILLER                   PIC X(8)  VALUE "AGREED".
012900     05  FILLER                   PIC X(19)
013000         VALUE "  COMMISSION AMT".
013100     05  FILLER                   PIC X(19)
013200         VALUE "      CHARGE AMT".
013300 01  DLI5-DETAIL-LINE.
013400     05  DLI5-D-REC-TYPE           PIC X(4).
013500     05  FILLER                    PIC X(2)  VALUE SPACES.
013600     05  DLI5-D-CONCAT-KEY         PIC X(19).
013700     05  FILLER                    PIC X(2)  VALUE SPACES.
013800     05  DLI5-D-CURR               PIC X(4).
013900     05  FILLER                    PIC X(5)  VALUE SPACES.
014000     05  DLI5-D-BEARER             PIC X(1).
014100     05  FILLER                    PIC X(7)  VALUE SPACES.
014200     05  DLI5-D-AGREED             PIC X(1).
014300     05  FILLER                    PIC X(2)  VALUE SPACES.
014400     05  DLI5-D-COMM-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
014500     05  FILLER                    PIC X(1)  VALUE SPACES.
014600     05  DLI5-D-CHRG-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
014700 01  DLI5-HEADING-3.
014800     05  FILLER                    PIC X(44)
014900         VALUE "SUMMARY BY CORRESPONDENT AND CURRENCY".
015000 01  DLI5-SUM-HEADING.
015100     05  FILLER                   PIC X(13) VALUE "CORRESPONDENT".
015200     05  FILLER                   PIC X(36) VALUE "NAME".
015300     05  FILLER                   PIC X(5)  VALUE "CURR".
015400     05  FILLER                   PIC X(9)  VALUE "  COUNT".
015500     05  FILLER                   PIC X(19)
015600         VALUE "  COMMISSION AMT".
015700     05  FILLER                   PIC X(19)
015800         VALUE "      CHARGE AMT".
015900 01  DLI5-SUM-LINE.
016000     05  DLI5-M-CORR-KEY           PIC X(11).
016100     05  FILLER                    PIC X(2)  VALUE SPACES.
016200     05  DLI5-M-NAME               PIC X(34).
016300     05  FILLER                    PIC X(2)  VALUE SPACES.
016400     05  DLI5-M-CURR               PIC X(4).
016500     05  FILLER                    PIC X(1)  VALUE SPACES.
016600     05  DLI5-M-COUNT              PIC ZZZ,ZZ9.
016700     05  FILLER                    PIC X(2)  VALUE SPACES.
016800     05  DLI5-M-COMM-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
016900     05  FILLER                    PIC X(1)  VALUE SPACES.
017000     05  DLI5-M-CHRG-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
017100 01  DLI5-TOTAL-LINE-1.
017200     05  FILLER                    PIC X(25)
017300         VALUE "0402 POSTINGS READ".
017400     05  DLI5-T-COM-READ           PIC ZZZ,ZZ9.
017500 01  DLI5-TOTAL-LINE-2.
017600     05  FILLER                    PIC X(25)
017700         VALUE "0902 POSTINGS READ".
017800     05  DLI5-T-MUC-READ           PIC ZZZ,ZZ9.
017900 01  DLI5-TOTAL-LINE-3.
018000     05  FILLER                    PIC X(25)
018100         VALUE "BEARER AS AGREED".
018200     05  DLI5-T-AGREED             PIC ZZZ,ZZ9.
018300 01  DLI5-TOTAL-LINE-4.
018400     05  FILLER                    PIC X(25)
018500         VALUE "DIFFERENT - OVERRIDDEN".
018600     05  DLI5-T-OVERRIDDEN         PIC ZZZ,ZZ9.
018700 01  DLI5-TOTAL-LINE-5.
018800     05  FILLER                    PIC X(25)
018900         VALUE "DIFFERENT - NO OVERRIDE".
019000     05  DLI5-T-DISPUTED           PIC ZZZ,ZZ9.
019100     05  FILLER                    PIC X(2)  VALUE SPACES.
019200     05  DLI5-T-COMM-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
019300     05  FILLER                    PIC X(1)  VALUE SPACES.
019400     05  DLI5-T-CHRG-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
019500 01  DLI5-TOTAL-LINE-6.
019600     05  FILLER                    PIC X(25)
019700         VALUE "NO CORRESPONDENT ON FILE".
019800     05  DLI5-T-NO-CORR            PIC ZZZ,ZZ9.
019900 01  DLI5-TOTAL-LINE-7.
020000     05  FILLER                    PIC X(25)
020100         VALUE "NO BEARER RECORDED".
020200     05  DLI5-T-NO-BEARER          PIC ZZZ,ZZ9.
020300*----------------------------------------------------------------
020400*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
020500*----------------------------------------------------------------
020600 01  DL903-PARMS.
020700     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL185".
020800     05  DL903-REC-TYPE            PIC X(1).
020900     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
021000*----------------------------------------------------------------
021100*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
021200*----------------------------------------------------------------
021300 01  DL902-DATES.
021400     05  DL902-EXEC-DATE           PIC 9(8).
021500 01  DL902-EXEC-LINE.
021600     05  FILLER                    PIC X(14)
021700         VALUE "BUSINESS DATE ".
021800     05  DL902-EL-BUS              PIC 9(8).
021900     05  FILLER                    PIC X(11)
022000         VALUE "  EXECUTED ".
022100     05  DL902-EL-EXEC             PIC 9(8).
022200 PROCEDURE DIVISION.
022300*================================================================
022400*    0000-MAINLINE
022500*================================================================
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
022800     MOVE "S"                      TO DL903-REC-TYPE
022900     CALL "DL903" USING DL903-PARMS
023000     PERFORM 2000-CHECK-COMMS       THRU 2000-EXIT
023100         UNTIL DLI5-COM-EOF
023200     PERFORM 2200-CHECK-MUCOM       THRU 2200-EXIT
023300         UNTIL DLI5-MUC-EOF
023400     PERFORM 3000-TERMINATE         THRU 3000-EXIT
023500     MOVE "E"                      TO DL903-REC-TYPE
023600     COMPUTE DL903-REC-COUNT = DLI5-COM-READ + DLI5-MUC-READ
023700     CALL "DL903" USING DL903-PARMS
023800     GOBACK.
023900*================================================================
024000*    1000-INITIALIZE
024100*================================================================
024200 1000-INITIALIZE.
024300     CALL "DL902" USING DLI5-RUN-DATE DL902-EXEC-DATE
024400     OPEN INPUT  SNAMADDR-FILE
024500     PERFORM 1100-LOAD-ONE-CORR     THRU 1100-EXIT
024600         UNTIL DLI5-LOAD-EOF
024700     CLOSE SNAMADDR-FILE
024800     OPEN INPUT  SRECOMMS-FILE
024900     OPEN INPUT  SREMUCOM-FILE
025000     OPEN OUTPUT DL185-RPT-FILE
025100     WRITE DL185-RPT-LINE FROM DLI5-HEADING-1
025200     MOVE DLI5-RUN-DATE TO DL902-EL-BUS
025300     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
025400     WRITE DL185-RPT-LINE FROM DL902-EXEC-LINE
025500     WRITE DL185-RPT-LINE FROM SPACES
025600     WRITE DL185-RPT-LINE FROM DLI5-HEADING-2
025700     WRITE DL185-RPT-LINE FROM DLI5-COLUMN-HEADING
025800     PERFORM 8000-READ-COMMS        THRU 8000-EXIT
025900     PERFORM 8100-READ-MUCOM        THRU 8100-EXIT.
026000 1000-EXIT.
026100     EXIT.
026200*================================================================
026300*    1100-LOAD-ONE-CORR  -  A TABLE OVERFLOW FAILS THE STEP      *
026400*                           (THE DL060 RULE)                     *
026500*================================================================
026600 1100-LOAD-ONE-CORR.
026700     READ SNAMADDR-FILE
026800         AT END
026900             SET DLI5-LOAD-EOF TO TRUE
027000     END-READ
027100     IF DLI5-LOAD-EOF
027200         GO TO 1100-EXIT
027300     END-IF
027400     IF DLI5-CORR-COUNT >= 2000
027500         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
027600     END-IF
027700     ADD 1 TO DLI5-CORR-COUNT
027800     MOVE DLI5-CORR-COUNT          TO DLI5-SUB
027900     MOVE EQ-KFLDEQ                TO DLI5-C-KEY(DLI5-SUB)
028000     MOVE EQ-ADDR-NAME             TO DLI5-C-NAME(DLI5-SUB)
028100     MOVE EQ-TT-CHRG-CODE          TO DLI5-C-CHRG-CODE(DLI5-SUB).
028200 1100-EXIT.
028300     EXIT.
028400*================================================================
028500*    2000-CHECK-COMMS  -  0402 POSTINGS                          *
028600*================================================================
028700 2000-CHECK-COMMS.
028800     ADD 1 TO DLI5-COM-READ
028900     MOVE "0402"                   TO DLI5-WORK-REC-TYPE
029000     MOVE CONCAT_KEY               TO DLI5-WORK-CONCAT-KEY
029100     MOVE CONCAT_KEY(1:11)         TO DLI5-WORK-CORR-KEY
029200     MOVE PRICE_CURR_CODE          TO DLI5-WORK-CURR
029300     MOVE CORR_PYMT_CHRG_TYPE      TO DLI5-WORK-BEARER
029400     MOVE COMM_ORIDE_IND           TO DLI5-WORK-ORIDE
029500     MOVE COMM_AMT                 TO DLI5-WORK-COMM-AMT
029600     MOVE CHRG_AMT                 TO DLI5-WORK-CHRG-AMT
029700     PERFORM 2500-CHECK-ONE         THRU 2500-EXIT
029800     PERFORM 8000-READ-COMMS        THRU 8000-EXIT.
029900 2000-EXIT.
030000     EXIT.
030100*================================================================
030200*    2200-CHECK-MUCOM  -  0902 POSTINGS                          *
030300*================================================================
030400 2200-CHECK-MUCOM.
030500     ADD 1 TO DLI5-MUC-READ
030600     MOVE "0902"                   TO DLI5-WORK-REC-TYPE
030700     MOVE CONC-KEY                 TO DLI5-WORK-CONCAT-KEY
030800     MOVE CONC-KEY(1:11)           TO DLI5-WORK-CORR-KEY
030900     MOVE PRICE-CURR-CODE          TO DLI5-WORK-CURR
031000     MOVE CORR-PYMT-CHRG-TYPE      TO DLI5-WORK-BEARER
031100     MOVE COMM-ORIDE-IND           TO DLI5-WORK-ORIDE
031200     MOVE COMM-AMT                 TO DLI5-WORK-COMM-AMT
031300     MOVE CHRG-AMT                 TO DLI5-WORK-CHRG-AMT
031400     PERFORM 2500-CHECK-ONE         THRU 2500-EXIT
031500     PERFORM 8100-READ-MUCOM        THRU 8100-EXIT.
031600 2200-EXIT.
031700     EXIT.
031800*================================================================
031900*    2500-CHECK-ONE  -  COMPARE THE POSTED BEARER WITH THE       *
032000*                       CORRESPONDENT'S AGREED DEFAULT           *
032100*================================================================
032200 2500-CHECK-ONE.
032300     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
032400         VARYING DLI5-CORR-SUB FROM 1 BY 1
032500         UNTIL DLI5-CORR-SUB > DLI5-CORR-COUNT
032600         OR DLI5-C-KEY(DLI5-CORR-SUB) = DLI5-WORK-CORR-KEY
032700     IF DLI5-CORR-SUB > DLI5-CORR-COUNT
032800         ADD 1 TO DLI5-NO-CORR
032900         GO TO 2500-EXIT
033000     END-IF
033100     IF DLI5-WORK-BEARER = SPACES
033200         OR DLI5-C-CHRG-CODE(DLI5-CORR-SUB) = SPACES
033300         ADD 1 TO DLI5-NO-BEARER
033400         GO TO 2500-EXIT
033500     END-IF
033600     IF DLI5-WORK-BEARER = DLI5-C-CHRG-CODE(DLI5-CORR-SUB)
033700         ADD 1 TO DLI5-AGREED
033800         GO TO 2500-EXIT
033900     END-IF
034000     IF DLI5-WORK-ORIDE = "Y"
034100         ADD 1 TO DLI5-OVERRIDDEN
034200         GO TO 2500-EXIT
034300     END-IF
034400     ADD 1 TO DLI5-DISPUTED
034500     ADD DLI5-WORK-COMM-AMT        TO DLI5-TOT-COMM-AMT
034600     ADD DLI5-WORK-CHRG-AMT        TO DLI5-TOT-CHRG-AMT
034700     MOVE DLI5-WORK-REC-TYPE       TO DLI5-D-REC-TYPE
034800     MOVE DLI5-WORK-CONCAT-KEY     TO DLI5-D-CONCAT-KEY
034900     MOVE DLI5-WORK-CURR           TO DLI5-D-CURR
035000     MOVE DLI5-WORK-BEARER         TO DLI5-D-BEARER
035100     MOVE DLI5-C-CHRG-CODE(DLI5-CORR-SUB) TO DLI5-D-AGREED
035200     MOVE DLI5-WORK-COMM-AMT       TO DLI5-D-COMM-AMT
035300     MOVE DLI5-WORK-CHRG-AMT       TO DLI5-D-CHRG-AMT
035400     WRITE DL185-RPT-LINE FROM DLI5-DETAIL-LINE
035500     PERFORM 2600-POST-SUMMARY      THRU 2600-EXIT.
035600 2500-EXIT.
035700     EXIT.
035800*================================================================
035900*    2590-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
036000*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
036100*                      PERFORM THAT CALLS THIS                   *
036200*================================================================
036300 2590-SCAN-ONE.
036400     CONTINUE.
036500 2590-EXIT.
036600     EXIT.
036700*================================================================
036800*    2600-POST-SUMMARY  -  ONE CELL PER CORRESPONDENT AND        *
036900*                          CURRENCY                              *
037000*================================================================
037100 2600-POST-SUMMARY.
037200     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
037300         VARYING DLI5-SUB FROM 1 BY 1
037400         UNTIL DLI5-SUB > DLI5-SUM-COUNT
037500         OR (DLI5-S-CORR-SUB(DLI5-SUB) = DLI5-CORR-SUB
037600         AND DLI5-S-CURR-CODE(DLI5-SUB) = DLI5-WORK-CURR)
037700     IF DLI5-SUB > DLI5-SUM-COUNT
037800         IF DLI5-SUM-COUNT >= 2000
037900             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
038000         END-IF
038100         ADD 1 TO DLI5-SUM-COUNT
038200         MOVE DLI5-SUM-COUNT       TO DLI5-SUB
038300         MOVE DLI5-CORR-SUB        TO DLI5-S-CORR-SUB(DLI5-SUB)
038400         MOVE DLI5-WORK-CURR       TO DLI5-S-CURR-CODE(DLI5-SUB)
038500         MOVE ZERO                 TO DLI5-S-COUNT(DLI5-SUB)
038600         MOVE ZERO                 TO DLI5-S-COMM-AMT(DLI5-SUB)
038700         MOVE ZERO                 TO DLI5-S-CHRG-AMT(DLI5-SUB)
038800     END-IF
038900     ADD 1 TO DLI5-S-COUNT(DLI5-SUB)
039000     ADD DLI5-WORK-COMM-AMT        TO DLI5-S-COMM-AMT(DLI5-SUB)
039100     ADD DLI5-WORK-CHRG-AMT        TO DLI5-S-CHRG-AMT(DLI5-SUB).
039200 2600-EXIT.
039300     EXIT.
039400*================================================================
039500*    3000-TERMINATE  -  THE SUMMARY, THEN THE CONTROL TOTALS     *
039600*================================================================
039700 3000-TERMINATE.
039800     WRITE DL185-RPT-LINE FROM SPACES
039900     WRITE DL185-RPT-LINE FROM DLI5-HEADING-3
040000     WRITE DL185-RPT-LINE FROM DLI5-SUM-HEADING
040100     PERFORM 3100-WRITE-ONE-SUMMARY THRU 3100-EXIT
040200         VARYING DLI5-SUB FROM 1 BY 1
040300         UNTIL DLI5-SUB > DLI5-SUM-COUNT
040400     MOVE DLI5-COM-READ            TO DLI5-T-COM-READ
040500     MOVE DLI5-MUC-READ            TO DLI5-T-MUC-READ
040600     MOVE DLI5-AGREED              TO DLI5-T-AGREED
040700     MOVE DLI5-OVERRIDDEN          TO DLI5-T-OVERRIDDEN
040800     MOVE DLI5-DISPUTED            TO DLI5-T-DISPUTED
040900     MOVE DLI5-TOT-COMM-AMT        TO DLI5-T-COMM-AMT
041000     MOVE DLI5-TOT-CHRG-AMT        TO DLI5-T-CHRG-AMT
041100     MOVE DLI5-NO-CORR             TO DLI5-T-NO-CORR
041200     MOVE DLI5-NO-BEARER           TO DLI5-T-NO-BEARER
041300     WRITE DL185-RPT-LINE FROM SPACES
041400     WRITE DL185-RPT-LINE FROM DLI5-TOTAL-LINE-1
041500     WRITE DL185-RPT-LINE FROM DLI5-TOTAL-LINE-2
041600     WRITE DL185-RPT-LINE FROM DLI5-TOTAL-LINE-3
041700     WRITE DL185-RPT-LINE FROM DLI5-TOTAL-LINE-4
041800     WRITE DL185-RPT-LINE FROM DLI5-TOTAL-LINE-5
041900     WRITE DL185-RPT-LINE FROM DLI5-TOTAL-LINE-6
042000     WRITE DL185-RPT-LINE FROM DLI5-TOTAL-LINE-7
042100     CLOSE SRECOMMS-FILE
042200     CLOSE SREMUCOM-FILE
042300     CLOSE DL185-RPT-FILE.
042400 3000-EXIT.
042500     EXIT.
042600*================================================================
042700*    3100-WRITE-ONE-SUMMARY
042800*================================================================
042900 3100-WRITE-ONE-SUMMARY.
043000     MOVE DLI5-S-CORR-SUB(DLI5-SUB) TO DLI5-CORR-SUB
043100     MOVE DLI5-C-KEY(DLI5-CORR-SUB) TO DLI5-M-CORR-KEY
043200     MOVE DLI5-C-NAME(DLI5-CORR-SUB) TO DLI5-M-NAME
043300     MOVE DLI5-S-CURR-CODE(DLI5-SUB) TO DLI5-M-CURR
043400     MOVE DLI5-S-COUNT(DLI5-SUB)   TO DLI5-M-COUNT
043500     MOVE DLI5-S-COMM-AMT(DLI5-SUB) TO DLI5-M-COMM-AMT
043600     MOVE DLI5-S-CHRG-AMT(DLI5-SUB) TO DLI5-M-CHRG-AMT
043700     WRITE DL185-RPT-LINE FROM DLI5-SUM-LINE.
043800 3100-EXIT.
043900     EXIT.
044000*================================================================
044100*    8000-READ-COMMS
044200*================================================================
044300 8000-READ-COMMS.
044400     READ SRECOMMS-FILE
044500         AT END
044600             SET DLI5-COM-EOF TO TRUE
044700     END-READ.
044800 8000-EXIT.
044900     EXIT.
045000*================================================================
045100*    8100-READ-MUCOM
045200*================================================================
045300 8100-READ-MUCOM.
045400     READ SREMUCOM-FILE
045500         AT END
045600             SET DLI5-MUC-EOF TO TRUE
045700     END-READ.
045800 8100-EXIT.
045900     EXIT.
046000*================================================================
046100*    9900-TABLE-ABORT  -  MORE CORRESPONDENTS OR SUMMARY CELLS   *
046200*                         THAN THE 2000-ENTRY TABLES; THE STEP   *
046300*                         FAILS INSTEAD OF DROPPING POSTINGS     *
046400*================================================================
046500 9900-TABLE-ABORT.
046600     DISPLAY "DL185: TABLE OVERFLOW - STEP FAILED"
046700     MOVE 8                        TO RETURN-CODE
046800     GOBACK.
046900 9900-EXIT.
047000     EXIT.
