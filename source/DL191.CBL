000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL191.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - NIGHTLY CROSS-FILE CURRENCY
001100*                   VALIDATION.  THE DL190CCY CURRENCY MASTER
001200*                   IS LOADED WHOLE; EVERY CURRENCY CODE ON
001300*                   SRLCEQEQ (ES-CURR-CODE-SQD), SRECOMMS AND
001400*                   SREMUCOM (PRICE CURRENCY), THE DL086FXR
001500*                   RATE PAIRS AND THE DL043FX CROSS-REFERENCE
001600*                   (PRICING SIDE) IS LOOKED UP AND LISTED
001700*                   WHEN BLANK, UNKNOWN, OR WITHDRAWN ON OR
001800*                   BEFORE THE RUN DATE (LEGACY EMU CODES SAID
001900*                   SO).  ON THE TWO POSTING FILES, WHERE THE
002000*                   STATEMENTS TREAT BOTH AMOUNTS AS IN THE
002100*                   PRICE CURRENCY, A COMM OR CHRG AMOUNT WITH
002200*                   MORE DECIMALS THAN THE CURRENCY'S MINOR
002300*                   UNITS ALLOW (CENTS ON A ZERO-DECIMAL CODE)
002400*                   IS LISTED AS WELL.  THE CHARGE-CURRENCY
002500*                   TYPE CODES ARE NOT ISO CODES AND ARE NOT
002600*                   CHECKED HERE.
002700*================================================================
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DL190-CCY-FILE     ASSIGN TO DL190CCY
003500            ORGANIZATION IS SEQUENTIAL.
003600     SELECT SRLCEQEQ-FILE      ASSIGN TO SRLCEQEQ
003700            ORGANIZATION IS SEQUENTIAL.
003800     SELECT COM-FILE           ASSIGN TO SRECOMMS
003900            ORGANIZATION IS SEQUENTIAL.
004000     SELECT MUC-FILE           ASSIGN TO SREMUCOM
004100            ORGANIZATION IS SEQUENTIAL.
004200     SELECT DL086-FXR-FILE     ASSIGN TO DL086FXR
004300            ORGANIZATION IS SEQUENTIAL.
004400     SELECT DL043FX-FILE       ASSIGN TO DL043FX
004500            ORGANIZATION IS SEQUENTIAL.
004600     SELECT DL191-RPT-FILE     ASSIGN TO DL191RPT
004700            ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  DL190-CCY-FILE
005100     LABEL RECORDS ARE STANDARD.
005200     COPY DL190CCY.
005300 FD  SRLCEQEQ-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  SRLCEQEQ-RECORD.
005600     COPY SRLCEQEQ.
005700 FD  COM-FILE
005800     LABEL RECORDS ARE STANDARD.
005900     COPY SRECOMMS.
006000 FD  MUC-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY SREMUCOM.
006300 FD  DL086-FXR-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY DL086FXR.
006600 FD  DL043FX-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY DL043FX.
006900 FD  DL191-RPT-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  DL191-RPT-LINE                PIC X(132).
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------
007400*    DLJ1-SWITCHES AND COUNTERS
007500*----------------------------------------------------------------
007600 01  DLJ1-SWITCHES.
007700     05  DLJ1-CCY-EOF-SW           PIC X(1)     VALUE "N".
007800         88  DLJ1-CCY-EOF                        VALUE "Y".
007900     05  DLJ1-EQ-EOF-SW            PIC X(1)     VALUE "N".
008000         88  DLJ1-EQ-EOF                         VALUE "Y".
008100     05  DLJ1-COM-EOF-SW           PIC X(1)     VALUE "N".
008200         88  DLJ1-COM-EOF                        VALUE "Y".
008300     05  DLJ1-MUC-EOF-SW           PIC X(1)     VALUE "N".
008400         88  DLJ1-MUC-EOF                        VALUE "Y".
008500     05  DLJ1-FXR-EOF-SW           PIC X(1)     VALUE "N".
008600         88  DLJ1-FXR-EOF                        VALUE "Y".
008700     05  DLJ1-FX-EOF-SW            PIC X(1)     VALUE "N".
008800         88  DLJ1-FX-EOF                         VALUE "Y".
008900     05  DLJ1-CODE-OK-SW           PIC X(1)     VALUE "N".
009000         88  DLJ1-CODE-OK                        VALUE "Y".
009100*----------------------------------------------------------------
009200*    DLJ1-CCY-TABLE  -  THE CURRENCY MASTER.  OVERFLOW ABORTS
009300*    (DL060 RULE).
009400*----------------------------------------------------------------
009500 01  DLJ1-CCY-TABLE.
009600     05  DLJ1-CCY-COUNT            PIC S9(4) COMP VALUE ZERO.
009700     05  DLJ1-CCY-ENTRY OCCURS 400 TIMES.
009800         10  DLJ1-C-CURR-CODE      PIC X(4).
009900         10  DLJ1-C-MINOR-UNITS    PIC 9(1).
010000         10  DLJ1-C-WITHDRAWN-DT   PIC 9(8).
010100         10  DLJ1-C-LEGACY-EMU     PIC X(1).
010200 01  DLJ1-WORK-FIELDS.
010300     05  DLJ1-SUB                  PIC S9(4) COMP.
010400     05  DLJ1-CHK-CODE             PIC X(4).
010500     05  DLJ1-CHK-AMT              PIC S9(13)V9(2) COMP-3.
010600     05  DLJ1-CHK-CENTS            PIC S9(15) COMP-3.
010700     05  DLJ1-CHK-QUOT             PIC S9(15) COMP-3.
010800     05  DLJ1-CHK-REM              PIC S9(3) COMP-3.
010900     05  DLJ1-CHK-DIVISOR          PIC S9(3) COMP-3.
011000 01  DLJ1-RUN-DATE                 PIC 9(8).
011100 01  DLJ1-COUNTERS.
011200     05  DLJ1-CODES-CHECKED        PIC S9(8) COMP VALUE ZERO.
011300     05  DLJ1-BLANK-CODES          PIC S9(8) COMP VALUE ZERO.
011400     05  DLJ1-UNKNOWN-CODES        PIC S9(8) COMP VALUE ZERO.
011500     05  DLJ1-WITHDRAWN-CODES      PIC S9(8) COMP VALUE ZERO.
011600     05  DLJ1-EXCESS-DECIMALS      PIC S9(8) COMP VALUE ZERO.
011700 01  DLJ1-HEADING-1.
011800     05  FILLER                    PIC X(44)
011900         VALUE "CROSS-FILE CURRENCY VALIDATION".
012000 01  DLJ1-COLUMN-HEADING.
012100     05  FILLER                   PIC X(10) VALUE "FILE".
012200     05  FILLER                   PIC X(21) VALUE "KEY".
012300     05  FILLER                   PIC X(6)  VALUE "CURR".
012400     05  FILLER                   PIC X(6)  VALUE "FIELD".
012500     05  FILLER                   PIC X(20) VALUE "AMOUNT".
012600     05  FILLER                   PIC X(24) VALUE "EXCEPTION".
012700 01  DLJ1-DETAIL-LINE.
012800     05  DLJ1-D-FILE               PIC X(8).
012900     05  FILLER                    PIC X(2)  VALUE SPACES.
013000     05  DLJ1-D-KEY                PIC X(19).
013100     05  FILLER                    PIC X(2)  VALUE SPACES.
013200     05  DLJ1-D-CURR-CODE          PIC X(4).
013300     05  FILLER                    PIC X(2)  VALUE SPACES.
013400     05  DLJ1-D-FIELD              PIC X(4).
013500     05  FILLER                    PIC X(2)  VALUE SPACES.
013600     05  DLJ1-D-AMOUNT             PIC -(13)9.99.
013700     05  FILLER                    PIC X(2)  VALUE SPACES.
013800     05  DLJ1-D-EXCEPTION          PIC X(24).
013900 01  DLJ1-TOTAL-LINE-1.
014000     05  FILLER                    PIC X(25)
014100         VALUE "CURRENCY CODES CHECKED".
014200     05  DLJ1-T-CHECKED            PIC ZZZ,ZZ9.
014300 01  DLJ1-TOTAL-LINE-2.
014400     05  FILLER                    PIC X(25)
014500         VALUE "BLANK CODES".
014600     05  DLJ1-T-BLANK              PIC ZZZ,ZZ9.
014700 01  DLJ1-TOTAL-LINE-3.
014800     05  FILLER                    PIC X(25)
014900         VALUE "UNKNOWN CODES".
015000     05  DLJ1-T-UNKNOWN            PIC ZZZ,ZZ9.
015100 01  DLJ1-TOTAL-LINE-4.
015200     05  FILLER                    PIC X(25)
015300         VALUE "WITHDRAWN CODES".
015400     05  DLJ1-T-WITHDRAWN          PIC ZZZ,ZZ9.
015500 01  DLJ1-TOTAL-LINE-5.
015600     05  FILLER                    PIC X(25)
015700         VALUE "AMOUNTS OVER MINOR UNITS".
015800     05  DLJ1-T-DECIMALS           PIC ZZZ,ZZ9.
015900*----------------------------------------------------------------
016000*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
016100*----------------------------------------------------------------
016200 01  DL903-PARMS.
016300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL191".
016400     05  DL903-REC-TYPE            PIC X(1).
016500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
016600*----------------------------------------------------------------
016700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
016800*----------------------------------------------------------------
016900 01  DL902-DATES.
017000     05  DL902-EXEC-DATE           PIC 9(8).
017100 01  DL902-EXEC-LINE.
017200     05  FILLER                    PIC X(14)
017300         VALUE "BUSINESS DATE ".
017400     05  DL902-EL-BUS              PIC 9(8).
017500     05  FILLER                    PIC X(11)
017600         VALUE "  EXECUTED ".
017700     05  DL902-EL-EXEC             PIC 9(8).
017800 PROCEDURE DIVISION.
017900*================================================================
018000*    0000-MAINLINE  -  EACH FILE IN TURN AGAINST THE MASTER
018100*================================================================
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
018400     MOVE "S"                      TO DL903-REC-TYPE
018500     CALL "DL903" USING DL903-PARMS
018600     PERFORM 2000-CHECK-EQ          THRU 2000-EXIT
018700         UNTIL DLJ1-EQ-EOF
018800     PERFORM 2100-CHECK-COM         THRU 2100-EXIT
018900         UNTIL DLJ1-COM-EOF
019000     PERFORM 2200-CHECK-MUC         THRU 2200-EXIT
019100         UNTIL DLJ1-MUC-EOF
019200     PERFORM 2300-CHECK-FXR         THRU 2300-EXIT
019300         UNTIL DLJ1-FXR-EOF
019400     PERFORM 2400-CHECK-FX          THRU 2400-EXIT
019500         UNTIL DLJ1-FX-EOF
019600     PERFORM 3000-TERMINATE         THRU 3000-EXIT
019700     MOVE "E"                      TO DL903-REC-TYPE
019800     MOVE DLJ1-CODES-CHECKED TO DL903-REC-COUNT
019900     CALL "DL903" USING DL903-PARMS
020000     GOBACK.
020100*================================================================
020200*    1000-INITIALIZE
020300*================================================================
020400 1000-INITIALIZE.
020500     CALL "DL902" USING DLJ1-RUN-DATE DL902-EXEC-DATE
020600     OPEN INPUT  DL190-CCY-FILE
020700     PERFORM 1100-LOAD-ONE-CCY      THRU 1100-EXIT
020800         UNTIL DLJ1-CCY-EOF
020900     CLOSE DL190-CCY-FILE
021000     OPEN INPUT  SRLCEQEQ-FILE
021100     OPEN INPUT  COM-FILE
021200     OPEN INPUT  MUC-FILE
021300     OPEN INPUT  DL086-FXR-FILE
021400     OPEN INPUT  DL043FX-FILE
021500     OPEN OUTPUT DL191-RPT-FILE
021600     WRITE DL191-RPT-LINE FROM DLJ1-HEADING-1
021700     MOVE DLJ1-RUN-DATE TO DL902-EL-BUS
021800     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
021900     WRITE DL191-RPT-LINE FROM DL902-EXEC-LINE
022000     WRITE DL191-RPT-LINE FROM SPACES
022100     WRITE DL191-RPT-LINE FROM DLJ1-COLUMN-HEADING
022200     PERFORM 8000-READ-EQ           THRU 8000-EXIT
022300     PERFORM 8100-READ-COM          THRU 8100-EXIT
022400     PERFORM 8200-READ-MUC          THRU 8200-EXIT
022500     PERFORM 8300-READ-FXR          THRU 8300-EXIT
022600     PERFORM 8400-READ-FX           THRU 8400-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900*================================================================
023000*    1100-LOAD-ONE-CCY
023100*================================================================
023200 1100-LOAD-ONE-CCY.
023300     READ DL190-CCY-FILE
023400         AT END
023500             SET DLJ1-CCY-EOF TO TRUE
023600     END-READ
023700     IF DLJ1-CCY-EOF
023800         GO TO 1100-EXIT
023900     END-IF
024000     IF DLJ1-CCY-COUNT >= 400
024100         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
024200     END-IF
024300     ADD 1 TO DLJ1-CCY-COUNT
024400     MOVE DL190-C-CURR-CODE
024500                       TO DLJ1-C-CURR-CODE(DLJ1-CCY-COUNT)
024600     MOVE DL190-C-MINOR-UNITS
024700                       TO DLJ1-C-MINOR-UNITS(DLJ1-CCY-COUNT)
024800     MOVE DL190-C-WITHDRAWN-DT
024900                       TO DLJ1-C-WITHDRAWN-DT(DLJ1-CCY-COUNT)
025000     MOVE DL190-C-LEGACY-EMU
025100                       TO DLJ1-C-LEGACY-EMU(DLJ1-CCY-COUNT).
025200 1100-EXIT.
025300     EXIT.
025400*================================================================
025500*    2000-CHECK-EQ  -  CORRESPONDENT ACCOUNT CURRENCIES
025600*================================================================
025700 2000-CHECK-EQ.
025800     MOVE "SRLCEQEQ"               TO DLJ1-D-FILE
025900     MOVE SPACES                   TO DLJ1-D-KEY
026000     MOVE ES-BR-NO                 TO DLJ1-D-KEY(1:4)
026100     MOVE ES-CUST-NO               TO DLJ1-D-KEY(6:5)
026200     MOVE ES-LOCN-ID               TO DLJ1-D-KEY(12:2)
026300     MOVE ES-SEQ-NO                TO DLJ1-D-KEY(15:2)
026400     MOVE ES-CURR-CODE-SQD         TO DLJ1-CHK-CODE
026500     PERFORM 2800-CHECK-CODE        THRU 2800-EXIT
026600     PERFORM 8000-READ-EQ           THRU 8000-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900*================================================================
027000*    2100-CHECK-COM  -  SRECOMMS PRICE CURRENCY AND AMOUNTS
027100*================================================================
027200 2100-CHECK-COM.
027300     MOVE "SRECOMMS"               TO DLJ1-D-FILE
027400     MOVE CONCAT_KEY               TO DLJ1-D-KEY
027500     MOVE PRICE_CURR_CODE          TO DLJ1-CHK-CODE
027600     PERFORM 2800-CHECK-CODE        THRU 2800-EXIT
027700     IF DLJ1-CODE-OK
027800         MOVE "COMM"               TO DLJ1-D-FIELD
027900         MOVE COMM_AMT             TO DLJ1-CHK-AMT
028000         PERFORM 2900-CHECK-DECIMALS THRU 2900-EXIT
028100         MOVE "CHRG"               TO DLJ1-D-FIELD
028200         MOVE CHRG_AMT             TO DLJ1-CHK-AMT
028300         PERFORM 2900-CHECK-DECIMALS THRU 2900-EXIT
028400     END-IF
028500     PERFORM 8100-READ-COM          THRU 8100-EXIT.
028600 2100-EXIT.
028700     EXIT.
028800*================================================================
028900*    2200-CHECK-MUC  -  SREMUCOM PRICE CURRENCY AND AMOUNTS
029000*================================================================
029100 2200-CHECK-MUC.
029200     MOVE "SREMUCOM"               TO DLJ1-D-FILE
029300     MOVE CONC-KEY                 TO DLJ1-D-KEY
029400     MOVE PRICE-CURR-CODE OF SREMUCOM
029500                                   TO DLJ1-CHK-CODE
029600     PERFORM 2800-CHECK-CODE        THRU 2800-EXIT
029700     IF DLJ1-CODE-OK
029800         MOVE "COMM"               TO DLJ1-D-FIELD
029900         MOVE COMM-AMT             TO DLJ1-CHK-AMT
030000         PERFORM 2900-CHECK-DECIMALS THRU 2900-EXIT
030100         MOVE "CHRG"               TO DLJ1-D-FIELD
030200         MOVE CHRG-AMT             TO DLJ1-CHK-AMT
030300         PERFORM 2900-CHECK-DECIMALS THRU 2900-EXIT
030400     END-IF
030500     PERFORM 8200-READ-MUC          THRU 8200-EXIT.
030600 2200-EXIT.
030700     EXIT.
030800*================================================================
030900*    2300-CHECK-FXR  -  RATE MASTER PRICING SIDE
031000*================================================================
031100 2300-CHECK-FXR.
031200     MOVE "DL086FXR"               TO DLJ1-D-FILE
031300     MOVE SPACES                   TO DLJ1-D-KEY
031400     MOVE DL086-F-CHRG-CURR-CODE   TO DLJ1-D-KEY(1:1)
031500     MOVE DL086-F-PRICE-CURR-CODE  TO DLJ1-D-KEY(2:4)
031600     MOVE DL086-F-EFF-DT           TO DLJ1-D-KEY(7:8)
031700     MOVE DL086-F-PRICE-CURR-CODE  TO DLJ1-CHK-CODE
031800     PERFORM 2800-CHECK-CODE        THRU 2800-EXIT
031900     PERFORM 8300-READ-FXR          THRU 8300-EXIT.
032000 2300-EXIT.
032100     EXIT.
032200*================================================================
032300*    2400-CHECK-FX  -  CROSS-REFERENCE PRICING SIDE
032400*================================================================
032500 2400-CHECK-FX.
032600     MOVE "DL043FX"                TO DLJ1-D-FILE
032700     MOVE SPACES                   TO DLJ1-D-KEY
032800     MOVE DL043-FX-CHRG-CURR-CODE  TO DLJ1-D-KEY(1:1)
032900     MOVE DL043-FX-PRICE-CURR-CODE TO DLJ1-D-KEY(2:4)
033000     MOVE DL043-FX-PRICE-CURR-CODE TO DLJ1-CHK-CODE
033100     PERFORM 2800-CHECK-CODE        THRU 2800-EXIT
033200     PERFORM 8400-READ-FX           THRU 8400-EXIT.
033300 2400-EXIT.
033400     EXIT.
033500*================================================================
033600*    2800-CHECK-CODE  -  DLJ1-CODE-OK AND DLJ1-SUB ARE LEFT SET  *
033700*                        FOR THE DECIMAL CHECK WHEN THE CODE IS  *
033800*                        ON THE MASTER AND STILL ACTIVE          *
033900*================================================================
034000 2800-CHECK-CODE.
034100     ADD 1 TO DLJ1-CODES-CHECKED
034200     MOVE "N"                      TO DLJ1-CODE-OK-SW
034300     MOVE DLJ1-CHK-CODE            TO DLJ1-D-CURR-CODE
034400     MOVE SPACES                   TO DLJ1-D-FIELD
034500     MOVE ZERO                     TO DLJ1-D-AMOUNT
034600     IF DLJ1-CHK-CODE = SPACES
034700         ADD 1 TO DLJ1-BLANK-CODES
034800         MOVE "BLANK CURRENCY CODE" TO DLJ1-D-EXCEPTION
034900         WRITE DL191-RPT-LINE FROM DLJ1-DETAIL-LINE
035000         GO TO 2800-EXIT
035100     END-IF
035200     PERFORM 2890-FIND-CCY          THRU 2890-EXIT
035300         VARYING DLJ1-SUB FROM 1 BY 1
035400         UNTIL DLJ1-SUB > DLJ1-CCY-COUNT
035500         OR DLJ1-C-CURR-CODE(DLJ1-SUB) = DLJ1-CHK-CODE
035600     IF DLJ1-SUB > DLJ1-CCY-COUNT
035700         ADD 1 TO DLJ1-UNKNOWN-CODES
035800         MOVE "UNKNOWN CURRENCY"   TO DLJ1-D-EXCEPTION
035900         WRITE DL191-RPT-LINE FROM DLJ1-DETAIL-LINE
036000         GO TO 2800-EXIT
036100     END-IF
036200     IF DLJ1-C-WITHDRAWN-DT(DLJ1-SUB) NOT = ZERO
036300         AND DLJ1-C-WITHDRAWN-DT(DLJ1-SUB) <= DLJ1-RUN-DATE
036400         ADD 1 TO DLJ1-WITHDRAWN-CODES
036500         IF DLJ1-C-LEGACY-EMU(DLJ1-SUB) = "Y"
036600             MOVE "WITHDRAWN - LEGACY EMU" TO DLJ1-D-EXCEPTION
036700         ELSE
036800             MOVE "WITHDRAWN CURRENCY" TO DLJ1-D-EXCEPTION
036900         END-IF
037000         WRITE DL191-RPT-LINE FROM DLJ1-DETAIL-LINE
037100         GO TO 2800-EXIT
037200     END-IF
037300     SET DLJ1-CODE-OK              TO TRUE.
037400 2800-EXIT.
037500     EXIT.
037600*================================================================
037700*    2890-FIND-CCY  -  BODY IS EMPTY; THE SEARCH IS DONE         *
037800*                      ENTIRELY BY THE VARYING/UNTIL             *
037900*================================================================
038000 2890-FIND-CCY.
038100     CONTINUE.
038200 2890-EXIT.
038300     EXIT.
038400*================================================================
038500*    2900-CHECK-DECIMALS  -  THE AMOUNTS CARRY TWO DECIMALS, SO  *
038600*                            ONLY A CURRENCY WITH FEWER THAN     *
038700*                            TWO MINOR UNITS CAN BE EXCEEDED     *
038800*================================================================
038900 2900-CHECK-DECIMALS.
039000     IF DLJ1-C-MINOR-UNITS(DLJ1-SUB) > 1
039100         GO TO 2900-EXIT
039200     END-IF
039300     IF DLJ1-C-MINOR-UNITS(DLJ1-SUB) = ZERO
039400         MOVE 100                  TO DLJ1-CHK-DIVISOR
039500     ELSE
039600         MOVE 10                   TO DLJ1-CHK-DIVISOR
039700     END-IF
039800     COMPUTE DLJ1-CHK-CENTS = DLJ1-CHK-AMT * 100
039900     DIVIDE DLJ1-CHK-CENTS BY DLJ1-CHK-DIVISOR
040000         GIVING DLJ1-CHK-QUOT REMAINDER DLJ1-CHK-REM
040100     IF DLJ1-CHK-REM = ZERO
040200         GO TO 2900-EXIT
040300     END-IF
040400     ADD 1 TO DLJ1-EXCESS-DECIMALS
040500     MOVE DLJ1-CHK-AMT             TO DLJ1-D-AMOUNT
040600     MOVE "TOO MANY DECIMALS"      TO DLJ1-D-EXCEPTION
040700     WRITE DL191-RPT-LINE FROM DLJ1-DETAIL-LINE.
040800 2900-EXIT.
040900     EXIT.
041000*================================================================
041100*    3000-TERMINATE
041200*================================================================
041300 3000-TERMINATE.
041400     MOVE DLJ1-CODES-CHECKED       TO DLJ1-T-CHECKED
041500     MOVE DLJ1-BLANK-CODES         TO DLJ1-T-BLANK
041600     MOVE DLJ1-UNKNOWN-CODES       TO DLJ1-T-UNKNOWN
041700     MOVE DLJ1-WITHDRAWN-CODES     TO DLJ1-T-WITHDRAWN
041800     MOVE DLJ1-EXCESS-DECIMALS     TO DLJ1-T-DECIMALS
041900     WRITE DL191-RPT-LINE FROM SPACES
042000     WRITE DL191-RPT-LINE FROM DLJ1-TOTAL-LINE-1
042100     WRITE DL191-RPT-LINE FROM DLJ1-TOTAL-LINE-2
042200     WRITE DL191-RPT-LINE FROM DLJ1-TOTAL-LINE-3
042300     WRITE DL191-RPT-LINE FROM DLJ1-TOTAL-LINE-4
042400     WRITE DL191-RPT-LINE FROM DLJ1-TOTAL-LINE-5
042500     CLOSE SRLCEQEQ-FILE
042600     CLOSE COM-FILE
042700     CLOSE MUC-FILE
042800     CLOSE DL086-FXR-FILE
042900     CLOSE DL043FX-FILE
043000     CLOSE DL191-RPT-FILE.
043100 3000-EXIT.
043200     EXIT.
043300*================================================================
043400*    8000-READ-EQ
043500*================================================================
043600 8000-READ-EQ.
043700     READ SRLCEQEQ-FILE
043800         AT END
043900             SET DLJ1-EQ-EOF TO TRUE
044000     END-READ.
044100 8000-EXIT.
044200     EXIT.
044300*================================================================
044400*    8100-READ-COM
044500*================================================================
044600 8100-READ-COM.
044700     READ COM-FILE
044800         AT END
044900             SET DLJ1-COM-EOF TO TRUE
045000     END-READ.
045100 8100-EXIT.
045200     EXIT.
045300*================================================================
045400*    8200-READ-MUC
045500*================================================================
045600 8200-READ-MUC.
045700     READ MUC-FILE
045800         AT END
045900             SET DLJ1-MUC-EOF TO TRUE
046000     END-READ.
046100 8200-EXIT.
046200     EXIT.
046300*================================================================
046400*    8300-READ-FXR
046500*================================================================
046600 8300-READ-FXR.
046700     READ DL086-FXR-FILE
046800         AT END
046900             SET DLJ1-FXR-EOF TO TRUE
047000     END-READ.
047100 8300-EXIT.
047200     EXIT.
047300*================================================================
047400*    8400-READ-FX
047500*================================================================
047600 8400-READ-FX.
047700     READ DL043FX-FILE
047800         AT END
047900             SET DLJ1-FX-EOF TO TRUE
048000     END-READ.
048100 8400-EXIT.
048200     EXIT.
048300*================================================================
048400*    9900-TABLE-ABORT  -  THE CURRENCY TABLE IS FULL; THE STEP   *
048500*                         FAILS RATHER THAN MISREPORT            *
048600*================================================================
048700 9900-TABLE-ABORT.
048800     DISPLAY "DL191: CURRENCIES EXCEED THE 400-ENTRY TABLE"
048900     MOVE 8                        TO RETURN-CODE
049000     GOBACK.
049100 9900-EXIT.
049200     EXIT.
