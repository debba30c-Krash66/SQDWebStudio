000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL160.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - LOADS THE HSA/HRA
001100*                   CUSTODIAN'S REJECTION FILE (DL159REJ), ITS
001200*                   ANSWER TO THE DL159CUS SUBSTANTIATION FEED,
001300*                   TO THE DL160EXC EXCEPTION FILE AND PRINTS THE
001400*                   EXCEPTION LIST WITH COUNTS BY REJECTED RECORD
001500*                   TYPE.  ANY REJECTION SETS RETURN CODE 4 SO
001600*                   THE SCHEDULER SHOWS IT.
001700*================================================================
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.   IBM-370.
002100 OBJECT-COMPUTER.   IBM-370.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT DL159-REJ-FILE  ASSIGN TO DL159REJ
002500            ORGANIZATION IS SEQUENTIAL.
002600     SELECT DL160-EXC-FILE  ASSIGN TO DL160EXC
002700            ORGANIZATION IS SEQUENTIAL.
002800     SELECT DL160-RPT-FILE  ASSIGN TO DL160RPT
002900            ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  DL159-REJ-FILE
003300     LABEL RECORDS ARE STANDARD.
003400     COPY DL159REJ.
003500 FD  DL160-EXC-FILE
003600     LABEL RECORDS ARE STANDARD.
003700     COPY DL160EXC.
003800 FD  DL160-RPT-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  DL160-RPT-LINE                PIC X(132).
004100 WORKING-STORAGE SECTION.
004200*----------------------------------------------------------------
004300*    DLG0-SWITCHES AND COUNTERS
004400*----------------------------------------------------------------
004500 01  DLG0-SWITCHES.
004600     05  DLG0-REJ-EOF-SW           PIC X(1)     VALUE "N".
004700         88  DLG0-REJ-EOF                        VALUE "Y".
004800 01  DLG0-DATE-WORK.
004900     05  DLG0-RUN-DATE             PIC 9(8).
005000 01  DLG0-COUNTERS.
005100     05  DLG0-REJ-READ             PIC S9(8) COMP VALUE ZERO.
005200     05  DLG0-REJ-ORIGINAL         PIC S9(8) COMP VALUE ZERO.
005300     05  DLG0-REJ-REVERSAL         PIC S9(8) COMP VALUE ZERO.
005400     05  DLG0-REJ-REPLACEMENT      PIC S9(8) COMP VALUE ZERO.
005500     05  DLG0-REJ-OTHER            PIC S9(8) COMP VALUE ZERO.
005600 01  DLG0-HEADING-1.
005700     05  FILLER                    PIC X(44)
005800         VALUE "HSA/HRA CUSTODIAN REJECTION EXCEPTION LIST".
005900 01  DLG0-COLUMN-HEADING.
006000     05  FILLER                   PIC X(6)  VALUE "TYPE".
006100     05  FILLER                   PIC X(5)  VALUE "ACCT".
006200     05  FILLER                   PIC X(19) VALUE "PATIENT NBR".
006300     05  FILLER                   PIC X(15) VALUE "INVOICE".
006400     05  FILLER                   PIC X(10) VALUE "FILE DATE".
006500     05  FILLER                   PIC X(6)  VALUE "CODE".
006600     05  FILLER                   PIC X(40) VALUE "REASON".
006700 01  DLG0-DETAIL-LINE.
006800     05  DLG0-D-REC-TYPE           PIC X(1).
006900     05  FILLER                    PIC X(5)  VALUE SPACES.
007000     05  DLG0-D-HSA-NBR            PIC X(2).
007100     05  FILLER                    PIC X(3)  VALUE SPACES.
007200     05  DLG0-D-PATIENT-NBR        PIC X(17).
007300     05  FILLER                    PIC X(2)  VALUE SPACES.
007400     05  DLG0-D-INV-NBR            PIC 9(13).
007500     05  FILLER                    PIC X(2)  VALUE SPACES.
007600     05  DLG0-D-FILE-DT            PIC 9(8).
007700     05  FILLER                    PIC X(2)  VALUE SPACES.
007800     05  DLG0-D-REJECT-CD          PIC X(4).
007900     05  FILLER                    PIC X(2)  VALUE SPACES.
008000     05  DLG0-D-REJECT-DESC        PIC X(40).
008100 01  DLG0-TOTAL-LINE-1.
008200     05  FILLER                    PIC X(25)
008300         VALUE "REJECTIONS LOADED".
008400     05  DLG0-T-READ               PIC ZZZ,ZZZ,ZZ9.
008500 01  DLG0-TOTAL-LINE-2.
008600     05  FILLER                    PIC X(25)
008700         VALUE "ORIGINALS REJECTED".
008800     05  DLG0-T-ORIGINAL           PIC ZZZ,ZZZ,ZZ9.
008900 01  DLG0-TOTAL-LINE-3.
009000     05  FILLER                    PIC X(25)
009100         VALUE "REVERSALS REJECTED".
009200     05  DLG0-T-REVERSAL           PIC ZZZ,ZZZ,ZZ9.
009300 01  DLG0-TOTAL-LINE-4.
009400     05  FILLER                    PIC X(25)
009500         VALUE "REPLACEMENTS REJECTED".
009600     05  DLG0-T-REPLACEMENT        PIC ZZZ,ZZZ,ZZ9.
009700 01  DLG0-TOTAL-LINE-5.
009800     05  FILLER                    PIC X(25)
009900         VALUE "FILE-LEVEL REJECTIONS".
010000     05  DLG0-T-OTHER              PIC ZZZ,ZZZ,ZZ9.
010100*----------------------------------------------------------------
010200*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
010300*----------------------------------------------------------------
010400 01  DL903-PARMS.
010500     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL160".
010600     05  DL903-REC-TYPE            PIC X(1).
010700     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
010800*----------------------------------------------------------------
010900*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
011000*----------------------------------------------------------------
011100 01  DL902-DATES.
011200     05  DL902-EXEC-DATE           PIC 9(8).
011300 01  DL902-EXEC-LINE.
011400     05  FILLER                    PIC X(14)
011500         VALUE "BUSINESS DATE ".
011600     05  DL902-EL-BUS              PIC 9(8).
011700     05  FILLER                    PIC X(11)
011800         VALUE "  EXECUTED ".
011900     05  DL902-EL-EXEC             PIC 9(8).
012000 PROCEDURE DIVISION.
012100*================================================================
012200*    0000-MAINLINE
012300*================================================================
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
012600     MOVE "S"                      TO DL903-REC-TYPE
012700     CALL "DL903" USING DL903-PARMS
012800     PERFORM 2000-LOAD-REJECT       THRU 2000-EXIT
012900         UNTIL DLG0-REJ-EOF
013000     PERFORM 3000-TERMINATE         THRU 3000-EXIT
013100     MOVE "E"                      TO DL903-REC-TYPE
013200     MOVE DLG0-REJ-READ TO DL903-REC-COUNT
013300     CALL "DL903" USING DL903-PARMS
013400     GOBACK.
013500*================================================================
013600*    1000-INITIALIZE
013700*================================================================
013800 1000-INITIALIZE.
013900     CALL "DL902" USING DLG0-RUN-DATE DL902-EXEC-DATE
014000     OPEN INPUT  DL159-REJ-FILE
014100     OPEN OUTPUT DL160-EXC-FILE
014200     OPEN OUTPUT DL160-RPT-FILE
014300     WRITE DL160-RPT-LINE FROM DLG0-HEADING-1
014400     MOVE DLG0-RUN-DATE TO DL902-EL-BUS
014500     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
014600     WRITE DL160-RPT-LINE FROM DL902-EXEC-LINE
014700     WRITE DL160-RPT-LINE FROM SPACES
014800     WRITE DL160-RPT-LINE FROM DLG0-COLUMN-HEADING
014900     PERFORM 8000-READ-REJECT       THRU 8000-EXIT.
015000 1000-EXIT.
015100     EXIT.
015200*================================================================
015300*    2000-LOAD-REJECT  -  ONE REJECTION TO THE EXCEPTION FILE    *
015400*                         AND THE LIST                           *
015500*================================================================
015600 2000-LOAD-REJECT.
015700     ADD 1 TO DLG0-REJ-READ
015800     EVALUATE DL159-R-REC-TYPE
015900         WHEN "O"
016000             ADD 1 TO DLG0-REJ-ORIGINAL
016100         WHEN "R"
016200             ADD 1 TO DLG0-REJ-REVERSAL
016300         WHEN "P"
016400             ADD 1 TO DLG0-REJ-REPLACEMENT
016500         WHEN OTHER
016600             ADD 1 TO DLG0-REJ-OTHER
016700     END-EVALUATE
016800     MOVE DL159-R-REC-TYPE         TO DL160-X-REC-TYPE
016900     MOVE DL159-R-HSA-NBR          TO DL160-X-HSA-NBR
017000     MOVE DL159-R-PATIENT-NBR      TO DL160-X-PATIENT-NBR
017100     MOVE DL159-R-INV-NBR          TO DL160-X-INV-NBR
017200     MOVE DL159-R-FILE-DT          TO DL160-X-FILE-DT
017300     MOVE DL159-R-REJECT-CD        TO DL160-X-REJECT-CD
017400     MOVE DL159-R-REJECT-DESC      TO DL160-X-REJECT-DESC
017500     MOVE DLG0-RUN-DATE            TO DL160-X-LOADED-DT
017600     WRITE DL160-EXC-RECORD
017700     MOVE DL159-R-REC-TYPE         TO DLG0-D-REC-TYPE
017800     MOVE DL159-R-HSA-NBR          TO DLG0-D-HSA-NBR
017900     MOVE DL159-R-PATIENT-NBR      TO DLG0-D-PATIENT-NBR
018000     MOVE DL159-R-INV-NBR          TO DLG0-D-INV-NBR
018100     MOVE DL159-R-FILE-DT          TO DLG0-D-FILE-DT
018200     MOVE DL159-R-REJECT-CD        TO DLG0-D-REJECT-CD
018300     MOVE DL159-R-REJECT-DESC      TO DLG0-D-REJECT-DESC
018400     WRITE DL160-RPT-LINE FROM DLG0-DETAIL-LINE
018500     PERFORM 8000-READ-REJECT       THRU 8000-EXIT.
018600 2000-EXIT.
018700     EXIT.
018800*================================================================
018900*    3000-TERMINATE
019000*================================================================
019100 3000-TERMINATE.
019200     MOVE DLG0-REJ-READ            TO DLG0-T-READ
019300     MOVE DLG0-REJ-ORIGINAL        TO DLG0-T-ORIGINAL
019400     MOVE DLG0-REJ-REVERSAL        TO DLG0-T-REVERSAL
019500     MOVE DLG0-REJ-REPLACEMENT     TO DLG0-T-REPLACEMENT
019600     MOVE DLG0-REJ-OTHER           TO DLG0-T-OTHER
019700     WRITE DL160-RPT-LINE FROM SPACES
019800     WRITE DL160-RPT-LINE FROM DLG0-TOTAL-LINE-1
019900     WRITE DL160-RPT-LINE FROM DLG0-TOTAL-LINE-2
020000     WRITE DL160-RPT-LINE FROM DLG0-TOTAL-LINE-3
020100     WRITE DL160-RPT-LINE FROM DLG0-TOTAL-LINE-4
020200     WRITE DL160-RPT-LINE FROM DLG0-TOTAL-LINE-5
020300     IF DLG0-REJ-READ > ZERO
020400         MOVE 4                    TO RETURN-CODE
020500     END-IF
020600     CLOSE DL159-REJ-FILE
020700     CLOSE DL160-EXC-FILE
020800     CLOSE DL160-RPT-FILE.
020900 3000-EXIT.
021000     EXIT.
021100*================================================================
021200*    8000-READ-REJECT
021300*================================================================
021400 8000-READ-REJECT.
021500     READ DL159-REJ-FILE
021600         AT END
021700             SET DLG0-REJ-EOF TO TRUE
021800     END-READ.
021900 8000-EXIT.
022000     EXIT.
