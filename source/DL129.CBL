002000*                   TRAILER CARRIES THE RECORD COUNT AND AMOUNT
002100*                   HASH THE BANK BALANCES AGAINST.  TODAY A
002200*                   FORGED CHECK CLEARS BEFORE WE EVER SEE IT.
002201*  2026-10-15  RH   A CHECK THE DL154 ACH RUN PAID BY EFT (ON
002202*                   THE DL154EFT REGISTER BY CHECK NUMBER) IS
002203*                   NEVER PRINTED, SO IT WRITES NO ISSUE OR
002204*                   VOID RECORD; IT IS COUNTED ON THE CONTROL
002205*                   REPORT INSTEAD.
002206*  2026-10-15  RH   A CHECK CUT TODAY TO A PAYEE UNDER A CONFIRMED
002207*                   SANCTIONS HIT (THE LABELED DL184BLK BLOCK
002208*                   LIST) IS HELD - NO ISSUE RECORD IS WRITTEN -
002209*                   AND COUNTED ON THE CONTROL REPORT.
002210*  2026-10-15  RH   A HELD CHECK IS ALSO WRITTEN TO THE DL129HLD
002211*                   HELD-CHECK FILE (NUMBER, DATE, AMOUNT, PAYEE)
002212*                   SO DL158 CAN TIE THE DAY'S CASH TO ISSUES PLUS
002213*                   EFT PLUS HELD CHECKS.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT DL129-ISS-FILE  ASSIGN TO DL129ISS
003300            ORGANIZATION IS SEQUENTIAL.
003301     SELECT DL154-EFT-FILE  ASSIGN TO DL154EFT
003302            ORGANIZATION IS SEQUENTIAL.
003303     SELECT DL184-BLK-FILE  ASSIGN TO DL184BLK
003304            ORGANIZATION IS SEQUENTIAL.
003305     SELECT DL129-HLD-FILE  ASSIGN TO DL129HLD
003306            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL129-RPT-FILE  ASSIGN TO DL129RPT
003500            ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
004100 FD  DL129-ISS-FILE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY DL129ISS.
004301 FD  DL154-EFT-FILE
004302     LABEL RECORDS ARE STANDARD.
004303     COPY DL154EFT.
004304 FD  DL184-BLK-FILE
004305     LABEL RECORDS ARE STANDARD
004306     RECORD CONTAINS 43 CHARACTERS.
004307     COPY DL184BLK.
004308 01  DL184-BLK-IN-LABEL            PIC X(43).
004309 FD  DL129-HLD-FILE
004310     LABEL RECORDS ARE STANDARD.
004311     COPY DL129HLD.
004400 FD  DL129-RPT-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  DL129-RPT-LINE                PIC X(132).
005300         88  DLC9-CLM-EOF                        VALUE "Y".
005400     05  DLC9-TODAY-CHECK-SW       PIC X(1)     VALUE "N".
005500         88  DLC9-TODAY-CHECK                    VALUE "Y".
005501     05  DLC9-EFT-EOF-SW           PIC X(1)     VALUE "N".
005502         88  DLC9-EFT-EOF                        VALUE "Y".
005503     05  DLC9-BLK-EOF-SW           PIC X(1)     VALUE "N".
005504         88  DLC9-BLK-EOF                        VALUE "Y".
005600 01  DLC9-KEYS.
005700     05  DLC9-CHK-KEY              PIC X(10).
005701     05  DLC9-EFT-KEY              PIC X(10).
005800 01  DLC9-WORK-FIELDS.
005900     05  DLC9-CHECK-AMT            PIC S9(13) COMP-3 VALUE ZERO.
006000     05  DLC9-PAYEE                PIC X(10).
006001     05  DLC9-SUB                  PIC S9(4) COMP VALUE ZERO.
006002*----------------------------------------------------------------
006003*    DLC9-BLK-TABLE  -  PAYEES UNDER A CONFIRMED SANCTIONS HIT
006004*    (DL184BLK).  OVERFLOW ABORTS (DL060 RULE).
006005*----------------------------------------------------------------
006006 01  DLC9-BLK-TABLE.
006007     05  DLC9-BLK-COUNT            PIC S9(4) COMP VALUE ZERO.
006008     05  DLC9-BLK-PRV-ID OCCURS 2000 TIMES PIC X(10).
006100 01  DLC9-DATE-WORK.
006200     05  DLC9-RUN-DATE             PIC 9(8).
006300 01  DLC9-COUNTERS.
006400     05  DLC9-CLM-READ             PIC S9(8) COMP VALUE ZERO.
006500     05  DLC9-ISSUES-WRITTEN       PIC S9(8) COMP VALUE ZERO.
006600     05  DLC9-VOIDS-WRITTEN        PIC S9(8) COMP VALUE ZERO.
006601     05  DLC9-EFT-SKIPPED          PIC S9(8) COMP VALUE ZERO.
006602     05  DLC9-SANCTIONS-HELD       PIC S9(8) COMP VALUE ZERO.
006700     05  DLC9-HASH-TOTAL           PIC S9(15) COMP-3 VALUE ZERO.
006800 01  DLC9-HEADING-1.
006900     05  FILLER                    PIC X(36)
008000     05  FILLER                    PIC X(25)
008100         VALUE "AMOUNT HASH TOTAL".
008200     05  DLC9-T-HASH               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
008201 01  DLC9-TOTAL-LINE-4.
008202     05  FILLER                    PIC X(25)
008203         VALUE "PAID BY EFT - NOT ISSUED".
008204     05  DLC9-T-EFT                PIC ZZZ,ZZ9.
008205 01  DLC9-TOTAL-LINE-5.
008206     05  FILLER                    PIC X(25)
008207         VALUE "HELD - SANCTIONS BLOCK".
008208     05  DLC9-T-HELD               PIC ZZZ,ZZ9.
008209*----------------------------------------------------------------
008210*    DLCTL-LABEL-RECORD  -  SATELLITE-EXTRACT LABEL HANDLING
008211*----------------------------------------------------------------
008212     COPY DLCTLLBL.
008213 01  DLC9-LBL-WORK.
008214     05  DLC9-LBL-IN-COUNT        PIC 9(8)  VALUE ZERO.
008215     05  DLC9-LBL-IN-HASH         PIC 9(16) VALUE ZERO.
008216     05  DLC9-LBL-KEY-WORK        PIC X(10).
008217     05  DLC9-LBL-KEY-NUM REDEFINES DLC9-LBL-KEY-WORK
008218                                  PIC 9(10).
008219     05  DLC9-LBL-TERM            PIC 9(10).
008300*----------------------------------------------------------------
008400*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
008500*----------------------------------------------------------------
011900*================================================================
012000 1000-INITIALIZE.
012100     CALL "DL902" USING DLC9-RUN-DATE DL902-EXEC-DATE
012101     PERFORM 1600-LOAD-BLOCKS       THRU 1600-EXIT
012200     OPEN INPUT  BHS2MCH-FILE
012201     OPEN INPUT  DL154-EFT-FILE
012300     OPEN OUTPUT DL129-ISS-FILE
012301     OPEN OUTPUT DL129-HLD-FILE
012400     OPEN OUTPUT DL129-RPT-FILE
012500     WRITE DL129-RPT-LINE FROM DLC9-HEADING-1
012600     MOVE DLC9-RUN-DATE TO DL902-EL-BUS
012700     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
012800     WRITE DL129-RPT-LINE FROM DL902-EXEC-LINE
012801     PERFORM 8200-READ-EFT          THRU 8200-EXIT
012900     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT
013000     PERFORM 2900-SKIP-UNCHECKED    THRU 2900-EXIT
013100         UNTIL DLC9-CLM-EOF
013300 1000-EXIT.
013400     EXIT.
013500*================================================================
013501*    1600-LOAD-BLOCKS  -  THE DL184 SANCTIONS BLOCK LIST; A      *
013502*                         MISSING OR OUT-OF-BALANCE LABEL FAILS  *
013503*                         THE STEP RATHER THAN RELEASING BLOCKS  *
013504*================================================================
013505 1600-LOAD-BLOCKS.
013506     OPEN INPUT  DL184-BLK-FILE
013507     READ DL184-BLK-FILE
013508         AT END
013509             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
013510     END-READ
013511     MOVE DL184-BLK-IN-LABEL  TO DLCTL-LABEL-RECORD
013512     IF NOT DLCTL-L-HEADER
013513         PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
013514     END-IF
013515     PERFORM 8300-READ-BLOCK        THRU 8300-EXIT
013516     PERFORM 1610-LOAD-ONE-BLOCK    THRU 1610-EXIT
013517         UNTIL DLC9-BLK-EOF
013518     CLOSE DL184-BLK-FILE.
013519 1600-EXIT.
013520     EXIT.
013521*================================================================
013522*    1610-LOAD-ONE-BLOCK  -  PROVIDER PAYEE BLOCKS ONLY
013523*================================================================
013524 1610-LOAD-ONE-BLOCK.
013525     IF DL184-B-PAYEE
013526         IF DLC9-BLK-COUNT >= 2000
013527             PERFORM 9910-BLK-ABORT THRU 9910-EXIT
013528         END-IF
013529         ADD 1 TO DLC9-BLK-COUNT
013530         MOVE DL184-B-PARTY-KEY TO DLC9-BLK-PRV-ID(DLC9-BLK-COUNT)
013531     END-IF
013532     PERFORM 8300-READ-BLOCK        THRU 8300-EXIT.
013533 1610-EXIT.
013534     EXIT.
013535*================================================================
013600*    2000-PROCESS-CHECK  -  ONE CHECK GROUP: ACCUMULATE, THEN    *
013700*                           ISSUE OR VOID IF CUT TODAY           *
013800*================================================================
014400     PERFORM 2100-GATHER-ONE-CLAIM  THRU 2100-EXIT
014500         UNTIL DLC9-CLM-EOF
014600         OR CLH-ACT-CHK-NBR NOT = DLC9-CHK-KEY
014601     PERFORM 8200-READ-EFT          THRU 8200-EXIT
014602         UNTIL DLC9-EFT-KEY NOT < DLC9-CHK-KEY
014603     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
014604         VARYING DLC9-SUB FROM 1 BY 1
014605         UNTIL DLC9-SUB > DLC9-BLK-COUNT
014606         OR DLC9-BLK-PRV-ID(DLC9-SUB) = DLC9-PAYEE
014700     IF DLC9-TODAY-CHECK
014701         IF DLC9-EFT-KEY = DLC9-CHK-KEY
014702             ADD 1 TO DLC9-EFT-SKIPPED
014703         ELSE
014704             IF DLC9-SUB <= DLC9-BLK-COUNT
014705                 ADD 1 TO DLC9-SANCTIONS-HELD
014706                 PERFORM 2550-WRITE-HELD  THRU 2550-EXIT
014707             ELSE
014708                 PERFORM 2500-WRITE-ISSUE THRU 2500-EXIT
014709             END-IF
014801         END-IF
014900     END-IF
015000     PERFORM 2900-SKIP-UNCHECKED    THRU 2900-EXIT
015100         UNTIL DLC9-CLM-EOF
019400     ADD DL129-I-AMOUNT TO DLC9-HASH-TOTAL.
019500 2500-EXIT.
019600     EXIT.
019601*================================================================
019602*    2550-WRITE-HELD  -  A HELD CHECK GOES TO DL129HLD SO        *
019603*                        DL158 CAN STILL TIE THE DAY'S CASH      *
019604*================================================================
019605 2550-WRITE-HELD.
019606     IF DLC9-CHECK-AMT > ZERO
019607         MOVE DLC9-CHECK-AMT       TO DL129-H-AMOUNT
019608     ELSE
019609         MOVE ZERO                 TO DL129-H-AMOUNT
019610     END-IF
019611     MOVE DLC9-CHK-KEY             TO DL129-H-CHK-NBR
019612     MOVE DLC9-RUN-DATE            TO DL129-H-HELD-DT
019613     MOVE DLC9-PAYEE               TO DL129-H-PAYEE
019614     WRITE DL129-HLD-RECORD.
019615 2550-EXIT.
019616     EXIT.
019700*================================================================
019701*    2590-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
019702*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
019703*                      PERFORM THAT CALLS THIS                   *
019704*================================================================
019705 2590-SCAN-ONE.
019706     CONTINUE.
019707 2590-EXIT.
019708     EXIT.
019709*================================================================
019800*    2900-SKIP-UNCHECKED  -  CLAIMS WITH NO CHECK NUMBER SORT    *
019900*                            AHEAD OF THE CHECKED ONES           *
020000*================================================================
022300     WRITE DL129-RPT-LINE FROM DLC9-TOTAL-LINE-1
022400     WRITE DL129-RPT-LINE FROM DLC9-TOTAL-LINE-2
022500     WRITE DL129-RPT-LINE FROM DLC9-TOTAL-LINE-3
022501     MOVE DLC9-EFT-SKIPPED         TO DLC9-T-EFT
022502     WRITE DL129-RPT-LINE FROM DLC9-TOTAL-LINE-4
022503     MOVE DLC9-SANCTIONS-HELD      TO DLC9-T-HELD
022504     WRITE DL129-RPT-LINE FROM DLC9-TOTAL-LINE-5
022600     CLOSE BHS2MCH-FILE
022601     CLOSE DL154-EFT-FILE
022700     CLOSE DL129-ISS-FILE
022701     CLOSE DL129-HLD-FILE
022800     CLOSE DL129-RPT-FILE.
022900 3000-EXIT.
023000     EXIT.
023800     END-READ.
023900 8000-EXIT.
024000     EXIT.
024001*================================================================
024002*    8200-READ-EFT  -  EFT REGISTER, ASCENDING CHECK NUMBER
024003*================================================================
024004 8200-READ-EFT.
024005     READ DL154-EFT-FILE
024006         AT END
024007             SET DLC9-EFT-EOF TO TRUE
024008             MOVE HIGH-VALUES      TO DLC9-EFT-KEY
024009     END-READ
024010     IF NOT DLC9-EFT-EOF
024011         MOVE DL154-E-CHK-NBR      TO DLC9-EFT-KEY
024012     END-IF.
024013 8200-EXIT.
024014     EXIT.
024015*================================================================
024016*    8300-READ-BLOCK  -  THE TRAILER ENDS THE LIST AND MUST      *
024017*                        BALANCE                                 *
024018*================================================================
024019 8300-READ-BLOCK.
024020     READ DL184-BLK-FILE
024021         AT END
024022             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
024023     END-READ
024024     IF DL184-BLK-IN-LABEL(1:3) = "TRL"
024025         MOVE DL184-BLK-IN-LABEL TO DLCTL-LABEL-RECORD
024026         IF DLCTL-L-REC-COUNT NOT = DLC9-LBL-IN-COUNT
024027             OR DLCTL-L-KEY-HASH NOT = DLC9-LBL-IN-HASH
024028             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
024029         END-IF
024030         SET DLC9-BLK-EOF TO TRUE
024031     ELSE
024032         ADD 1 TO DLC9-LBL-IN-COUNT
024033         MOVE ZEROES TO DLC9-LBL-KEY-WORK
024034         MOVE DL184-B-CONF-DATE TO DLC9-LBL-KEY-WORK(3:8)
024035         PERFORM 9850-LBL-HASH-TERM THRU 9850-EXIT
024036         ADD DLC9-LBL-TERM TO DLC9-LBL-IN-HASH
024037     END-IF.
024038 8300-EXIT.
024039     EXIT.
024040*================================================================
024041*    9850-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
024042*                           PLACED IN DLC9-LBL-KEY-WORK          *
024043*================================================================
024044 9850-LBL-HASH-TERM.
024045     IF DLC9-LBL-KEY-WORK IS NUMERIC
024046         MOVE DLC9-LBL-KEY-NUM    TO DLC9-LBL-TERM
024047     ELSE
024048         MOVE 1                    TO DLC9-LBL-TERM
024049     END-IF.
024050 9850-EXIT.
024051     EXIT.
024052*================================================================
024053*    9910-BLK-ABORT  -  MORE PAYEE BLOCKS THAN THE 2000-ENTRY    *
024054*                       TABLE                                    *
024055*================================================================
024056 9910-BLK-ABORT.
024057     DISPLAY "DL129: SANCTIONS BLOCKS EXCEED THE 2000-ENTRY TABLE"
024058     MOVE 8                        TO RETURN-CODE
024059     GOBACK.
024060 9910-EXIT.
024061     EXIT.
024062*================================================================
024063*    9950-LABEL-ABORT  -  A MISSING OR MISMATCHED DL184BLK       *
024064*                         LABEL FAILS THE STEP                   *
024065*================================================================
024066 9950-LABEL-ABORT.
024067     DISPLAY "DL129: DL184BLK LABEL MISSING OR MISMATCHED"
024068     MOVE 8                        TO RETURN-CODE
024069     GOBACK.
024070 9950-EXIT.
024071     EXIT.
