002430*                   A WITHHOLD OF A THOUSAND DOLLARS OR MORE
002440*                   WAS TRUNCATING ITS HIGH-ORDER DIGITS ON A
002450*                   PROVIDER-FACING ADVICE.
002451*  2026-10-15  RH   CHECKS THE DL154 ACH RUN PAID ELECTRONICALLY
002452*                   ARE MATCHED ON THE DL154EFT REGISTER BY
002453*                   CHECK NUMBER; THEIR ADVICE HEADER CARRIES
002454*                   THE ACH TRACE NUMBER AND THE TOTAL READS
002455*                   "EFT TOTAL" SO THE PROVIDER CAN TIE THE
002456*                   ADVICE TO THE DEPOSIT.
002457*  2026-10-15  RH   THE ADVICE FOLLOWS THE DL155XRF VOID AND
002458*                   REISSUE CHAIN FROM THE CLAIMS' CHECK NUMBER:
002459*                   A REISSUED CHECK'S ADVICE GOES OUT UNDER
002460*                   THE REPLACEMENT NUMBER (AND PAYEE) WITH A
002461*                   "REPLACES CHECK" LINE, AND A CHECK VOIDED OR
002462*                   STOPPED WITHOUT REISSUE HAS ITS ADVICE
002463*                   WITHHELD AND LISTED ON THE REGISTER.
002464*  2026-10-15  RH   CLAIMS NOW COME FROM THE DL197 CLAIM VIEW
002465*                   THROUGH THE SHARED DL909 READER INSTEAD OF
002466*                   THIS PROGRAM'S OWN BHS2MCH/BHS3MDE LOCKSTEP
002467*                   PASS.
002468*  2026-10-15  RH   THE VIEW COMES IN PATIENT ORDER, SO THE
002469*                   CHECKED CLAIMS NOW GO THROUGH A SORT ON CHECK
002470*                   AND INVOICE NUMBER AND EACH ADVICE IS BUILT
002471*                   FROM THE SORTED CLAIMS; A CHECK IS NO LONGER
002472*                   SPLIT ACROSS ADVICES AND THE EFT REGISTER
002473*                   AND VOID/REISSUE CHAIN MATCH AGAIN.  THE
002474*                   DETAIL-MISSING SWITCH IS NOW RESET PER CLAIM.
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003600     SELECT DL128-RMT-FILE  ASSIGN TO DL128RMT
003700            ORGANIZATION IS SEQUENTIAL.
003701     SELECT DL155-XRF-FILE  ASSIGN TO DL155XRF
003702            ORGANIZATION IS SEQUENTIAL.
003703     SELECT DL154-EFT-FILE  ASSIGN TO DL154EFT
003704            ORGANIZATION IS SEQUENTIAL.
003705     SELECT DL128-SORT-FILE ASSIGN TO DL128SORT.
003800     SELECT DL128-RPT-FILE  ASSIGN TO DL128RPT
003900            ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004800 FD  DL128-RMT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000     COPY DL128RMT.
005001 FD  DL155-XRF-FILE
005002     LABEL RECORDS ARE STANDARD.
005003     COPY DL155XRF.
005004 FD  DL154-EFT-FILE
005005     LABEL RECORDS ARE STANDARD.
005006     COPY DL154EFT.
005007 SD  DL128-SORT-FILE.
005008 01  DLC8-SORT-RECORD.
005009     05  DLC8-S-CHK-NBR            PIC X(10).
005010     05  DLC8-S-INV-NBR            PIC 9(13).
005011     05  FILLER                    PIC X(277).
005100 FD  DL128-RPT-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  DL128-RPT-LINE                PIC X(132).
006000         88  DLC8-CLM-EOF                        VALUE "Y".
006100     05  DLC8-DET-EOF-SW           PIC X(1)     VALUE "N".
006200         88  DLC8-DET-EOF                        VALUE "Y".
006201     05  DLC8-EFT-EOF-SW           PIC X(1)     VALUE "N".
006202         88  DLC8-EFT-EOF                        VALUE "Y".
006203     05  DLC8-EFT-CHECK-SW         PIC X(1)     VALUE "N".
006204         88  DLC8-EFT-CHECK                      VALUE "Y".
006205     05  DLC8-XRF-EOF-SW           PIC X(1)     VALUE "N".
006206         88  DLC8-XRF-EOF                        VALUE "Y".
006207     05  DLC8-CHAIN-DONE-SW        PIC X(1)     VALUE "N".
006208         88  DLC8-CHAIN-DONE                     VALUE "Y".
006209     05  DLC8-CHAIN-VOIDED-SW      PIC X(1)     VALUE "N".
006210         88  DLC8-CHAIN-VOIDED                   VALUE "Y".
006211     05  DLC8-SORT-EOF-SW          PIC X(1)     VALUE "N".
006212         88  DLC8-SORT-EOF                       VALUE "Y".
006300 01  DLC8-KEYS.
006400     05  DLC8-CHK-KEY              PIC X(10).
006401     05  DLC8-EFT-KEY              PIC X(10).
006402     05  DLC8-CUR-CHK              PIC X(10).
006403     05  DLC8-CHAIN-PAYEE          PIC X(10).
006404*----------------------------------------------------------------
006405*    DLC8-CLAIM-IMAGE  -  ONE CHECKED CLAIM AS CARRIED THROUGH
006406*    THE SORT INTO CHECK-NUMBER ORDER.  A CLAIM WITH NO DETAIL
006407*    CARRIES ZERO LINES
006408*----------------------------------------------------------------
006409 01  DLC8-CLAIM-IMAGE.
006410     05  DLC8-CI-CHK-NBR           PIC X(10).
006411     05  DLC8-CI-INV-NBR           PIC 9(13).
006412     05  DLC8-CI-PATIENT           PIC X(17).
006413     05  DLC8-CI-PAID-AMT          PIC S9(9).
006414     05  DLC8-CI-SPEC-PAY          PIC X(10).
006415     05  DLC8-CI-CONT-PRV          PIC X(10).
006416     05  DLC8-CI-LINE OCCURS 4 TIMES.
006417         10  DLC8-CI-FST-DT        PIC 9(8).
006418         10  DLC8-CI-LST-DT        PIC 9(8).
006419         10  DLC8-CI-CHG           PIC S9(9).
006420         10  DLC8-CI-ALLOWED       PIC S9(9).
006421         10  DLC8-CI-WHOLD         PIC S9(9).
006422         10  DLC8-CI-NET           PIC S9(9).
006423         10  DLC8-CI-RMK           PIC X(4).
006424     05  FILLER                    PIC X(7).
006425*----------------------------------------------------------------
006426*    DLC8-XRF-TABLE  -  THE DL155 VOID/REISSUE CROSS-REFERENCE.
006427*    OVERFLOW ABORTS (DL060 RULE).
006428*----------------------------------------------------------------
006429 01  DLC8-XRF-TABLE.
006430     05  DLC8-XRF-COUNT            PIC S9(4) COMP VALUE ZERO.
006431     05  DLC8-XRF-ENTRY OCCURS 5000 TIMES.
006432         10  DLC8-X-OLD-CHK        PIC X(10).
006433         10  DLC8-X-NEW-CHK        PIC X(10).
006434         10  DLC8-X-PAYEE          PIC X(10).
006500*----------------------------------------------------------------
006600*    DLC8-ADV-TABLE  -  THE CHECK'S ADVICE LINES, HELD UNTIL
006700*    THE TOTALS PROVE OUT
008800     05  FILLER                    PIC X(7)   VALUE " PAYEE ".
008900     05  DLC8-H-PAYEE              PIC X(10).
009000     05  FILLER                    PIC X(57)  VALUE SPACES.
009001 01  DLC8-EFT-HDR-LINE.
009002     05  FILLER                    PIC X(10)  VALUE "EFT TRACE ".
009003     05  DLC8-E-TRACE-NBR          PIC 9(15).
009004     05  FILLER                    PIC X(7)   VALUE " CHECK ".
009005     05  DLC8-E-CHK-NBR            PIC X(10).
009006     05  FILLER                    PIC X(7)   VALUE " PAYEE ".
009007     05  DLC8-E-PAYEE              PIC X(10).
009008     05  FILLER                    PIC X(31)  VALUE SPACES.
009009 01  DLC8-RPL-LINE.
009010     05  FILLER                    PIC X(15)
009011         VALUE "REPLACES CHECK ".
009012     05  DLC8-P-OLD-CHK            PIC X(10).
009013     05  FILLER                    PIC X(65)  VALUE SPACES.
009100 01  DLC8-CLM-LINE.
009200     05  FILLER                    PIC X(8)   VALUE "PATIENT ".
009300     05  DLC8-C-PATIENT            PIC X(17).
011000     05  DLC8-V-RMK                PIC X(4).
011100     05  FILLER                    PIC X(4)   VALUE SPACES.
011200 01  DLC8-TOT-LINE.
011300     05  DLC8-T-LABEL              PIC X(12).
011500     05  DLC8-T-AMOUNT             PIC ZZZ,ZZZ,ZZZ,Z9.
011600     05  FILLER                    PIC X(64)  VALUE SPACES.
011700 01  DLC8-COUNTERS.
011800     05  DLC8-CLM-READ             PIC S9(8) COMP VALUE ZERO.
011900     05  DLC8-ADVICES-RELEASED     PIC S9(8) COMP VALUE ZERO.
012000     05  DLC8-ADVICES-HELD         PIC S9(8) COMP VALUE ZERO.
012001     05  DLC8-ADVICES-VOIDED       PIC S9(8) COMP VALUE ZERO.
012100 01  DLC8-HEADING-1.
012200     05  FILLER                    PIC X(44)
012300         VALUE "PROVIDER REMITTANCE ADVICE CONTROL".
012600     05  DLC8-X-CHK-NBR            PIC X(10).
012700     05  FILLER                    PIC X(26)
012800         VALUE " HELD - OUT OF BALANCE".
012801 01  DLC8-VOIDED-LINE.
012802     05  FILLER                    PIC X(6)  VALUE "CHECK ".
012803     05  DLC8-O-CHK-NBR            PIC X(10).
012804     05  FILLER                    PIC X(26)
012805         VALUE " VOIDED - ADVICE WITHHELD".
012900 01  DLC8-TOTAL-LINE-1.
013000     05  FILLER                    PIC X(25)
013100         VALUE "ADVICES RELEASED".
013400     05  FILLER                    PIC X(25)
013500         VALUE "ADVICES HELD".
013600     05  DLC8-T-HELD               PIC ZZZ,ZZ9.
013601 01  DLC8-TOTAL-LINE-3.
013602     05  FILLER                    PIC X(25)
013603         VALUE "ADVICES WITHHELD-VOIDED".
013604     05  DLC8-T-VOIDED             PIC ZZZ,ZZ9.
013700*----------------------------------------------------------------
013800*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
013900*----------------------------------------------------------------
015300     05  FILLER                    PIC X(11)
015400         VALUE "  EXECUTED ".
015500     05  DL902-EL-EXEC             PIC 9(8).
015501*----------------------------------------------------------------
015502*    CLAIM HEADER AND DETAIL AREAS, FILLED FROM THE DL197 CLAIM
015503*    VIEW BY THE SHARED DL909 READER
015504*----------------------------------------------------------------
015505     COPY BHS2MCH.
015506     COPY BHS3MDE.
015507     COPY DL909PRM.
015600 PROCEDURE DIVISION.
015700*================================================================
015701*    0000-MAINLINE  -  THE DL197 VIEW COMES IN PATIENT           *
015702*                      ORDER; THE SORT PUTS THE CHECKED CLAIMS   *
015703*                      IN CHECK NUMBER ORDER SO EACH CHECK IS    *
015704*                      ONE ADVICE AND THE EFT REGISTER MATCHES   *
015705*                      FORWARD                                   *
015900*================================================================
016000 0000-MAINLINE.
016100     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
016200     MOVE "S"                      TO DL903-REC-TYPE
016300     CALL "DL903" USING DL903-PARMS
016301     SORT DL128-SORT-FILE
016302         ON ASCENDING KEY DLC8-S-CHK-NBR
016303                          DLC8-S-INV-NBR
016304         INPUT PROCEDURE IS 1500-RELEASE-CLAIMS
016305             THRU 1599-EXIT
016306         OUTPUT PROCEDURE IS 1700-BUILD-ADVICES
016307             THRU 1799-EXIT
016600     PERFORM 3000-TERMINATE         THRU 3000-EXIT
016700     MOVE "E"                      TO DL903-REC-TYPE
016800     MOVE DLC8-CLM-READ TO DL903-REC-COUNT
017300*================================================================
017400 1000-INITIALIZE.
017500     CALL "DL902" USING DLC8-RUN-DATE DL902-EXEC-DATE
017501     OPEN INPUT  DL155-XRF-FILE
017502     PERFORM 1100-LOAD-ONE-XRF      THRU 1100-EXIT
017503         UNTIL DLC8-XRF-EOF
017504     CLOSE DL155-XRF-FILE
017701     OPEN INPUT  DL154-EFT-FILE
017800     OPEN OUTPUT DL128-RMT-FILE
017900     OPEN OUTPUT DL128-RPT-FILE
018000     WRITE DL128-RPT-LINE FROM DLC8-HEADING-1
018200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
018300     WRITE DL128-RPT-LINE FROM DL902-EXEC-LINE
018400     WRITE DL128-RPT-LINE FROM SPACES
018401     PERFORM 8200-READ-EFT          THRU 8200-EXIT.
018900 1000-EXIT.
019000     EXIT.
019001*================================================================
019002*    1100-LOAD-ONE-XRF
019003*================================================================
019004 1100-LOAD-ONE-XRF.
019005     READ DL155-XRF-FILE
019006         AT END
019007             SET DLC8-XRF-EOF TO TRUE
019008     END-READ
019009     IF NOT DLC8-XRF-EOF
019010         IF DLC8-XRF-COUNT >= 5000
019011             PERFORM 9910-XRF-ABORT THRU 9910-EXIT
019012         END-IF
019013         ADD 1 TO DLC8-XRF-COUNT
019014         MOVE DL155-X-OLD-CHK      TO
019015             DLC8-X-OLD-CHK(DLC8-XRF-COUNT)
019016         MOVE DL155-X-NEW-CHK      TO
019017             DLC8-X-NEW-CHK(DLC8-XRF-COUNT)
019018         MOVE DL155-X-PAYEE        TO
019019             DLC8-X-PAYEE(DLC8-XRF-COUNT)
019020     END-IF.
019021 1100-EXIT.
019022     EXIT.
019023*================================================================
019024*    1500-RELEASE-CLAIMS  -  INPUT PROCEDURE: EVERY CLAIM        *
019025*                            ON THE VIEW IS COUNTED; ONLY THOSE  *
019026*                            WITH A CHECK NUMBER ARE RELEASED    *
019027*================================================================
019028 1500-RELEASE-CLAIMS.
019029     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT
019030     PERFORM 1510-RELEASE-ONE       THRU 1510-EXIT
019031         UNTIL DLC8-CLM-EOF
019032     GO TO 1599-EXIT.
019033 1500-EXIT.
019034     EXIT.
019035*================================================================
019036*    1510-RELEASE-ONE
019037*================================================================
019038 1510-RELEASE-ONE.
019039     ADD 1 TO DLC8-CLM-READ
019040     IF CLH-ACT-CHK-NBR = SPACES
019041         GO TO 1510-READ-NEXT
019042     END-IF
019043     MOVE SPACES                   TO DLC8-CLAIM-IMAGE
019044     MOVE CLH-ACT-CHK-NBR          TO DLC8-CI-CHK-NBR
019045     MOVE CLH-INV-NBR-COMP         TO DLC8-CI-INV-NBR
019046     MOVE CLH-PATIENT-NBR          TO DLC8-CI-PATIENT
019047     MOVE CLH-CLM-PAID-AMT         TO DLC8-CI-PAID-AMT
019048     MOVE CLH-SPEC-PAY             TO DLC8-CI-SPEC-PAY
019049     MOVE CLH-CONT-PRV             TO DLC8-CI-CONT-PRV
019050     PERFORM 1520-IMAGE-ONE-LINE    THRU 1520-EXIT
019051         VARYING DLC8-LN-SUB FROM 1 BY 1
019052         UNTIL DLC8-LN-SUB > 4
019053     RELEASE DLC8-SORT-RECORD FROM DLC8-CLAIM-IMAGE.
019054 1510-READ-NEXT.
019055     PERFORM 8100-READ-CLAIM-PAIR   THRU 8100-EXIT.
019056 1510-EXIT.
019057     EXIT.
019058*================================================================
019059*    1520-IMAGE-ONE-LINE
019060*================================================================
019061 1520-IMAGE-ONE-LINE.
019062     IF DLC8-DET-EOF
019063         MOVE ZERO                 TO DLC8-CI-FST-DT(DLC8-LN-SUB)
019064         MOVE ZERO                 TO DLC8-CI-LST-DT(DLC8-LN-SUB)
019065         MOVE ZERO                 TO DLC8-CI-CHG(DLC8-LN-SUB)
019066         MOVE ZERO                 TO DLC8-CI-ALLOWED(DLC8-LN-SUB)
019067         MOVE ZERO                 TO DLC8-CI-WHOLD(DLC8-LN-SUB)
019068         MOVE ZERO                 TO DLC8-CI-NET(DLC8-LN-SUB)
019069         GO TO 1520-EXIT
019070     END-IF
019071     MOVE CLD-FST-DT(DLC8-LN-SUB)  TO DLC8-CI-FST-DT(DLC8-LN-SUB)
019072     MOVE CLD-LST-DT(DLC8-LN-SUB)  TO DLC8-CI-LST-DT(DLC8-LN-SUB)
019073     MOVE CLD-CHG(DLC8-LN-SUB)     TO DLC8-CI-CHG(DLC8-LN-SUB)
019074     MOVE CLD-UCR-AMT(DLC8-LN-SUB) TO
019075         DLC8-CI-ALLOWED(DLC8-LN-SUB)
019076     MOVE CLD-WHOLD-AMT(DLC8-LN-SUB) TO
019077         DLC8-CI-WHOLD(DLC8-LN-SUB)
019078     MOVE CLD-NET-PAY-AMT(DLC8-LN-SUB) TO
019079         DLC8-CI-NET(DLC8-LN-SUB)
019080     MOVE CLD-RMK-CD-1(DLC8-LN-SUB) TO DLC8-CI-RMK(DLC8-LN-SUB).
019081 1520-EXIT.
019082     EXIT.
019083 1599-EXIT.
019084     EXIT.
019085*================================================================
019086*    1700-BUILD-ADVICES  -  OUTPUT PROCEDURE: ONE ADVICE         *
019087*                           PER CHECK NUMBER                     *
019088*================================================================
019089 1700-BUILD-ADVICES.
019090     PERFORM 8300-RETURN-CLAIM      THRU 8300-EXIT
019091     PERFORM 2000-PROCESS-CHECK     THRU 2000-EXIT
019092         UNTIL DLC8-SORT-EOF
019093     GO TO 1799-EXIT.
019094 1700-EXIT.
019095     EXIT.
019096 1799-EXIT.
019097     EXIT.
019100*================================================================
019200*    2000-PROCESS-CHECK  -  BUILD ONE CHECK'S ADVICE, PROVE THE  *
019300*                           TOTALS, RELEASE OR HOLD              *
019400*================================================================
019500 2000-PROCESS-CHECK.
019600     MOVE DLC8-CI-CHK-NBR          TO DLC8-CHK-KEY
019700     MOVE ZERO                     TO DLC8-ADV-COUNT
019800     MOVE ZERO                     TO DLC8-LINE-NET-SUM
019900     MOVE ZERO                     TO DLC8-CHECK-AMT
020000     MOVE SPACES                   TO DLC8-PAYEE-PRV
020001     PERFORM 2050-FOLLOW-CHAIN      THRU 2050-EXIT
020002     MOVE DLC8-CUR-CHK             TO DLC8-H-CHK-NBR
020200     MOVE SPACES                   TO DLC8-H-PAYEE
020201     PERFORM 8200-READ-EFT          THRU 8200-EXIT
020202         UNTIL DLC8-EFT-KEY NOT < DLC8-CHK-KEY
020203     IF DLC8-EFT-KEY = DLC8-CHK-KEY
020204         SET DLC8-EFT-CHECK        TO TRUE
020205         MOVE DL154-E-TRACE-NBR    TO DLC8-E-TRACE-NBR
020206         MOVE DLC8-CUR-CHK         TO DLC8-E-CHK-NBR
020207         MOVE "EFT TOTAL"          TO DLC8-T-LABEL
020208     ELSE
020209         MOVE "N"                  TO DLC8-EFT-CHECK-SW
020210         MOVE "CHECK TOTAL "       TO DLC8-T-LABEL
020211     END-IF
020300     MOVE DLC8-HDR-LINE            TO DLC8-A-LINE(1)
020400     MOVE 1                        TO DLC8-ADV-COUNT
020401     IF DLC8-CUR-CHK NOT = DLC8-CHK-KEY
020402         MOVE DLC8-CHK-KEY         TO DLC8-P-OLD-CHK
020403         PERFORM 2500-ADD-ADV-LINE  THRU 2500-EXIT
020404         MOVE DLC8-RPL-LINE        TO
020405             DLC8-A-LINE(DLC8-ADV-COUNT)
020406     END-IF
020500     PERFORM 2100-BUILD-ONE-CLAIM   THRU 2100-EXIT
020600         UNTIL DLC8-SORT-EOF
020700         OR DLC8-CI-CHK-NBR NOT = DLC8-CHK-KEY
020701     IF DLC8-CHAIN-PAYEE NOT = SPACES
020702         MOVE DLC8-CHAIN-PAYEE     TO DLC8-PAYEE-PRV
020703     END-IF
020800     MOVE DLC8-PAYEE-PRV           TO DLC8-H-PAYEE
020900     MOVE DLC8-HDR-LINE            TO DLC8-A-LINE(1)
020901     IF DLC8-EFT-CHECK
020902         MOVE DLC8-PAYEE-PRV       TO DLC8-E-PAYEE
020903         MOVE DLC8-EFT-HDR-LINE    TO DLC8-A-LINE(1)
020904     END-IF
021000     MOVE DLC8-CHECK-AMT           TO DLC8-T-AMOUNT
021100     PERFORM 2500-ADD-ADV-LINE      THRU 2500-EXIT
021200     MOVE DLC8-TOT-LINE            TO
021300         DLC8-A-LINE(DLC8-ADV-COUNT)
021301     IF DLC8-CHAIN-VOIDED
021302         ADD 1 TO DLC8-ADVICES-VOIDED
021303         MOVE DLC8-CUR-CHK         TO DLC8-O-CHK-NBR
021304         WRITE DL128-RPT-LINE FROM DLC8-VOIDED-LINE
021600     ELSE
021601         IF DLC8-LINE-NET-SUM = DLC8-CHECK-AMT
021602             PERFORM 2600-RELEASE-ADVICE THRU 2600-EXIT
021603         ELSE
021604             ADD 1 TO DLC8-ADVICES-HELD
021605             MOVE DLC8-CUR-CHK     TO DLC8-X-CHK-NBR
021606             WRITE DL128-RPT-LINE FROM DLC8-HELD-LINE
021607         END-IF
022000     END-IF.
022400 2000-EXIT.
022500     EXIT.
022501*================================================================
022502*    2050-FOLLOW-CHAIN  -  FROM THE CLAIMS' CHECK NUMBER, OLD TO *
022503*                          NEW, TO THE CHECK NOW IN CIRCULATION  *
022504*================================================================
022505 2050-FOLLOW-CHAIN.
022506     MOVE DLC8-CHK-KEY             TO DLC8-CUR-CHK
022507     MOVE SPACES                   TO DLC8-CHAIN-PAYEE
022508     MOVE "N"                      TO DLC8-CHAIN-DONE-SW
022509     MOVE "N"                      TO DLC8-CHAIN-VOIDED-SW
022510     PERFORM 2060-FOLLOW-ONE        THRU 2060-EXIT
022511         UNTIL DLC8-CHAIN-DONE.
022512 2050-EXIT.
022513     EXIT.
022514*================================================================
022515*    2060-FOLLOW-ONE
022516*================================================================
022517 2060-FOLLOW-ONE.
022518     PERFORM 2090-SCAN-ONE          THRU 2090-EXIT
022519         VARYING DLC8-SUB FROM 1 BY 1
022520         UNTIL DLC8-SUB > DLC8-XRF-COUNT
022521         OR DLC8-X-OLD-CHK(DLC8-SUB) = DLC8-CUR-CHK
022522     IF DLC8-SUB > DLC8-XRF-COUNT
022523         SET DLC8-CHAIN-DONE       TO TRUE
022524         GO TO 2060-EXIT
022525     END-IF
022526     IF DLC8-X-NEW-CHK(DLC8-SUB) = SPACES
022527         SET DLC8-CHAIN-VOIDED     TO TRUE
022528         SET DLC8-CHAIN-DONE       TO TRUE
022529         GO TO 2060-EXIT
022530     END-IF
022531     MOVE DLC8-X-NEW-CHK(DLC8-SUB) TO DLC8-CUR-CHK
022532     MOVE DLC8-X-PAYEE(DLC8-SUB)   TO DLC8-CHAIN-PAYEE.
022533 2060-EXIT.
022534     EXIT.
022535*================================================================
022536*    2090-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
022537*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
022538*                      PERFORM THAT CALLS THIS                   *
022539*================================================================
022540 2090-SCAN-ONE.
022541     CONTINUE.
022542 2090-EXIT.
022543     EXIT.
022600*================================================================
022700*    2100-BUILD-ONE-CLAIM
022800*================================================================
022900 2100-BUILD-ONE-CLAIM.
022901     ADD DLC8-CI-PAID-AMT TO DLC8-CHECK-AMT
022902*    THE SPECIAL PAYEE OVERRIDES THE CONTRACTING PROVIDER AS
022903*    THE ADVICE PAYEE
022904     IF DLC8-CI-SPEC-PAY NOT = SPACES
022905         MOVE DLC8-CI-SPEC-PAY     TO DLC8-PAYEE-PRV
022906     ELSE
022907         IF DLC8-PAYEE-PRV = SPACES
022908             MOVE DLC8-CI-CONT-PRV TO DLC8-PAYEE-PRV
022909         END-IF
022910     END-IF
022911     MOVE DLC8-CI-PATIENT          TO DLC8-C-PATIENT
022912     MOVE DLC8-CI-INV-NBR          TO DLC8-C-INV
022913     PERFORM 2500-ADD-ADV-LINE      THRU 2500-EXIT
022914     MOVE DLC8-CLM-LINE            TO
022915         DLC8-A-LINE(DLC8-ADV-COUNT)
022916     PERFORM 2200-BUILD-ONE-LINE    THRU 2200-EXIT
022917         VARYING DLC8-LN-SUB FROM 1 BY 1
022918         UNTIL DLC8-LN-SUB > 4
022919     PERFORM 8300-RETURN-CLAIM      THRU 8300-EXIT.
025200 2100-EXIT.
025300     EXIT.
025400*================================================================
025500*    2200-BUILD-ONE-LINE
025600*================================================================
025700 2200-BUILD-ONE-LINE.
025701     IF DLC8-CI-FST-DT(DLC8-LN-SUB) = ZERO
025702         GO TO 2200-EXIT
025703     END-IF
025704     MOVE DLC8-CI-FST-DT(DLC8-LN-SUB) TO DLC8-V-FST-DT
025705     MOVE DLC8-CI-LST-DT(DLC8-LN-SUB) TO DLC8-V-LST-DT
025706     MOVE DLC8-CI-CHG(DLC8-LN-SUB) TO DLC8-V-CHG
025707     MOVE DLC8-CI-ALLOWED(DLC8-LN-SUB) TO DLC8-V-ALLOWED
025708     MOVE DLC8-CI-WHOLD(DLC8-LN-SUB) TO DLC8-V-WHOLD
025709     MOVE DLC8-CI-NET(DLC8-LN-SUB) TO DLC8-V-NET
025710     MOVE DLC8-CI-RMK(DLC8-LN-SUB) TO DLC8-V-RMK
025711     PERFORM 2500-ADD-ADV-LINE      THRU 2500-EXIT
025712     MOVE DLC8-SVC-LINE            TO
025713         DLC8-A-LINE(DLC8-ADV-COUNT)
025714     ADD DLC8-CI-NET(DLC8-LN-SUB) TO DLC8-LINE-NET-SUM.
027200 2200-EXIT.
027300     EXIT.
027400*================================================================
029900*================================================================
030000 2610-WRITE-ONE-LINE.
030100     ADD 1 TO DLC8-LINE-SEQ
030101     MOVE DLC8-CUR-CHK             TO DL128-R-CHK-NBR
030300     MOVE DLC8-PAYEE-PRV           TO DL128-R-PAYEE-PRV
030400     MOVE DLC8-LINE-SEQ            TO DL128-R-LINE-SEQ
030500     MOVE DLC8-A-LINE(DLC8-SUB)    TO DL128-R-PRINT-LINE
030600     WRITE DL128-RMT-RECORD.
030700 2610-EXIT.
030800     EXIT.
031900*================================================================
032000*    3000-TERMINATE
032100*================================================================
032500     WRITE DL128-RPT-LINE FROM SPACES
032600     WRITE DL128-RPT-LINE FROM DLC8-TOTAL-LINE-1
032700     WRITE DL128-RPT-LINE FROM DLC8-TOTAL-LINE-2
032701     MOVE DLC8-ADVICES-VOIDED      TO DLC8-T-VOIDED
032702     WRITE DL128-RPT-LINE FROM DLC8-TOTAL-LINE-3
032800     IF DLC8-ADVICES-HELD NOT = ZERO
032900         MOVE 8                    TO RETURN-CODE
033000     END-IF
033001     SET DL909-P-CLOSE             TO TRUE
033002     CALL "DL909" USING DL909-PARMS
033003                        BHS2MCH-STRUCTURE-DATA-ITEM
033004                        BHS3MDE-STRUCTURE-DATA-ITEM
033201     CLOSE DL154-EFT-FILE
033300     CLOSE DL128-RMT-FILE
033400     CLOSE DL128-RPT-FILE.
033500 3000-EXIT.
033600     EXIT.
033700*================================================================
033701*    8100-READ-CLAIM-PAIR  -  NEXT CLAIM FROM THE DL197 CLAIM    *
033702*                             VIEW, THROUGH DL909                *
033900*================================================================
034000 8100-READ-CLAIM-PAIR.
034001     MOVE "DL128"                  TO DL909-P-PROGRAM-ID
034002     SET DL909-P-READ              TO TRUE
034003     CALL "DL909" USING DL909-PARMS
034004                        BHS2MCH-STRUCTURE-DATA-ITEM
034005                        BHS3MDE-STRUCTURE-DATA-ITEM
034006     MOVE "N"                      TO DLC8-DET-EOF-SW
034007     IF DL909-P-END
034008         SET DLC8-CLM-EOF          TO TRUE
034009     ELSE
034010         IF DL909-P-DET-MISSING
034011             SET DLC8-DET-EOF      TO TRUE
034012         END-IF
034013     END-IF.
035100 8100-EXIT.
035200     EXIT.
035201*================================================================
035202*    8200-READ-EFT  -  EFT REGISTER, ASCENDING CHECK NUMBER
035203*================================================================
035204 8200-READ-EFT.
035205     READ DL154-EFT-FILE
035206         AT END
035207             SET DLC8-EFT-EOF TO TRUE
035208             MOVE HIGH-VALUES      TO DLC8-EFT-KEY
035209     END-READ
035210     IF NOT DLC8-EFT-EOF
035211         MOVE DL154-E-CHK-NBR      TO DLC8-EFT-KEY
035212     END-IF.
035213 8200-EXIT.
035214     EXIT.
035215*================================================================
035216*    8300-RETURN-CLAIM  -  NEXT CHECKED CLAIM, CHECK             *
035217*                          NUMBER ORDER                          *
035218*================================================================
035219 8300-RETURN-CLAIM.
035220     RETURN DL128-SORT-FILE INTO DLC8-CLAIM-IMAGE
035221         AT END
035222             SET DLC8-SORT-EOF     TO TRUE
035223     END-RETURN.
035224 8300-EXIT.
035225     EXIT.
035300*================================================================
035400*    9900-TABLE-ABORT  -  AN ADVICE BIGGER THAN THE 500-LINE     *
035500*                         TABLE; THE STEP FAILS RATHER THAN      *
036100     GOBACK.
036200 9900-EXIT.
036300     EXIT.
036301*================================================================
036302*    9910-XRF-ABORT  -  THE DL155 CROSS-REFERENCE NO LONGER FITS *
036303*                       THE 5000-ENTRY TABLE                     *
036304*================================================================
036305 9910-XRF-ABORT.
036306     DISPLAY "DL128: DL155XRF EXCEEDS THE 5000-ENTRY TABLE"
036307     MOVE 8                        TO RETURN-CODE
036308     GOBACK.
036309 9910-EXIT.
036310     EXIT.
