000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   CHECKS THE DL154 ACH RUN PAID BY EFT (ON
000147*                   THE DL154EFT REGISTER BY CHECK NUMBER) NEVER
000148*                   REACH THE BANK AS PAPER, SO THEIR CLAIMS ARE
000149*                   LEFT OUT OF THE MATCH RATHER THAN AGED AND
000150*                   STALE-DATED; THEY ARE COUNTED ON THE REPORT.
000151*  2026-10-15  RH   FOLLOWS THE DL155XRF VOID AND REISSUE CHAIN.
000152*                   A CLAIM WHOSE CHECK WAS VOIDED, STOPPED OR
000153*                   REPLACED IS LEFT OUT OF THE MATCH; EACH
000154*                   REPLACEMENT CHECK STILL IN CIRCULATION IS
000155*                   AGED FROM ITS REISSUE DATE UNTIL THE BANK
000156*                   CLEARS IT UNDER THE NEW NUMBER, AND A BANK
000157*                   ITEM FOR A CHECK TAKEN OUT OF CIRCULATION
000158*                   IS REPORTED AS A VOIDED CHECK THAT CLEARED.
002300*================================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003100            ORGANIZATION IS SEQUENTIAL.
003200     SELECT DL058-BNK-FILE  ASSIGN TO DL058BANK
003300            ORGANIZATION IS SEQUENTIAL.
003301     SELECT DL155-XRF-FILE  ASSIGN TO DL155XRF
003302            ORGANIZATION IS SEQUENTIAL.
003303     SELECT DL154-EFT-FILE  ASSIGN TO DL154EFT
003304            ORGANIZATION IS SEQUENTIAL.
003400     SELECT DL058-RPT-FILE  ASSIGN TO DL058RPT
003500            ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
004100 FD  DL058-BNK-FILE
004200     LABEL RECORDS ARE STANDARD.
004300     COPY DL058BNK.
004301 FD  DL155-XRF-FILE
004302     LABEL RECORDS ARE STANDARD.
004303     COPY DL155XRF.
004304 FD  DL154-EFT-FILE
004305     LABEL RECORDS ARE STANDARD.
004306     COPY DL154EFT.
004400 FD  DL058-RPT-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  DL058-RPT-LINE                PIC X(132).
005300         88  DL58-CLM-EOF                        VALUE "Y".
005400     05  DL58-BNK-EOF-SW           PIC X(1)     VALUE "N".
005500         88  DL58-BNK-EOF                        VALUE "Y".
005501     05  DL58-EFT-EOF-SW           PIC X(1)     VALUE "N".
005502         88  DL58-EFT-EOF                        VALUE "Y".
005503     05  DL58-XRF-EOF-SW           PIC X(1)     VALUE "N".
005504         88  DL58-XRF-EOF                        VALUE "Y".
005600 01  DL58-KEYS.
005700     05  DL58-CLM-CHK-KEY          PIC X(10).
005800     05  DL58-BNK-CHK-KEY          PIC X(10).
005801     05  DL58-EFT-CHK-KEY          PIC X(10).
005802*----------------------------------------------------------------
005803*    DL58-XRF-TABLE  -  THE DL155 VOID/REISSUE CROSS-REFERENCE,
005804*    WITH A CLEARED FLAG SET AS THE BANK ITEMS GO BY.  OVERFLOW
005805*    ABORTS (DL060 RULE).
005806*----------------------------------------------------------------
005807 01  DL58-XRF-TABLE.
005808     05  DL58-XRF-COUNT            PIC S9(4) COMP VALUE ZERO.
005809     05  DL58-XRF-ENTRY OCCURS 5000 TIMES.
005810         10  DL58-X-OLD-CHK        PIC X(10).
005811         10  DL58-X-NEW-CHK        PIC X(10).
005812         10  DL58-X-ACTION-DT      PIC 9(8).
005813         10  DL58-X-AMOUNT         PIC 9(13).
005814         10  DL58-X-CLEARED-SW     PIC X(1).
005815             88  DL58-X-CLEARED                  VALUE "Y".
005816 01  DL58-WORK-FIELDS.
005817     05  DL58-SUB                  PIC S9(4) COMP VALUE ZERO.
005818     05  DL58-SUB-2                PIC S9(4) COMP VALUE ZERO.
005900 01  DL58-DATE-WORK.
006000     05  DL58-RUN-DATE             PIC 9(8).
006100     05  DL58-CALL-DATE            PIC 9(8).
007200     05  DL58-BAND-31-60           PIC S9(8) COMP VALUE ZERO.
007300     05  DL58-BAND-61-90           PIC S9(8) COMP VALUE ZERO.
007400     05  DL58-BAND-91-UP           PIC S9(8) COMP VALUE ZERO.
007401     05  DL58-EFT-EXCLUDED         PIC S9(8) COMP VALUE ZERO.
007402     05  DL58-CHAIN-EXCLUDED       PIC S9(8) COMP VALUE ZERO.
007403     05  DL58-REISSUES-CLEARED     PIC S9(8) COMP VALUE ZERO.
007404     05  DL58-VOIDS-CLEARED        PIC S9(8) COMP VALUE ZERO.
007500 01  DL58-HEADING-1.
007600     05  FILLER                    PIC X(44)
007700         VALUE "ISSUED-CHECK RECONCILIATION AND ESCHEATMENT".
012600     05  FILLER                    PIC X(28)
012700         VALUE "BANK ITEMS WITHOUT CLAIM".
012800     05  DL58-T-BANK-ONLY          PIC ZZZ,ZZ9.
012801 01  DL58-TOTAL-LINE-8.
012802     05  FILLER                    PIC X(28)
012803         VALUE "EFT CLAIMS NOT RECONCILED".
012804     05  DL58-T-EFT                PIC ZZZ,ZZ9.
012805 01  DL58-TOTAL-LINE-9.
012806     05  FILLER                    PIC X(28)
012807         VALUE "CLAIMS ON VOIDED/REPLACED".
012808     05  DL58-T-CHAIN              PIC ZZZ,ZZ9.
012809 01  DL58-TOTAL-LINE-10.
012810     05  FILLER                    PIC X(28)
012811         VALUE "REISSUED CHECKS CLEARED".
012812     05  DL58-T-REISSUES           PIC ZZZ,ZZ9.
012813 01  DL58-TOTAL-LINE-11.
012814     05  FILLER                    PIC X(28)
012815         VALUE "VOIDED CHECKS CLEARED".
012816     05  DL58-T-VOIDS              PIC ZZZ,ZZ9.
000001*----------------------------------------------------------------
000002*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
000003*----------------------------------------------------------------
014400 1000-INITIALIZE.
000132     CALL "DL902" USING DL58-RUN-DATE DL902-EXEC-DATE
014600     CALL "DL900" USING DL58-RUN-DATE DL58-RUN-JULIAN
014601     OPEN INPUT  DL155-XRF-FILE
014602     PERFORM 1100-LOAD-ONE-XRF      THRU 1100-EXIT
014603         UNTIL DL58-XRF-EOF
014604     CLOSE DL155-XRF-FILE
014700     OPEN INPUT  BHS2MCH-FILE
014800     OPEN INPUT  DL058-BNK-FILE
014801     OPEN INPUT  DL154-EFT-FILE
014900     OPEN OUTPUT DL058-RPT-FILE
015000     MOVE DL58-RUN-DATE            TO DL58-HDG-RUN-DATE
015100     WRITE DL058-RPT-LINE FROM DL58-HEADING-1
015200     WRITE DL058-RPT-LINE FROM DL58-HEADING-2
015300     WRITE DL058-RPT-LINE FROM SPACES
015400     WRITE DL058-RPT-LINE FROM DL58-COLUMN-HEADING
015401     PERFORM 8200-READ-EFT          THRU 8200-EXIT
015500     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT
015600     PERFORM 8100-READ-BANK         THRU 8100-EXIT.
015700 1000-EXIT.
015800     EXIT.
015801*================================================================
015802*    1100-LOAD-ONE-XRF  -  VOID/REISSUE CROSS-REFERENCE ENTRY
015803*================================================================
015804 1100-LOAD-ONE-XRF.
015805     READ DL155-XRF-FILE
015806         AT END
015807             SET DL58-XRF-EOF TO TRUE
015808     END-READ
015809     IF NOT DL58-XRF-EOF
015810         IF DL58-XRF-COUNT >= 5000
015811             PERFORM 9900-XRF-ABORT THRU 9900-EXIT
015812         END-IF
015813         ADD 1 TO DL58-XRF-COUNT
015814         MOVE DL155-X-OLD-CHK      TO
015815             DL58-X-OLD-CHK(DL58-XRF-COUNT)
015816         MOVE DL155-X-NEW-CHK      TO
015817             DL58-X-NEW-CHK(DL58-XRF-COUNT)
015818         MOVE DL155-X-ACTION-DT    TO
015819             DL58-X-ACTION-DT(DL58-XRF-COUNT)
015820         MOVE DL155-X-AMOUNT       TO
015821             DL58-X-AMOUNT(DL58-XRF-COUNT)
015822         MOVE "N"                  TO
015823             DL58-X-CLEARED-SW(DL58-XRF-COUNT)
015824     END-IF.
015825 1100-EXIT.
015826     EXIT.
015900*================================================================
016000*    2000-PROCESS-CHECK  -  MATCH ONE ISSUED CHECK AGAINST THE   *
016100*                           BANK'S CLEARED ITEMS                 *
018800*================================================================
018900 2100-AGE-UNCLEARED.
019000     MOVE CLH-ACT-PD-DT            TO DL58-CALL-DATE
019001     PERFORM 2110-BAND-AGE          THRU 2110-EXIT
019002     PERFORM 2200-WRITE-DETAIL      THRU 2200-EXIT.
019003 2100-EXIT.
019004     EXIT.
019005*================================================================
019006*    2110-BAND-AGE  -  DAYS OUT FROM DL58-CALL-DATE, BANDED,     *
019007*                      WITH THE DETAIL STATUS SET                *
019008*================================================================
019009 2110-BAND-AGE.
019100     CALL "DL900" USING DL58-CALL-DATE DL58-PD-JULIAN
019200     COMPUTE DL58-DAYS-OUT = DL58-RUN-JULIAN - DL58-PD-JULIAN
019300     EVALUATE TRUE
020600         ADD 1 TO DL58-STALE-DATED
020700     ELSE
020800         MOVE "ISSUED NOT CLEARED" TO DL58-D-STATUS
020801     END-IF.
020802 2110-EXIT.
021200     EXIT.
021300*================================================================
021400*    2200-WRITE-DETAIL
022600*                             CLAIM CHECK                        *
022700*================================================================
022800 2500-FLUSH-BANK-ONLY.
022801     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
022802         VARYING DL58-SUB FROM 1 BY 1
022803         UNTIL DL58-SUB > DL58-XRF-COUNT
022804         OR DL58-X-NEW-CHK(DL58-SUB) = DL58-BNK-CHK-KEY
022805     IF DL58-SUB NOT > DL58-XRF-COUNT
022806         PERFORM 2510-REISSUE-CLEARED THRU 2510-EXIT
022807         GO TO 2500-NEXT
022808     END-IF
022809     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
022810         VARYING DL58-SUB FROM 1 BY 1
022811         UNTIL DL58-SUB > DL58-XRF-COUNT
022812         OR DL58-X-OLD-CHK(DL58-SUB) = DL58-BNK-CHK-KEY
022900     MOVE DL058-B-CHK-NBR          TO DL58-D-CHK-NBR
023000     MOVE ZERO                     TO DL58-D-INV-NBR
023100     MOVE DL058-B-CLEARED-DT       TO DL58-D-PD-DT
023200     MOVE DL058-B-CLEARED-AMT      TO DL58-D-AMOUNT
023300     MOVE ZERO                     TO DL58-D-DAYS
023301     IF DL58-SUB NOT > DL58-XRF-COUNT
023302         MOVE "VOIDED CHECK CLEARED" TO DL58-D-STATUS
023303         ADD 1 TO DL58-VOIDS-CLEARED
023304     ELSE
023305         MOVE "BANK ITEM WITHOUT CLAIM" TO DL58-D-STATUS
023306         ADD 1 TO DL58-BANK-ONLY
023307     END-IF
023308     WRITE DL058-RPT-LINE FROM DL58-DETAIL-LINE.
023309 2500-NEXT.
023700     PERFORM 8100-READ-BANK         THRU 8100-EXIT.
023800 2500-EXIT.
023900     EXIT.
023901*================================================================
023902*    2510-REISSUE-CLEARED  -  A REPLACEMENT CHECK CLEARED UNDER  *
023903*                             ITS NEW NUMBER                     *
023904*================================================================
023905 2510-REISSUE-CLEARED.
023906     SET DL58-X-CLEARED(DL58-SUB)  TO TRUE
023907     ADD 1 TO DL58-REISSUES-CLEARED
023908     IF DL058-B-CLEARED-AMT NOT = DL58-X-AMOUNT(DL58-SUB)
023909         MOVE DL058-B-CHK-NBR      TO DL58-D-CHK-NBR
023910         MOVE ZERO                 TO DL58-D-INV-NBR
023911         MOVE DL058-B-CLEARED-DT   TO DL58-D-PD-DT
023912         MOVE DL058-B-CLEARED-AMT  TO DL58-D-AMOUNT
023913         MOVE ZERO                 TO DL58-D-DAYS
023914         MOVE "CLEARED FOR DIFF AMOUNT" TO DL58-D-STATUS
023915         WRITE DL058-RPT-LINE FROM DL58-DETAIL-LINE
023916         ADD 1 TO DL58-AMT-DIFFS
023917     END-IF.
023918 2510-EXIT.
023919     EXIT.
023920*================================================================
023921*    2590-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
023922*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
023923*                      PERFORM THAT CALLS THIS                   *
023924*================================================================
023925 2590-SCAN-ONE.
023926     CONTINUE.
023927 2590-EXIT.
023928     EXIT.
024000*================================================================
024100*    3000-TERMINATE
024200*================================================================
024300 3000-TERMINATE.
024301     PERFORM 3100-AGE-ONE-REISSUE   THRU 3100-EXIT
024302         VARYING DL58-SUB FROM 1 BY 1
024303         UNTIL DL58-SUB > DL58-XRF-COUNT
024400     MOVE DL58-BAND-1-30           TO DL58-T-1-30
024500     MOVE DL58-BAND-31-60          TO DL58-T-31-60
024600     MOVE DL58-BAND-61-90          TO DL58-T-61-90
025600     WRITE DL058-RPT-LINE FROM DL58-TOTAL-LINE-5
025700     WRITE DL058-RPT-LINE FROM DL58-TOTAL-LINE-6
025800     WRITE DL058-RPT-LINE FROM DL58-TOTAL-LINE-7
025801     MOVE DL58-EFT-EXCLUDED        TO DL58-T-EFT
025802     WRITE DL058-RPT-LINE FROM DL58-TOTAL-LINE-8
025803     MOVE DL58-CHAIN-EXCLUDED      TO DL58-T-CHAIN
025804     MOVE DL58-REISSUES-CLEARED    TO DL58-T-REISSUES
025805     MOVE DL58-VOIDS-CLEARED       TO DL58-T-VOIDS
025806     WRITE DL058-RPT-LINE FROM DL58-TOTAL-LINE-9
025807     WRITE DL058-RPT-LINE FROM DL58-TOTAL-LINE-10
025808     WRITE DL058-RPT-LINE FROM DL58-TOTAL-LINE-11
025900     CLOSE BHS2MCH-FILE
026000     CLOSE DL058-BNK-FILE
026001     CLOSE DL154-EFT-FILE
026100     CLOSE DL058-RPT-FILE.
026200 3000-EXIT.
026300     EXIT.
026301*================================================================
026302*    3100-AGE-ONE-REISSUE  -  A REPLACEMENT CHECK NOT CLEARED    *
026303*                             AND NOT ITSELF TAKEN OUT OF        *
026304*                             CIRCULATION IS AGED FROM ITS       *
026305*                             REISSUE DATE                       *
026306*================================================================
026307 3100-AGE-ONE-REISSUE.
026308     IF DL58-X-NEW-CHK(DL58-SUB) = SPACES
026309         OR DL58-X-CLEARED(DL58-SUB)
026310         GO TO 3100-EXIT
026311     END-IF
026312     PERFORM 2590-SCAN-ONE          THRU 2590-EXIT
026313         VARYING DL58-SUB-2 FROM 1 BY 1
026314         UNTIL DL58-SUB-2 > DL58-XRF-COUNT
026315         OR DL58-X-OLD-CHK(DL58-SUB-2) = DL58-X-NEW-CHK(DL58-SUB)
026316     IF DL58-SUB-2 NOT > DL58-XRF-COUNT
026317         GO TO 3100-EXIT
026318     END-IF
026319     MOVE DL58-X-ACTION-DT(DL58-SUB) TO DL58-CALL-DATE
026320     PERFORM 2110-BAND-AGE          THRU 2110-EXIT
026321     MOVE DL58-X-NEW-CHK(DL58-SUB) TO DL58-D-CHK-NBR
026322     MOVE ZERO                     TO DL58-D-INV-NBR
026323     MOVE DL58-X-ACTION-DT(DL58-SUB) TO DL58-D-PD-DT
026324     MOVE DL58-X-AMOUNT(DL58-SUB)  TO DL58-D-AMOUNT
026325     WRITE DL058-RPT-LINE FROM DL58-DETAIL-LINE.
026326 3100-EXIT.
026327     EXIT.
026400*================================================================
026500*    8000-READ-CLAIM  -  ONLY PAID CLAIMS CARRYING A CHECK       *
026600*                        NUMBER TAKE PART IN THE MATCH, AND      *
026601*                        NOT THOSE WHOSE CHECK WENT BY EFT       *
026700*================================================================
026800 8000-READ-CLAIM.
026900     READ BHS2MCH-FILE
027600             OR CLH-ACT-PD-DT = ZERO
027700             GO TO 8000-READ-CLAIM
027800         END-IF
027801         PERFORM 8200-READ-EFT      THRU 8200-EXIT
027802             UNTIL DL58-EFT-CHK-KEY NOT < CLH-ACT-CHK-NBR
027803         IF DL58-EFT-CHK-KEY = CLH-ACT-CHK-NBR
027804             ADD 1 TO DL58-EFT-EXCLUDED
027805             GO TO 8000-READ-CLAIM
027806         END-IF
027807         PERFORM 2590-SCAN-ONE      THRU 2590-EXIT
027808             VARYING DL58-SUB FROM 1 BY 1
027809             UNTIL DL58-SUB > DL58-XRF-COUNT
027810             OR DL58-X-OLD-CHK(DL58-SUB) = CLH-ACT-CHK-NBR
027811         IF DL58-SUB NOT > DL58-XRF-COUNT
027812             ADD 1 TO DL58-CHAIN-EXCLUDED
027813             GO TO 8000-READ-CLAIM
027814         END-IF
027900         MOVE CLH-ACT-CHK-NBR      TO DL58-CLM-CHK-KEY
028000     END-IF.
028100 8000-EXIT.
029400     END-IF.
029500 8100-EXIT.
029600     EXIT.
029601*================================================================
029602*    8200-READ-EFT  -  EFT REGISTER, ASCENDING CHECK NUMBER
029603*================================================================
029604 8200-READ-EFT.
029605     READ DL154-EFT-FILE
029606         AT END
029607             SET DL58-EFT-EOF TO TRUE
029608             MOVE HIGH-VALUES      TO DL58-EFT-CHK-KEY
029609     END-READ
029610     IF NOT DL58-EFT-EOF
029611         MOVE DL154-E-CHK-NBR      TO DL58-EFT-CHK-KEY
029612     END-IF.
029613 8200-EXIT.
029614     EXIT.
029615*================================================================
029616*    9900-XRF-ABORT  -  THE DL155 CROSS-REFERENCE NO LONGER FITS *
029617*                       THE 5000-ENTRY TABLE                     *
029618*================================================================
029619 9900-XRF-ABORT.
029620     DISPLAY "DL058: DL155XRF EXCEEDS THE 5000-ENTRY TABLE"
029621     MOVE 8                        TO RETURN-CODE
029622     GOBACK.
029623 9900-EXIT.
029624     EXIT.
