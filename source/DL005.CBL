000153*                   ON A SUPPRESSION TOTAL; THE LETTER DATE IS
000154*                   NOT ADVANCED, SO THE NOTICE ISSUES AS SOON
000155*                   AS A GOOD ADDRESS ARRIVES.
000156*  2026-10-15  RH   EVERY NOTICE, ISSUED OR HELD AS RETURNED MAIL,
000157*                   IS NOW ALSO RECORDED ON THE SHARED MEMBER
000158*                   CORRESPONDENCE LOG THROUGH THE NEW DL905
000159*                   SERVICE - MEMBER, ADDRESS USED, HELD SWITCH
000160*                   AND THE NOTICE LINE AS ITS PRINT IMAGE - SO
000161*                   DL176 CAN ANSWER "WHAT DID YOU SEND ME".
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL005".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL905-PARMS  -  SHARED MEMBER CORRESPONDENCE LOG
000010*----------------------------------------------------------------
000011     COPY DL905PRM.
000020*----------------------------------------------------------------
000021*    DL5-LBL-WORK  -  SATELLITE-EXTRACT LABEL HANDLING
000022*----------------------------------------------------------------
009800*================================================================
009900 1000-INITIALIZE.
000132     CALL "DL902" USING DL5-RUN-DATE DL902-EXEC-DATE
000133     MOVE "DL005"                  TO DL905-P-PROGRAM-ID
000134     MOVE "DL005RPT"               TO DL905-P-PRINT-DD
000135     SET DL905-P-ARREARS           TO TRUE
010100     OPEN INPUT  BED1EMP-FILE
010200     OPEN INPUT  DL005-CTL-IN-FILE
000039     READ DL005-CTL-IN-FILE
015320*    KNOWN-BAD ADDRESS: HOLD THE NOTICE, DO NOT ADVANCE THE
015330*    LETTER DATE, SO IT ISSUES WHEN A GOOD ADDRESS ARRIVES
015340                     ADD 1 TO DL5-NOTICES-SUPPRESSED
015341                     SET DL905-P-SUPPRESSED TO TRUE
015342                     PERFORM 2300-LOG-NOTICE THRU 2300-EXIT
015350                     MOVE DL5-WORK-LTR-DT TO DL5-NEW-LTR-DT
015360                 ELSE
015400                     PERFORM 2200-WRITE-NOTICE THRU 2200-EXIT
017300     MOVE EMP-PREM-PD-TO-DT        TO DL5-D-PREM-PD-TO
017400     MOVE EMP-FINAL-ACC-DT         TO DL5-D-FINAL-ACC
017500     WRITE DL005-RPT-LINE FROM DL5-DETAIL-LINE
017501     ADD 1 TO DL5-NOTICES-WRITTEN
017502     SET DL905-P-NOT-SUPPRESSED    TO TRUE
017503     PERFORM 2300-LOG-NOTICE        THRU 2300-EXIT.
017700 2200-EXIT.
017800     EXIT.
017801*================================================================
017802*    2300-LOG-NOTICE  -  RECORD THE NOTICE, ISSUED OR HELD, ON   *
017803*                        THE SHARED CORRESPONDENCE LOG; AN       *
017804*                        ISSUED NOTICE'S REGISTER LINE IS ITS    *
017805*                        PRINT IMAGE                             *
017806*================================================================
017807 2300-LOG-NOTICE.
017808     MOVE EMP-EMP-ID               TO DL905-P-EMP-ID
017809     MOVE ZERO                     TO DL905-P-DEP-NBR
017810     MOVE SPACES                   TO DL905-P-MAIL-NAME
017811     STRING EMP-FNAME DELIMITED BY SPACE
017812            " "       DELIMITED BY SIZE
017813            EMP-LNAME DELIMITED BY SIZE
017814         INTO DL905-P-MAIL-NAME
017815     MOVE EMP-ADDR                 TO DL905-P-ADDR
017816     MOVE EMP-ADDR4                TO DL905-P-ADDR4
017817     MOVE EMP-CITY                 TO DL905-P-CITY
017818     MOVE EMP-ST                   TO DL905-P-ST
017819     MOVE EMP-ZIP                  TO DL905-P-ZIP
017820     SET DL905-P-LOG-LETTER        TO TRUE
017821     CALL "DL905" USING DL905-PARMS
017822     IF DL905-P-SUPPRESSED
017823         GO TO 2300-EXIT
017824     END-IF
017825     MOVE DL5-DETAIL-LINE          TO DL905-P-IMAGE-LINE
017826     SET DL905-P-LOG-IMAGE         TO TRUE
017827     CALL "DL905" USING DL905-PARMS.
017828 2300-EXIT.
017829     EXIT.
017900*================================================================
018000*    3000-TERMINATE
018100*================================================================
