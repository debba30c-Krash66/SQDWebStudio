000153*                   ON A SUPPRESSION TOTAL; NEITHER LETTER DATE
000154*                   IS STAMPED, SO THE QUESTIONNAIRE ISSUES AS
000155*                   SOON AS A GOOD ADDRESS ARRIVES.
000156*  2026-10-15  RH   EVERY QUESTIONNAIRE, ISSUED OR HELD AS
000157*                   RETURNED MAIL, IS NOW ALSO RECORDED ON THE
000158*                   SHARED MEMBER CORRESPONDENCE LOG THROUGH THE
000159*                   NEW DL905 SERVICE, WITH THE ADDRESS USED AND
000160*                   THE DL050LTR MERGE RECORD AS ITS PRINT IMAGE.
000161*                   A MEMBER ALREADY AT LETTER TWO IS NOT LOGGED
000162*                   AS HELD - NO LETTER WAS DUE.
000163*  2026-10-15  RH   EVERY MEMBER WRITTEN TO THE NEW MASTER IS
000164*                   PASSED, WITH ITS RECORD AS READ, TO THE
000165*                   SHARED DL906 CHANGE-JOURNAL SERVICE, WHICH
000166*                   LOGS EACH CHANGED FIELD'S BEFORE AND AFTER
000167*                   VALUES FOR DL177 AS-OF RECONSTRUCTION.
000168*  2026-10-15  RH   STALENESS LIMIT NOW FROM THE DL000 ROW OF THE
000169*                   DL907 PARAMETER MASTER SO ALERT AND
000170*                   QUESTIONNAIRE AGREE.
002600*================================================================
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
007200     05  DL50-LTR1-JULIAN          PIC S9(8) COMP.
007300     05  DL50-DAYS-SINCE-VERIF     PIC S9(8) COMP.
007400     05  DL50-DAYS-SINCE-LTR1      PIC S9(8) COMP.
007401     05  DL50-STALE-DAYS           PIC S9(8) COMP VALUE 90.
007500 01  DL50-COUNTERS.
007600     05  DL50-MSTR-READ            PIC S9(8) COMP VALUE ZERO.
007700     05  DL50-LTR1-ISSUED          PIC S9(8) COMP VALUE ZERO.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL050".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL905-PARMS  -  SHARED MEMBER CORRESPONDENCE LOG
000010*----------------------------------------------------------------
000011     COPY DL905PRM.
000012*----------------------------------------------------------------
000013*    DL906-PARMS  -  SHARED MEMBER-MASTER CHANGE JOURNAL
000014*----------------------------------------------------------------
000015     COPY DL906PRM.
000120*----------------------------------------------------------------
000121*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
000122*----------------------------------------------------------------
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
011700 PROCEDURE DIVISION.
011800*================================================================
011900*    0000-MAINLINE
012000*================================================================
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
012201     MOVE "DL050"                  TO DL906-P-PROGRAM-ID
000008     MOVE "S"                      TO DL903-REC-TYPE
000009     CALL "DL903" USING DL903-PARMS
012300     PERFORM 2000-PROCESS-EMPLOYEE  THRU 2000-EXIT
012900*================================================================
013000 1000-INITIALIZE.
000132     CALL "DL902" USING DL50-RUN-DATE DL902-EXEC-DATE
000133     MOVE "DL050"                  TO DL905-P-PROGRAM-ID
000134     MOVE "DL050LTR"               TO DL905-P-PRINT-DD
000135     SET DL905-P-COB-QUEST         TO TRUE
013200     CALL "DL900" USING DL50-RUN-DATE DL50-RUN-JULIAN
013300     OPEN INPUT  BED1EMP-FILE
013400     OPEN OUTPUT DL050-NEWMAST-FILE
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL050-RPT-LINE FROM DL902-EXEC-LINE
013900     WRITE DL050-RPT-LINE FROM DL50-HEADING-2
013901     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
014000     WRITE DL050-RPT-LINE FROM SPACES
014100     WRITE DL050-RPT-LINE FROM DL50-COLUMN-HEADING
014110     OPEN INPUT  DL097-ADR-FILE
014210     PERFORM 8100-READ-ADR          THRU 8100-EXIT.
014300 1000-EXIT.
014400     EXIT.
014401*================================================================
014402*    1500-GET-PARAMETERS  -  DL000'S STALENESS ROW, SO           *
014403*                            THE ALERT AND THE                   *
014404*                            QUESTIONNAIRE AGREE                 *
014405*================================================================
014406 1500-GET-PARAMETERS.
014407     MOVE "DL000"                  TO DL907-P-PROGRAM-ID
014408     MOVE "OI-STALE-DAYS"          TO DL907-P-RULE-NAME
014409     MOVE DL50-STALE-DAYS          TO DL907-P-DEFAULT
014410     CALL "DL907" USING DL907-PARMS
014411     MOVE DL907-P-VALUE            TO DL50-STALE-DAYS
014412     WRITE DL050-RPT-LINE FROM DL907-P-HDG-LINE.
014413 1500-EXIT.
014414     EXIT.
014500*================================================================
014600*    2000-PROCESS-EMPLOYEE  -  DECIDE WHETHER THIS MEMBER IS DUE *
014700*                              A QUESTIONNAIRE, ISSUE AND STAMP  *
015830*    KNOWN-BAD ADDRESS: NEITHER LETTER DATE IS STAMPED, SO THE
015840*    QUESTIONNAIRE ISSUES WHEN A GOOD ADDRESS ARRIVES
015850             ADD 1 TO DL50-ADDR-SUPPRESSED
015851             IF EMP-COB-LETTER2-DT = ZERO
015852                 SET DL905-P-SUPPRESSED TO TRUE
015853                 PERFORM 2400-LOG-LETTER THRU 2400-EXIT
015854             END-IF
015860         ELSE
015900             PERFORM 2200-ISSUE-OR-SUPPRESS THRU 2200-EXIT
015910         END-IF
016000     END-IF
016001     SET DL906-P-CHANGE            TO TRUE
016002     CALL "DL906" USING DL906-PARMS
016003                        CS2MBR1C-STRUCTURE-DATA-ITEM
016100     WRITE DL050-NEWMAST-RECORD FROM CS2MBR1C-STRUCTURE-DATA-ITEM
016200     PERFORM 8000-READ-BED1EMP      THRU 8000-EXIT.
016300 2000-EXIT.
018200                        DL50-VERIF-JULIAN
018300     COMPUTE DL50-DAYS-SINCE-VERIF =
018400         DL50-RUN-JULIAN - DL50-VERIF-JULIAN
018401     IF DL50-DAYS-SINCE-VERIF > DL50-STALE-DAYS
018600         SET DL50-FLAGGED          TO TRUE
018700         MOVE DL50-OI-SUB          TO DL50-FLAG-OCC
018800     END-IF.
024100     MOVE DL050-L-LETTER-NO        TO DL50-D-LETTER-NO
024200     MOVE DL50-FLAG-OCC            TO DL50-D-OI-OCC
024300     MOVE EMP-OI-EFF-DT-T(DL50-FLAG-OCC) TO DL50-D-OI-EFF-DT
024301     WRITE DL050-RPT-LINE FROM DL50-DETAIL-LINE
024302     SET DL905-P-NOT-SUPPRESSED    TO TRUE
024303     PERFORM 2400-LOG-LETTER        THRU 2400-EXIT.
024500 2300-EXIT.
024600     EXIT.
024601*================================================================
024602*    2400-LOG-LETTER  -  RECORD THE QUESTIONNAIRE, ISSUED OR     *
024603*                        HELD, ON THE SHARED CORRESPONDENCE LOG; *
024604*                        AN ISSUED LETTER'S MAIL-MERGE RECORD IS *
024605*                        ITS PRINT IMAGE                         *
024606*================================================================
024607 2400-LOG-LETTER.
024608     MOVE EMP-EMP-ID               TO DL905-P-EMP-ID
024609     MOVE ZERO                     TO DL905-P-DEP-NBR
024610     MOVE SPACES                   TO DL905-P-MAIL-NAME
024611     STRING EMP-FNAME DELIMITED BY SPACE
024612            " "       DELIMITED BY SIZE
024613            EMP-LNAME DELIMITED BY SIZE
024614         INTO DL905-P-MAIL-NAME
024615     MOVE EMP-ADDR                 TO DL905-P-ADDR
024616     MOVE EMP-ADDR4                TO DL905-P-ADDR4
024617     MOVE EMP-CITY                 TO DL905-P-CITY
024618     MOVE EMP-ST                   TO DL905-P-ST
024619     MOVE EMP-ZIP                  TO DL905-P-ZIP
024620     SET DL905-P-LOG-LETTER        TO TRUE
024621     CALL "DL905" USING DL905-PARMS
024622     IF DL905-P-SUPPRESSED
024623         GO TO 2400-EXIT
024624     END-IF
024625     MOVE DL050-LTR-RECORD         TO DL905-P-IMAGE-LINE
024626     SET DL905-P-LOG-IMAGE         TO TRUE
024627     CALL "DL905" USING DL905-PARMS.
024628 2400-EXIT.
024629     EXIT.
024700*================================================================
024800*    3000-TERMINATE
024900*================================================================
027000     READ BED1EMP-FILE
027100         AT END
027200             SET DL50-EOF TO TRUE
027201     END-READ
027202     IF NOT DL50-EOF
027203         MOVE CS2MBR1C-STRUCTURE-DATA-ITEM
027204                                   TO DL906-P-BEFORE-IMAGE
027205     END-IF.
027400 8000-EXIT.
027500     EXIT.
027510*================================================================
