000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   EVERY NOTICE IS NOW ALSO RECORDED ON THE
000147*                   SHARED MEMBER CORRESPONDENCE LOG THROUGH THE
000148*                   NEW DL905 SERVICE - MEMBER, DEPENDENT, THE
000149*                   MEMBER ADDRESS AND THE NOTICE LINE AS ITS
000150*                   PRINT IMAGE - SO DL176 CAN ANSWER "WHAT DID
000151*                   YOU SEND ME".
000152*  2026-10-15  RH   AGE-OUT LEAD TIME NOW FROM THE DL907
000153*                   PARAMETER SERVICE, PRINTED ON THE REPORT.
003900*================================================================
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL010".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL905-PARMS  -  SHARED MEMBER CORRESPONDENCE LOG
000010*----------------------------------------------------------------
000011     COPY DL905PRM.
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
013200 PROCEDURE DIVISION.
013300*================================================================
013400*    0000-MAINLINE
014400*================================================================
014500 1000-INITIALIZE.
000132     CALL "DL902" USING DL10-RUN-DATE DL902-EXEC-DATE
000133     MOVE "DL010"                  TO DL905-P-PROGRAM-ID
000134     MOVE "DL010RPT"               TO DL905-P-PRINT-DD
000135     SET DL905-P-AGE-OUT           TO TRUE
014700     CALL "DL900" USING DL10-RUN-DATE DL10-RUN-JULIAN
014800     OPEN INPUT  BED1EMP-FILE
014900     OPEN INPUT  BHS1DEP-FILE
000133     MOVE DL10-RUN-DATE TO DL902-EL-BUS
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL010-RPT-LINE FROM DL902-EXEC-LINE
000136     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
015300     WRITE DL010-RPT-LINE FROM SPACES
015400     WRITE DL010-RPT-LINE FROM DL10-COLUMN-HEADING
015500     PERFORM 1100-LOAD-PKG-TABLE    THRU 1100-EXIT
017900     END-IF.
018000 1100-EXIT.
018100     EXIT.
018101*================================================================
018102*    1500-GET-PARAMETERS  -  ADVANCE-NOTICE WINDOW IN            *
018103*                            FORCE FOR THIS RUN                  *
018104*================================================================
018105 1500-GET-PARAMETERS.
018106     MOVE "DL010"                  TO DL907-P-PROGRAM-ID
018107     MOVE "AGE-OUT-LEAD-DAYS"      TO DL907-P-RULE-NAME
018108     MOVE DL10-ADVANCE-DAYS        TO DL907-P-DEFAULT
018109     CALL "DL907" USING DL907-PARMS
018110     MOVE DL907-P-VALUE            TO DL10-ADVANCE-DAYS
018111     WRITE DL010-RPT-LINE FROM DL907-P-HDG-LINE.
018112 1500-EXIT.
018113     EXIT.
018200*================================================================
018300*    2000-PROCESS-MASTER  -  LOCATE THE MEMBER'S GROUP PACKAGE,  *
018400*                            THEN EVALUATE EVERY DEPENDENT THAT  *
026500     MOVE DL10-AGE-LIMIT           TO DL10-D-LIMIT
026600     MOVE DL10-AGE-OUT-DT          TO DL10-D-AGE-OUT-DT
026700     WRITE DL010-RPT-LINE FROM DL10-DETAIL-LINE
026701     ADD 1 TO DL10-NOTICES-WRITTEN
026702     PERFORM 2300-LOG-NOTICE        THRU 2300-EXIT.
026900 2200-EXIT.
027000     EXIT.
027001*================================================================
027002*    2300-LOG-NOTICE  -  RECORD THE NOTICE ON THE SHARED         *
027003*                        CORRESPONDENCE LOG, ADDRESSED TO THE    *
027004*                        MEMBER; ITS REGISTER LINE IS ITS PRINT  *
027005*                        IMAGE                                   *
027006*================================================================
027007 2300-LOG-NOTICE.
027008     MOVE CLS-EMP-ID               TO DL905-P-EMP-ID
027009     MOVE CLS-DEP-NBR              TO DL905-P-DEP-NBR
027010     SET DL905-P-NOT-SUPPRESSED    TO TRUE
027011     MOVE SPACES                   TO DL905-P-MAIL-NAME
027012     STRING EMP-FNAME DELIMITED BY SPACE
027013            " "       DELIMITED BY SIZE
027014            EMP-LNAME DELIMITED BY SIZE
027015         INTO DL905-P-MAIL-NAME
027016     MOVE EMP-ADDR                 TO DL905-P-ADDR
027017     MOVE EMP-ADDR4                TO DL905-P-ADDR4
027018     MOVE EMP-CITY                 TO DL905-P-CITY
027019     MOVE EMP-ST                   TO DL905-P-ST
027020     MOVE EMP-ZIP                  TO DL905-P-ZIP
027021     SET DL905-P-LOG-LETTER        TO TRUE
027022     CALL "DL905" USING DL905-PARMS
027023     MOVE DL10-DETAIL-LINE         TO DL905-P-IMAGE-LINE
027024     SET DL905-P-LOG-IMAGE         TO TRUE
027025     CALL "DL905" USING DL905-PARMS.
027026 2300-EXIT.
027027     EXIT.
027028*================================================================
027029*    3000-TERMINATE
027030*================================================================
027400 3000-TERMINATE.
027500     MOVE DL10-NOTICES-WRITTEN     TO DL10-T-COUNT
027600     WRITE DL010-RPT-LINE FROM SPACES
