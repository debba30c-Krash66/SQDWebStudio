000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   AGE-65 LEAD TIME NOW FROM THE DL907
000147*                   PARAMETER SERVICE, PRINTED ON THE REPORT.
003100*================================================================
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
010600 PROCEDURE DIVISION.
010700*================================================================
010800*    0000-MAINLINE
000133     MOVE DL26-RUN-DATE TO DL902-EL-BUS
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL026-RPT-LINE FROM DL902-EXEC-LINE
000136     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
012600     WRITE DL026-RPT-LINE FROM SPACES
012700     WRITE DL026-RPT-LINE FROM DL26-COLUMN-HEADING
012800     PERFORM 1100-LOAD-PKG-TABLE    THRU 1100-EXIT
015100     END-IF.
015200 1100-EXIT.
015300     EXIT.
015301*================================================================
015302*    1500-GET-PARAMETERS  -  ADVANCE-NOTICE WINDOW IN            *
015303*                            FORCE FOR THIS RUN                  *
015304*================================================================
015305 1500-GET-PARAMETERS.
015306     MOVE "DL026"                  TO DL907-P-PROGRAM-ID
015307     MOVE "AGE65-LEAD-DAYS"        TO DL907-P-RULE-NAME
015308     MOVE DL26-ADVANCE-DAYS        TO DL907-P-DEFAULT
015309     CALL "DL907" USING DL907-PARMS
015310     MOVE DL907-P-VALUE            TO DL26-ADVANCE-DAYS
015311     WRITE DL026-RPT-LINE FROM DL907-P-HDG-LINE.
015312 1500-EXIT.
015313     EXIT.
015400*================================================================
015500*    2000-PROCESS-MASTER  -  LOCATE THE EMPLOYEE'S GROUP PACKAGE *
015600*                            AND TEST EACH CONVERSION REASON     *
