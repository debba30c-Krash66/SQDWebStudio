000143*                   FALLBACK); THE REPORT HEADING SHOWS BOTH
000144*                   THE BUSINESS DATE USED AND THE ACTUAL
000145*                   EXECUTION DATE SO A RERUN IS RECOGNIZABLE.
000146*  2026-10-15  RH   AGING BAND LIMITS NOW FROM THE DL907
000147*                   PARAMETER SERVICE (DEFAULT 30/60/90 DAYS).
002400*================================================================
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
007020     05  DL40-CNTRY-CODE           PIC X(2)     VALUE "US".
007030     05  DL40-RGN-CODE             PIC X(2)     VALUE SPACES.
007040     05  DL40-BUS-DAYS             PIC S9(8) COMP.
007041*----------------------------------------------------------------
007042*    DL40-AGE-BANDS  -  UPPER LIMITS OF THE FIRST THREE BANDS;
007043*    THE FOURTH IS OPEN-ENDED.  LABELS ARE BUILT FROM THE LIMITS
007044*    IN FORCE FOR THE RUN
007045*----------------------------------------------------------------
007046 01  DL40-AGE-BANDS.
007047     05  DL40-BAND-LIMIT OCCURS 3 TIMES
007048                                   PIC S9(8) COMP.
007049     05  DL40-BAND-LABEL OCCURS 4 TIMES
007050                                   PIC X(9).
007051     05  DL40-BAND-SUB             PIC S9(4) COMP VALUE ZERO.
007052 01  DL40-BAND-EDIT.
007053     05  DL40-BE-LO                PIC ZZZ9.
007054     05  FILLER                    PIC X(1)  VALUE "-".
007055     05  DL40-BE-HI                PIC ZZZ9.
007056     05  DL40-BE-HI-X REDEFINES DL40-BE-HI
007057                                   PIC X(4).
007100 01  DL40-COUNTERS.
007200     05  DL40-COM-READ             PIC S9(8) COMP VALUE ZERO.
007300     05  DL40-RECS-WRITTEN         PIC S9(8) COMP VALUE ZERO.
008000     05  FILLER                 PIC X(11) VALUE "SINCE".
008100     05  FILLER                 PIC X(10) VALUE "DAYS-IN".
008110     05  FILLER                 PIC X(10) VALUE "BUS DAYS".
008111     05  FILLER                 PIC X(9)  VALUE "AGE BAND".
008200 01  DL040-DETAIL-LINE.
008300     05  DL40-D-CONCAT-KEY         PIC X(16).
008400     05  FILLER                    PIC X(3)  VALUE SPACES.
008900     05  DL40-D-DAYS-IN-STTS       PIC ZZZZ9.
008910     05  FILLER                    PIC X(5)  VALUE SPACES.
008920     05  DL40-D-BUS-DAYS           PIC ZZZZ9.
008921     05  FILLER                    PIC X(5)  VALUE SPACES.
008922     05  DL40-D-AGE-BAND           PIC X(9).
009000 01  DL040-TOTAL-LINE.
009100     05  FILLER                    PIC X(25)
009200         VALUE "TOTAL RECORDS REPORTED".
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
009400 PROCEDURE DIVISION.
009500*================================================================
009600*    0000-MAINLINE
000133     MOVE DL40-RUN-DATE TO DL902-EL-BUS
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL040-RPT-LINE FROM DL902-EXEC-LINE
000136     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
011500     WRITE DL040-RPT-LINE FROM SPACES
011600     WRITE DL040-RPT-LINE FROM DL40-COLUMN-HEADING
011700     PERFORM 8000-READ-COM          THRU 8000-EXIT
011800     PERFORM 8100-READ-CTL          THRU 8100-EXIT.
011900 1000-EXIT.
012000     EXIT.
012001*================================================================
012002*    1500-GET-PARAMETERS  -  AGING-BAND LIMITS IN FORCE          *
012003*                            FOR THIS RUN; 30/60/90 WHEN         *
012004*                            THE MASTER HAS NO ROW               *
012005*================================================================
012006 1500-GET-PARAMETERS.
012007     MOVE 30                       TO DL40-BAND-LIMIT(1)
012008     MOVE 60                       TO DL40-BAND-LIMIT(2)
012009     MOVE 90                       TO DL40-BAND-LIMIT(3)
012010     MOVE "DL040"                  TO DL907-P-PROGRAM-ID
012011     MOVE "AGE-BAND-1-DAYS"        TO DL907-P-RULE-NAME
012012     MOVE 1                        TO DL40-BAND-SUB
012013     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
012014     MOVE "AGE-BAND-2-DAYS"        TO DL907-P-RULE-NAME
012015     MOVE 2                        TO DL40-BAND-SUB
012016     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
012017     MOVE "AGE-BAND-3-DAYS"        TO DL907-P-RULE-NAME
012018     MOVE 3                        TO DL40-BAND-SUB
012019     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
012020     MOVE 1                        TO DL40-BE-LO
012021     MOVE DL40-BAND-LIMIT(1)       TO DL40-BE-HI
012022     MOVE DL40-BAND-EDIT           TO DL40-BAND-LABEL(1)
012023     COMPUTE DL40-BE-LO = DL40-BAND-LIMIT(1) + 1
012024     MOVE DL40-BAND-LIMIT(2)       TO DL40-BE-HI
012025     MOVE DL40-BAND-EDIT           TO DL40-BAND-LABEL(2)
012026     COMPUTE DL40-BE-LO = DL40-BAND-LIMIT(2) + 1
012027     MOVE DL40-BAND-LIMIT(3)       TO DL40-BE-HI
012028     MOVE DL40-BAND-EDIT           TO DL40-BAND-LABEL(3)
012029     COMPUTE DL40-BE-LO = DL40-BAND-LIMIT(3) + 1
012030     MOVE "  UP"                   TO DL40-BE-HI-X
012031     MOVE DL40-BAND-EDIT           TO DL40-BAND-LABEL(4).
012032 1500-EXIT.
012033     EXIT.
012034*================================================================
012035*    1550-GET-ONE-BAND
012036*================================================================
012037 1550-GET-ONE-BAND.
012038     MOVE DL40-BAND-LIMIT(DL40-BAND-SUB) TO DL907-P-DEFAULT
012039     CALL "DL907" USING DL907-PARMS
012040     MOVE DL907-P-VALUE TO DL40-BAND-LIMIT(DL40-BAND-SUB)
012041     WRITE DL040-RPT-LINE FROM DL907-P-HDG-LINE.
012042 1550-EXIT.
012043     EXIT.
012100*================================================================
012200*    2000-PROCESS-COM-REC  -  AGE THIS ACCOUNT'S CURRENT BILLING *
012300*                             STATUS AGAINST ITS PRIOR-RUN       *
016500     MOVE DL40-STTS-DATE           TO DL40-D-STTS-DATE
016600     MOVE DL40-DAYS-IN-STTS        TO DL40-D-DAYS-IN-STTS
016610     MOVE DL40-BUS-DAYS            TO DL40-D-BUS-DAYS
016611     EVALUATE TRUE
016612         WHEN DL40-DAYS-IN-STTS <= DL40-BAND-LIMIT(1)
016613             MOVE DL40-BAND-LABEL(1) TO DL40-D-AGE-BAND
016614         WHEN DL40-DAYS-IN-STTS <= DL40-BAND-LIMIT(2)
016615             MOVE DL40-BAND-LABEL(2) TO DL40-D-AGE-BAND
016616         WHEN DL40-DAYS-IN-STTS <= DL40-BAND-LIMIT(3)
016617             MOVE DL40-BAND-LABEL(3) TO DL40-D-AGE-BAND
016618         WHEN OTHER
016619             MOVE DL40-BAND-LABEL(4) TO DL40-D-AGE-BAND
016620     END-EVALUATE
016700     WRITE DL040-RPT-LINE FROM DL040-DETAIL-LINE
016800     ADD 1 TO DL40-RECS-WRITTEN.
016900 2100-EXIT.
