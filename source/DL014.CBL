000161*                   THROUGH A DISPLAY WORK FIELD FOR THE
000162*                   DL900 CALL, CORRECTING THE CALENDAR-DAY
000163*                   AGE AND ITS BAND.
000164*  2026-10-15  RH   AGING BAND LIMITS NOW FROM THE DL907
000165*                   PARAMETER SERVICE (DEFAULT 30/60/90 DAYS).
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
004830     05  DL14-RGN-CODE             PIC X(2)     VALUE SPACES.
004840     05  DL14-BUS-DAYS             PIC S9(8) COMP.
004850     05  DL14-CALL-DATE            PIC 9(8).
004851*----------------------------------------------------------------
004852*    DL14-AGE-BANDS  -  UPPER LIMITS OF THE FIRST THREE BANDS;
004853*    THE FOURTH IS OPEN-ENDED.  LABELS ARE BUILT FROM THE LIMITS
004854*    IN FORCE FOR THE RUN
004855*----------------------------------------------------------------
004856 01  DL14-AGE-BANDS.
004857     05  DL14-BAND-LIMIT OCCURS 3 TIMES
004858                                   PIC S9(8) COMP.
004859     05  DL14-BAND-LABEL OCCURS 4 TIMES
004860                                   PIC X(9).
004861     05  DL14-BAND-SUB             PIC S9(4) COMP VALUE ZERO.
004862 01  DL14-BAND-EDIT.
004863     05  DL14-BE-LO                PIC ZZZ9.
004864     05  FILLER                    PIC X(1)  VALUE "-".
004865     05  DL14-BE-HI                PIC ZZZ9.
004866     05  DL14-BE-HI-X REDEFINES DL14-BE-HI
004867                                   PIC X(4).
004900 01  DL14-COUNTERS.
005000     05  DL14-RECS-READ            PIC S9(8) COMP VALUE ZERO.
005100     05  DL14-LINES-WRITTEN        PIC S9(8) COMP VALUE ZERO.
006510     05  FILLER                    PIC X(5)  VALUE SPACES.
006520     05  DL14-D-BUS-DAYS           PIC ZZZZ9.
006600     05  FILLER                    PIC X(3)  VALUE SPACES.
006601     05  DL14-D-AGE-BAND           PIC X(9).
006800 01  DL14-TOTAL-LINE.
006900     05  FILLER                    PIC X(20)
007000         VALUE "TOTAL LINES WRITTEN".
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
007200 PROCEDURE DIVISION.
007300*================================================================
007400*    0000-MAINLINE
000133     MOVE DL14-RUN-DATE TO DL902-EL-BUS
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL014-RPT-LINE FROM DL902-EXEC-LINE
000136     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
009100     WRITE DL014-RPT-LINE FROM SPACES
009200     WRITE DL014-RPT-LINE FROM DL14-COLUMN-HEADING
009300     PERFORM 8000-READ-BHS2MCH      THRU 8000-EXIT.
009400 1000-EXIT.
009500     EXIT.
009501*================================================================
009502*    1500-GET-PARAMETERS  -  AGING-BAND LIMITS IN FORCE          *
009503*                            FOR THIS RUN; 30/60/90 WHEN         *
009504*                            THE MASTER HAS NO ROW               *
009505*================================================================
009506 1500-GET-PARAMETERS.
009507     MOVE 30                       TO DL14-BAND-LIMIT(1)
009508     MOVE 60                       TO DL14-BAND-LIMIT(2)
009509     MOVE 90                       TO DL14-BAND-LIMIT(3)
009510     MOVE "DL014"                  TO DL907-P-PROGRAM-ID
009511     MOVE "AGE-BAND-1-DAYS"        TO DL907-P-RULE-NAME
009512     MOVE 1                        TO DL14-BAND-SUB
009513     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
009514     MOVE "AGE-BAND-2-DAYS"        TO DL907-P-RULE-NAME
009515     MOVE 2                        TO DL14-BAND-SUB
009516     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
009517     MOVE "AGE-BAND-3-DAYS"        TO DL907-P-RULE-NAME
009518     MOVE 3                        TO DL14-BAND-SUB
009519     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
009520     MOVE 1                        TO DL14-BE-LO
009521     MOVE DL14-BAND-LIMIT(1)       TO DL14-BE-HI
009522     MOVE DL14-BAND-EDIT           TO DL14-BAND-LABEL(1)
009523     COMPUTE DL14-BE-LO = DL14-BAND-LIMIT(1) + 1
009524     MOVE DL14-BAND-LIMIT(2)       TO DL14-BE-HI
009525     MOVE DL14-BAND-EDIT           TO DL14-BAND-LABEL(2)
009526     COMPUTE DL14-BE-LO = DL14-BAND-LIMIT(2) + 1
009527     MOVE DL14-BAND-LIMIT(3)       TO DL14-BE-HI
009528     MOVE DL14-BAND-EDIT           TO DL14-BAND-LABEL(3)
009529     COMPUTE DL14-BE-LO = DL14-BAND-LIMIT(3) + 1
009530     MOVE "  UP"                   TO DL14-BE-HI-X
009531     MOVE DL14-BAND-EDIT           TO DL14-BAND-LABEL(4).
009532 1500-EXIT.
009533     EXIT.
009534*================================================================
009535*    1550-GET-ONE-BAND
009536*================================================================
009537 1550-GET-ONE-BAND.
009538     MOVE DL14-BAND-LIMIT(DL14-BAND-SUB) TO DL907-P-DEFAULT
009539     CALL "DL907" USING DL907-PARMS
009540     MOVE DL907-P-VALUE TO DL14-BAND-LIMIT(DL14-BAND-SUB)
009541     WRITE DL014-RPT-LINE FROM DL907-P-HDG-LINE.
009542 1550-EXIT.
009543     EXIT.
009600*================================================================
009700*    2000-PROCESS-CLAIM  -  AGE ANY CLAIM CURRENTLY SHOWING A    *
009800*                           PEND-RECYCLE START DATE              *
011600     MOVE DL14-DAYS-RCYCL          TO DL14-D-DAYS-RCYCL
011610     MOVE DL14-BUS-DAYS            TO DL14-D-BUS-DAYS
011700     EVALUATE TRUE
011701         WHEN DL14-DAYS-RCYCL <= DL14-BAND-LIMIT(1)
011702             MOVE DL14-BAND-LABEL(1) TO DL14-D-AGE-BAND
011703         WHEN DL14-DAYS-RCYCL <= DL14-BAND-LIMIT(2)
011704             MOVE DL14-BAND-LABEL(2) TO DL14-D-AGE-BAND
011705         WHEN DL14-DAYS-RCYCL <= DL14-BAND-LIMIT(3)
011706             MOVE DL14-BAND-LABEL(3) TO DL14-D-AGE-BAND
012400         WHEN OTHER
012401             MOVE DL14-BAND-LABEL(4) TO DL14-D-AGE-BAND
012600     END-EVALUATE
012700     WRITE DL014-RPT-LINE FROM DL14-DETAIL-LINE
012800     ADD 1 TO DL14-LINES-WRITTEN.
