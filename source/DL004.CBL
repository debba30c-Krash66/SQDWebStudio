000161*                   THROUGH A DISPLAY WORK FIELD FOR THE
000162*                   DL900 CALL, CORRECTING THE CALENDAR-DAY
000163*                   AGE AND ITS BAND.
000164*  2026-10-15  RH   AGING BAND LIMITS NOW FROM THE DL907
000165*                   PARAMETER SERVICE (DEFAULT 30/60/90 DAYS).
002000*================================================================
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
006330     05  DL4-RGN-CODE              PIC X(2)     VALUE SPACES.
006340     05  DL4-BUS-DAYS              PIC S9(8) COMP.
006350     05  DL4-CALL-DATE             PIC 9(8).
006351*----------------------------------------------------------------
006352*    DL4-AGE-BANDS  -  UPPER LIMITS OF THE FIRST THREE BANDS;
006353*    THE FOURTH IS OPEN-ENDED.  LABELS ARE BUILT FROM THE LIMITS
006354*    IN FORCE FOR THE RUN
006355*----------------------------------------------------------------
006356 01  DL4-AGE-BANDS.
006357     05  DL4-BAND-LIMIT OCCURS 3 TIMES
006358                                   PIC S9(8) COMP.
006359     05  DL4-BAND-LABEL OCCURS 4 TIMES
006360                                   PIC X(9).
006361     05  DL4-BAND-SUB              PIC S9(4) COMP VALUE ZERO.
006362 01  DL4-BAND-EDIT.
006363     05  DL4-BE-LO                 PIC ZZZ9.
006364     05  FILLER                    PIC X(1)  VALUE "-".
006365     05  DL4-BE-HI                 PIC ZZZ9.
006366     05  DL4-BE-HI-X REDEFINES DL4-BE-HI
006367                                   PIC X(4).
006400 01  DL4-HEADING-1.
006500     05  FILLER                   PIC X(26)
006600         VALUE "SUSPENSE AGING REPORT".
007100     05  FILLER                   PIC X(11) VALUE "PEND DATE".
007200     05  FILLER                   PIC X(11) VALUE "DAYS PEND".
007210     05  FILLER                   PIC X(10) VALUE "BUS DAYS".
007211     05  FILLER                   PIC X(9)  VALUE "AGE BAND".
007300 01  DL4-DETAIL-LINE.
007400     05  DL4-D-EMP-ID              PIC X(13).
007500     05  FILLER                    PIC X(2)  VALUE SPACES.
008200     05  DL4-D-DAYS-PEND           PIC ZZZZ9.
008210     05  FILLER                    PIC X(5)  VALUE SPACES.
008220     05  DL4-D-BUS-DAYS            PIC ZZZZ9.
008221     05  FILLER                    PIC X(5)  VALUE SPACES.
008222     05  DL4-D-AGE-BAND            PIC X(9).
008300 01  DL4-TOTAL-LINE.
008400     05  FILLER                    PIC X(20)
008500         VALUE "TOTAL ALERTS WRITTEN".
000129     05  FILLER                    PIC X(11)
000130         VALUE "  EXECUTED ".
000131     05  DL902-EL-EXEC             PIC 9(8).
000132*----------------------------------------------------------------
000133*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000134*----------------------------------------------------------------
000135     COPY DL907PRM.
008700 PROCEDURE DIVISION.
008800*================================================================
008900*    0000-MAINLINE
000133     MOVE DL4-RUN-DATE TO DL902-EL-BUS
000134     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
000135     WRITE DL004-RPT-LINE FROM DL902-EXEC-LINE
000136     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
010700     WRITE DL004-RPT-LINE FROM SPACES
010800     WRITE DL004-RPT-LINE FROM DL4-COLUMN-HEADING
010900     PERFORM 8000-READ-MASTER       THRU 8000-EXIT
011000     PERFORM 8100-READ-CLAIM        THRU 8100-EXIT.
011100 1000-EXIT.
011200     EXIT.
011201*================================================================
011202*    1500-GET-PARAMETERS  -  AGING-BAND LIMITS IN FORCE          *
011203*                            FOR THIS RUN; 30/60/90 WHEN         *
011204*                            THE MASTER HAS NO ROW               *
011205*================================================================
011206 1500-GET-PARAMETERS.
011207     MOVE 30                       TO DL4-BAND-LIMIT(1)
011208     MOVE 60                       TO DL4-BAND-LIMIT(2)
011209     MOVE 90                       TO DL4-BAND-LIMIT(3)
011210     MOVE "DL004"                  TO DL907-P-PROGRAM-ID
011211     MOVE "AGE-BAND-1-DAYS"        TO DL907-P-RULE-NAME
011212     MOVE 1                        TO DL4-BAND-SUB
011213     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
011214     MOVE "AGE-BAND-2-DAYS"        TO DL907-P-RULE-NAME
011215     MOVE 2                        TO DL4-BAND-SUB
011216     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
011217     MOVE "AGE-BAND-3-DAYS"        TO DL907-P-RULE-NAME
011218     MOVE 3                        TO DL4-BAND-SUB
011219     PERFORM 1550-GET-ONE-BAND      THRU 1550-EXIT
011220     MOVE 1                        TO DL4-BE-LO
011221     MOVE DL4-BAND-LIMIT(1)        TO DL4-BE-HI
011222     MOVE DL4-BAND-EDIT            TO DL4-BAND-LABEL(1)
011223     COMPUTE DL4-BE-LO = DL4-BAND-LIMIT(1) + 1
011224     MOVE DL4-BAND-LIMIT(2)        TO DL4-BE-HI
011225     MOVE DL4-BAND-EDIT            TO DL4-BAND-LABEL(2)
011226     COMPUTE DL4-BE-LO = DL4-BAND-LIMIT(2) + 1
011227     MOVE DL4-BAND-LIMIT(3)        TO DL4-BE-HI
011228     MOVE DL4-BAND-EDIT            TO DL4-BAND-LABEL(3)
011229     COMPUTE DL4-BE-LO = DL4-BAND-LIMIT(3) + 1
011230     MOVE "  UP"                   TO DL4-BE-HI-X
011231     MOVE DL4-BAND-EDIT            TO DL4-BAND-LABEL(4).
011232 1500-EXIT.
011233     EXIT.
011234*================================================================
011235*    1550-GET-ONE-BAND
011236*================================================================
011237 1550-GET-ONE-BAND.
011238     MOVE DL4-BAND-LIMIT(DL4-BAND-SUB) TO DL907-P-DEFAULT
011239     CALL "DL907" USING DL907-PARMS
011240     MOVE DL907-P-VALUE TO DL4-BAND-LIMIT(DL4-BAND-SUB)
011241     WRITE DL004-RPT-LINE FROM DL907-P-HDG-LINE.
011242 1550-EXIT.
011243     EXIT.
011300*================================================================
011400*    2000-PROCESS-MASTER  -  CHECK ALL CLAIMS THAT MATCH THE    *
011500*                            CURRENT MEMBER FOR A PENDED STATE  *
015800     MOVE CLH-SV-PEND-DT           TO DL4-D-PEND-DT
015900     MOVE DL4-DAYS-PENDED          TO DL4-D-DAYS-PEND
015910     MOVE DL4-BUS-DAYS             TO DL4-D-BUS-DAYS
015911     EVALUATE TRUE
015912         WHEN DL4-DAYS-PENDED <= DL4-BAND-LIMIT(1)
015913             MOVE DL4-BAND-LABEL(1) TO DL4-D-AGE-BAND
015914         WHEN DL4-DAYS-PENDED <= DL4-BAND-LIMIT(2)
015915             MOVE DL4-BAND-LABEL(2) TO DL4-D-AGE-BAND
015916         WHEN DL4-DAYS-PENDED <= DL4-BAND-LIMIT(3)
015917             MOVE DL4-BAND-LABEL(3) TO DL4-D-AGE-BAND
015918         WHEN OTHER
015919             MOVE DL4-BAND-LABEL(4) TO DL4-D-AGE-BAND
015920     END-EVALUATE
016000     WRITE DL004-RPT-LINE FROM DL4-DETAIL-LINE
016100     ADD 1 TO DL4-ALERTS-WRITTEN.
016200 2200-EXIT.
