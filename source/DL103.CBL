002200*                   RECURRING REASONS ARE OUR BEST POINTER AT
002300*                   UPSTREAM PROCESSING DEFECTS.  MONTHS OLDER
002400*                   THAN 24 AGE OFF THE HISTORY ON REWRITE.
002401*  2026-10-15  RH   MASS RE-PRICING ADJUSTMENTS (SOURCE M) ARE
002402*                   ALSO TOTALED BY THEIR DL201 PROJECT ID, THE
002403*                   REASON THEY CARRY; A PROJECT TABLE OVERFLOW
002404*                   ENDS THE STEP RC 8 LIKE THE HISTORY TABLE
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
007900         10  DLA3-S-SOURCE         PIC X(1).
008000         10  DLA3-S-COUNT          PIC S9(8) COMP.
008100         10  DLA3-S-AMT            PIC S9(13) COMP-3.
008101*----------------------------------------------------------------
008102*    DLA3-PRJ-TABLE  -  DAY'S TOTALS PER MASS-ADJUSTMENT PROJECT
008103*    (SOURCE "M", THE DL201 PROJECT ID CARRIED AS THE REASON)
008104*----------------------------------------------------------------
008105 01  DLA3-PRJ-TABLE.
008106     05  DLA3-PRJ-COUNT            PIC S9(4) COMP VALUE ZERO.
008107     05  DLA3-PRJ-ENTRY OCCURS 200 TIMES.
008108         10  DLA3-P-PROJECT        PIC X(3).
008109         10  DLA3-P-COUNT          PIC S9(8) COMP.
008110         10  DLA3-P-AMT            PIC S9(13) COMP-3.
008200 01  DLA3-WORK-FIELDS.
008300     05  DLA3-SUB                  PIC S9(4) COMP VALUE ZERO.
008400     05  DLA3-PRI-SUB              PIC S9(4) COMP VALUE ZERO.
009900     05  DLA3-CLM-READ             PIC S9(8) COMP VALUE ZERO.
010000     05  DLA3-ADJS-REPORTED        PIC S9(8) COMP VALUE ZERO.
010100     05  DLA3-HST-DROPPED          PIC S9(8) COMP VALUE ZERO.
010101     05  DLA3-PRJ-DROPPED          PIC S9(8) COMP VALUE ZERO.
010200 01  DLA3-HEADING-1.
010300     05  FILLER                    PIC X(36)
010400         VALUE "DAILY CLAIM ADJUSTMENT REGISTER".
014100     05  DLA3-W-COUNT              PIC ZZZ,ZZ9.
014200     05  FILLER                    PIC X(2)  VALUE SPACES.
014300     05  DLA3-W-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9-.
014301 01  DLA3-PRJ-HEADING.
014302     05  FILLER                    PIC X(40)
014303         VALUE "DAY'S TOTALS BY MASS-ADJUSTMENT PROJECT".
014304 01  DLA3-PRJ-LINE.
014305     05  DLA3-J-PROJECT            PIC X(3).
014306     05  FILLER                    PIC X(2)  VALUE SPACES.
014307     05  DLA3-J-COUNT              PIC ZZZ,ZZ9.
014308     05  FILLER                    PIC X(2)  VALUE SPACES.
014309     05  DLA3-J-AMT                PIC ZZZ,ZZZ,ZZZ,ZZ9-.
014400 01  DLA3-TOTAL-LINE-1.
014500     05  FILLER                    PIC X(25)
014600         VALUE "ADJUSTMENTS REPORTED".
025300     MOVE DLA3-NET-AMT             TO DLA3-D-NET-AMT
025400     WRITE DL103-RPT-LINE FROM DLA3-DETAIL-LINE
025500     PERFORM 2100-ACCUM-REASON      THRU 2100-EXIT
025600     PERFORM 2200-ACCUM-SOURCE      THRU 2200-EXIT
025601*    A MASS RE-PRICING ADJUSTMENT CARRIES ITS DL201 PROJECT ID
025602*    AS THE REASON
025603     IF CLH-SOURCE-ADJ = "M"
025604         PERFORM 2300-ACCUM-PROJECT THRU 2300-EXIT
025605     END-IF.
025700 2000-READ-NEXT.
025800     PERFORM 8000-READ-CLAIM        THRU 8000-EXIT.
025900 2000-EXIT.
031500     ADD CLH-ADJ-AMT TO DLA3-S-AMT(DLA3-SUB).
031600 2200-EXIT.
031700     EXIT.
031701*================================================================
031702*    2300-ACCUM-PROJECT
031703*================================================================
031704 2300-ACCUM-PROJECT.
031705     PERFORM 2110-SCAN-ONE-HST      THRU 2110-EXIT
031706         VARYING DLA3-SUB FROM 1 BY 1
031707         UNTIL DLA3-SUB > DLA3-PRJ-COUNT
031708         OR DLA3-P-PROJECT(DLA3-SUB) = CLH-RSN-ADJ
031709     IF DLA3-SUB > DLA3-PRJ-COUNT
031710         IF DLA3-PRJ-COUNT >= 200
031711             ADD 1 TO DLA3-PRJ-DROPPED
031712             GO TO 2300-EXIT
031713         END-IF
031714         ADD 1 TO DLA3-PRJ-COUNT
031715         MOVE DLA3-PRJ-COUNT       TO DLA3-SUB
031716         MOVE CLH-RSN-ADJ          TO DLA3-P-PROJECT(DLA3-SUB)
031717         MOVE ZERO                 TO DLA3-P-COUNT(DLA3-SUB)
031718         MOVE ZERO                 TO DLA3-P-AMT(DLA3-SUB)
031719     END-IF
031720     ADD 1 TO DLA3-P-COUNT(DLA3-SUB)
031721     ADD CLH-ADJ-AMT TO DLA3-P-AMT(DLA3-SUB).
031722 2300-EXIT.
031723     EXIT.
031800*================================================================
031900*    3000-TERMINATE  -  TRENDS, SOURCE TOTALS, HISTORY REWRITE   *
032000*================================================================
032900     PERFORM 3200-WRITE-ONE-SOURCE  THRU 3200-EXIT
033000         VARYING DLA3-SUB FROM 1 BY 1
033100         UNTIL DLA3-SUB > DLA3-SRC-COUNT
033101     IF DLA3-PRJ-COUNT > ZERO
033102         WRITE DL103-RPT-LINE FROM SPACES
033103         WRITE DL103-RPT-LINE FROM DLA3-PRJ-HEADING
033104         PERFORM 3250-WRITE-ONE-PROJECT THRU 3250-EXIT
033105             VARYING DLA3-SUB FROM 1 BY 1
033106             UNTIL DLA3-SUB > DLA3-PRJ-COUNT
033107     END-IF
033200     MOVE DLA3-ADJS-REPORTED       TO DLA3-T-ADJS
033300     WRITE DL103-RPT-LINE FROM SPACES
033400     WRITE DL103-RPT-LINE FROM DLA3-TOTAL-LINE-1
033600         VARYING DLA3-SUB FROM 1 BY 1
033700         UNTIL DLA3-SUB > DLA3-HST-COUNT
033800     IF DLA3-HST-DROPPED NOT = ZERO
033801         OR DLA3-PRJ-DROPPED NOT = ZERO
033900         MOVE 8                    TO RETURN-CODE
034000     END-IF
034100     CLOSE BHS2MCH-FILE
038400     WRITE DL103-RPT-LINE FROM DLA3-SRC-LINE.
038500 3200-EXIT.
038600     EXIT.
038601*================================================================
038602*    3250-WRITE-ONE-PROJECT
038603*================================================================
038604 3250-WRITE-ONE-PROJECT.
038605     MOVE DLA3-P-PROJECT(DLA3-SUB) TO DLA3-J-PROJECT
038606     MOVE DLA3-P-COUNT(DLA3-SUB)   TO DLA3-J-COUNT
038607     MOVE DLA3-P-AMT(DLA3-SUB)     TO DLA3-J-AMT
038608     WRITE DL103-RPT-LINE FROM DLA3-PRJ-LINE.
038609 3250-EXIT.
038610     EXIT.
038700*================================================================
038800*    3300-WRITE-ONE-HST
038900*================================================================
