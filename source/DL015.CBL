000014*                   THROUGH THE SHARED DL903 SERVICE SO THE
000015*                   DL088 GATEKEEPER CAN ENFORCE THE NIGHT'S
000016*                   PREREQUISITES.
000017*  2026-10-15  RH   RECONCILIATION TOLERANCE NOW FROM THE DL907
000018*                   PARAMETER SERVICE, PRINTED ON THE REPORT.
001800*================================================================
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
000005     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL015".
000006     05  DL903-REC-TYPE            PIC X(1).
000007     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
000008*----------------------------------------------------------------
000009*    DL907-PARMS  -  SHARED BUSINESS-RULE PARAMETER SERVICE
000010*----------------------------------------------------------------
000011     COPY DL907PRM.
007200 PROCEDURE DIVISION.
007300*================================================================
007400*    0000-MAINLINE
008600     OPEN INPUT  BHS2MCH-FILE
008700     OPEN OUTPUT DL015-RPT-FILE
008800     WRITE DL015-RPT-LINE FROM DL15-HEADING-1
008801     PERFORM 1500-GET-PARAMETERS    THRU 1500-EXIT
008900     WRITE DL015-RPT-LINE FROM SPACES
009000     WRITE DL015-RPT-LINE FROM DL15-COLUMN-HEADING
009100     PERFORM 8000-READ-BHS2MCH      THRU 8000-EXIT.
009200 1000-EXIT.
009300     EXIT.
009301*================================================================
009302*    1500-GET-PARAMETERS  -  TOLERANCE IN FORCE FOR              *
009303*                            THIS RUN                            *
009304*================================================================
009305 1500-GET-PARAMETERS.
009306     MOVE "DL015"                  TO DL907-P-PROGRAM-ID
009307     MOVE "TOLERANCE-CENTS"        TO DL907-P-RULE-NAME
009308     MOVE DL15-TOLERANCE           TO DL907-P-DEFAULT
009309     CALL "DL907" USING DL907-PARMS
009310     MOVE DL907-P-VALUE            TO DL15-TOLERANCE
009311     WRITE DL015-RPT-LINE FROM DL907-P-HDG-LINE.
009312 1500-EXIT.
009313     EXIT.
009400*================================================================
009500*    2000-PROCESS-CLAIM  -  TIE THE ITS-PRICED AMOUNT TO WHAT    *
009600*                           WAS ACTUALLY PAID ON THE CLAIM       *
