002730*                   ADDRESS ("D" PURPOSE) ON THE NEW DL125ADR
002740*                   SATELLITE WHEN ONE EXISTS, FALLING BACK TO
002750*                   THE MASTER EMP-ADDR BLOCK.
002751*  2026-10-15  RH   EVERY LETTER IS NOW ALSO RECORDED ON THE
002752*                   SHARED MEMBER CORRESPONDENCE LOG THROUGH THE
002753*                   NEW DL905 SERVICE, WITH THE ADDRESS IT WENT
002754*                   TO AND THE DL105LTR MERGE RECORD AS ITS PRINT
002755*                   IMAGE.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
017300     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL105".
017400     05  DL903-REC-TYPE            PIC X(1).
017500     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
017501*----------------------------------------------------------------
017502*    DL905-PARMS  -  SHARED MEMBER CORRESPONDENCE LOG
017503*----------------------------------------------------------------
017504     COPY DL905PRM.
017600*----------------------------------------------------------------
017700*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
017800*----------------------------------------------------------------
020500*================================================================
020600 1000-INITIALIZE.
020700     CALL "DL902" USING DLA5-RUN-DATE DL902-EXEC-DATE
020701     MOVE "DL105"                  TO DL905-P-PROGRAM-ID
020702     MOVE "DL105LTR"               TO DL905-P-PRINT-DD
020703     SET DL905-P-STUDENT-CERT      TO TRUE
020800     CALL "DL900" USING DLA5-RUN-DATE DLA5-RUN-JULIAN
020900     OPEN INPUT  BED1EMP-FILE
021000     OPEN INPUT  BHS1DEP-FILE
047100     WRITE DL105-CTL-OUT-RECORD
047200     ADD 1 TO DLA5-LETTERS-ISSUED
047300     MOVE "LETTER ISSUED"          TO DLA5-D-DISP
047301     WRITE DL105-RPT-LINE FROM DLA5-DETAIL-LINE
047302     PERFORM 2600-LOG-LETTER        THRU 2600-EXIT.
047500 2500-EXIT.
047600     EXIT.
047610*================================================================
047660     END-IF.
047661 2560-EXIT.
047662     EXIT.
047663*================================================================
047664*    2600-LOG-LETTER  -  RECORD THE LETTER ON THE SHARED         *
047665*                        CORRESPONDENCE LOG WITH THE ADDRESS IT  *
047666*                        WENT TO; ITS MAIL-MERGE RECORD IS ITS   *
047667*                        PRINT IMAGE                             *
047668*================================================================
047669 2600-LOG-LETTER.
047670     MOVE DL105-L-EMP-ID            TO DL905-P-EMP-ID
047671     MOVE DL105-L-DEP-NBR           TO DL905-P-DEP-NBR
047672     SET DL905-P-NOT-SUPPRESSED    TO TRUE
047673     MOVE SPACES                   TO DL905-P-MAIL-NAME
047674     STRING DL105-L-FNAME DELIMITED BY SPACE
047675            " "            DELIMITED BY SIZE
047676            DL105-L-LNAME DELIMITED BY SIZE
047677         INTO DL905-P-MAIL-NAME
047678     MOVE DL105-L-ADDR              TO DL905-P-ADDR
047679     MOVE DL105-L-ADDR4             TO DL905-P-ADDR4
047680     MOVE DL105-L-CITY              TO DL905-P-CITY
047681     MOVE DL105-L-ST                TO DL905-P-ST
047682     MOVE DL105-L-ZIP               TO DL905-P-ZIP
047683     SET DL905-P-LOG-LETTER        TO TRUE
047684     CALL "DL905" USING DL905-PARMS
047685     MOVE DL105-LTR-RECORD          TO DL905-P-IMAGE-LINE
047686     SET DL905-P-LOG-IMAGE         TO TRUE
047687     CALL "DL905" USING DL905-PARMS.
047688 2600-EXIT.
047689     EXIT.
047700*================================================================
047800*    3000-TERMINATE
047900*================================================================
