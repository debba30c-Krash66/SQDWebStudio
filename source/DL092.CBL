002784*                   BRANCH THE DL105 STUDENT CYCLE CARRIES,
002785*                   AND WHAT THE DL092CTL COPYBOOK ALREADY
002786*                   PROMISED.
002787*  2026-10-15  RH   EVERY LETTER IS NOW ALSO RECORDED ON THE
002788*                   SHARED MEMBER CORRESPONDENCE LOG THROUGH THE
002789*                   NEW DL905 SERVICE, WITH THE ADDRESS IT WENT
002790*                   TO AND THE DL092LTR MERGE RECORD AS ITS PRINT
002791*                   IMAGE.
002800*================================================================
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
016000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL092".
016100     05  DL903-REC-TYPE            PIC X(1).
016200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
016201*----------------------------------------------------------------
016202*    DL905-PARMS  -  SHARED MEMBER CORRESPONDENCE LOG
016203*----------------------------------------------------------------
016204     COPY DL905PRM.
016300*----------------------------------------------------------------
016400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
016500*----------------------------------------------------------------
019200*================================================================
019300 1000-INITIALIZE.
019400     CALL "DL902" USING DL92-RUN-DATE DL902-EXEC-DATE
019401     MOVE "DL092"                  TO DL905-P-PROGRAM-ID
019402     MOVE "DL092LTR"               TO DL905-P-PRINT-DD
019403     SET DL905-P-DISAB-CERT        TO TRUE
019500     CALL "DL900" USING DL92-RUN-DATE DL92-RUN-JULIAN
019600     OPEN INPUT  BED1EMP-FILE
019700     OPEN INPUT  BHS1DEP-FILE
040400     WRITE DL092-CTL-OUT-RECORD
040500     ADD 1 TO DL92-LETTERS-ISSUED
040600     MOVE "LETTER ISSUED"          TO DL92-D-DISP
040601     WRITE DL092-RPT-LINE FROM DL92-DETAIL-LINE
040602     PERFORM 2600-LOG-LETTER        THRU 2600-EXIT.
040800 2500-EXIT.
040900     EXIT.
040810*================================================================
040860     END-IF.
040861 2550-EXIT.
040862     EXIT.
040863*================================================================
040864*    2600-LOG-LETTER  -  RECORD THE LETTER ON THE SHARED         *
040865*                        CORRESPONDENCE LOG WITH THE ADDRESS IT  *
040866*                        WENT TO; ITS MAIL-MERGE RECORD IS ITS   *
040867*                        PRINT IMAGE                             *
040868*================================================================
040869 2600-LOG-LETTER.
040870     MOVE DL092-L-EMP-ID            TO DL905-P-EMP-ID
040871     MOVE DL092-L-DEP-NBR           TO DL905-P-DEP-NBR
040872     SET DL905-P-NOT-SUPPRESSED    TO TRUE
040873     MOVE SPACES                   TO DL905-P-MAIL-NAME
040874     STRING DL092-L-FNAME DELIMITED BY SPACE
040875            " "            DELIMITED BY SIZE
040876            DL092-L-LNAME DELIMITED BY SIZE
040877         INTO DL905-P-MAIL-NAME
040878     MOVE DL092-L-ADDR              TO DL905-P-ADDR
040879     MOVE DL092-L-ADDR4             TO DL905-P-ADDR4
040880     MOVE DL092-L-CITY              TO DL905-P-CITY
040881     MOVE DL092-L-ST                TO DL905-P-ST
040882     MOVE DL092-L-ZIP               TO DL905-P-ZIP
040883     SET DL905-P-LOG-LETTER        TO TRUE
040884     CALL "DL905" USING DL905-PARMS
040885     MOVE DL092-LTR-RECORD          TO DL905-P-IMAGE-LINE
040886     SET DL905-P-LOG-IMAGE         TO TRUE
040887     CALL "DL905" USING DL905-PARMS.
040888 2600-EXIT.
040889     EXIT.
041000*================================================================
041100*    3000-TERMINATE
041200*================================================================
