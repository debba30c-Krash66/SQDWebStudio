002200*                   A RELEASE WITH NO MATCHING ENTRY IS ALSO
002300*                   FLAGGED.  SURVIVING OPEN ITEMS AGE ON THE
002400*                   REPORT (DAYS VIA DL900) AND CARRY FORWARD.
002401*  2026-10-15  RH   UNRELEASED FUNCTIONS (UNRL), SAME-OPERATOR
002402*                   RELEASES (SEGR) AND ORPHAN RELEASES (ORPH)
002403*                   ALSO FED TO THE UNIFIED WORK QUEUE (DL908);
002404*                   THE LAST TWO ARE HELD FOR DISPOSITION
002500*================================================================
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
014500     05  FILLER                    PIC X(11)
014600         VALUE "  EXECUTED ".
014700     05  DL902-EL-EXEC             PIC 9(8).
014701*----------------------------------------------------------------
014702*    DL908-PARMS  -  SHARED WORK-QUEUE FEED
014703*----------------------------------------------------------------
014704     COPY DL908PRM.
014705 01  DLD9-WQ-KEY.
014706     05  DLD9-WQ-CONCAT-KEY        PIC X(14).
014707     05  DLD9-WQ-FUNC-CODE         PIC X(2).
014800 PROCEDURE DIVISION.
014900*================================================================
015000*    0000-MAINLINE
016500*    1000-INITIALIZE
016600*================================================================
016700 1000-INITIALIZE.
016701     MOVE "DL139"                  TO DL908-P-PROGRAM-ID
016702     SET DL908-P-START             TO TRUE
016703     CALL "DL908" USING DL908-PARMS
016800     CALL "DL902" USING DLD9-RUN-DATE DL902-EXEC-DATE
016900     CALL "DL900" USING DLD9-RUN-DATE DLD9-RUN-JULIAN
017000     OPEN INPUT  SREAUDIT-FILE
026200         MOVE ZERO                 TO DLD9-D-DAYS
026300         MOVE "RELEASE-NO ENTRY"   TO DLD9-D-FINDING
026400         WRITE DL139-RPT-LINE FROM DLD9-DETAIL-LINE
026401         PERFORM 2230-QUEUE-ORPHAN  THRU 2230-EXIT
026500         GO TO 2200-EXIT
026600     END-IF
026700     ADD 1 TO DLD9-RELEASES-MATCHED
027500         MOVE ZERO                 TO DLD9-D-DAYS
027600         MOVE "SAME-OPERATOR RELEASE" TO DLD9-D-FINDING
027700         WRITE DL139-RPT-LINE FROM DLD9-DETAIL-LINE
027701         PERFORM 2220-QUEUE-SEGREGATION THRU 2220-EXIT
027800     END-IF.
027900 2200-EXIT.
028000     EXIT.
028700     CONTINUE.
028800 2210-EXIT.
028900     EXIT.
028901*================================================================
028902*    2220-QUEUE-SEGREGATION  -  A SAME-OPERATOR RELEASE, OPEN    *
028903*                               UNTIL DISPOSITIONED              *
028904*================================================================
028905 2220-QUEUE-SEGREGATION.
028906     MOVE "DL139"                  TO DL908-P-PROGRAM-ID
028907     MOVE "SEGR"                   TO DL908-P-REASON-CD
028908     MOVE DLD9-D-CONCAT-KEY        TO DLD9-WQ-CONCAT-KEY
028909     MOVE DLD9-D-FUNC-CODE         TO DLD9-WQ-FUNC-CODE
028910     MOVE DLD9-WQ-KEY              TO DL908-P-ITEM-KEY
028911     SET DL908-P-CORRESPONDENT     TO TRUE
028912     MOVE DLD9-D-CONCAT-KEY        TO DL908-P-PARTY-ID
028913     MOVE "SAME-OPERATOR RELEASE"  TO DL908-P-REASON
028914     MOVE ZERO                     TO DL908-P-AMOUNT
028915     MOVE ZERO                     TO DL908-P-OPENED-DT
028916     SET DL908-P-DISPOSITION-ONLY  TO TRUE
028917     SET DL908-P-ITEM              TO TRUE
028918     CALL "DL908" USING DL908-PARMS.
028919 2220-EXIT.
028920     EXIT.
028921*================================================================
028922*    2230-QUEUE-ORPHAN  -  A RELEASE WITH NO ENTRY, OPEN         *
028923*                          UNTIL DISPOSITIONED                   *
028924*================================================================
028925 2230-QUEUE-ORPHAN.
028926     MOVE "DL139"                  TO DL908-P-PROGRAM-ID
028927     MOVE "ORPH"                   TO DL908-P-REASON-CD
028928     MOVE DLD9-D-CONCAT-KEY        TO DLD9-WQ-CONCAT-KEY
028929     MOVE DLD9-D-FUNC-CODE         TO DLD9-WQ-FUNC-CODE
028930     MOVE DLD9-WQ-KEY              TO DL908-P-ITEM-KEY
028931     SET DL908-P-CORRESPONDENT     TO TRUE
028932     MOVE DLD9-D-CONCAT-KEY        TO DL908-P-PARTY-ID
028933     MOVE "RELEASE WITH NO ENTRY"  TO DL908-P-REASON
028934     MOVE ZERO                     TO DL908-P-AMOUNT
028935     MOVE DLD9-EVENT-DATE          TO DL908-P-OPENED-DT
028936     SET DL908-P-DISPOSITION-ONLY  TO TRUE
028937     SET DL908-P-ITEM              TO TRUE
028938     CALL "DL908" USING DL908-PARMS.
028939 2230-EXIT.
028940     EXIT.
029000*================================================================
029100*    2600-AGE-OPEN-ITEMS  -  SURVIVORS AGE ON THE REPORT AND     *
029200*                            CARRY FORWARD                       *
032300     MOVE DLD9-O-FUNC-CODE(DLD9-SUB) TO DL139-O-FUNC-CODE
032400     MOVE DLD9-O-ENTRY-OPID(DLD9-SUB) TO DL139-O-ENTRY-OPID
032500     MOVE DLD9-O-ENTRY-DATE(DLD9-SUB) TO DL139-O-ENTRY-DATE
032600     WRITE DL139-OPN-OUT-RECORD FROM DL139-OPN-RECORD
032601     PERFORM 2620-QUEUE-UNRELEASED  THRU 2620-EXIT.
032700 2610-EXIT.
032800     EXIT.
032801*================================================================
032802*    2620-QUEUE-UNRELEASED  -  AN UNRELEASED FUNCTION TO THE     *
032803*                              SHARED WORK QUEUE, OPEN FROM ITS  *
032804*                              ENTRY DATE                        *
032805*================================================================
032806 2620-QUEUE-UNRELEASED.
032807     MOVE "DL139"                  TO DL908-P-PROGRAM-ID
032808     MOVE "UNRL"                   TO DL908-P-REASON-CD
032809     MOVE DLD9-D-CONCAT-KEY        TO DLD9-WQ-CONCAT-KEY
032810     MOVE DLD9-D-FUNC-CODE         TO DLD9-WQ-FUNC-CODE
032811     MOVE DLD9-WQ-KEY              TO DL908-P-ITEM-KEY
032812     SET DL908-P-CORRESPONDENT     TO TRUE
032813     MOVE DLD9-D-CONCAT-KEY        TO DL908-P-PARTY-ID
032814     MOVE "FUNCTION NOT RELEASED"  TO DL908-P-REASON
032815     MOVE ZERO                     TO DL908-P-AMOUNT
032816     MOVE DLD9-O-ENTRY-DATE(DLD9-SUB) TO DL908-P-OPENED-DT
032817     SET DL908-P-SOURCE-CLEARS     TO TRUE
032818     SET DL908-P-ITEM              TO TRUE
032819     CALL "DL908" USING DL908-PARMS.
032820 2620-EXIT.
032821     EXIT.
032900*================================================================
033000*    3000-TERMINATE
033100*================================================================
