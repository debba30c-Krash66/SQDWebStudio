000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL183.
000300 AUTHOR.        R HOLLANDER, DATA LIBRARY SUPPORT.
000400 INSTALLATION.  DATA LIBRARY - BATCH REPORTING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*================================================================
000800*  MODIFICATION HISTORY
000900*  ---------------------------------------------------------
001000*  2026-10-15  RH   INITIAL WRITE - OUTBOUND PAYMENT MESSAGE
001100*                   BUILDER.  EACH PAYMENT THE DESK HAS APPROVED
001200*                   ON DL183APR IS MATCHED TO ITS DL136REQ
001300*                   REQUEST AND TO THE BEST KEPT DL136RTE
001400*                   CANDIDATE (RANK 1 BEFORE RANK 2, THE FIRST
001500*                   LISTED ON A TIE), ALL THREE IN REQUEST
001600*                   SEQUENCE.  THE MESSAGE TAKES THE
001700*                   CORRESPONDENT'S NAME AND ADDRESS FROM
001800*                   EQ-SNAMADDR, THE VALUE DATE FROM THE DL032
001900*                   CUT-OFF RULE (1500 CORRESPONDENT LOCAL
002000*                   TIME, THEN PAST WEEKENDS AND DL030
002100*                   HOLIDAYS), THE ES-SRLCEQEQ INSTRUCTION IN
002200*                   FORCE FOR THE CURRENCY ON THAT DATE, ITS
002300*                   DL077BIC BIC, ITS DL029IBN IBAN OR FAILING
002400*                   THAT ITS OWN ACCOUNT, AND A DL904 TEST KEY
002500*                   WHERE THE CORRESPONDENT STILL HAS A TEST-KEY
002600*                   ARRANGEMENT.  A CORRESPONDENT ON THE
002700*                   DL183MIG MIGRATION EXTRACT BY THE VALUE DATE
002800*                   IS SENT AN ISO 20022 PACS.008, ANY OTHER AN
002900*                   MT103.  A PAYMENT MISSING ANY PIECE GOES TO
003000*                   THE DL183RPR REPAIR QUEUE INSTEAD OF BEING
003100*                   KEYED BY HAND.
003200*  2026-10-15  RH   A CORRESPONDENT UNDER A CONFIRMED SANCTIONS
003300*                   HIT ON THE LABELED DL184BLK BLOCK LIST NOW
003400*                   GOES TO THE REPAIR QUEUE (REASON SB) INSTEAD
003500*                   OF BEING SENT A MESSAGE.
003600*================================================================
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DL183-PRM-FILE  ASSIGN TO DL183PRM
004400            ORGANIZATION IS SEQUENTIAL.
004500     SELECT DL183-APR-FILE  ASSIGN TO DL183APR
004600            ORGANIZATION IS SEQUENTIAL.
004700     SELECT DL136-REQ-FILE  ASSIGN TO DL136REQ
004800            ORGANIZATION IS SEQUENTIAL.
004900     SELECT DL136-RTE-FILE  ASSIGN TO DL136RTE
005000            ORGANIZATION IS SEQUENTIAL.
005100     SELECT SNAMADDR-FILE   ASSIGN TO SNAMADDR
005200            ORGANIZATION IS SEQUENTIAL.
005300     SELECT SRLCEQEQ-FILE   ASSIGN TO SRLCEQEQ
005400            ORGANIZATION IS SEQUENTIAL.
005500     SELECT DL077-BIC-FILE  ASSIGN TO DL077BIC
005600            ORGANIZATION IS SEQUENTIAL.
005700     SELECT DL029-IBN-FILE  ASSIGN TO DL029IBN
005800            ORGANIZATION IS SEQUENTIAL.
005900     SELECT DL183-MIG-FILE  ASSIGN TO DL183MIG
006000            ORGANIZATION IS SEQUENTIAL.
006100     SELECT DL184-BLK-FILE  ASSIGN TO DL184BLK
006200            ORGANIZATION IS SEQUENTIAL.
006300     SELECT DL183-MSG-FILE  ASSIGN TO DL183MSG
006400            ORGANIZATION IS SEQUENTIAL.
006500     SELECT DL183-RPR-FILE  ASSIGN TO DL183RPR
006600            ORGANIZATION IS SEQUENTIAL.
006700     SELECT DL183-RPT-FILE  ASSIGN TO DL183RPT
006800            ORGANIZATION IS LINE SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  DL183-PRM-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY DL183PRM.
007400 FD  DL183-APR-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY DL183APR.
007700 FD  DL136-REQ-FILE
007800     LABEL RECORDS ARE STANDARD.
007900     COPY DL136REQ.
008000 FD  DL136-RTE-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY DL136RTE.
008300 FD  SNAMADDR-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  SNAMADDR-RECORD.
008600     COPY SNAMADDR.
008700 FD  SRLCEQEQ-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  SRLCEQEQ-RECORD.
009000     COPY SRLCEQEQ.
009100 FD  DL077-BIC-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY DL077BIC.
009400 FD  DL029-IBN-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY DL029IBN.
009700 FD  DL183-MIG-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY DL183MIG.
010000 FD  DL184-BLK-FILE
010100     LABEL RECORDS ARE STANDARD
010200     RECORD CONTAINS 43 CHARACTERS.
010300     COPY DL184BLK.
010400 01  DL184-BLK-IN-LABEL            PIC X(43).
010500 FD  DL183-MSG-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY DL183MSG.
010800 FD  DL183-RPR-FILE
010900     LABEL RECORDS ARE STANDARD.
011000     COPY DL183RPR.
011100 FD  DL183-RPT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  DL183-RPT-LINE                PIC X(132).
011400 WORKING-STORAGE SECTION.
011500*----------------------------------------------------------------
011600*    DLI3-SWITCHES AND COUNTERS
011700*----------------------------------------------------------------
011800 01  DLI3-SWITCHES.
011900     05  DLI3-APR-EOF-SW           PIC X(1)     VALUE "N".
012000         88  DLI3-APR-EOF                        VALUE "Y".
012100     05  DLI3-REQ-EOF-SW           PIC X(1)     VALUE "N".
012200         88  DLI3-REQ-EOF                        VALUE "Y".
012300     05  DLI3-RTE-EOF-SW           PIC X(1)     VALUE "N".
012400         88  DLI3-RTE-EOF                        VALUE "Y".
012500     05  DLI3-LOAD-EOF-SW          PIC X(1)     VALUE "N".
012600         88  DLI3-LOAD-EOF                       VALUE "Y".
012700     05  DLI3-BLK-EOF-SW           PIC X(1)     VALUE "N".
012800         88  DLI3-BLK-EOF                        VALUE "Y".
012900     05  DLI3-ROUTE-SW             PIC X(1).
013000         88  DLI3-ROUTE-FOUND                    VALUE "Y".
013100     05  DLI3-VALID-DAY-SW         PIC X(1).
013200         88  DLI3-VALID-DAY                      VALUE "Y".
013300     05  DLI3-TEST-KEY-SW          PIC X(1).
013400         88  DLI3-TEST-KEY-NEEDED                VALUE "Y".
013500     05  DLI3-FORMAT-SW            PIC X(4).
013600         88  DLI3-PACS008                        VALUE "P008".
013700         88  DLI3-MT103                          VALUE "M103".
013800 01  DLI3-KEYS.
013900     05  DLI3-REQ-KEY              PIC 9(6).
014000     05  DLI3-RTE-KEY              PIC 9(6).
014100*    BR/CUST/LOCN(/SEQ) SEARCH KEY, LAID OUT AS THE TABLE KEYS
014200     05  DLI3-SRCH-KEY.
014300         10  DLI3-SK-BR-NO         PIC X(4).
014400         10  DLI3-SK-CUST-NO       PIC 9(5).
014500         10  DLI3-SK-LOCN-ID       PIC 9(2).
014600         10  DLI3-SK-SEQ-NO        PIC 9(2).
014700*----------------------------------------------------------------
014800*    DLI3-CORR-TABLE  -  THE CORRESPONDENT DIRECTORY IN MEMORY
014900*----------------------------------------------------------------
015000 01  DLI3-CORR-TABLE.
015100     05  DLI3-CORR-COUNT           PIC S9(4) COMP VALUE ZERO.
015200     05  DLI3-CORR-ENTRY OCCURS 500 TIMES.
015300         10  DLI3-C-KEY            PIC X(11).
015400         10  DLI3-C-NAME           PIC X(34).
015500         10  DLI3-C-ADDR-1         PIC X(32).
015600         10  DLI3-C-ADDR-2         PIC X(32).
015700         10  DLI3-C-ADDR-3         PIC X(32).
015800         10  DLI3-C-TK-CODE        PIC X(1).
015900         10  DLI3-C-GMT-DEVN       PIC S9(2)V9(2) COMP-3.
016000         10  DLI3-C-HOL-CNTRY      PIC X(2).
016100         10  DLI3-C-HOL-RGN        PIC X(2).
016200*----------------------------------------------------------------
016300*    DLI3-INS-TABLE  -  SETTLEMENT INSTRUCTIONS WITH THE         *
016400*    ACCOUNT EACH CARRIES                                        *
016500*----------------------------------------------------------------
016600 01  DLI3-INS-TABLE.
016700     05  DLI3-INS-COUNT            PIC S9(4) COMP VALUE ZERO.
016800     05  DLI3-INS-ENTRY OCCURS 2000 TIMES.
016900         10  DLI3-I-KEY            PIC X(11).
017000         10  DLI3-I-SEQ-NO         PIC 9(2).
017100         10  DLI3-I-CURR-CODE      PIC X(4).
017200         10  DLI3-I-START-DATE     PIC 9(8).
017300         10  DLI3-I-END-DATE       PIC 9(8).
017400         10  DLI3-I-REF-ACCT       PIC X(12).
017500         10  DLI3-I-STD-ACCT       PIC 9(8).
017600*----------------------------------------------------------------
017700*    DLI3-BIC-TABLE / DLI3-IBN-TABLE  -  THE ES-SRLCEQEQ         *
017800*    SATELLITES, KEYED BY BR/CUST/LOCN/SEQ                       *
017900*----------------------------------------------------------------
018000 01  DLI3-BIC-TABLE.
018100     05  DLI3-BIC-COUNT            PIC S9(4) COMP VALUE ZERO.
018200     05  DLI3-BIC-ENTRY OCCURS 2000 TIMES.
018300         10  DLI3-B-KEY            PIC X(13).
018400         10  DLI3-B-BIC            PIC X(11).
018500 01  DLI3-IBN-TABLE.
018600     05  DLI3-IBN-COUNT            PIC S9(4) COMP VALUE ZERO.
018700     05  DLI3-IBN-ENTRY OCCURS 2000 TIMES.
018800         10  DLI3-N-KEY            PIC X(13).
018900         10  DLI3-N-IBAN           PIC X(34).
019000*----------------------------------------------------------------
019100*    DLI3-MIG-TABLE  -  CORRESPONDENTS TAKING PACS.008
019200*----------------------------------------------------------------
019300 01  DLI3-MIG-TABLE.
019400     05  DLI3-MIG-COUNT            PIC S9(4) COMP VALUE ZERO.
019500     05  DLI3-MIG-ENTRY OCCURS 500 TIMES.
019600         10  DLI3-G-KEY            PIC X(11).
019700         10  DLI3-G-MIGR-DATE      PIC 9(8).
019800*----------------------------------------------------------------
019900*    DLI3-BLK-TABLE  -  CORRESPONDENTS UNDER A CONFIRMED         *
020000*    SANCTIONS HIT (DL184BLK)                                    *
020100*----------------------------------------------------------------
020200 01  DLI3-BLK-TABLE.
020300     05  DLI3-BLK-COUNT            PIC S9(4) COMP VALUE ZERO.
020400     05  DLI3-BLK-KEY OCCURS 2000 TIMES PIC X(11).
020500*----------------------------------------------------------------
020600*    DLI3-BEST-CANDIDATE  -  THE ROUTE CHOSEN FOR THIS PAYMENT
020700*----------------------------------------------------------------
020800 01  DLI3-BEST-CANDIDATE.
020900     05  DLI3-BEST-RANK            PIC 9(1).
021000     05  DLI3-BEST-BR-NO           PIC X(4).
021100     05  DLI3-BEST-CUST-NO         PIC 9(5).
021200     05  DLI3-BEST-LOCN-ID         PIC 9(2).
021300 01  DLI3-WORK-FIELDS.
021400     05  DLI3-SUB                  PIC S9(4) COMP.
021500     05  DLI3-CORR-SUB             PIC S9(4) COMP.
021600     05  DLI3-INS-SUB              PIC S9(4) COMP.
021700     05  DLI3-REASON               PIC X(2).
021800     05  DLI3-REASON-TEXT          PIC X(30).
021900     05  DLI3-LINE-NO              PIC 9(3).
022000     05  DLI3-LINE                 PIC X(107).
022100     05  DLI3-TRIM-FIELD           PIC X(40).
022200     05  DLI3-TRIM-LEN             PIC S9(4) COMP.
022300     05  DLI3-LEAD                 PIC S9(4) COMP.
022400     05  DLI3-MSG-ID               PIC X(24).
022500     05  DLI3-BIC12-IN             PIC X(11).
022600     05  DLI3-BIC12                PIC X(12).
022700*    THE AMOUNT IN CENTS SPLIT FOR PRINTING WITH EITHER A
022800*    DECIMAL POINT (PACS.008) OR A DECIMAL COMMA (MT103)
022900     05  DLI3-AMT-WORK             PIC 9(13).
023000     05  DLI3-AMT-WORK-R REDEFINES DLI3-AMT-WORK.
023100         10  DLI3-AMT-UNITS        PIC 9(11).
023200         10  DLI3-AMT-CENTS        PIC 9(2).
023300     05  DLI3-AMT-UNITS-EDIT       PIC Z(10)9.
023400*----------------------------------------------------------------
023500*    DLI3-MSG-FIELDS  -  EVERY VARIABLE PIECE OF THE MESSAGE,    *
023600*    WITH ITS LENGTH LESS TRAILING SPACES                        *
023700*----------------------------------------------------------------
023800 01  DLI3-MSG-FIELDS.
023900     05  DLI3-CORR-BIC             PIC X(11).
024000     05  DLI3-CORR-BIC-LEN         PIC S9(4) COMP.
024100     05  DLI3-SNDR-BIC-LEN         PIC S9(4) COMP.
024200     05  DLI3-CORR-NAME            PIC X(34).
024300     05  DLI3-CORR-NAME-LEN        PIC S9(4) COMP.
024400     05  DLI3-CORR-ADDR OCCURS 3 TIMES.
024500         10  DLI3-ADDR-LINE        PIC X(32).
024600         10  DLI3-ADDR-LEN         PIC S9(4) COMP.
024700     05  DLI3-SETT-ACCT            PIC X(34).
024800     05  DLI3-SETT-ACCT-LEN        PIC S9(4) COMP.
024900     05  DLI3-SETT-ACCT-TYPE       PIC X(1).
025000         88  DLI3-SETT-IBAN                      VALUE "I".
025100     05  DLI3-DBTR-NAME            PIC X(35).
025200     05  DLI3-DBTR-NAME-LEN        PIC S9(4) COMP.
025300     05  DLI3-DBTR-ACCT-LEN        PIC S9(4) COMP.
025400     05  DLI3-BENE-NAME            PIC X(35).
025500     05  DLI3-BENE-NAME-LEN        PIC S9(4) COMP.
025600     05  DLI3-BENE-ACCT-LEN        PIC S9(4) COMP.
025700     05  DLI3-REMIT                PIC X(35).
025800     05  DLI3-REMIT-LEN            PIC S9(4) COMP.
025900     05  DLI3-E2E-REF              PIC X(16).
026000     05  DLI3-E2E-REF-LEN          PIC S9(4) COMP.
026100     05  DLI3-CCY                  PIC X(3).
026200     05  DLI3-AMT-TEXT             PIC X(11).
026300     05  DLI3-AMT-TEXT-LEN         PIC S9(4) COMP.
026400     05  DLI3-ISO-VALUE-DATE       PIC X(10).
026500     05  DLI3-ISO-CRE-DT-TM        PIC X(19).
026600 01  DLI3-DATE-WORK.
026700     05  DLI3-RUN-DATE             PIC 9(8).
026800     05  DLI3-RUN-DATE-R REDEFINES DLI3-RUN-DATE.
026900         10  DLI3-RUN-CCYY         PIC 9(4).
027000         10  DLI3-RUN-MO           PIC 9(2).
027100         10  DLI3-RUN-DD           PIC 9(2).
027200     05  DLI3-RUN-TIME             PIC 9(8).
027300     05  DLI3-RUN-TIME-R REDEFINES DLI3-RUN-TIME.
027400         10  DLI3-RUN-HH           PIC 9(2).
027500         10  DLI3-RUN-MM           PIC 9(2).
027600         10  DLI3-RUN-SS           PIC 9(2).
027700         10  DLI3-RUN-HS           PIC 9(2).
027800     05  DLI3-LOCAL-HOURS          PIC S9(4)V9(2) COMP-3.
027900     05  DLI3-CUTOFF-HOUR          PIC S9(4)V9(2) COMP-3
028000                                   VALUE 15.00.
028100     05  DLI3-SETTLE-DATE          PIC 9(8).
028200     05  DLI3-SETTLE-DATE-R REDEFINES DLI3-SETTLE-DATE.
028300         10  DLI3-S-CCYY           PIC 9(4).
028400         10  DLI3-S-MM             PIC 9(2).
028500         10  DLI3-S-DD             PIC 9(2).
028600     05  DLI3-JULIAN               PIC S9(8) COMP.
028700     05  DLI3-DOW                  PIC S9(4) COMP.
028800     05  DLI3-DOW-QUOT             PIC S9(8) COMP.
028900     05  DLI3-DAYS-THIS-MONTH      PIC 9(2).
029000     05  DLI3-LEAP-QUOT            PIC S9(8) COMP.
029100     05  DLI3-REM-4                PIC S9(4) COMP.
029200     05  DLI3-REM-100              PIC S9(4) COMP.
029300     05  DLI3-REM-400              PIC S9(4) COMP.
029400     05  DLI3-HOL-CNTRY            PIC X(2).
029500     05  DLI3-HOL-RGN              PIC X(2).
029600     05  DLI3-HOL-IND              PIC X(1).
029700 01  DLI3-MONTH-DAYS-VALUES        PIC X(24)
029800         VALUE "312831303130313130313031".
029900 01  DLI3-MONTH-DAYS-TABLE REDEFINES DLI3-MONTH-DAYS-VALUES.
030000     05  DLI3-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
030100 01  DLI3-COUNTERS.
030200     05  DLI3-APR-READ             PIC S9(8) COMP VALUE ZERO.
030300     05  DLI3-NOT-APPROVED         PIC S9(8) COMP VALUE ZERO.
030400     05  DLI3-PACS-BUILT           PIC S9(8) COMP VALUE ZERO.
030500     05  DLI3-MT-BUILT             PIC S9(8) COMP VALUE ZERO.
030600     05  DLI3-TEST-KEYS            PIC S9(8) COMP VALUE ZERO.
030700     05  DLI3-REPAIRS              PIC S9(8) COMP VALUE ZERO.
030800 01  DLI3-HEADING-1.
030900     05  FILLER                    PIC X(40)
031000         VALUE "OUTBOUND PAYMENT MESSAGE REGISTER".
031100 01  DLI3-COLUMN-HEADING.
031200     05  FILLER                   PIC X(7)  VALUE "REQ".
031300     05  FILLER                   PIC X(14) VALUE "BR/CUST/LOC".
031400     05  FILLER                   PIC X(5)  VALUE "CURR".
031500     05  FILLER                   PIC X(19)
031600         VALUE "           AMOUNT".
031700     05  FILLER                   PIC X(10) VALUE "VALUE DT".
031800     05  FILLER                   PIC X(7)  VALUE "FORMAT".
031900     05  FILLER                   PIC X(30) VALUE "REPAIR REASON".
032000 01  DLI3-DETAIL-LINE.
032100     05  DLI3-D-REQ-SEQ            PIC 9(6).
032200     05  FILLER                    PIC X(1)  VALUE SPACES.
032300     05  DLI3-D-BR                 PIC X(4).
032400     05  FILLER                    PIC X(1)  VALUE "/".
032500     05  DLI3-D-CUST               PIC 9(5).
032600     05  FILLER                    PIC X(1)  VALUE "/".
032700     05  DLI3-D-LOCN               PIC 9(2).
032800     05  FILLER                    PIC X(1)  VALUE SPACES.
032900     05  DLI3-D-CURR               PIC X(4).
033000     05  FILLER                    PIC X(1)  VALUE SPACES.
033100     05  DLI3-D-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033200     05  FILLER                    PIC X(2)  VALUE SPACES.
033300     05  DLI3-D-VALUE-DATE         PIC 9(8).
033400     05  FILLER                    PIC X(2)  VALUE SPACES.
033500     05  DLI3-D-FORMAT             PIC X(6).
033600     05  FILLER                    PIC X(1)  VALUE SPACES.
033700     05  DLI3-D-REASON             PIC X(30).
033800 01  DLI3-TOTAL-LINE-1.
033900     05  FILLER                    PIC X(30)
034000         VALUE "PAYMENT DECISIONS READ".
034100     05  DLI3-T-APR-READ           PIC ZZZ,ZZ9.
034200 01  DLI3-TOTAL-LINE-2.
034300     05  FILLER                    PIC X(30)
034400         VALUE "NOT APPROVED - SKIPPED".
034500     05  DLI3-T-NOT-APPROVED       PIC ZZZ,ZZ9.
034600 01  DLI3-TOTAL-LINE-3.
034700     05  FILLER                    PIC X(30)
034800         VALUE "PACS.008 MESSAGES BUILT".
034900     05  DLI3-T-PACS               PIC ZZZ,ZZ9.
035000 01  DLI3-TOTAL-LINE-4.
035100     05  FILLER                    PIC X(30)
035200         VALUE "MT103 MESSAGES BUILT".
035300     05  DLI3-T-MT                 PIC ZZZ,ZZ9.
035400 01  DLI3-TOTAL-LINE-5.
035500     05  FILLER                    PIC X(30)
035600         VALUE "TEST KEYS COMPUTED".
035700     05  DLI3-T-TEST-KEYS          PIC ZZZ,ZZ9.
035800 01  DLI3-TOTAL-LINE-6.
035900     05  FILLER                    PIC X(30)
036000         VALUE "SENT TO REPAIR QUEUE".
036100     05  DLI3-T-REPAIRS            PIC ZZZ,ZZ9.
036200*----------------------------------------------------------------
036300*    DLI3-LBL-WORK  -  SATELLITE-EXTRACT LABEL HANDLING
036400*----------------------------------------------------------------
036500     COPY DLCTLLBL.
036600 01  DLI3-LBL-WORK.
036700     05  DLI3-LBL-IN-COUNT        PIC 9(8)  VALUE ZERO.
036800     05  DLI3-LBL-IN-HASH         PIC 9(16) VALUE ZERO.
036900     05  DLI3-LBL-KEY-WORK        PIC X(10).
037000     05  DLI3-LBL-KEY-NUM REDEFINES DLI3-LBL-KEY-WORK
037100                                  PIC 9(10).
037200     05  DLI3-LBL-TERM            PIC 9(10).
037300*----------------------------------------------------------------
037400*    DL904-PARMS  -  SHARED TEST-KEY SERVICE
037500*----------------------------------------------------------------
037600 01  DL904-PARMS.
037700     05  DL904-FUNCTION            PIC X(1).
037800     05  DL904-BR-NO               PIC X(4).
037900     05  DL904-CUST-NO             PIC 9(5).
038000     05  DL904-LOCN-ID             PIC 9(2).
038100     05  DL904-AMOUNT              PIC 9(13).
038200     05  DL904-CURR-CODE           PIC X(4).
038300     05  DL904-VALUE-DATE          PIC 9(8).
038400     05  DL904-TEST-KEY            PIC 9(8).
038500     05  DL904-RESULT              PIC X(1).
038600*----------------------------------------------------------------
038700*    DL903-PARMS  -  SHARED RUN-CONTROL START/END RECORDING
038800*----------------------------------------------------------------
038900 01  DL903-PARMS.
039000     05  DL903-PROGRAM-ID          PIC X(8) VALUE "DL183".
039100     05  DL903-REC-TYPE            PIC X(1).
039200     05  DL903-REC-COUNT           PIC 9(8) VALUE ZERO.
039300*----------------------------------------------------------------
039400*    DL902-DATES  -  COMMON RUN-DATE FACILITY FIELDS
039500*----------------------------------------------------------------
039600 01  DL902-DATES.
039700     05  DL902-EXEC-DATE           PIC 9(8).
039800 01  DL902-EXEC-LINE.
039900     05  FILLER                    PIC X(14)
040000         VALUE "BUSINESS DATE ".
040100     05  DL902-EL-BUS              PIC 9(8).
040200     05  FILLER                    PIC X(11)
040300         VALUE "  EXECUTED ".
040400     05  DL902-EL-EXEC             PIC 9(8).
040500 PROCEDURE DIVISION.
040600*================================================================
040700*    0000-MAINLINE
040800*================================================================
040900 0000-MAINLINE.
041000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
041100     MOVE "S"                      TO DL903-REC-TYPE
041200     CALL "DL903" USING DL903-PARMS
041300     PERFORM 2000-PROCESS-APPROVAL  THRU 2000-EXIT
041400         UNTIL DLI3-APR-EOF
041500     PERFORM 7000-TERMINATE         THRU 7000-EXIT
041600     MOVE "E"                      TO DL903-REC-TYPE
041700     MOVE DLI3-APR-READ TO DL903-REC-COUNT
041800     CALL "DL903" USING DL903-PARMS
041900     GOBACK.
042000*================================================================
042100*    1000-INITIALIZE  -  THE SENDER BIC AND ORDERING PARTY ARE   *
042200*                        REQUIRED (THE DL098 RULE); THE          *
042300*                        REFERENCE EXTRACTS ARE LOADED WHOLE     *
042400*================================================================
042500 1000-INITIALIZE.
042600     CALL "DL902" USING DLI3-RUN-DATE DL902-EXEC-DATE
042700     ACCEPT DLI3-RUN-TIME          FROM TIME
042800     OPEN INPUT  DL183-PRM-FILE
042900     READ DL183-PRM-FILE
043000         AT END
043100             PERFORM 9800-BAD-CARD  THRU 9800-EXIT
043200     END-READ
043300     CLOSE DL183-PRM-FILE
043400     IF DL183-P-SENDER-BIC = SPACES
043500         OR DL183-P-DEBTOR-NAME = SPACES
043600         OR DL183-P-DEBTOR-ACCT = SPACES
043700         PERFORM 9800-BAD-CARD      THRU 9800-EXIT
043800     END-IF
043900     OPEN INPUT  SNAMADDR-FILE
044000     PERFORM 1100-LOAD-ONE-CORR     THRU 1100-EXIT
044100         UNTIL DLI3-LOAD-EOF
044200     CLOSE SNAMADDR-FILE
044300     MOVE "N"                      TO DLI3-LOAD-EOF-SW
044400     OPEN INPUT  SRLCEQEQ-FILE
044500     PERFORM 1200-LOAD-ONE-INSTR    THRU 1200-EXIT
044600         UNTIL DLI3-LOAD-EOF
044700     CLOSE SRLCEQEQ-FILE
044800     MOVE "N"                      TO DLI3-LOAD-EOF-SW
044900     OPEN INPUT  DL077-BIC-FILE
045000     PERFORM 1300-LOAD-ONE-BIC      THRU 1300-EXIT
045100         UNTIL DLI3-LOAD-EOF
045200     CLOSE DL077-BIC-FILE
045300     MOVE "N"                      TO DLI3-LOAD-EOF-SW
045400     OPEN INPUT  DL029-IBN-FILE
045500     PERFORM 1400-LOAD-ONE-IBAN     THRU 1400-EXIT
045600         UNTIL DLI3-LOAD-EOF
045700     CLOSE DL029-IBN-FILE
045800     MOVE "N"                      TO DLI3-LOAD-EOF-SW
045900     OPEN INPUT  DL183-MIG-FILE
046000     PERFORM 1500-LOAD-ONE-MIG      THRU 1500-EXIT
046100         UNTIL DLI3-LOAD-EOF
046200     CLOSE DL183-MIG-FILE
046300     PERFORM 1600-LOAD-BLOCKS       THRU 1600-EXIT
046400     OPEN INPUT  DL183-APR-FILE
046500     OPEN INPUT  DL136-REQ-FILE
046600     OPEN INPUT  DL136-RTE-FILE
046700     OPEN OUTPUT DL183-MSG-FILE
046800     OPEN OUTPUT DL183-RPR-FILE
046900     OPEN OUTPUT DL183-RPT-FILE
047000     WRITE DL183-RPT-LINE FROM DLI3-HEADING-1
047100     MOVE DLI3-RUN-DATE TO DL902-EL-BUS
047200     MOVE DL902-EXEC-DATE TO DL902-EL-EXEC
047300     WRITE DL183-RPT-LINE FROM DL902-EXEC-LINE
047400     WRITE DL183-RPT-LINE FROM SPACES
047500     WRITE DL183-RPT-LINE FROM DLI3-COLUMN-HEADING
047600     MOVE DL183-P-SENDER-BIC       TO DLI3-TRIM-FIELD
047700     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
047800     MOVE DLI3-TRIM-LEN            TO DLI3-SNDR-BIC-LEN
047900     MOVE DL183-P-DEBTOR-NAME      TO DLI3-DBTR-NAME
048000     INSPECT DLI3-DBTR-NAME
048100         REPLACING ALL "&" BY "+" ALL "<" BY "(" ALL ">" BY ")"
048200     MOVE DLI3-DBTR-NAME           TO DLI3-TRIM-FIELD
048300     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
048400     MOVE DLI3-TRIM-LEN            TO DLI3-DBTR-NAME-LEN
048500     MOVE DL183-P-DEBTOR-ACCT      TO DLI3-TRIM-FIELD
048600     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
048700     MOVE DLI3-TRIM-LEN            TO DLI3-DBTR-ACCT-LEN
048800     STRING DLI3-RUN-CCYY "-" DLI3-RUN-MO "-" DLI3-RUN-DD
048900            "T" DLI3-RUN-HH ":" DLI3-RUN-MM ":" DLI3-RUN-SS
049000            DELIMITED BY SIZE
049100         INTO DLI3-ISO-CRE-DT-TM
049200     PERFORM 8000-READ-APPROVAL     THRU 8000-EXIT
049300     PERFORM 8100-READ-REQUEST      THRU 8100-EXIT
049400     PERFORM 8200-READ-CANDIDATE    THRU 8200-EXIT.
049500 1000-EXIT.
049600     EXIT.
049700*================================================================
049800*    1100-LOAD-ONE-CORR  -  A TABLE OVERFLOW FAILS THE STEP      *
049900*                           (THE DL060 RULE)                     *
050000*================================================================
050100 1100-LOAD-ONE-CORR.
050200     READ SNAMADDR-FILE
050300         AT END
050400             SET DLI3-LOAD-EOF TO TRUE
050500     END-READ
050600     IF DLI3-LOAD-EOF
050700         GO TO 1100-EXIT
050800     END-IF
050900     IF DLI3-CORR-COUNT >= 500
051000         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
051100     END-IF
051200     ADD 1 TO DLI3-CORR-COUNT
051300     MOVE DLI3-CORR-COUNT          TO DLI3-SUB
051400     MOVE EQ-KFLDEQ                TO DLI3-C-KEY(DLI3-SUB)
051500     MOVE EQ-ADDR-NAME             TO DLI3-C-NAME(DLI3-SUB)
051600     MOVE EQ-ADDR-LINE-1           TO DLI3-C-ADDR-1(DLI3-SUB)
051700     MOVE EQ-ADDR-LINE-2           TO DLI3-C-ADDR-2(DLI3-SUB)
051800     MOVE EQ-ADDR-LINE-3           TO DLI3-C-ADDR-3(DLI3-SUB)
051900     MOVE EQ-TEST-KEY-CODE         TO DLI3-C-TK-CODE(DLI3-SUB)
052000     MOVE EQ-GMT-STD-DEVN          TO DLI3-C-GMT-DEVN(DLI3-SUB)
052100     MOVE EQ-ISO-CNTRY-CODE        TO DLI3-C-HOL-CNTRY(DLI3-SUB)
052200     MOVE EQ-ISO-RGN-CODE          TO DLI3-C-HOL-RGN(DLI3-SUB).
052300 1100-EXIT.
052400     EXIT.
052500*================================================================
052600*    1200-LOAD-ONE-INSTR
052700*================================================================
052800 1200-LOAD-ONE-INSTR.
052900     READ SRLCEQEQ-FILE
053000         AT END
053100             SET DLI3-LOAD-EOF TO TRUE
053200     END-READ
053300     IF DLI3-LOAD-EOF
053400         GO TO 1200-EXIT
053500     END-IF
053600     IF DLI3-INS-COUNT >= 2000
053700         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
053800     END-IF
053900     ADD 1 TO DLI3-INS-COUNT
054000     MOVE DLI3-INS-COUNT           TO DLI3-SUB
054100     MOVE ES-BR-NO                 TO DLI3-SK-BR-NO
054200     MOVE ES-CUST-NO               TO DLI3-SK-CUST-NO
054300     MOVE ES-LOCN-ID               TO DLI3-SK-LOCN-ID
054400     MOVE DLI3-SRCH-KEY(1:11)      TO DLI3-I-KEY(DLI3-SUB)
054500     MOVE ES-SEQ-NO                TO DLI3-I-SEQ-NO(DLI3-SUB)
054600     MOVE ES-CURR-CODE-SQD         TO DLI3-I-CURR-CODE(DLI3-SUB)
054700     MOVE ES-STD-USUAL-START-DATE
054800                               TO DLI3-I-START-DATE(DLI3-SUB)
054900     MOVE ES-STD-USUAL-END-DATE    TO DLI3-I-END-DATE(DLI3-SUB)
055000     MOVE ES-REF-ACCT              TO DLI3-I-REF-ACCT(DLI3-SUB)
055100     MOVE ES-STD-ACCT              TO DLI3-I-STD-ACCT(DLI3-SUB).
055200 1200-EXIT.
055300     EXIT.
055400*================================================================
055500*    1300-LOAD-ONE-BIC
055600*================================================================
055700 1300-LOAD-ONE-BIC.
055800     READ DL077-BIC-FILE
055900         AT END
056000             SET DLI3-LOAD-EOF TO TRUE
056100     END-READ
056200     IF DLI3-LOAD-EOF
056300         GO TO 1300-EXIT
056400     END-IF
056500     IF DLI3-BIC-COUNT >= 2000
056600         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
056700     END-IF
056800     ADD 1 TO DLI3-BIC-COUNT
056900     MOVE DL077-B-KEY         TO DLI3-B-KEY(DLI3-BIC-COUNT)
057000     MOVE DL077-B-BIC         TO DLI3-B-BIC(DLI3-BIC-COUNT).
057100 1300-EXIT.
057200     EXIT.
057300*================================================================
057400*    1400-LOAD-ONE-IBAN
057500*================================================================
057600 1400-LOAD-ONE-IBAN.
057700     READ DL029-IBN-FILE
057800         AT END
057900             SET DLI3-LOAD-EOF TO TRUE
058000     END-READ
058100     IF DLI3-LOAD-EOF
058200         GO TO 1400-EXIT
058300     END-IF
058400     IF DLI3-IBN-COUNT >= 2000
058500         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
058600     END-IF
058700     ADD 1 TO DLI3-IBN-COUNT
058800     MOVE DL029-I-KEY         TO DLI3-N-KEY(DLI3-IBN-COUNT)
058900     MOVE DL029-I-IBAN        TO DLI3-N-IBAN(DLI3-IBN-COUNT).
059000 1400-EXIT.
059100     EXIT.
059200*================================================================
059300*    1500-LOAD-ONE-MIG
059400*================================================================
059500 1500-LOAD-ONE-MIG.
059600     READ DL183-MIG-FILE
059700         AT END
059800             SET DLI3-LOAD-EOF TO TRUE
059900     END-READ
060000     IF DLI3-LOAD-EOF
060100         GO TO 1500-EXIT
060200     END-IF
060300     IF DLI3-MIG-COUNT >= 500
060400         PERFORM 9900-TABLE-ABORT   THRU 9900-EXIT
060500     END-IF
060600     ADD 1 TO DLI3-MIG-COUNT
060700     MOVE DL183-G-KEY         TO DLI3-G-KEY(DLI3-MIG-COUNT)
060800     MOVE DL183-G-MIGR-DATE   TO DLI3-G-MIGR-DATE(DLI3-MIG-COUNT).
060900 1500-EXIT.
061000     EXIT.
061100*================================================================
061200*    1600-LOAD-BLOCKS  -  THE DL184 SANCTIONS BLOCK LIST; A      *
061300*                         MISSING OR OUT-OF-BALANCE LABEL FAILS  *
061400*                         THE STEP RATHER THAN RELEASING BLOCKS  *
061500*================================================================
061600 1600-LOAD-BLOCKS.
061700     OPEN INPUT  DL184-BLK-FILE
061800     READ DL184-BLK-FILE
061900         AT END
062000             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
062100     END-READ
062200     MOVE DL184-BLK-IN-LABEL  TO DLCTL-LABEL-RECORD
062300     IF NOT DLCTL-L-HEADER
062400         PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
062500     END-IF
062600     PERFORM 8300-READ-BLOCK        THRU 8300-EXIT
062700     PERFORM 1610-LOAD-ONE-BLOCK    THRU 1610-EXIT
062800         UNTIL DLI3-BLK-EOF
062900     CLOSE DL184-BLK-FILE.
063000 1600-EXIT.
063100     EXIT.
063200*================================================================
063300*    1610-LOAD-ONE-BLOCK  -  CORRESPONDENT BLOCKS ONLY
063400*================================================================
063500 1610-LOAD-ONE-BLOCK.
063600     IF DL184-B-CORRESPONDENT
063700         IF DLI3-BLK-COUNT >= 2000
063800             PERFORM 9900-TABLE-ABORT THRU 9900-EXIT
063900         END-IF
064000         ADD 1 TO DLI3-BLK-COUNT
064100         MOVE DL184-B-PARTY-KEY   TO DLI3-BLK-KEY(DLI3-BLK-COUNT)
064200     END-IF
064300     PERFORM 8300-READ-BLOCK        THRU 8300-EXIT.
064400 1610-EXIT.
064500     EXIT.
064600*================================================================
064700*    2000-PROCESS-APPROVAL  -  MATCH THE DECISION TO ITS REQUEST *
064800*                              AND ITS ROUTING CANDIDATES, THEN  *
064900*                              BUILD THE MESSAGE OR QUEUE IT FOR *
065000*                              REPAIR                            *
065100*================================================================
065200 2000-PROCESS-APPROVAL.
065300     ADD 1 TO DLI3-APR-READ
065400     PERFORM 2010-SKIP-ONE-REQUEST  THRU 2010-EXIT
065500         UNTIL DLI3-REQ-KEY >= DL183-A-REQ-SEQ
065600     PERFORM 2020-SKIP-ONE-CANDIDATE THRU 2020-EXIT
065700         UNTIL DLI3-RTE-KEY >= DL183-A-REQ-SEQ
065800     MOVE "N"                      TO DLI3-ROUTE-SW
065900     MOVE 9                        TO DLI3-BEST-RANK
066000     PERFORM 2030-TAKE-ONE-CANDIDATE THRU 2030-EXIT
066100         UNTIL DLI3-RTE-KEY NOT = DL183-A-REQ-SEQ
066200     IF NOT DL183-A-APPROVED
066300         ADD 1 TO DLI3-NOT-APPROVED
066400         GO TO 2000-READ-NEXT
066500     END-IF
066600     PERFORM 2100-RESOLVE-PAYMENT   THRU 2100-EXIT
066700     IF DLI3-REASON NOT = SPACES
066800         PERFORM 2900-WRITE-REPAIR  THRU 2900-EXIT
066900         GO TO 2000-READ-NEXT
067000     END-IF
067100     PERFORM 3000-PREPARE-FIELDS    THRU 3000-EXIT
067200     MOVE ZERO                     TO DLI3-LINE-NO
067300     IF DLI3-PACS008
067400         PERFORM 4000-BUILD-PACS008 THRU 4000-EXIT
067500         ADD 1 TO DLI3-PACS-BUILT
067600         MOVE "PACS"               TO DLI3-D-FORMAT
067700     ELSE
067800         PERFORM 5000-BUILD-MT103   THRU 5000-EXIT
067900         ADD 1 TO DLI3-MT-BUILT
068000         MOVE "MT103"              TO DLI3-D-FORMAT
068100     END-IF
068200     MOVE SPACES                   TO DLI3-D-REASON
068300     PERFORM 2950-WRITE-REGISTER    THRU 2950-EXIT.
068400 2000-READ-NEXT.
068500     PERFORM 8000-READ-APPROVAL     THRU 8000-EXIT.
068600 2000-EXIT.
068700     EXIT.
068800*================================================================
068900*    2010-SKIP-ONE-REQUEST  -  A REQUEST NOBODY HAS RULED ON YET
069000*================================================================
069100 2010-SKIP-ONE-REQUEST.
069200     PERFORM 8100-READ-REQUEST      THRU 8100-EXIT.
069300 2010-EXIT.
069400     EXIT.
069500*================================================================
069600*    2020-SKIP-ONE-CANDIDATE
069700*================================================================
069800 2020-SKIP-ONE-CANDIDATE.
069900     PERFORM 8200-READ-CANDIDATE    THRU 8200-EXIT.
070000 2020-EXIT.
070100     EXIT.
070200*================================================================
070300*    2030-TAKE-ONE-CANDIDATE  -  KEEP THE LOWEST RANK; ON A TIE  *
070400*                                THE FIRST DL136 LISTED STANDS   *
070500*================================================================
070600 2030-TAKE-ONE-CANDIDATE.
070700     IF DL136-R-KEPT
070800         AND DL136-R-RANK > ZERO
070900         AND DL136-R-RANK < DLI3-BEST-RANK
071000         SET DLI3-ROUTE-FOUND      TO TRUE
071100         MOVE DL136-R-RANK         TO DLI3-BEST-RANK
071200         MOVE DL136-R-BR-NO        TO DLI3-BEST-BR-NO
071300         MOVE DL136-R-CUST-NO      TO DLI3-BEST-CUST-NO
071400         MOVE DL136-R-LOCN-ID      TO DLI3-BEST-LOCN-ID
071500     END-IF
071600     PERFORM 8200-READ-CANDIDATE    THRU 8200-EXIT.
071700 2030-EXIT.
071800     EXIT.
071900*================================================================
072000*    2100-RESOLVE-PAYMENT  -  GATHER EVERY PIECE OF THE MESSAGE; *
072100*                             THE FIRST ONE MISSING NAMES THE    *
072200*                             REPAIR REASON                      *
072300*================================================================
072400 2100-RESOLVE-PAYMENT.
072500     MOVE SPACES                   TO DLI3-REASON
072600     MOVE SPACES                   TO DLI3-REASON-TEXT
072700     IF DLI3-REQ-KEY NOT = DL183-A-REQ-SEQ
072800         MOVE "RQ"                 TO DLI3-REASON
072900         MOVE "NO DL136 PAYMENT REQUEST" TO DLI3-REASON-TEXT
073000         GO TO 2100-EXIT
073100     END-IF
073200     IF NOT DLI3-ROUTE-FOUND
073300         MOVE "RT"                 TO DLI3-REASON
073400         MOVE "NO KEPT ROUTING CANDIDATE" TO DLI3-REASON-TEXT
073500         GO TO 2100-EXIT
073600     END-IF
073700     MOVE DLI3-BEST-BR-NO          TO DLI3-SK-BR-NO
073800     MOVE DLI3-BEST-CUST-NO        TO DLI3-SK-CUST-NO
073900     MOVE DLI3-BEST-LOCN-ID        TO DLI3-SK-LOCN-ID
074000     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
074100         VARYING DLI3-CORR-SUB FROM 1 BY 1
074200         UNTIL DLI3-CORR-SUB > DLI3-CORR-COUNT
074300         OR DLI3-C-KEY(DLI3-CORR-SUB) = DLI3-SRCH-KEY(1:11)
074400     IF DLI3-CORR-SUB > DLI3-CORR-COUNT
074500         MOVE "CR"                 TO DLI3-REASON
074600         MOVE "CORRESPONDENT NOT ON SNAMADDR" TO DLI3-REASON-TEXT
074700         GO TO 2100-EXIT
074800     END-IF
074900     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
075000         VARYING DLI3-SUB FROM 1 BY 1
075100         UNTIL DLI3-SUB > DLI3-BLK-COUNT
075200         OR DLI3-BLK-KEY(DLI3-SUB) = DLI3-SRCH-KEY(1:11)
075300     IF DLI3-SUB <= DLI3-BLK-COUNT
075400         MOVE "SB"                 TO DLI3-REASON
075500         MOVE "CORRESPONDENT SANCTIONS BLOCK" TO DLI3-REASON-TEXT
075600         GO TO 2100-EXIT
075700     END-IF
075800     IF DLI3-C-NAME(DLI3-CORR-SUB) = SPACES
075900         OR DLI3-C-ADDR-1(DLI3-CORR-SUB) = SPACES
076000         MOVE "NA"                 TO DLI3-REASON
076100         MOVE "NO CORRESPONDENT NAME/ADDRESS" TO DLI3-REASON-TEXT
076200         GO TO 2100-EXIT
076300     END-IF
076400     PERFORM 6000-SET-VALUE-DATE    THRU 6000-EXIT
076500     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
076600         VARYING DLI3-INS-SUB FROM 1 BY 1
076700         UNTIL DLI3-INS-SUB > DLI3-INS-COUNT
076800         OR (DLI3-I-KEY(DLI3-INS-SUB) = DLI3-SRCH-KEY(1:11)
076900             AND DLI3-I-CURR-CODE(DLI3-INS-SUB)
077000                 = DL136-Q-CURR-CODE
077100             AND DLI3-I-START-DATE(DLI3-INS-SUB)
077200                 <= DLI3-SETTLE-DATE
077300             AND (DLI3-I-END-DATE(DLI3-INS-SUB) = ZERO
077400                 OR DLI3-I-END-DATE(DLI3-INS-SUB)
077500                     >= DLI3-SETTLE-DATE))
077600     IF DLI3-INS-SUB > DLI3-INS-COUNT
077700         MOVE "IN"                 TO DLI3-REASON
077800         MOVE "NO INSTRUCTION ON VALUE DATE" TO DLI3-REASON-TEXT
077900         GO TO 2100-EXIT
078000     END-IF
078100     MOVE DLI3-I-SEQ-NO(DLI3-INS-SUB) TO DLI3-SK-SEQ-NO
078200     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
078300         VARYING DLI3-SUB FROM 1 BY 1
078400         UNTIL DLI3-SUB > DLI3-BIC-COUNT
078500         OR DLI3-B-KEY(DLI3-SUB) = DLI3-SRCH-KEY
078600     IF DLI3-SUB > DLI3-BIC-COUNT
078700         MOVE "BC"                 TO DLI3-REASON
078800         MOVE "NO BIC CAPTURED" TO DLI3-REASON-TEXT
078900         GO TO 2100-EXIT
079000     END-IF
079100     IF DLI3-B-BIC(DLI3-SUB) = SPACES
079200         MOVE "BC"                 TO DLI3-REASON
079300         MOVE "NO BIC CAPTURED" TO DLI3-REASON-TEXT
079400         GO TO 2100-EXIT
079500     END-IF
079600     MOVE DLI3-B-BIC(DLI3-SUB)     TO DLI3-CORR-BIC
079700     PERFORM 2200-SET-ACCOUNT       THRU 2200-EXIT
079800     IF DLI3-SETT-ACCT = SPACES
079900         MOVE "AC"                 TO DLI3-REASON
080000         MOVE "NO SETTLEMENT ACCOUNT OR IBAN"
080100                                   TO DLI3-REASON-TEXT
080200         GO TO 2100-EXIT
080300     END-IF
080400     IF DL183-A-BENE-NAME = SPACES
080500         OR DL183-A-BENE-ACCT = SPACES
080600         MOVE "BN"                 TO DLI3-REASON
080700         MOVE "BENEFICIARY NAME/ACCT MISSING"
080800                                   TO DLI3-REASON-TEXT
080900         GO TO 2100-EXIT
081000     END-IF
081100     PERFORM 2300-TEST-KEY          THRU 2300-EXIT
081200     IF DLI3-REASON NOT = SPACES
081300         GO TO 2100-EXIT
081400     END-IF
081500     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
081600         VARYING DLI3-SUB FROM 1 BY 1
081700         UNTIL DLI3-SUB > DLI3-MIG-COUNT
081800         OR DLI3-G-KEY(DLI3-SUB) = DLI3-SRCH-KEY(1:11)
081900     MOVE "M103"                   TO DLI3-FORMAT-SW
082000     IF DLI3-SUB <= DLI3-MIG-COUNT
082100         IF DLI3-G-MIGR-DATE(DLI3-SUB) <= DLI3-SETTLE-DATE
082200             MOVE "P008"           TO DLI3-FORMAT-SW
082300         END-IF
082400     END-IF.
082500 2100-EXIT.
082600     EXIT.
082700*================================================================
082800*    2190-SCAN-ONE  -  BODY IS EMPTY; THE SEARCH IS DONE         *
082900*                      ENTIRELY BY THE VARYING/UNTIL ON THE      *
083000*                      PERFORM THAT CALLS THIS                   *
083100*================================================================
083200 2190-SCAN-ONE.
083300     CONTINUE.
083400 2190-EXIT.
083500     EXIT.
083600*================================================================
083700*    2200-SET-ACCOUNT  -  THE CAPTURED IBAN FIRST, THEN THE      *
083800*                         INSTRUCTION'S REFERENCE ACCOUNT, THEN  *
083900*                         ITS STANDARD ACCOUNT NUMBER            *
084000*================================================================
084100 2200-SET-ACCOUNT.
084200     MOVE SPACES                   TO DLI3-SETT-ACCT
084300     MOVE "O"                      TO DLI3-SETT-ACCT-TYPE
084400     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
084500         VARYING DLI3-SUB FROM 1 BY 1
084600         UNTIL DLI3-SUB > DLI3-IBN-COUNT
084700         OR DLI3-N-KEY(DLI3-SUB) = DLI3-SRCH-KEY
084800     IF DLI3-SUB <= DLI3-IBN-COUNT
084900         IF DLI3-N-IBAN(DLI3-SUB) NOT = SPACES
085000             MOVE DLI3-N-IBAN(DLI3-SUB) TO DLI3-SETT-ACCT
085100             MOVE "I"              TO DLI3-SETT-ACCT-TYPE
085200             GO TO 2200-EXIT
085300         END-IF
085400     END-IF
085500     IF DLI3-I-REF-ACCT(DLI3-INS-SUB) NOT = SPACES
085600         MOVE DLI3-I-REF-ACCT(DLI3-INS-SUB) TO DLI3-SETT-ACCT
085700         GO TO 2200-EXIT
085800     END-IF
085900     IF DLI3-I-STD-ACCT(DLI3-INS-SUB) NOT = ZERO
086000         MOVE DLI3-I-STD-ACCT(DLI3-INS-SUB) TO DLI3-SETT-ACCT
086100     END-IF.
086200 2200-EXIT.
086300     EXIT.
086400*================================================================
086500*    2300-TEST-KEY  -  ONLY A CORRESPONDENT STILL HOLDING A      *
086600*                      TEST-KEY ARRANGEMENT GETS ONE; THE DL904  *
086700*                      SERVICE COMPUTES IT AND REGISTERS THE     *
086800*                      CALL                                      *
086900*================================================================
087000 2300-TEST-KEY.
087100     MOVE "N"                      TO DLI3-TEST-KEY-SW
087200     MOVE ZERO                     TO DL904-TEST-KEY
087300     IF DLI3-C-TK-CODE(DLI3-CORR-SUB) = SPACE
087400         GO TO 2300-EXIT
087500     END-IF
087600     SET DLI3-TEST-KEY-NEEDED      TO TRUE
087700     MOVE "C"                      TO DL904-FUNCTION
087800     MOVE DLI3-BEST-BR-NO          TO DL904-BR-NO
087900     MOVE DLI3-BEST-CUST-NO        TO DL904-CUST-NO
088000     MOVE DLI3-BEST-LOCN-ID        TO DL904-LOCN-ID
088100     MOVE DL136-Q-AMOUNT           TO DL904-AMOUNT
088200     MOVE DL136-Q-CURR-CODE        TO DL904-CURR-CODE
088300     MOVE DLI3-SETTLE-DATE         TO DL904-VALUE-DATE
088400     MOVE SPACE                    TO DL904-RESULT
088500     CALL "DL904" USING DL904-PARMS
088600     IF DL904-RESULT NOT = "0"
088700         MOVE "TK"                 TO DLI3-REASON
088800         MOVE "TEST KEY NOT COMPUTED" TO DLI3-REASON-TEXT
088900         GO TO 2300-EXIT
089000     END-IF
089100     ADD 1 TO DLI3-TEST-KEYS.
089200 2300-EXIT.
089300     EXIT.
089400*================================================================
089500*    2900-WRITE-REPAIR  -  REPAIR QUEUE RECORD PLUS REGISTER     *
089600*                          LINE                                  *
089700*================================================================
089800 2900-WRITE-REPAIR.
089900     MOVE SPACES                   TO DL183-RPR-RECORD
090000     MOVE DL183-A-REQ-SEQ          TO DL183-R-REQ-SEQ
090100     MOVE ZERO                     TO DL183-R-AMOUNT
090200     MOVE ZERO                     TO DL183-R-VALUE-DATE
090300     MOVE ZERO                     TO DL183-R-CUST-NO
090400     MOVE ZERO                     TO DL183-R-LOCN-ID
090500     IF DLI3-REQ-KEY = DL183-A-REQ-SEQ
090600         MOVE DL136-Q-CURR-CODE    TO DL183-R-CURR-CODE
090700         MOVE DL136-Q-AMOUNT       TO DL183-R-AMOUNT
090800         MOVE DL136-Q-VALUE-DATE   TO DL183-R-VALUE-DATE
090900     END-IF
091000     IF DLI3-ROUTE-FOUND
091100         MOVE DLI3-BEST-BR-NO      TO DL183-R-BR-NO
091200         MOVE DLI3-BEST-CUST-NO    TO DL183-R-CUST-NO
091300         MOVE DLI3-BEST-LOCN-ID    TO DL183-R-LOCN-ID
091400     END-IF
091500     MOVE DLI3-REASON              TO DL183-R-REASON
091600     MOVE DLI3-REASON-TEXT         TO DL183-R-REASON-TEXT
091700     MOVE DL183-A-APPROVER-ID      TO DL183-R-APPROVER-ID
091800     WRITE DL183-RPR-RECORD
091900     ADD 1 TO DLI3-REPAIRS
092000     MOVE "REPAIR"                 TO DLI3-D-FORMAT
092100     MOVE DLI3-REASON-TEXT         TO DLI3-D-REASON
092200     MOVE DL183-R-VALUE-DATE       TO DLI3-SETTLE-DATE
092300     PERFORM 2950-WRITE-REGISTER    THRU 2950-EXIT.
092400 2900-EXIT.
092500     EXIT.
092600*================================================================
092700*    2950-WRITE-REGISTER
092800*================================================================
092900 2950-WRITE-REGISTER.
093000     MOVE DL183-A-REQ-SEQ          TO DLI3-D-REQ-SEQ
093100     MOVE SPACES                   TO DLI3-D-BR
093200     MOVE ZERO                     TO DLI3-D-CUST
093300     MOVE ZERO                     TO DLI3-D-LOCN
093400     IF DLI3-ROUTE-FOUND
093500         MOVE DLI3-BEST-BR-NO      TO DLI3-D-BR
093600         MOVE DLI3-BEST-CUST-NO    TO DLI3-D-CUST
093700         MOVE DLI3-BEST-LOCN-ID    TO DLI3-D-LOCN
093800     END-IF
093900     MOVE SPACES                   TO DLI3-D-CURR
094000     MOVE ZERO                     TO DLI3-D-AMOUNT
094100     IF DLI3-REQ-KEY = DL183-A-REQ-SEQ
094200         MOVE DL136-Q-CURR-CODE    TO DLI3-D-CURR
094300         COMPUTE DLI3-D-AMOUNT = DL136-Q-AMOUNT / 100
094400     END-IF
094500     MOVE DLI3-SETTLE-DATE         TO DLI3-D-VALUE-DATE
094600     WRITE DL183-RPT-LINE FROM DLI3-DETAIL-LINE.
094700 2950-EXIT.
094800     EXIT.
094900*================================================================
095000*    3000-PREPARE-FIELDS  -  EVERY VARIABLE PIECE TRIMMED, WITH  *
095100*                            "&", "<" AND ">" - OUTSIDE THE      *
095200*                            SWIFT CHARACTER SET AND RESERVED IN *
095300*                            XML - MADE SAFE                     *
095400*================================================================
095500 3000-PREPARE-FIELDS.
095600     MOVE DLI3-CORR-BIC            TO DLI3-TRIM-FIELD
095700     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
095800     MOVE DLI3-TRIM-LEN            TO DLI3-CORR-BIC-LEN
095900     MOVE DLI3-C-NAME(DLI3-CORR-SUB)   TO DLI3-CORR-NAME
096000     MOVE DLI3-C-ADDR-1(DLI3-CORR-SUB) TO DLI3-ADDR-LINE(1)
096100     MOVE DLI3-C-ADDR-2(DLI3-CORR-SUB) TO DLI3-ADDR-LINE(2)
096200     MOVE DLI3-C-ADDR-3(DLI3-CORR-SUB) TO DLI3-ADDR-LINE(3)
096300     MOVE DL183-A-BENE-NAME        TO DLI3-BENE-NAME
096400     MOVE DL183-A-REMIT-INFO       TO DLI3-REMIT
096500     INSPECT DLI3-CORR-NAME
096600         REPLACING ALL "&" BY "+" ALL "<" BY "(" ALL ">" BY ")"
096700     INSPECT DLI3-BENE-NAME
096800         REPLACING ALL "&" BY "+" ALL "<" BY "(" ALL ">" BY ")"
096900     INSPECT DLI3-REMIT
097000         REPLACING ALL "&" BY "+" ALL "<" BY "(" ALL ">" BY ")"
097100     MOVE DLI3-CORR-NAME           TO DLI3-TRIM-FIELD
097200     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
097300     MOVE DLI3-TRIM-LEN            TO DLI3-CORR-NAME-LEN
097400     PERFORM 3100-PREPARE-ONE-ADDR  THRU 3100-EXIT
097500         VARYING DLI3-SUB FROM 1 BY 1
097600         UNTIL DLI3-SUB > 3
097700     MOVE DLI3-SETT-ACCT           TO DLI3-TRIM-FIELD
097800     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
097900     MOVE DLI3-TRIM-LEN            TO DLI3-SETT-ACCT-LEN
098000     MOVE DLI3-BENE-NAME           TO DLI3-TRIM-FIELD
098100     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
098200     MOVE DLI3-TRIM-LEN            TO DLI3-BENE-NAME-LEN
098300     MOVE DL183-A-BENE-ACCT        TO DLI3-TRIM-FIELD
098400     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
098500     MOVE DLI3-TRIM-LEN            TO DLI3-BENE-ACCT-LEN
098600     MOVE DLI3-REMIT               TO DLI3-TRIM-FIELD
098700     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
098800     MOVE DLI3-TRIM-LEN            TO DLI3-REMIT-LEN
098900     MOVE DL183-A-E2E-REF          TO DLI3-E2E-REF
099000     IF DLI3-E2E-REF = SPACES
099100         MOVE SPACES               TO DLI3-E2E-REF
099200         STRING "PR" DLI3-RUN-DATE(3:6) DL183-A-REQ-SEQ
099300                DELIMITED BY SIZE
099400             INTO DLI3-E2E-REF
099500     END-IF
099600     MOVE DLI3-E2E-REF             TO DLI3-TRIM-FIELD
099700     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
099800     MOVE DLI3-TRIM-LEN            TO DLI3-E2E-REF-LEN
099900     MOVE SPACES                   TO DLI3-MSG-ID
100000     STRING "DL183" DLI3-RUN-DATE DL183-A-REQ-SEQ
100100            DELIMITED BY SIZE
100200         INTO DLI3-MSG-ID
100300     MOVE DL136-Q-CURR-CODE(1:3)   TO DLI3-CCY
100400     MOVE DL136-Q-AMOUNT           TO DLI3-AMT-WORK
100500     MOVE DLI3-AMT-UNITS           TO DLI3-AMT-UNITS-EDIT
100600     MOVE ZERO                     TO DLI3-LEAD
100700     INSPECT DLI3-AMT-UNITS-EDIT TALLYING DLI3-LEAD
100800         FOR LEADING SPACES
100900     COMPUTE DLI3-AMT-TEXT-LEN = 11 - DLI3-LEAD
101000     MOVE DLI3-AMT-UNITS-EDIT(DLI3-LEAD + 1:DLI3-AMT-TEXT-LEN)
101100                                   TO DLI3-AMT-TEXT
101200     MOVE SPACES                   TO DLI3-ISO-VALUE-DATE
101300     STRING DLI3-S-CCYY "-" DLI3-S-MM "-" DLI3-S-DD
101400            DELIMITED BY SIZE
101500         INTO DLI3-ISO-VALUE-DATE.
101600 3000-EXIT.
101700     EXIT.
101800*================================================================
101900*    3100-PREPARE-ONE-ADDR
102000*================================================================
102100 3100-PREPARE-ONE-ADDR.
102200     INSPECT DLI3-ADDR-LINE(DLI3-SUB)
102300         REPLACING ALL "&" BY "+" ALL "<" BY "(" ALL ">" BY ")"
102400     MOVE DLI3-ADDR-LINE(DLI3-SUB) TO DLI3-TRIM-FIELD
102500     PERFORM 8800-TRIM-LENGTH       THRU 8800-EXIT
102600     MOVE DLI3-TRIM-LEN            TO DLI3-ADDR-LEN(DLI3-SUB).
102700 3100-EXIT.
102800     EXIT.
102900*================================================================
103000*    4000-BUILD-PACS008  -  ONE ELEMENT PER LINE.  THE           *
103100*                           CORRESPONDENT IS THE INSTRUCTED AND  *
103200*                           CREDITOR AGENT; THE SETTLEMENT       *
103300*                           ACCOUNT IS THE INSTRUCTION'S         *
103400*================================================================
103500 4000-BUILD-PACS008.
103600     MOVE "P008"                   TO DL183-M-FORMAT
103700     MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO DLI3-LINE
103800     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
103900     MOVE SPACES                   TO DLI3-LINE
104000     STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
104100            'pacs.008.001.08">'
104200            DELIMITED BY SIZE
104300         INTO DLI3-LINE
104400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
104500     MOVE "<FIToFICstmrCdtTrf>"    TO DLI3-LINE
104600     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
104700     MOVE "<GrpHdr>"               TO DLI3-LINE
104800     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
104900     MOVE SPACES                   TO DLI3-LINE
105000     STRING "<MsgId>" DLI3-MSG-ID(1:19) "</MsgId>"
105100            DELIMITED BY SIZE
105200         INTO DLI3-LINE
105300     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
105400     MOVE SPACES                   TO DLI3-LINE
105500     STRING "<CreDtTm>" DLI3-ISO-CRE-DT-TM "</CreDtTm>"
105600            DELIMITED BY SIZE
105700         INTO DLI3-LINE
105800     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
105900     MOVE "<NbOfTxs>1</NbOfTxs>"   TO DLI3-LINE
106000     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
106100     MOVE "<SttlmInf>"             TO DLI3-LINE
106200     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
106300     MOVE "<SttlmMtd>INDA</SttlmMtd>" TO DLI3-LINE
106400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
106500     MOVE SPACES                   TO DLI3-LINE
106600     IF DLI3-SETT-IBAN
106700         STRING "<SttlmAcct><Id><IBAN>"
106800                DLI3-SETT-ACCT(1:DLI3-SETT-ACCT-LEN)
106900                "</IBAN></Id></SttlmAcct>"
107000                DELIMITED BY SIZE
107100             INTO DLI3-LINE
107200     ELSE
107300         STRING "<SttlmAcct><Id><Othr><Id>"
107400                DLI3-SETT-ACCT(1:DLI3-SETT-ACCT-LEN)
107500                "</Id></Othr></Id></SttlmAcct>"
107600                DELIMITED BY SIZE
107700             INTO DLI3-LINE
107800     END-IF
107900     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
108000     MOVE "</SttlmInf>"            TO DLI3-LINE
108100     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
108200     MOVE SPACES                   TO DLI3-LINE
108300     STRING "<InstgAgt><FinInstnId><BICFI>"
108400            DL183-P-SENDER-BIC(1:DLI3-SNDR-BIC-LEN)
108500            "</BICFI></FinInstnId></InstgAgt>"
108600            DELIMITED BY SIZE
108700         INTO DLI3-LINE
108800     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
108900     MOVE SPACES                   TO DLI3-LINE
109000     STRING "<InstdAgt><FinInstnId><BICFI>"
109100            DLI3-CORR-BIC(1:DLI3-CORR-BIC-LEN)
109200            "</BICFI></FinInstnId></InstdAgt>"
109300            DELIMITED BY SIZE
109400         INTO DLI3-LINE
109500     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
109600     MOVE "</GrpHdr>"              TO DLI3-LINE
109700     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
109800     MOVE "<CdtTrfTxInf>"          TO DLI3-LINE
109900     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
110000     MOVE SPACES                   TO DLI3-LINE
110100     STRING "<PmtId><InstrId>" DLI3-MSG-ID(1:19)
110200            "</InstrId><EndToEndId>"
110300            DLI3-E2E-REF(1:DLI3-E2E-REF-LEN)
110400            "</EndToEndId></PmtId>"
110500            DELIMITED BY SIZE
110600         INTO DLI3-LINE
110700     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
110800     MOVE SPACES                   TO DLI3-LINE
110900     STRING '<IntrBkSttlmAmt Ccy="' DLI3-CCY '">'
111000            DLI3-AMT-TEXT(1:DLI3-AMT-TEXT-LEN) "."
111100            DLI3-AMT-CENTS "</IntrBkSttlmAmt>"
111200            DELIMITED BY SIZE
111300         INTO DLI3-LINE
111400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
111500     MOVE SPACES                   TO DLI3-LINE
111600     STRING "<IntrBkSttlmDt>" DLI3-ISO-VALUE-DATE
111700            "</IntrBkSttlmDt>"
111800            DELIMITED BY SIZE
111900         INTO DLI3-LINE
112000     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
112100     MOVE "<ChrgBr>SHAR</ChrgBr>"  TO DLI3-LINE
112200     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
112300     MOVE SPACES                   TO DLI3-LINE
112400     STRING "<Dbtr><Nm>" DLI3-DBTR-NAME(1:DLI3-DBTR-NAME-LEN)
112500            "</Nm></Dbtr>"
112600            DELIMITED BY SIZE
112700         INTO DLI3-LINE
112800     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
112900     MOVE SPACES                   TO DLI3-LINE
113000     STRING "<DbtrAcct><Id><Othr><Id>"
113100            DL183-P-DEBTOR-ACCT(1:DLI3-DBTR-ACCT-LEN)
113200            "</Id></Othr></Id></DbtrAcct>"
113300            DELIMITED BY SIZE
113400         INTO DLI3-LINE
113500     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
113600     MOVE SPACES                   TO DLI3-LINE
113700     STRING "<DbtrAgt><FinInstnId><BICFI>"
113800            DL183-P-SENDER-BIC(1:DLI3-SNDR-BIC-LEN)
113900            "</BICFI></FinInstnId></DbtrAgt>"
114000            DELIMITED BY SIZE
114100         INTO DLI3-LINE
114200     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
114300     MOVE "<CdtrAgt><FinInstnId>"  TO DLI3-LINE
114400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
114500     MOVE SPACES                   TO DLI3-LINE
114600     STRING "<BICFI>" DLI3-CORR-BIC(1:DLI3-CORR-BIC-LEN)
114700            "</BICFI>"
114800            DELIMITED BY SIZE
114900         INTO DLI3-LINE
115000     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
115100     MOVE SPACES                   TO DLI3-LINE
115200     STRING "<Nm>" DLI3-CORR-NAME(1:DLI3-CORR-NAME-LEN) "</Nm>"
115300            DELIMITED BY SIZE
115400         INTO DLI3-LINE
115500     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
115600     MOVE "<PstlAdr>"              TO DLI3-LINE
115700     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
115800     PERFORM 4100-WRITE-ADR-LINE    THRU 4100-EXIT
115900         VARYING DLI3-SUB FROM 1 BY 1
116000         UNTIL DLI3-SUB > 3
116100     MOVE "</PstlAdr>"             TO DLI3-LINE
116200     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
116300     MOVE "</FinInstnId></CdtrAgt>" TO DLI3-LINE
116400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
116500     MOVE SPACES                   TO DLI3-LINE
116600     STRING "<Cdtr><Nm>" DLI3-BENE-NAME(1:DLI3-BENE-NAME-LEN)
116700            "</Nm></Cdtr>"
116800            DELIMITED BY SIZE
116900         INTO DLI3-LINE
117000     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
117100     MOVE SPACES                   TO DLI3-LINE
117200     STRING "<CdtrAcct><Id><Othr><Id>"
117300            DL183-A-BENE-ACCT(1:DLI3-BENE-ACCT-LEN)
117400            "</Id></Othr></Id></CdtrAcct>"
117500            DELIMITED BY SIZE
117600         INTO DLI3-LINE
117700     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
117800     IF DLI3-TEST-KEY-NEEDED
117900         MOVE SPACES               TO DLI3-LINE
118000         STRING "<InstrForNxtAgt><InstrInf>/TSTKEY/"
118100                DL904-TEST-KEY
118200                "</InstrInf></InstrForNxtAgt>"
118300                DELIMITED BY SIZE
118400             INTO DLI3-LINE
118500         PERFORM 8900-WRITE-LINE    THRU 8900-EXIT
118600     END-IF
118700     IF DLI3-REMIT-LEN > ZERO
118800         MOVE SPACES               TO DLI3-LINE
118900         STRING "<RmtInf><Ustrd>"
119000                DLI3-REMIT(1:DLI3-REMIT-LEN)
119100                "</Ustrd></RmtInf>"
119200                DELIMITED BY SIZE
119300             INTO DLI3-LINE
119400         PERFORM 8900-WRITE-LINE    THRU 8900-EXIT
119500     END-IF
119600     MOVE "</CdtTrfTxInf>"         TO DLI3-LINE
119700     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
119800     MOVE "</FIToFICstmrCdtTrf>"   TO DLI3-LINE
119900     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
120000     MOVE "</Document>"            TO DLI3-LINE
120100     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT.
120200 4000-EXIT.
120300     EXIT.
120400*================================================================
120500*    4100-WRITE-ADR-LINE  -  BLANK ADDRESS LINES ARE LEFT OUT
120600*================================================================
120700 4100-WRITE-ADR-LINE.
120800     IF DLI3-ADDR-LEN(DLI3-SUB) = ZERO
120900         GO TO 4100-EXIT
121000     END-IF
121100     MOVE SPACES                   TO DLI3-LINE
121200     STRING "<AdrLine>"
121300            DLI3-ADDR-LINE(DLI3-SUB)(1:DLI3-ADDR-LEN(DLI3-SUB))
121400            "</AdrLine>"
121500            DELIMITED BY SIZE
121600         INTO DLI3-LINE
121700     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT.
121800 4100-EXIT.
121900     EXIT.
122000*================================================================
122100*    5000-BUILD-MT103  -  BASIC, APPLICATION AND TEXT BLOCKS,    *
122200*                         ONE FIELD LINE PER LINE.  THE          *
122300*                         CORRESPONDENT IS THE RECEIVER AND THE  *
122400*                         ACCOUNT WITH INSTITUTION (57D, NAME    *
122500*                         AND ADDRESS); THE SETTLEMENT ACCOUNT   *
122600*                         GOES IN 53B                            *
122700*================================================================
122800 5000-BUILD-MT103.
122900     MOVE "M103"                   TO DL183-M-FORMAT
123000     MOVE DL183-P-SENDER-BIC       TO DLI3-BIC12-IN
123100     PERFORM 5900-BIC12             THRU 5900-EXIT
123200     MOVE SPACES                   TO DLI3-LINE
123300     STRING "{1:F01" DLI3-BIC12 "0000000000}"
123400            DELIMITED BY SIZE
123500         INTO DLI3-LINE
123600     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
123700     MOVE DLI3-CORR-BIC            TO DLI3-BIC12-IN
123800     PERFORM 5900-BIC12             THRU 5900-EXIT
123900     MOVE SPACES                   TO DLI3-LINE
124000     STRING "{2:I103" DLI3-BIC12 "N}"
124100            DELIMITED BY SIZE
124200         INTO DLI3-LINE
124300     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
124400     MOVE "{4:"                    TO DLI3-LINE
124500     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
124600     MOVE SPACES                   TO DLI3-LINE
124700     STRING ":20:" DLI3-E2E-REF(1:DLI3-E2E-REF-LEN)
124800            DELIMITED BY SIZE
124900         INTO DLI3-LINE
125000     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
125100     MOVE ":23B:CRED"              TO DLI3-LINE
125200     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
125300     MOVE SPACES                   TO DLI3-LINE
125400     STRING ":32A:" DLI3-SETTLE-DATE(3:6) DLI3-CCY
125500            DLI3-AMT-TEXT(1:DLI3-AMT-TEXT-LEN) ","
125600            DLI3-AMT-CENTS
125700            DELIMITED BY SIZE
125800         INTO DLI3-LINE
125900     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
126000     MOVE SPACES                   TO DLI3-LINE
126100     STRING ":50K:/" DL183-P-DEBTOR-ACCT(1:DLI3-DBTR-ACCT-LEN)
126200            DELIMITED BY SIZE
126300         INTO DLI3-LINE
126400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
126500     MOVE DLI3-DBTR-NAME           TO DLI3-LINE
126600     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
126700     MOVE SPACES                   TO DLI3-LINE
126800     STRING ":53B:/" DLI3-SETT-ACCT(1:DLI3-SETT-ACCT-LEN)
126900            DELIMITED BY SIZE
127000         INTO DLI3-LINE
127100     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
127200     MOVE SPACES                   TO DLI3-LINE
127300     STRING ":57D:" DLI3-CORR-NAME(1:DLI3-CORR-NAME-LEN)
127400            DELIMITED BY SIZE
127500         INTO DLI3-LINE
127600     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
127700     PERFORM 5100-WRITE-57D-LINE    THRU 5100-EXIT
127800         VARYING DLI3-SUB FROM 1 BY 1
127900         UNTIL DLI3-SUB > 3
128000     MOVE SPACES                   TO DLI3-LINE
128100     STRING ":59:/" DL183-A-BENE-ACCT(1:DLI3-BENE-ACCT-LEN)
128200            DELIMITED BY SIZE
128300         INTO DLI3-LINE
128400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
128500     MOVE DLI3-BENE-NAME           TO DLI3-LINE
128600     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
128700     IF DLI3-REMIT-LEN > ZERO
128800         MOVE SPACES               TO DLI3-LINE
128900         STRING ":70:" DLI3-REMIT(1:DLI3-REMIT-LEN)
129000                DELIMITED BY SIZE
129100             INTO DLI3-LINE
129200         PERFORM 8900-WRITE-LINE    THRU 8900-EXIT
129300     END-IF
129400     MOVE ":71A:SHA"               TO DLI3-LINE
129500     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT
129600     IF DLI3-TEST-KEY-NEEDED
129700         MOVE SPACES               TO DLI3-LINE
129800         STRING ":72:/TSTKEY/" DL904-TEST-KEY
129900                DELIMITED BY SIZE
130000             INTO DLI3-LINE
130100         PERFORM 8900-WRITE-LINE    THRU 8900-EXIT
130200     END-IF
130300     MOVE "-}"                     TO DLI3-LINE
130400     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT.
130500 5000-EXIT.
130600     EXIT.
130700*================================================================
130800*    5100-WRITE-57D-LINE  -  BLANK ADDRESS LINES ARE LEFT OUT
130900*================================================================
131000 5100-WRITE-57D-LINE.
131100     IF DLI3-ADDR-LEN(DLI3-SUB) = ZERO
131200         GO TO 5100-EXIT
131300     END-IF
131400     MOVE DLI3-ADDR-LINE(DLI3-SUB) TO DLI3-LINE
131500     PERFORM 8900-WRITE-LINE        THRU 8900-EXIT.
131600 5100-EXIT.
131700     EXIT.
131800*================================================================
131900*    5900-BIC12  -  THE 12-CHARACTER LOGICAL-TERMINAL FORM OF A  *
132000*                   BIC: BANK/COUNTRY/LOCATION, TERMINAL "X",    *
132100*                   THEN THE BRANCH OR "XXX"                     *
132200*================================================================
132300 5900-BIC12.
132400     MOVE DLI3-BIC12-IN(1:8)       TO DLI3-BIC12(1:8)
132500     MOVE "X"                      TO DLI3-BIC12(9:1)
132600     IF DLI3-BIC12-IN(9:3) = SPACES
132700         MOVE "XXX"                TO DLI3-BIC12(10:3)
132800     ELSE
132900         MOVE DLI3-BIC12-IN(9:3)   TO DLI3-BIC12(10:3)
133000     END-IF.
133100 5900-EXIT.
133200     EXIT.
133300*================================================================
133400*    6000-SET-VALUE-DATE  -  THE DL032 CUT-OFF RULE: A PAYMENT   *
133500*                            DUE TODAY OR EARLIER STARTS FROM    *
133600*                            TODAY, OR TOMORROW WHEN IT IS       *
133700*                            ALREADY 1500 OR LATER AT THE        *
133800*                            CORRESPONDENT; THEN WEEKENDS AND    *
133900*                            DL030 HOLIDAYS ARE STEPPED OVER     *
134000*================================================================
134100 6000-SET-VALUE-DATE.
134200     MOVE DL136-Q-VALUE-DATE       TO DLI3-SETTLE-DATE
134300     IF DLI3-SETTLE-DATE <= DLI3-RUN-DATE
134400         MOVE DLI3-RUN-DATE        TO DLI3-SETTLE-DATE
134500         COMPUTE DLI3-LOCAL-HOURS =
134600             DLI3-RUN-HH + (DLI3-RUN-MM / 60)
134700             + DLI3-C-GMT-DEVN(DLI3-CORR-SUB)
134800         IF DLI3-LOCAL-HOURS < 0
134900             ADD 24                TO DLI3-LOCAL-HOURS
135000         END-IF
135100         IF DLI3-LOCAL-HOURS >= 24
135200             SUBTRACT 24           FROM DLI3-LOCAL-HOURS
135300         END-IF
135400         IF DLI3-LOCAL-HOURS >= DLI3-CUTOFF-HOUR
135500             PERFORM 6300-NEXT-CALENDAR-DAY THRU 6300-EXIT
135600         END-IF
135700     END-IF
135800     MOVE DLI3-C-HOL-CNTRY(DLI3-CORR-SUB) TO DLI3-HOL-CNTRY
135900     MOVE DLI3-C-HOL-RGN(DLI3-CORR-SUB)   TO DLI3-HOL-RGN
136000     MOVE "N"                      TO DLI3-VALID-DAY-SW
136100     PERFORM 6200-CHECK-BUSINESS-DAY THRU 6200-EXIT
136200         UNTIL DLI3-VALID-DAY.
136300 6000-EXIT.
136400     EXIT.
136500*================================================================
136600*    6200-CHECK-BUSINESS-DAY  -  JULIAN MOD 7: 5 SATURDAY, 6     *
136700*                                SUNDAY (DL032)                  *
136800*================================================================
136900 6200-CHECK-BUSINESS-DAY.
137000     CALL "DL900" USING DLI3-SETTLE-DATE DLI3-JULIAN
137100     DIVIDE DLI3-JULIAN BY 7
137200         GIVING DLI3-DOW-QUOT REMAINDER DLI3-DOW
137300     CALL "DL030" USING DLI3-HOL-CNTRY
137400                        DLI3-HOL-RGN
137500                        DLI3-SETTLE-DATE
137600                        DLI3-HOL-IND
137700     IF DLI3-DOW = 5 OR DLI3-DOW = 6 OR DLI3-HOL-IND = "Y"
137800         PERFORM 6300-NEXT-CALENDAR-DAY THRU 6300-EXIT
137900     ELSE
138000         SET DLI3-VALID-DAY        TO TRUE
138100     END-IF.
138200 6200-EXIT.
138300     EXIT.
138400*================================================================
138500*    6300-NEXT-CALENDAR-DAY  -  FEBRUARY 29 IN A LEAP YEAR
138600*================================================================
138700 6300-NEXT-CALENDAR-DAY.
138800     MOVE DLI3-MONTH-DAYS(DLI3-S-MM) TO DLI3-DAYS-THIS-MONTH
138900     IF DLI3-S-MM = 2
139000         DIVIDE DLI3-S-CCYY BY 4 GIVING DLI3-LEAP-QUOT
139100             REMAINDER DLI3-REM-4
139200         DIVIDE DLI3-S-CCYY BY 100 GIVING DLI3-LEAP-QUOT
139300             REMAINDER DLI3-REM-100
139400         DIVIDE DLI3-S-CCYY BY 400 GIVING DLI3-LEAP-QUOT
139500             REMAINDER DLI3-REM-400
139600         IF DLI3-REM-4 = ZERO
139700             AND (DLI3-REM-100 NOT = ZERO OR DLI3-REM-400 = ZERO)
139800             MOVE 29               TO DLI3-DAYS-THIS-MONTH
139900         END-IF
140000     END-IF
140100     ADD 1                         TO DLI3-S-DD
140200     IF DLI3-S-DD > DLI3-DAYS-THIS-MONTH
140300         MOVE 1                    TO DLI3-S-DD
140400         ADD 1                     TO DLI3-S-MM
140500         IF DLI3-S-MM > 12
140600             MOVE 1                TO DLI3-S-MM
140700             ADD 1                 TO DLI3-S-CCYY
140800         END-IF
140900     END-IF.
141000 6300-EXIT.
141100     EXIT.
141200*================================================================
141300*    7000-TERMINATE
141400*================================================================
141500 7000-TERMINATE.
141600     MOVE DLI3-APR-READ            TO DLI3-T-APR-READ
141700     MOVE DLI3-NOT-APPROVED        TO DLI3-T-NOT-APPROVED
141800     MOVE DLI3-PACS-BUILT          TO DLI3-T-PACS
141900     MOVE DLI3-MT-BUILT            TO DLI3-T-MT
142000     MOVE DLI3-TEST-KEYS           TO DLI3-T-TEST-KEYS
142100     MOVE DLI3-REPAIRS             TO DLI3-T-REPAIRS
142200     WRITE DL183-RPT-LINE FROM SPACES
142300     WRITE DL183-RPT-LINE FROM DLI3-TOTAL-LINE-1
142400     WRITE DL183-RPT-LINE FROM DLI3-TOTAL-LINE-2
142500     WRITE DL183-RPT-LINE FROM DLI3-TOTAL-LINE-3
142600     WRITE DL183-RPT-LINE FROM DLI3-TOTAL-LINE-4
142700     WRITE DL183-RPT-LINE FROM DLI3-TOTAL-LINE-5
142800     WRITE DL183-RPT-LINE FROM DLI3-TOTAL-LINE-6
142900     CLOSE DL183-APR-FILE
143000     CLOSE DL136-REQ-FILE
143100     CLOSE DL136-RTE-FILE
143200     CLOSE DL183-MSG-FILE
143300     CLOSE DL183-RPR-FILE
143400     CLOSE DL183-RPT-FILE.
143500 7000-EXIT.
143600     EXIT.
143700*================================================================
143800*    8000-READ-APPROVAL
143900*================================================================
144000 8000-READ-APPROVAL.
144100     READ DL183-APR-FILE
144200         AT END
144300             SET DLI3-APR-EOF TO TRUE
144400     END-READ.
144500 8000-EXIT.
144600     EXIT.
144700*================================================================
144800*    8100-READ-REQUEST
144900*================================================================
145000 8100-READ-REQUEST.
145100     READ DL136-REQ-FILE
145200         AT END
145300             SET DLI3-REQ-EOF TO TRUE
145400             MOVE 999999           TO DLI3-REQ-KEY
145500     END-READ
145600     IF NOT DLI3-REQ-EOF
145700         MOVE DL136-Q-REQ-SEQ      TO DLI3-REQ-KEY
145800     END-IF.
145900 8100-EXIT.
146000     EXIT.
146100*================================================================
146200*    8200-READ-CANDIDATE
146300*================================================================
146400 8200-READ-CANDIDATE.
146500     READ DL136-RTE-FILE
146600         AT END
146700             SET DLI3-RTE-EOF TO TRUE
146800             MOVE 999999           TO DLI3-RTE-KEY
146900     END-READ
147000     IF NOT DLI3-RTE-EOF
147100         MOVE DL136-R-REQ-SEQ      TO DLI3-RTE-KEY
147200     END-IF.
147300 8200-EXIT.
147400     EXIT.
147500*================================================================
147600*    8300-READ-BLOCK  -  THE TRAILER ENDS THE LIST AND MUST      *
147700*                        BALANCE                                 *
147800*================================================================
147900 8300-READ-BLOCK.
148000     READ DL184-BLK-FILE
148100         AT END
148200             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
148300     END-READ
148400     IF DL184-BLK-IN-LABEL(1:3) = "TRL"
148500         MOVE DL184-BLK-IN-LABEL TO DLCTL-LABEL-RECORD
148600         IF DLCTL-L-REC-COUNT NOT = DLI3-LBL-IN-COUNT
148700             OR DLCTL-L-KEY-HASH NOT = DLI3-LBL-IN-HASH
148800             PERFORM 9950-LABEL-ABORT THRU 9950-EXIT
148900         END-IF
149000         SET DLI3-BLK-EOF TO TRUE
149100     ELSE
149200         ADD 1 TO DLI3-LBL-IN-COUNT
149300         MOVE ZEROES TO DLI3-LBL-KEY-WORK
149400         MOVE DL184-B-CONF-DATE TO DLI3-LBL-KEY-WORK(3:8)
149500         PERFORM 9850-LBL-HASH-TERM THRU 9850-EXIT
149600         ADD DLI3-LBL-TERM TO DLI3-LBL-IN-HASH
149700     END-IF.
149800 8300-EXIT.
149900     EXIT.
150000*================================================================
150100*    8800-TRIM-LENGTH  -  LENGTH OF DLI3-TRIM-FIELD LESS         *
150200*                         TRAILING SPACES, ZERO WHEN BLANK       *
150300*================================================================
150400 8800-TRIM-LENGTH.
150500     PERFORM 2190-SCAN-ONE          THRU 2190-EXIT
150600         VARYING DLI3-TRIM-LEN FROM 40 BY -1
150700         UNTIL DLI3-TRIM-LEN < 1
150800         OR DLI3-TRIM-FIELD(DLI3-TRIM-LEN:1) NOT = SPACE.
150900 8800-EXIT.
151000     EXIT.
151100*================================================================
151200*    8900-WRITE-LINE  -  DLI3-LINE AS THE NEXT LINE OF THIS      *
151300*                        REQUEST'S MESSAGE                       *
151400*================================================================
151500 8900-WRITE-LINE.
151600     ADD 1 TO DLI3-LINE-NO
151700     MOVE DL183-A-REQ-SEQ          TO DL183-M-REQ-SEQ
151800     MOVE DLI3-LINE-NO             TO DL183-M-LINE-NO
151900     MOVE DLI3-LINE                TO DL183-M-TEXT
152000     WRITE DL183-MSG-RECORD
152100     MOVE SPACES                   TO DLI3-LINE.
152200 8900-EXIT.
152300     EXIT.
152400*================================================================
152500*    9800-BAD-CARD  -  THE DL098 RULE
152600*================================================================
152700 9800-BAD-CARD.
152800     DISPLAY "DL183: PARAMETER CARD MISSING OR INVALID"
152900     MOVE 8                        TO RETURN-CODE
153000     GOBACK.
153100 9800-EXIT.
153200     EXIT.
153300*================================================================
153400*    9900-TABLE-ABORT  -  A REFERENCE TABLE NO LONGER FITS IN    *
153500*                         CORE; A DROPPED ROW WOULD SEND GOOD    *
153600*                         PAYMENTS TO REPAIR, SO THE STEP FAILS  *
153700*                         INSTEAD (THE DL060 RULE)               *
153800*================================================================
153900 9900-TABLE-ABORT.
154000     DISPLAY "DL183: REFERENCE TABLE OVERFLOW - STEP FAILED"
154100     MOVE 8                        TO RETURN-CODE
154200     GOBACK.
154300 9900-EXIT.
154400     EXIT.
154500*================================================================
154600*    9850-LBL-HASH-TERM  -  HASH CONTRIBUTION OF THE KEY JUST    *
154700*                           PLACED IN DLI3-LBL-KEY-WORK          *
154800*================================================================
154900 9850-LBL-HASH-TERM.
155000     IF DLI3-LBL-KEY-WORK IS NUMERIC
155100         MOVE DLI3-LBL-KEY-NUM    TO DLI3-LBL-TERM
155200     ELSE
155300         MOVE 1                    TO DLI3-LBL-TERM
155400     END-IF.
155500 9850-EXIT.
155600     EXIT.
155700*================================================================
155800*    9950-LABEL-ABORT  -  A MISSING OR MISMATCHED DL184BLK       *
155900*                         LABEL FAILS THE STEP                   *
156000*================================================================
156100 9950-LABEL-ABORT.
156200     DISPLAY "DL183: DL184BLK LABEL MISSING OR MISMATCHED"
156300     MOVE 8                        TO RETURN-CODE
156400     GOBACK.
156500 9950-EXIT.
156600     EXIT.
