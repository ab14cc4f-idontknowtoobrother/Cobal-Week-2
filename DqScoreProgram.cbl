000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DqScoreProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW MONTH-END BRANCH DATA-QUALITY SCORECARD.
001300*                 CHARGES EACH KIND OF BAD DATA THE SHOP KNOWS
001400*                 ABOUT TO THE CUSTOMER'S SERVICING BRANCH - THE
001500*                 MONTH'S FRONT-END EDIT REJECTS AND NEW BIRTH
001600*                 DATE EXCEPTIONS FROM THE DAILY EVENT EXTENT
001700*                 (DQEVENTS), THE CUSTOMERS STILL IN SUSPENSE
001800*                 AND THOSE ON THE AGING LISTING, AND THE
001900*                 DUPLICATE-PERSON SUSPECT GROUPS.  A RECORD
002000*                 THAT CARRIES NO USABLE BRANCH IS CHARGED TO
002100*                 THE BRANCH ON THE CUSTOMER MASTER.  PRINTS ONE
002200*                 LINE PER REFERENCE BRANCH WITH THE COUNT AND
002300*                 RATE PER 1000 CUSTOMERS FOR EACH CATEGORY AND
002400*                 THE AVERAGE DAYS IN SUSPENSE, RANKED WORST
002500*                 FIRST ON THE COMBINED RATE, WITH THE RANK AND
002600*                 RATE CHANGE AGAINST THE PRIOR MONTH FROM THE
002700*                 SCORECARD HISTORY (DQHISTIN).  THE MONTH'S
002800*                 RESULT IS CARRIED TO THE NEW HISTORY
002900*                 (DQHISTOT), WHICH OPERATIONS SWINGS IN AS THE
003000*                 NEXT MONTH'S DQHISTIN.  THE REPORT IS 132
003100*                 COLUMNS - ONE LINE PER BRANCH DOES NOT FIT IN
003200*                 80.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DQEVENTS-FILE ASSIGN TO "DQEVENTS"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS DQEVENTS-FILE-STATUS.
004000     SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS SUSPIN-FILE-STATUS.
004300     SELECT AGELIST-FILE ASSIGN TO "AGELIST"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS AGELIST-FILE-STATUS.
004600     SELECT DUPSRPT-FILE ASSIGN TO "DUPSRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS DUPSRPT-FILE-STATUS.
004900     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CM-CUSTOMER-ID
005300         FILE STATUS IS CUSTMSTR-FILE-STATUS.
005400     SELECT BRCHMSTR-FILE ASSIGN TO "BRCHMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS BR-BRANCH-CODE
005800         FILE STATUS IS BRCHMSTR-FILE-STATUS.
005900     SELECT DQHISTIN-FILE ASSIGN TO "DQHISTIN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS DQHISTIN-FILE-STATUS.
006200     SELECT DQHISTOT-FILE ASSIGN TO "DQHISTOT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS DQHISTOT-FILE-STATUS.
006500     SELECT DQSCORE-FILE ASSIGN TO "DQSCORE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS DQSCORE-FILE-STATUS.
006800     SELECT SORT-FILE ASSIGN TO "SORTWK".
006900 DATA DIVISION.
007000 FILE SECTION.
007100*----------------------------------------------------------------
007200* DQEVENTS - THE MONTH'S DAILY DATA-QUALITY EVENT EXTENT, READ
007300* THROUGH THE SHARED DqEvent DEFINITION.  MAY BE ABSENT IN A
007400* MONTH WITH NO EVENTS.
007500*----------------------------------------------------------------
007600 FD  DQEVENTS-FILE
007700     RECORDING MODE IS F.
007800     COPY DqEvent.
007900*----------------------------------------------------------------
008000* SUSPIN - CURRENT SUSPENSE FILE AS WRITTEN BY THE RECYCLE
008100* RUN.  THE RECORD IS CARRIED AS A FLAT AREA AND BROKEN OUT IN
008200* WORKING-STORAGE (SUSPENSE-WORK), THE SAME WAY THE RECYCLE RUN
008300* HANDLES IT.  MAY BE ABSENT WHEN NOTHING IS IN SUSPENSE.
008400*----------------------------------------------------------------
008500 FD  SUSPIN-FILE
008600     RECORDING MODE IS F.
008700 01  SUSPIN-RECORD               PIC X(80).
008800*----------------------------------------------------------------
008900* AGELIST - THE RECYCLE RUN'S AGING LISTING OF CUSTOMERS IN
009000* SUSPENSE LONGER THAN ITS DAY LIMIT.
009100*----------------------------------------------------------------
009200 FD  AGELIST-FILE
009300     RECORDING MODE IS F.
009400 01  AGELIST-RECORD.
009500     05  AL-CUSTOMER-ID-X        PIC X(06).
009600     05  AL-CUSTOMER-ID REDEFINES AL-CUSTOMER-ID-X
009700                                 PIC 9(06).
009800     05  FILLER                  PIC X(74).
009900*----------------------------------------------------------------
010000* DUPSRPT - THE DUPLICATE-PERSON SUSPECT REPORT.  A GROUP LINE
010100* OPENS EACH SUSPECT GROUP AND ONE DETAIL LINE FOLLOWS PER
010200* CUSTOMER ID IN IT, CARRYING THE EXTRACT'S BRANCH CODE.  THE
010300* DETAIL VIEW BREAKS OUT THE FIELDS AT THE POSITIONS
010400* DupSuspectProgram PRINTS THEM.
010500*----------------------------------------------------------------
010600 FD  DUPSRPT-FILE
010700     RECORDING MODE IS F.
010800 01  DUPSRPT-RECORD.
010900     05  DR-GROUP-LABEL          PIC X(06).
011000     05  FILLER                  PIC X(74).
011100 01  DUPSRPT-DETAIL REDEFINES DUPSRPT-RECORD.
011200     05  FILLER                  PIC X(04).
011300     05  DR-DETAIL-LABEL         PIC X(09).
011400     05  DR-CUSTOMER-ID-X        PIC X(06).
011500     05  FILLER                  PIC X(11).
011600     05  DR-BRANCH-CODE-X        PIC X(04).
011700     05  FILLER                  PIC X(46).
011800*----------------------------------------------------------------
011900* CUSTMSTR - KEYED CUSTOMER MASTER, THROUGH THE SHARED CustMast
012000* DEFINITION.  READ SEQUENTIALLY ONCE TO COUNT EACH BRANCH'S
012100* CUSTOMERS, THEN BY KEY TO FIND THE BRANCH FOR A RECORD THAT
012200* CARRIES NONE.
012300*----------------------------------------------------------------
012400 FD  CUSTMSTR-FILE.
012500     COPY CustMast.
012600*----------------------------------------------------------------
012700* BRCHMSTR - KEYED BRANCH REFERENCE, READ SEQUENTIALLY AT
012800* INITIALIZATION TO LOAD THE BRANCH TABLE THE SCORECARD IS
012900* BUILT IN.
013000*----------------------------------------------------------------
013100 FD  BRCHMSTR-FILE.
013200     COPY BranchRef.
013300*----------------------------------------------------------------
013400* DQHISTIN - PRIOR SCORECARD HISTORY, ONE RECORD PER BRANCH PER
013500* MONTH.  THE FIRST SCORECARD RUN FINDS NO HISTORY AND STARTS
013600* EMPTY.  THE RECORD IS CARRIED AS A FLAT AREA AND BROKEN OUT IN
013700* WORKING-STORAGE (HISTORY-WORK).
013800*----------------------------------------------------------------
013900 FD  DQHISTIN-FILE
014000     RECORDING MODE IS F.
014100 01  DQHISTIN-RECORD             PIC X(80).
014200*----------------------------------------------------------------
014300* DQHISTOT - NEW SCORECARD HISTORY - THE RETAINED PRIOR MONTHS
014400* PLUS THIS MONTH'S RESULT.  BECOMES THE NEXT RUN'S DQHISTIN.
014500*----------------------------------------------------------------
014600 FD  DQHISTOT-FILE
014700     RECORDING MODE IS F.
014800 01  DQHISTOT-RECORD             PIC X(80).
014900*----------------------------------------------------------------
015000* DQSCORE - BRANCH DATA-QUALITY SCORECARD, 132 COLUMNS.
015100*----------------------------------------------------------------
015200 FD  DQSCORE-FILE
015300     RECORDING MODE IS F.
015400 01  DQSCORE-RECORD              PIC X(132).
015500*----------------------------------------------------------------
015600* SORT WORK FILE - ONE RECORD RELEASED PER REFERENCE BRANCH,
015700* KEYED WORST FIRST ON THE COMBINED RATE, THEN ON THE RAW
015800* EVENT COUNT (A BRANCH WITH NO CUSTOMERS HAS NO RATE), THEN BY
015900* BRANCH CODE, CARRYING THE BRANCH'S TABLE ENTRY SO THE OUTPUT
016000* PROCEDURE ONLY PRINTS.
016100*----------------------------------------------------------------
016200 SD  SORT-FILE.
016300 01  SORT-RECORD.
016400     05  SR-SCORE                PIC 9(05)V9.
016500     05  SR-EVENT-TOTAL          PIC 9(07).
016600     05  SR-BRANCH-CODE          PIC 9(04).
016700     05  SR-BRANCH-SUB           PIC 9(03).
016800 WORKING-STORAGE SECTION.
016900*----------------------------------------------------------------
017000* SUSPENSE-WORK - WORKING VIEW OF ONE SUSPENSE RECORD, THROUGH
017100* THE SHARED SuspRec DEFINITION.
017200*----------------------------------------------------------------
017300     COPY SuspRec.
017400*----------------------------------------------------------------
017500* HISTORY-WORK - WORKING VIEW OF ONE SCORECARD HISTORY RECORD.
017600*----------------------------------------------------------------
017700 01  HISTORY-WORK.
017800     05  DH-REPORT-MONTH         PIC 9(06).
017900     05  DH-BRANCH-CODE          PIC 9(04).
018000     05  DH-CUSTOMERS            PIC 9(07).
018100     05  DH-EDIT-REJECTS         PIC 9(05).
018200     05  DH-DOB-EXCEPTIONS       PIC 9(05).
018300     05  DH-IN-SUSPENSE          PIC 9(05).
018400     05  DH-AGED                 PIC 9(05).
018500     05  DH-DUP-SUSPECTS         PIC 9(05).
018600     05  DH-AVERAGE-DAYS         PIC 9(04).
018700     05  DH-SCORE                PIC 9(05)V9.
018800     05  DH-RANK                 PIC 9(03).
018900     05  FILLER                  PIC X(25).
019000*----------------------------------------------------------------
019100* SCORECARD PRINT LINES.  EACH IS 132 BYTES WIDE SO IT CAN BE
019200* MOVED STRAIGHT INTO DQSCORE-RECORD.
019300*----------------------------------------------------------------
019400 01  DQS-HEADING-1.
019500     05  FILLER               PIC X(46) VALUE SPACES.
019600     05  FILLER               PIC X(40) VALUE
019700             "BRANCH DATA QUALITY SCORECARD".
019800     05  FILLER               PIC X(46) VALUE SPACES.
019900 01  DQS-HEADING-2.
020000     05  FILLER               PIC X(46) VALUE SPACES.
020100     05  FILLER               PIC X(07) VALUE "MONTH: ".
020200     05  DQS-REPORT-MONTH     PIC 9(06).
020300     05  FILLER               PIC X(04) VALUE SPACES.
020400     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
020500     05  DQS-RUN-DATE         PIC 9(08).
020600     05  FILLER               PIC X(51) VALUE SPACES.
020700 01  DQS-HEADING-3.
020800     05  FILLER               PIC X(45) VALUE
020900             "RATES ARE PER 1000 CUSTOMERS ON THE MASTER.  ".
021000     05  FILLER               PIC X(44) VALUE
021100             "SCORE IS ALL FIVE CATEGORIES, WORST FIRST.  ".
021200     05  FILLER               PIC X(14) VALUE
021300             "COMPARED WITH ".
021400     05  DQS-PRIOR-MONTH      PIC 9(06).
021500     05  FILLER               PIC X(23) VALUE ".".
021600 01  DQS-BLANK-LINE           PIC X(132) VALUE SPACES.
021700 01  DQS-COLUMN-HEADING-1.
021800     05  FILLER               PIC X(42) VALUE
021900             "                            ON FILE  EDIT ".
022000     05  FILLER               PIC X(42) VALUE
022100             "REJECTS  DOB EXCEPTNS  IN SUSPENSE   AGED ".
022200     05  FILLER               PIC X(48) VALUE
022300             "SUSPNSE  DUP SUSPECTS AVG   SCORE  PRV   CHANGE ".
022400 01  DQS-COLUMN-HEADING-2.
022500     05  FILLER               PIC X(43) VALUE
022600             "RNK BRCH BRANCH NAME          CUSTS COUNT  ".
022700     05  FILLER               PIC X(48) VALUE
022800             "/1000  COUNT  /1000  COUNT  /1000  COUNT  /1000 ".
022900     05  FILLER               PIC X(41) VALUE
023000             " COUNT  /1000  DAYS  /1000  RNK   /1000  ".
023100 01  DQS-DETAIL-LINE.
023200     05  DQS-RANK             PIC ZZZ.
023300     05  FILLER               PIC X(01) VALUE SPACES.
023400     05  DQS-BRANCH-CODE      PIC X(04).
023500     05  FILLER               PIC X(01) VALUE SPACES.
023600     05  DQS-BRANCH-NAME      PIC X(18).
023700     05  FILLER               PIC X(01) VALUE SPACES.
023800     05  DQS-CUSTOMERS        PIC ZZZ,ZZ9.
023900     05  FILLER               PIC X(01) VALUE SPACES.
024000     05  DQS-EDIT-COUNT       PIC ZZZZ9.
024100     05  FILLER               PIC X(01) VALUE SPACES.
024200     05  DQS-EDIT-RATE        PIC ZZZZ9.9.
024300     05  FILLER               PIC X(01) VALUE SPACES.
024400     05  DQS-EXCP-COUNT       PIC ZZZZ9.
024500     05  FILLER               PIC X(01) VALUE SPACES.
024600     05  DQS-EXCP-RATE        PIC ZZZZ9.9.
024700     05  FILLER               PIC X(01) VALUE SPACES.
024800     05  DQS-SUSP-COUNT       PIC ZZZZ9.
024900     05  FILLER               PIC X(01) VALUE SPACES.
025000     05  DQS-SUSP-RATE        PIC ZZZZ9.9.
025100     05  FILLER               PIC X(01) VALUE SPACES.
025200     05  DQS-AGED-COUNT       PIC ZZZZ9.
025300     05  FILLER               PIC X(01) VALUE SPACES.
025400     05  DQS-AGED-RATE        PIC ZZZZ9.9.
025500     05  FILLER               PIC X(01) VALUE SPACES.
025600     05  DQS-DUPS-COUNT       PIC ZZZZ9.
025700     05  FILLER               PIC X(01) VALUE SPACES.
025800     05  DQS-DUPS-RATE        PIC ZZZZ9.9.
025900     05  FILLER               PIC X(01) VALUE SPACES.
026000     05  DQS-AVERAGE-DAYS     PIC ZZZ9.
026100     05  FILLER               PIC X(01) VALUE SPACES.
026200     05  DQS-SCORE            PIC ZZZZ9.9.
026300     05  FILLER               PIC X(01) VALUE SPACES.
026400     05  DQS-PRIOR-RANK       PIC ZZZ.
026500     05  FILLER               PIC X(01) VALUE SPACES.
026600     05  DQS-CHANGE           PIC +++++9.9.
026700     05  DQS-CHANGE-X REDEFINES DQS-CHANGE
026800                              PIC X(08).
026900     05  FILLER               PIC X(01) VALUE SPACES.
027000*----------------------------------------------------------------
027100* BRANCH TABLE.  LOADED FROM THE REFERENCE AT INITIALIZATION,
027200* THEN EVERY COUNT IS ADDED INTO THE ENTRY OF THE BRANCH IT IS
027300* CHARGED TO.  THE LAST ENTRY (NOT-ATTRIBUTED-SUB) IS NEVER
027400* LOADED - IT COLLECTS WHAT COULD NOT BE CHARGED TO A REFERENCE
027500* BRANCH AND PRINTS BELOW THE RANKED BRANCHES.  BW-COUNTS HAS
027600* THE SAME SHAPE AS LINE-COUNTS SO AN ENTRY CAN BE MOVED THERE
027700* WHOLE FOR PRINTING.
027800*----------------------------------------------------------------
027900 01  BRANCH-TABLE.
028000     05  BRANCH-COUNT            PIC 9(03) COMP VALUE ZERO.
028100     05  BRANCH-ENTRY OCCURS 501 TIMES.
028200         10  BW-BRANCH-CODE      PIC 9(04).
028300         10  BW-BRANCH-NAME      PIC X(25).
028400         10  BW-COUNTS.
028500             15  BW-CUSTOMERS        PIC 9(07).
028600             15  BW-EDIT-REJECTS     PIC 9(05).
028700             15  BW-DOB-EXCEPTIONS   PIC 9(05).
028800             15  BW-IN-SUSPENSE      PIC 9(05).
028900             15  BW-SUSPENSE-DAYS    PIC 9(07).
029000             15  BW-AGED             PIC 9(05).
029100             15  BW-DUP-SUSPECTS     PIC 9(05).
029200         10  BW-LAST-GROUP       PIC 9(05).
029300         10  BW-PRIOR-SWITCH     PIC X(01).
029400             88  BW-PRIOR-FOUND            VALUE "Y".
029500         10  BW-PRIOR-SCORE      PIC 9(05)V9.
029600         10  BW-PRIOR-RANK       PIC 9(03).
029700*----------------------------------------------------------------
029800* LINE-COUNTS - THE COUNTS FOR THE LINE BEING PRINTED, WITH THE
029900* RATES, SCORE AND AVERAGE 8500-COMPUTE-RATES DERIVES FROM THEM.
030000* TOTAL-COUNTS ACCUMULATES THE ALL-BRANCHES LINE.
030100*----------------------------------------------------------------
030200 01  LINE-COUNTS.
030300     05  LC-CUSTOMERS            PIC 9(07).
030400     05  LC-EDIT-REJECTS         PIC 9(05).
030500     05  LC-DOB-EXCEPTIONS       PIC 9(05).
030600     05  LC-IN-SUSPENSE          PIC 9(05).
030700     05  LC-SUSPENSE-DAYS        PIC 9(07).
030800     05  LC-AGED                 PIC 9(05).
030900     05  LC-DUP-SUSPECTS         PIC 9(05).
031000 01  LINE-RATES.
031100     05  LC-EVENT-TOTAL          PIC 9(07).
031200     05  LC-EDIT-RATE            PIC 9(05)V9.
031300     05  LC-EXCP-RATE            PIC 9(05)V9.
031400     05  LC-SUSP-RATE            PIC 9(05)V9.
031500     05  LC-AGED-RATE            PIC 9(05)V9.
031600     05  LC-DUPS-RATE            PIC 9(05)V9.
031700     05  LC-SCORE                PIC 9(05)V9.
031800     05  LC-AVERAGE-DAYS         PIC 9(04).
031900 01  TOTAL-COUNTS.
032000     05  TC-CUSTOMERS            PIC 9(07) VALUE ZEROS.
032100     05  TC-EDIT-REJECTS         PIC 9(05) VALUE ZEROS.
032200     05  TC-DOB-EXCEPTIONS       PIC 9(05) VALUE ZEROS.
032300     05  TC-IN-SUSPENSE          PIC 9(05) VALUE ZEROS.
032400     05  TC-SUSPENSE-DAYS        PIC 9(07) VALUE ZEROS.
032500     05  TC-AGED                 PIC 9(05) VALUE ZEROS.
032600     05  TC-DUP-SUSPECTS         PIC 9(05) VALUE ZEROS.
032700 77  DQEVENTS-FILE-STATUS    PIC X(02) VALUE "00".
032800     88  DQEVENTS-FILE-OK              VALUE "00".
032900     88  DQEVENTS-FILE-NOT-FOUND       VALUE "35".
033000 77  SUSPIN-FILE-STATUS      PIC X(02) VALUE "00".
033100     88  SUSPIN-FILE-OK                VALUE "00".
033200     88  SUSPIN-FILE-NOT-FOUND         VALUE "35".
033300 77  AGELIST-FILE-STATUS     PIC X(02) VALUE "00".
033400     88  AGELIST-FILE-OK               VALUE "00".
033500     88  AGELIST-FILE-NOT-FOUND        VALUE "35".
033600 77  DUPSRPT-FILE-STATUS     PIC X(02) VALUE "00".
033700     88  DUPSRPT-FILE-OK               VALUE "00".
033800     88  DUPSRPT-FILE-NOT-FOUND        VALUE "35".
033900 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
034000     88  CUSTMSTR-FILE-OK              VALUE "00".
034100     88  CUSTMSTR-FILE-AT-END          VALUE "10".
034200 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
034300     88  BRCHMSTR-FILE-OK              VALUE "00".
034400 77  DQHISTIN-FILE-STATUS    PIC X(02) VALUE "00".
034500     88  DQHISTIN-FILE-OK              VALUE "00".
034600     88  DQHISTIN-FILE-NOT-FOUND       VALUE "35".
034700 77  DQHISTOT-FILE-STATUS    PIC X(02) VALUE "00".
034800     88  DQHISTOT-FILE-OK              VALUE "00".
034900 77  DQSCORE-FILE-STATUS     PIC X(02) VALUE "00".
035000     88  DQSCORE-FILE-OK               VALUE "00".
035100 77  DQEVENTS-EOF-SWITCH     PIC X(01) VALUE "N".
035200     88  DQEVENTS-EOF                  VALUE "Y".
035300 77  SUSPIN-EOF-SWITCH       PIC X(01) VALUE "N".
035400     88  SUSPIN-EOF                    VALUE "Y".
035500 77  AGELIST-EOF-SWITCH      PIC X(01) VALUE "N".
035600     88  AGELIST-EOF                   VALUE "Y".
035700 77  DUPSRPT-EOF-SWITCH      PIC X(01) VALUE "N".
035800     88  DUPSRPT-EOF                   VALUE "Y".
035900 77  CUSTMSTR-EOF-SWITCH     PIC X(01) VALUE "N".
036000     88  CUSTMSTR-EOF                  VALUE "Y".
036100 77  BRCHMSTR-EOF-SWITCH     PIC X(01) VALUE "N".
036200     88  BRCHMSTR-EOF                  VALUE "Y".
036300 77  DQHISTIN-EOF-SWITCH     PIC X(01) VALUE "N".
036400     88  DQHISTIN-EOF                  VALUE "Y".
036500 77  SORT-EOF-SWITCH         PIC X(01) VALUE "N".
036600     88  SORT-EOF                      VALUE "Y".
036700 77  BRANCH-SUB              PIC 9(03) COMP VALUE ZERO.
036800 77  BRANCH-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
036900 77  ATTR-SUB                PIC 9(03) COMP VALUE ZERO.
037000 77  NOT-ATTRIBUTED-SUB      PIC 9(03) COMP VALUE 501.
037100 77  FIND-BRANCH-CODE        PIC 9(04) VALUE ZEROS.
037200 77  ATTR-BRANCH-CODE-X      PIC X(04) VALUE SPACES.
037300 77  ATTR-BRANCH-CODE REDEFINES ATTR-BRANCH-CODE-X
037400                             PIC 9(04).
037500 77  ATTR-CUSTOMER-ID-X      PIC X(06) VALUE SPACES.
037600 77  ATTR-CUSTOMER-ID REDEFINES ATTR-CUSTOMER-ID-X
037700                             PIC 9(06).
037800 77  DUP-GROUP-NUMBER        PIC 9(05) VALUE ZEROS.
037900 77  RANK-NUMBER             PIC 9(03) VALUE ZEROS.
038000 77  SCORE-CHANGE            PIC S9(05)V9 VALUE ZEROS.
038100 77  DAYS-IN-SUSPENSE        PIC S9(05) VALUE ZEROS.
038200 77  RETAIN-MONTHS           PIC 9(03) VALUE 24.
038300 77  WORK-MONTHS             PIC 9(07) VALUE ZEROS.
038400 77  WORK-YEAR               PIC 9(04) VALUE ZEROS.
038500 77  WORK-MONTH              PIC 9(02) VALUE ZEROS.
038600 77  WORK-MONTH-RESULT       PIC 9(06) VALUE ZEROS.
038700 77  REPORT-MONTH            PIC 9(06) VALUE ZEROS.
038800 77  PRIOR-MONTH             PIC 9(06) VALUE ZEROS.
038900 77  CUTOFF-MONTH            PIC 9(06) VALUE ZEROS.
039000 01  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
039100 01  CURRENT-DATE-PARTS REDEFINES CURRENT-RUN-DATE.
039200     05  CURRENT-YEAR            PIC 9(04).
039300     05  CURRENT-MONTH           PIC 99.
039400     05  CURRENT-DAY             PIC 99.
039500 01  SUSPENDED-DATE-NUM          PIC 9(08) VALUE ZEROS.
039600 01  SUSPENDED-DATE-PARTS REDEFINES SUSPENDED-DATE-NUM.
039700     05  SUSPENDED-YEAR          PIC 9(04).
039800     05  SUSPENDED-MONTH         PIC 99.
039900     05  SUSPENDED-DAY           PIC 99.
040000 77  CUSTOMERS-READ          PIC 9(07) VALUE ZEROS.
040100 77  EVENTS-READ             PIC 9(07) VALUE ZEROS.
040200 77  SUSPENSE-READ           PIC 9(07) VALUE ZEROS.
040300 77  AGED-READ               PIC 9(07) VALUE ZEROS.
040400 77  DUP-SUSPECTS-READ       PIC 9(07) VALUE ZEROS.
040500 77  MASTER-LOOKUPS          PIC 9(07) VALUE ZEROS.
040600 77  NOT-ATTRIBUTED-COUNT    PIC 9(07) VALUE ZEROS.
040700 77  HISTORY-CARRIED         PIC 9(07) VALUE ZEROS.
040800 77  HISTORY-EXPIRED         PIC 9(07) VALUE ZEROS.
040900 77  HISTORY-REPLACED        PIC 9(07) VALUE ZEROS.
041000 77  BRANCHES-REPORTED       PIC 9(07) VALUE ZEROS.
041100*----------------------------------------------------------------
041200* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
041300* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
041400*----------------------------------------------------------------
041500     COPY RunCntl.
041600*----------------------------------------------------------------
041700* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
041800* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
041900*----------------------------------------------------------------
042000     COPY ParmReq.
042100 PROCEDURE DIVISION.
042200*----------------------------------------------------------------
042300* 0000-MAINLINE
042400*
042500* LOADS THE BRANCH TABLE AND EACH BRANCH'S CUSTOMER COUNT AND
042600* PRIOR-MONTH RESULT, CHARGES EVERY EVENT, SUSPENSE RECORD,
042700* AGED RECORD AND DUPLICATE SUSPECT TO A BRANCH, SORTS THE
042800* BRANCHES WORST FIRST - SCORING EACH ON THE WAY INTO THE SORT -
042900* PRINTS THE SCORECARD FROM THE SORTED BRANCHES, AND TERMINATES
043000* THE RUN.
043100*----------------------------------------------------------------
043200 0000-MAINLINE.
043300     PERFORM 1000-INITIALIZE
043400         THRU 1000-EXIT
043500     PERFORM 2000-COUNT-EVENTS
043600         THRU 2000-EXIT
043700     PERFORM 3000-COUNT-SUSPENSE
043800         THRU 3000-EXIT
043900     PERFORM 4000-COUNT-AGED
044000         THRU 4000-EXIT
044100     PERFORM 5000-COUNT-DUP-SUSPECTS
044200         THRU 5000-EXIT
044300     SORT SORT-FILE
044400         ON DESCENDING KEY SR-SCORE SR-EVENT-TOTAL
044500         ON ASCENDING KEY SR-BRANCH-CODE
044600         INPUT PROCEDURE IS 7000-RELEASE-BRANCHES
044700             THRU 7000-IP-EXIT
044800         OUTPUT PROCEDURE IS 8000-REPORT-BRANCHES
044900             THRU 8000-OP-EXIT
045000     PERFORM 9999-TERMINATE
045100         THRU 9999-EXIT
045200     STOP RUN.
045300*----------------------------------------------------------------
045400* 1000-INITIALIZE
045500*
045600* STAMPS THE START RUN-CONTROL RECORD, DERIVES THE REPORT
045700* MONTH, THE PRIOR MONTH AND THE HISTORY CUTOFF MONTH, OPENS
045800* THE REPORT, THE NEW HISTORY AND THE CUSTOMER MASTER - FAILING
045900* THE RUN ON ANY OPEN ERROR - AND LOADS THE BRANCH TABLE, THE
046000* CUSTOMER COUNTS AND THE PRIOR MONTH'S RESULTS.
046100*----------------------------------------------------------------
046200 1000-INITIALIZE.
046300     MOVE "DQSCORE"  TO RC-PROGRAM-NAME
046400     MOVE ZEROS      TO RC-RECORDS-IN
046500     MOVE ZEROS      TO RC-RECORDS-OUT
046600     MOVE "STARTED"  TO RC-COMPLETION-STATUS
046700     CALL "RunLogProgram" USING RUNCNTL-REC
046800     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
046900     COMPUTE REPORT-MONTH = CURRENT-YEAR * 100 + CURRENT-MONTH
047000     COMPUTE WORK-MONTHS = CURRENT-YEAR * 12 + CURRENT-MONTH - 1
047100     PERFORM 1050-WORK-MONTHS-TO-MONTH
047200         THRU 1050-EXIT
047300     MOVE WORK-MONTH-RESULT TO PRIOR-MONTH
047400     PERFORM 1100-LOAD-RETENTION
047500         THRU 1100-EXIT
047600     MOVE ZEROS TO CUTOFF-MONTH
047700     IF RETAIN-MONTHS NOT = ZERO
047800         COMPUTE WORK-MONTHS =
047900             CURRENT-YEAR * 12 + CURRENT-MONTH - RETAIN-MONTHS
048000         PERFORM 1050-WORK-MONTHS-TO-MONTH
048100             THRU 1050-EXIT
048200         MOVE WORK-MONTH-RESULT TO CUTOFF-MONTH
048300     END-IF
048400     OPEN OUTPUT DQSCORE-FILE
048500     IF NOT DQSCORE-FILE-OK
048600         DISPLAY "DQSCORE OPEN FAILED - FILE STATUS "
048700             DQSCORE-FILE-STATUS
048800         MOVE 16 TO RETURN-CODE
048900         STOP RUN
049000     END-IF
049100     OPEN OUTPUT DQHISTOT-FILE
049200     IF NOT DQHISTOT-FILE-OK
049300         DISPLAY "DQHISTOT OPEN FAILED - FILE STATUS "
049400             DQHISTOT-FILE-STATUS
049500         MOVE 16 TO RETURN-CODE
049600         STOP RUN
049700     END-IF
049800     OPEN INPUT CUSTMSTR-FILE
049900     IF NOT CUSTMSTR-FILE-OK
050000         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
050100             CUSTMSTR-FILE-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF
050500     MOVE ZEROS  TO BW-BRANCH-CODE (NOT-ATTRIBUTED-SUB)
050600     MOVE SPACES TO BW-BRANCH-NAME (NOT-ATTRIBUTED-SUB)
050700     MOVE ZEROS  TO BW-COUNTS (NOT-ATTRIBUTED-SUB)
050800     MOVE ZEROS  TO BW-LAST-GROUP (NOT-ATTRIBUTED-SUB)
050900     MOVE "N"    TO BW-PRIOR-SWITCH (NOT-ATTRIBUTED-SUB)
051000     PERFORM 1200-LOAD-BRANCH-REF
051100         THRU 1200-EXIT
051200     PERFORM 1300-COUNT-CUSTOMERS
051300         THRU 1300-EXIT
051400     PERFORM 1400-LOAD-HISTORY
051500         THRU 1400-EXIT
051600 1000-EXIT.
051700     EXIT.
051800*----------------------------------------------------------------
051900* 1050-WORK-MONTHS-TO-MONTH
052000*
052100* TURNS A MONTH COUNT (YEAR * 12 + MONTH) IN WORK-MONTHS BACK
052200* INTO A YYYYMM MONTH IN WORK-MONTH-RESULT.
052300*----------------------------------------------------------------
052400 1050-WORK-MONTHS-TO-MONTH.
052500     COMPUTE WORK-YEAR = (WORK-MONTHS - 1) / 12
052600     COMPUTE WORK-MONTH = WORK-MONTHS - WORK-YEAR * 12
052700     COMPUTE WORK-MONTH-RESULT = WORK-YEAR * 100 + WORK-MONTH
052800 1050-EXIT.
052900     EXIT.
053000*----------------------------------------------------------------
053100* 1100-LOAD-RETENTION
053200*
053300* LOOKS UP THE NUMBER OF MONTHS OF SCORECARD HISTORY TO KEEP
053400* (RETAIN-MTHS) ON THE PARAMETER MASTER.  ZERO MEANS KEEP
053500* EVERYTHING.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS NOT
053600* NUMERIC OR DOES NOT FIT THE THREE-DIGIT PERIOD, THE
053700* COMPILED-IN DEFAULT OF 24 MONTHS IS LEFT IN PLACE.
053800*----------------------------------------------------------------
053900 1100-LOAD-RETENTION.
054000     MOVE "DQSCORE"        TO PR-PROGRAM-NAME
054100     MOVE "RETAIN-MTHS"    TO PR-PARM-NAME
054200     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
054300     CALL "ParmLookupProgram" USING PARMREQ-AREA
054400     IF NOT PR-FOUND
054500             OR PR-NUMERIC-VALUE NOT NUMERIC
054600         GO TO 1100-EXIT
054700     END-IF
054800     IF PR-NUMERIC-VALUE > 999
054900         GO TO 1100-EXIT
055000     END-IF
055100     MOVE PR-NUMERIC-VALUE TO RETAIN-MONTHS
055200 1100-EXIT.
055300     EXIT.
055400*----------------------------------------------------------------
055500* 1200-LOAD-BRANCH-REF
055600*
055700* READS THE KEYED BRANCH REFERENCE SEQUENTIALLY AND LOADS THE
055800* BRANCH TABLE WITH EVERY COUNT AT ZERO.  A REFERENCE THAT
055900* CANNOT BE OPENED FAILS THE RUN - THE SCORECARD IS ONE LINE
056000* PER REFERENCE BRANCH.  BRANCHES PAST THE TABLE LIMIT ARE
056100* REPORTED TO THE JOB LOG AND DROPPED; WHAT WOULD HAVE BEEN
056200* CHARGED TO THEM PRINTS AS NOT ATTRIBUTED.
056300*----------------------------------------------------------------
056400 1200-LOAD-BRANCH-REF.
056500     OPEN INPUT BRCHMSTR-FILE
056600     IF NOT BRCHMSTR-FILE-OK
056700         DISPLAY "BRCHMSTR OPEN FAILED - FILE STATUS "
056800             BRCHMSTR-FILE-STATUS
056900         MOVE 16 TO RETURN-CODE
057000         STOP RUN
057100     END-IF
057200     PERFORM 1210-LOAD-ONE-BRANCH
057300         THRU 1210-EXIT
057400         UNTIL BRCHMSTR-EOF
057500     CLOSE BRCHMSTR-FILE
057600 1200-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------
057900* 1210-LOAD-ONE-BRANCH
058000*----------------------------------------------------------------
058100 1210-LOAD-ONE-BRANCH.
058200     READ BRCHMSTR-FILE
058300         AT END
058400             SET BRCHMSTR-EOF TO TRUE
058500             GO TO 1210-EXIT
058600     END-READ
058700     IF BRANCH-COUNT >= 500
058800         DISPLAY "BRANCH TABLE FULL - BRANCH DROPPED: "
058900             BR-BRANCH-CODE
059000         GO TO 1210-EXIT
059100     END-IF
059200     ADD 1 TO BRANCH-COUNT
059300     MOVE BR-BRANCH-CODE TO BW-BRANCH-CODE (BRANCH-COUNT)
059400     MOVE BR-BRANCH-NAME TO BW-BRANCH-NAME (BRANCH-COUNT)
059500     MOVE ZEROS          TO BW-COUNTS (BRANCH-COUNT)
059600     MOVE ZEROS          TO BW-LAST-GROUP (BRANCH-COUNT)
059700     MOVE "N"            TO BW-PRIOR-SWITCH (BRANCH-COUNT)
059800     MOVE ZEROS          TO BW-PRIOR-SCORE (BRANCH-COUNT)
059900     MOVE ZEROS          TO BW-PRIOR-RANK (BRANCH-COUNT)
060000 1210-EXIT.
060100     EXIT.
060200*----------------------------------------------------------------
060300* 1300-COUNT-CUSTOMERS
060400*
060500* READS THE WHOLE CUSTOMER MASTER IN KEY SEQUENCE AND COUNTS
060600* EVERY CUSTOMER AGAINST ITS SERVICING BRANCH - THE BASE THE
060700* RATES ARE TAKEN OVER.  A CUSTOMER ON A BRANCH NOT ON THE
060800* REFERENCE COUNTS AS NOT ATTRIBUTED.
060900*----------------------------------------------------------------
061000 1300-COUNT-CUSTOMERS.
061100     PERFORM 1310-COUNT-ONE-CUSTOMER
061200         THRU 1310-EXIT
061300         UNTIL CUSTMSTR-EOF
061400 1300-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700* 1310-COUNT-ONE-CUSTOMER
061800*----------------------------------------------------------------
061900 1310-COUNT-ONE-CUSTOMER.
062000     READ CUSTMSTR-FILE NEXT RECORD
062100         AT END
062200             SET CUSTMSTR-EOF TO TRUE
062300             GO TO 1310-EXIT
062400     END-READ
062500     ADD 1 TO CUSTOMERS-READ
062600     MOVE CM-BRANCH-CODE TO FIND-BRANCH-CODE
062700     PERFORM 6100-FIND-BRANCH
062800         THRU 6100-EXIT
062900     IF BRANCH-FOUND-SUB = ZERO
063000         MOVE NOT-ATTRIBUTED-SUB TO BRANCH-FOUND-SUB
063100     END-IF
063200     ADD 1 TO BW-CUSTOMERS (BRANCH-FOUND-SUB)
063300 1310-EXIT.
063400     EXIT.
063500*----------------------------------------------------------------
063600* 1400-LOAD-HISTORY
063700*
063800* CARRIES THE PRIOR SCORECARD HISTORY FORWARD TO THE NEW
063900* HISTORY, DROPPING MONTHS BEFORE THE RETENTION CUTOFF AND ANY
064000* RECORDS ALREADY WRITTEN FOR THIS MONTH (A RERUN REPLACES
064100* THEM), AND NOTES EACH BRANCH'S PRIOR-MONTH SCORE AND RANK IN
064200* THE BRANCH TABLE.  THE FIRST SCORECARD RUN FINDS NO HISTORY
064300* AND STARTS EMPTY.
064400*----------------------------------------------------------------
064500 1400-LOAD-HISTORY.
064600     OPEN INPUT DQHISTIN-FILE
064700     IF DQHISTIN-FILE-NOT-FOUND
064800         GO TO 1400-EXIT
064900     END-IF
065000     IF NOT DQHISTIN-FILE-OK
065100         DISPLAY "DQHISTIN OPEN FAILED - FILE STATUS "
065200             DQHISTIN-FILE-STATUS
065300         MOVE 16 TO RETURN-CODE
065400         STOP RUN
065500     END-IF
065600     PERFORM 1410-CARRY-ONE-HISTORY
065700         THRU 1410-EXIT
065800         UNTIL DQHISTIN-EOF
065900     CLOSE DQHISTIN-FILE
066000 1400-EXIT.
066100     EXIT.
066200*----------------------------------------------------------------
066300* 1410-CARRY-ONE-HISTORY
066400*----------------------------------------------------------------
066500 1410-CARRY-ONE-HISTORY.
066600     READ DQHISTIN-FILE
066700         AT END
066800             SET DQHISTIN-EOF TO TRUE
066900             GO TO 1410-EXIT
067000     END-READ
067100     MOVE DQHISTIN-RECORD TO HISTORY-WORK
067200     IF DH-REPORT-MONTH = REPORT-MONTH
067300         ADD 1 TO HISTORY-REPLACED
067400         GO TO 1410-EXIT
067500     END-IF
067600     IF DH-REPORT-MONTH < CUTOFF-MONTH
067700         ADD 1 TO HISTORY-EXPIRED
067800         GO TO 1410-EXIT
067900     END-IF
068000     MOVE DQHISTIN-RECORD TO DQHISTOT-RECORD
068100     WRITE DQHISTOT-RECORD
068200     ADD 1 TO HISTORY-CARRIED
068300     IF DH-REPORT-MONTH NOT = PRIOR-MONTH
068400         GO TO 1410-EXIT
068500     END-IF
068600     MOVE DH-BRANCH-CODE TO FIND-BRANCH-CODE
068700     PERFORM 6100-FIND-BRANCH
068800         THRU 6100-EXIT
068900     IF BRANCH-FOUND-SUB = ZERO
069000         GO TO 1410-EXIT
069100     END-IF
069200     MOVE "Y"      TO BW-PRIOR-SWITCH (BRANCH-FOUND-SUB)
069300     MOVE DH-SCORE TO BW-PRIOR-SCORE (BRANCH-FOUND-SUB)
069400     MOVE DH-RANK  TO BW-PRIOR-RANK (BRANCH-FOUND-SUB)
069500 1410-EXIT.
069600     EXIT.
069700*----------------------------------------------------------------
069800* 2000-COUNT-EVENTS
069900*
070000* CHARGES EVERY EVENT ON THE MONTH'S DATA-QUALITY EVENT EXTENT
070100* TO A BRANCH - EDIT REJECTS AND NEW BIRTH DATE EXCEPTIONS.  AN
070200* ABSENT EXTENT IS TREATED AS EMPTY.
070300*----------------------------------------------------------------
070400 2000-COUNT-EVENTS.
070500     OPEN INPUT DQEVENTS-FILE
070600     IF DQEVENTS-FILE-NOT-FOUND
070700         GO TO 2000-EXIT
070800     END-IF
070900     IF NOT DQEVENTS-FILE-OK
071000         DISPLAY "DQEVENTS OPEN FAILED - FILE STATUS "
071100             DQEVENTS-FILE-STATUS
071200         MOVE 16 TO RETURN-CODE
071300         STOP RUN
071400     END-IF
071500     PERFORM 2100-COUNT-ONE-EVENT
071600         THRU 2100-EXIT
071700         UNTIL DQEVENTS-EOF
071800     CLOSE DQEVENTS-FILE
071900 2000-EXIT.
072000     EXIT.
072100*----------------------------------------------------------------
072200* 2100-COUNT-ONE-EVENT
072300*
072400* AN EDIT REJECT CARRIES THE FEED'S BRANCH CODE; AN EXCEPTION
072500* CARRIES NONE AND IS CHARGED THROUGH THE CUSTOMER MASTER.  AN
072600* EVENT OF ANY OTHER TYPE IS REPORTED TO THE JOB LOG AND
072700* SKIPPED.
072800*----------------------------------------------------------------
072900 2100-COUNT-ONE-EVENT.
073000     READ DQEVENTS-FILE
073100         AT END
073200             SET DQEVENTS-EOF TO TRUE
073300             GO TO 2100-EXIT
073400     END-READ
073500     ADD 1 TO EVENTS-READ
073600     IF NOT DQ-EDIT-REJECT AND NOT DQ-DOB-EXCEPTION
073700         DISPLAY "DQEVENTS RECORD SKIPPED - UNKNOWN TYPE: "
073800             DQ-EVENT-TYPE " " DQ-CUSTOMER-ID-X
073900         GO TO 2100-EXIT
074000     END-IF
074100     MOVE DQ-BRANCH-CODE-X TO ATTR-BRANCH-CODE-X
074200     MOVE DQ-CUSTOMER-ID-X TO ATTR-CUSTOMER-ID-X
074300     PERFORM 6000-ATTRIBUTE-BRANCH
074400         THRU 6000-EXIT
074500     IF DQ-EDIT-REJECT
074600         ADD 1 TO BW-EDIT-REJECTS (ATTR-SUB)
074700     ELSE
074800         ADD 1 TO BW-DOB-EXCEPTIONS (ATTR-SUB)
074900     END-IF
075000 2100-EXIT.
075100     EXIT.
075200*----------------------------------------------------------------
075300* 3000-COUNT-SUSPENSE
075400*
075500* CHARGES EVERY CUSTOMER STILL IN SUSPENSE TO A BRANCH THROUGH
075600* THE CUSTOMER MASTER, WITH THE DAYS IT HAS SAT THERE FOR THE
075700* AVERAGE.  AN ABSENT SUSPENSE FILE IS TREATED AS EMPTY.
075800*----------------------------------------------------------------
075900 3000-COUNT-SUSPENSE.
076000     OPEN INPUT SUSPIN-FILE
076100     IF SUSPIN-FILE-NOT-FOUND
076200         GO TO 3000-EXIT
076300     END-IF
076400     IF NOT SUSPIN-FILE-OK
076500         DISPLAY "SUSPIN OPEN FAILED - FILE STATUS "
076600             SUSPIN-FILE-STATUS
076700         MOVE 16 TO RETURN-CODE
076800         STOP RUN
076900     END-IF
077000     PERFORM 3100-COUNT-ONE-SUSPENSE
077100         THRU 3100-EXIT
077200         UNTIL SUSPIN-EOF
077300     CLOSE SUSPIN-FILE
077400 3000-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------
077700* 3100-COUNT-ONE-SUSPENSE
077800*
077900* THE DAY COUNT USES THE SAME 360-DAY COMMERCIAL CALENDAR AS THE
078000* RECYCLE RUN'S AGING, SO THE TWO AGREE.
078100*----------------------------------------------------------------
078200 3100-COUNT-ONE-SUSPENSE.
078300     READ SUSPIN-FILE
078400         AT END
078500             SET SUSPIN-EOF TO TRUE
078600             GO TO 3100-EXIT
078700     END-READ
078800     MOVE SUSPIN-RECORD TO SUSPENSE-WORK
078900     ADD 1 TO SUSPENSE-READ
079000     MOVE SPACES         TO ATTR-BRANCH-CODE-X
079100     MOVE SP-CUSTOMER-ID TO ATTR-CUSTOMER-ID
079200     PERFORM 6000-ATTRIBUTE-BRANCH
079300         THRU 6000-EXIT
079400     ADD 1 TO BW-IN-SUSPENSE (ATTR-SUB)
079500     MOVE SP-DATE-SUSPENDED TO SUSPENDED-DATE-NUM
079600     COMPUTE DAYS-IN-SUSPENSE =
079700         (CURRENT-YEAR - SUSPENDED-YEAR) * 360
079800         + (CURRENT-MONTH - SUSPENDED-MONTH) * 30
079900         + (CURRENT-DAY - SUSPENDED-DAY)
080000     IF DAYS-IN-SUSPENSE > ZERO
080100         ADD DAYS-IN-SUSPENSE TO BW-SUSPENSE-DAYS (ATTR-SUB)
080200     END-IF
080300 3100-EXIT.
080400     EXIT.
080500*----------------------------------------------------------------
080600* 4000-COUNT-AGED
080700*
080800* CHARGES EVERY CUSTOMER ON THE AGING LISTING TO A BRANCH
080900* THROUGH THE CUSTOMER MASTER.  AN ABSENT LISTING IS TREATED AS
081000* EMPTY.
081100*----------------------------------------------------------------
081200 4000-COUNT-AGED.
081300     OPEN INPUT AGELIST-FILE
081400     IF AGELIST-FILE-NOT-FOUND
081500         GO TO 4000-EXIT
081600     END-IF
081700     IF NOT AGELIST-FILE-OK
081800         DISPLAY "AGELIST OPEN FAILED - FILE STATUS "
081900             AGELIST-FILE-STATUS
082000         MOVE 16 TO RETURN-CODE
082100         STOP RUN
082200     END-IF
082300     PERFORM 4100-COUNT-ONE-AGED
082400         THRU 4100-EXIT
082500         UNTIL AGELIST-EOF
082600     CLOSE AGELIST-FILE
082700 4000-EXIT.
082800     EXIT.
082900*----------------------------------------------------------------
083000* 4100-COUNT-ONE-AGED
083100*----------------------------------------------------------------
083200 4100-COUNT-ONE-AGED.
083300     READ AGELIST-FILE
083400         AT END
083500             SET AGELIST-EOF TO TRUE
083600             GO TO 4100-EXIT
083700     END-READ
083800     IF AL-CUSTOMER-ID-X NOT NUMERIC
083900         GO TO 4100-EXIT
084000     END-IF
084100     ADD 1 TO AGED-READ
084200     MOVE SPACES           TO ATTR-BRANCH-CODE-X
084300     MOVE AL-CUSTOMER-ID-X TO ATTR-CUSTOMER-ID-X
084400     PERFORM 6000-ATTRIBUTE-BRANCH
084500         THRU 6000-EXIT
084600     ADD 1 TO BW-AGED (ATTR-SUB)
084700 4100-EXIT.
084800     EXIT.
084900*----------------------------------------------------------------
085000* 5000-COUNT-DUP-SUSPECTS
085100*
085200* CHARGES THE DUPLICATE-PERSON SUSPECT GROUPS TO BRANCHES.  A
085300* GROUP COUNTS ONCE AGAINST EVERY BRANCH THAT HAS A CUSTOMER IN
085400* IT - A GROUP SPLIT ACROSS TWO BRANCHES IS BOTH BRANCHES'
085500* PROBLEM.  AN ABSENT REPORT IS TREATED AS EMPTY.
085600*----------------------------------------------------------------
085700 5000-COUNT-DUP-SUSPECTS.
085800     OPEN INPUT DUPSRPT-FILE
085900     IF DUPSRPT-FILE-NOT-FOUND
086000         GO TO 5000-EXIT
086100     END-IF
086200     IF NOT DUPSRPT-FILE-OK
086300         DISPLAY "DUPSRPT OPEN FAILED - FILE STATUS "
086400             DUPSRPT-FILE-STATUS
086500         MOVE 16 TO RETURN-CODE
086600         STOP RUN
086700     END-IF
086800     PERFORM 5100-COUNT-ONE-DUP-LINE
086900         THRU 5100-EXIT
087000         UNTIL DUPSRPT-EOF
087100     CLOSE DUPSRPT-FILE
087200 5000-EXIT.
087300     EXIT.
087400*----------------------------------------------------------------
087500* 5100-COUNT-ONE-DUP-LINE
087600*
087700* A GROUP LINE STARTS A NEW GROUP NUMBER.  A DETAIL LINE IS
087800* CHARGED TO ITS BRANCH UNLESS THAT BRANCH ALREADY HAS THIS
087900* GROUP.  HEADINGS AND TOTALS ARE PASSED OVER.
088000*----------------------------------------------------------------
088100 5100-COUNT-ONE-DUP-LINE.
088200     READ DUPSRPT-FILE
088300         AT END
088400             SET DUPSRPT-EOF TO TRUE
088500             GO TO 5100-EXIT
088600     END-READ
088700     IF DR-GROUP-LABEL = "NAME: "
088800         ADD 1 TO DUP-GROUP-NUMBER
088900         GO TO 5100-EXIT
089000     END-IF
089100     IF DR-DETAIL-LABEL NOT = "CUST ID  "
089200         GO TO 5100-EXIT
089300     END-IF
089400     ADD 1 TO DUP-SUSPECTS-READ
089500     MOVE DR-BRANCH-CODE-X TO ATTR-BRANCH-CODE-X
089600     MOVE DR-CUSTOMER-ID-X TO ATTR-CUSTOMER-ID-X
089700     PERFORM 6000-ATTRIBUTE-BRANCH
089800         THRU 6000-EXIT
089900     IF BW-LAST-GROUP (ATTR-SUB) = DUP-GROUP-NUMBER
090000         GO TO 5100-EXIT
090100     END-IF
090200     MOVE DUP-GROUP-NUMBER TO BW-LAST-GROUP (ATTR-SUB)
090300     ADD 1 TO BW-DUP-SUSPECTS (ATTR-SUB)
090400 5100-EXIT.
090500     EXIT.
090600*----------------------------------------------------------------
090700* 6000-ATTRIBUTE-BRANCH
090800*
090900* FINDS THE BRANCH TABLE ENTRY A RECORD IS CHARGED TO AND
091000* RETURNS IT IN ATTR-SUB.  THE RECORD'S OWN BRANCH CODE
091100* (ATTR-BRANCH-CODE-X) IS USED WHEN IT IS A REFERENCE BRANCH;
091200* OTHERWISE THE CUSTOMER (ATTR-CUSTOMER-ID-X) IS LOOKED UP ON
091300* THE CUSTOMER MASTER AND CHARGED TO ITS SERVICING BRANCH.
091400* WHAT CANNOT BE CHARGED EITHER WAY GOES TO THE NOT-ATTRIBUTED
091500* ENTRY.
091600*----------------------------------------------------------------
091700 6000-ATTRIBUTE-BRANCH.
091800     MOVE NOT-ATTRIBUTED-SUB TO ATTR-SUB
091900     IF ATTR-BRANCH-CODE-X NUMERIC
092000         MOVE ATTR-BRANCH-CODE TO FIND-BRANCH-CODE
092100         PERFORM 6100-FIND-BRANCH
092200             THRU 6100-EXIT
092300         IF BRANCH-FOUND-SUB > ZERO
092400             MOVE BRANCH-FOUND-SUB TO ATTR-SUB
092500             GO TO 6000-EXIT
092600         END-IF
092700     END-IF
092800     IF ATTR-CUSTOMER-ID-X NOT NUMERIC
092900         GO TO 6000-NOT-ATTRIBUTED
093000     END-IF
093100     ADD 1 TO MASTER-LOOKUPS
093200     MOVE ATTR-CUSTOMER-ID TO CM-CUSTOMER-ID
093300     READ CUSTMSTR-FILE
093400         INVALID KEY
093500             GO TO 6000-NOT-ATTRIBUTED
093600     END-READ
093700     MOVE CM-BRANCH-CODE TO FIND-BRANCH-CODE
093800     PERFORM 6100-FIND-BRANCH
093900         THRU 6100-EXIT
094000     IF BRANCH-FOUND-SUB > ZERO
094100         MOVE BRANCH-FOUND-SUB TO ATTR-SUB
094200         GO TO 6000-EXIT
094300     END-IF.
094400 6000-NOT-ATTRIBUTED.
094500     ADD 1 TO NOT-ATTRIBUTED-COUNT
094600 6000-EXIT.
094700     EXIT.
094800*----------------------------------------------------------------
094900* 6100-FIND-BRANCH
095000*
095100* SEARCHES THE BRANCH TABLE FOR FIND-BRANCH-CODE.
095200* BRANCH-FOUND-SUB RETURNS THE MATCHING ENTRY, OR ZERO WHEN THE
095300* BRANCH IS NOT ON THE REFERENCE.
095400*----------------------------------------------------------------
095500 6100-FIND-BRANCH.
095600     MOVE ZERO TO BRANCH-FOUND-SUB
095700     MOVE 1    TO BRANCH-SUB
095800     PERFORM 6110-CHECK-ONE-BRANCH
095900         THRU 6110-EXIT
096000         UNTIL BRANCH-SUB > BRANCH-COUNT
096100             OR BRANCH-FOUND-SUB > ZERO
096200 6100-EXIT.
096300     EXIT.
096400*----------------------------------------------------------------
096500* 6110-CHECK-ONE-BRANCH
096600*----------------------------------------------------------------
096700 6110-CHECK-ONE-BRANCH.
096800     IF BW-BRANCH-CODE (BRANCH-SUB) = FIND-BRANCH-CODE
096900         MOVE BRANCH-SUB TO BRANCH-FOUND-SUB
097000         GO TO 6110-EXIT
097100     END-IF
097200     ADD 1 TO BRANCH-SUB
097300 6110-EXIT.
097400     EXIT.
097500*----------------------------------------------------------------
097600* 7000-RELEASE-BRANCHES
097700*
097800* SORT INPUT PROCEDURE.  SCORES EVERY REFERENCE BRANCH AND
097900* RELEASES ONE SORT RECORD PER BRANCH.  THE NOT-ATTRIBUTED
098000* ENTRY IS NOT RANKED.
098100*----------------------------------------------------------------
098200 7000-RELEASE-BRANCHES.
098300     MOVE 1 TO BRANCH-SUB
098400     PERFORM 7100-RELEASE-ONE-BRANCH
098500         THRU 7100-EXIT
098600         UNTIL BRANCH-SUB > BRANCH-COUNT
098700 7000-IP-EXIT.
098800     EXIT.
098900*----------------------------------------------------------------
099000* 7100-RELEASE-ONE-BRANCH
099100*
099200* A BRANCH SCORING THE SAME AS ANOTHER RANKS ON ITS EVENT
099300* COUNT, THEN ON BRANCH CODE.
099400*----------------------------------------------------------------
099500 7100-RELEASE-ONE-BRANCH.
099600     MOVE BW-COUNTS (BRANCH-SUB) TO LINE-COUNTS
099700     PERFORM 8500-COMPUTE-RATES
099800         THRU 8500-EXIT
099900     MOVE LC-SCORE                    TO SR-SCORE
100000     MOVE LC-EVENT-TOTAL              TO SR-EVENT-TOTAL
100100     MOVE BW-BRANCH-CODE (BRANCH-SUB) TO SR-BRANCH-CODE
100200     MOVE BRANCH-SUB                  TO SR-BRANCH-SUB
100300     RELEASE SORT-RECORD
100400     ADD 1 TO BRANCH-SUB
100500 7100-EXIT.
100600     EXIT.
100700*----------------------------------------------------------------
100800* 8000-REPORT-BRANCHES
100900*
101000* SORT OUTPUT PROCEDURE.  WRITES THE HEADINGS, ONE RANKED LINE
101100* PER BRANCH WORST FIRST, THEN THE NOT-ATTRIBUTED LINE WHEN
101200* ANYTHING COULD NOT BE CHARGED TO A BRANCH, AND THE
101300* ALL-BRANCHES TOTAL LINE.
101400*----------------------------------------------------------------
101500 8000-REPORT-BRANCHES.
101600     MOVE DQS-HEADING-1        TO DQSCORE-RECORD
101700     WRITE DQSCORE-RECORD
101800     MOVE REPORT-MONTH         TO DQS-REPORT-MONTH
101900     MOVE CURRENT-RUN-DATE     TO DQS-RUN-DATE
102000     MOVE DQS-HEADING-2        TO DQSCORE-RECORD
102100     WRITE DQSCORE-RECORD
102200     MOVE PRIOR-MONTH          TO DQS-PRIOR-MONTH
102300     MOVE DQS-HEADING-3        TO DQSCORE-RECORD
102400     WRITE DQSCORE-RECORD
102500     MOVE DQS-BLANK-LINE       TO DQSCORE-RECORD
102600     WRITE DQSCORE-RECORD
102700     MOVE DQS-COLUMN-HEADING-1 TO DQSCORE-RECORD
102800     WRITE DQSCORE-RECORD
102900     MOVE DQS-COLUMN-HEADING-2 TO DQSCORE-RECORD
103000     WRITE DQSCORE-RECORD
103100     MOVE DQS-BLANK-LINE       TO DQSCORE-RECORD
103200     WRITE DQSCORE-RECORD
103300     PERFORM 8100-RETURN-SORTED
103400         THRU 8100-EXIT
103500     PERFORM 8200-PRINT-ONE-BRANCH
103600         THRU 8200-EXIT
103700         UNTIL SORT-EOF
103800     MOVE DQS-BLANK-LINE       TO DQSCORE-RECORD
103900     WRITE DQSCORE-RECORD
104000     MOVE BW-COUNTS (NOT-ATTRIBUTED-SUB) TO LINE-COUNTS
104100     IF LINE-COUNTS = ZEROS
104200         GO TO 8000-TOTALS
104300     END-IF
104400     PERFORM 8500-COMPUTE-RATES
104500         THRU 8500-EXIT
104600     PERFORM 8600-FORMAT-LINE
104700         THRU 8600-EXIT
104800     MOVE SPACES             TO DQS-BRANCH-CODE
104900     MOVE "*NOT ATTRIBUTED*" TO DQS-BRANCH-NAME
105000     MOVE DQS-DETAIL-LINE    TO DQSCORE-RECORD
105100     WRITE DQSCORE-RECORD
105200     PERFORM 8700-ADD-TO-TOTALS
105300         THRU 8700-EXIT.
105400 8000-TOTALS.
105500     MOVE TOTAL-COUNTS       TO LINE-COUNTS
105600     PERFORM 8500-COMPUTE-RATES
105700         THRU 8500-EXIT
105800     PERFORM 8600-FORMAT-LINE
105900         THRU 8600-EXIT
106000     MOVE SPACES             TO DQS-BRANCH-CODE
106100     MOVE "ALL BRANCHES"     TO DQS-BRANCH-NAME
106200     MOVE DQS-DETAIL-LINE    TO DQSCORE-RECORD
106300     WRITE DQSCORE-RECORD
106400 8000-OP-EXIT.
106500     EXIT.
106600*----------------------------------------------------------------
106700* 8100-RETURN-SORTED
106800*----------------------------------------------------------------
106900 8100-RETURN-SORTED.
107000     RETURN SORT-FILE
107100         AT END
107200             SET SORT-EOF TO TRUE
107300     END-RETURN
107400 8100-EXIT.
107500     EXIT.
107600*----------------------------------------------------------------
107700* 8200-PRINT-ONE-BRANCH
107800*
107900* PRINTS ONE RANKED BRANCH WITH ITS PRIOR-MONTH RANK AND THE
108000* CHANGE IN ITS SCORE SINCE, WRITES THIS MONTH'S RESULT TO THE
108100* NEW HISTORY AND READS THE NEXT SORTED BRANCH.  A BRANCH NOT
108200* SCORED LAST MONTH PRINTS THE PRIOR COLUMNS BLANK.
108300*----------------------------------------------------------------
108400 8200-PRINT-ONE-BRANCH.
108500     ADD 1 TO RANK-NUMBER
108600     MOVE SR-BRANCH-SUB TO BRANCH-SUB
108700     MOVE BW-COUNTS (BRANCH-SUB) TO LINE-COUNTS
108800     PERFORM 8500-COMPUTE-RATES
108900         THRU 8500-EXIT
109000     PERFORM 8600-FORMAT-LINE
109100         THRU 8600-EXIT
109200     MOVE RANK-NUMBER                 TO DQS-RANK
109300     MOVE BW-BRANCH-CODE (BRANCH-SUB) TO DQS-BRANCH-CODE
109400     MOVE BW-BRANCH-NAME (BRANCH-SUB) TO DQS-BRANCH-NAME
109500     IF BW-PRIOR-FOUND (BRANCH-SUB)
109600         MOVE BW-PRIOR-RANK (BRANCH-SUB) TO DQS-PRIOR-RANK
109700         COMPUTE SCORE-CHANGE =
109800             LC-SCORE - BW-PRIOR-SCORE (BRANCH-SUB)
109900         MOVE SCORE-CHANGE TO DQS-CHANGE
110000     END-IF
110100     MOVE DQS-DETAIL-LINE TO DQSCORE-RECORD
110200     WRITE DQSCORE-RECORD
110300     ADD 1 TO BRANCHES-REPORTED
110400     MOVE SPACES                      TO HISTORY-WORK
110500     MOVE REPORT-MONTH                TO DH-REPORT-MONTH
110600     MOVE BW-BRANCH-CODE (BRANCH-SUB) TO DH-BRANCH-CODE
110700     MOVE LC-CUSTOMERS                TO DH-CUSTOMERS
110800     MOVE LC-EDIT-REJECTS             TO DH-EDIT-REJECTS
110900     MOVE LC-DOB-EXCEPTIONS           TO DH-DOB-EXCEPTIONS
111000     MOVE LC-IN-SUSPENSE              TO DH-IN-SUSPENSE
111100     MOVE LC-AGED                     TO DH-AGED
111200     MOVE LC-DUP-SUSPECTS             TO DH-DUP-SUSPECTS
111300     MOVE LC-AVERAGE-DAYS             TO DH-AVERAGE-DAYS
111400     MOVE LC-SCORE                    TO DH-SCORE
111500     MOVE RANK-NUMBER                 TO DH-RANK
111600     MOVE HISTORY-WORK                TO DQHISTOT-RECORD
111700     WRITE DQHISTOT-RECORD
111800     PERFORM 8700-ADD-TO-TOTALS
111900         THRU 8700-EXIT
112000     PERFORM 8100-RETURN-SORTED
112100         THRU 8100-EXIT
112200 8200-EXIT.
112300     EXIT.
112400*----------------------------------------------------------------
112500* 8500-COMPUTE-RATES
112600*
112700* DERIVES THE RATES PER 1000 CUSTOMERS, THE SCORE AND THE
112800* AVERAGE DAYS IN SUSPENSE FROM LINE-COUNTS.  THE SCORE IS ALL
112900* FIVE CATEGORIES TOGETHER PER 1000 CUSTOMERS.  A LINE WITH NO
113000* CUSTOMERS HAS NO RATES.  A SCORE TOO LARGE FOR ITS FIELD -
113100* ONLY POSSIBLE ON A BRANCH WITH A HANDFUL OF CUSTOMERS - IS
113200* HELD AT THE MAXIMUM SO THE BRANCH STILL RANKS AT THE TOP.
113300*----------------------------------------------------------------
113400 8500-COMPUTE-RATES.
113500     COMPUTE LC-EVENT-TOTAL =
113600         LC-EDIT-REJECTS + LC-DOB-EXCEPTIONS + LC-IN-SUSPENSE
113700         + LC-AGED + LC-DUP-SUSPECTS
113800     MOVE ZEROS TO LC-AVERAGE-DAYS
113900     IF LC-IN-SUSPENSE > ZERO
114000         COMPUTE LC-AVERAGE-DAYS ROUNDED =
114100             LC-SUSPENSE-DAYS / LC-IN-SUSPENSE
114200     END-IF
114300     MOVE ZEROS TO LC-EDIT-RATE
114400     MOVE ZEROS TO LC-EXCP-RATE
114500     MOVE ZEROS TO LC-SUSP-RATE
114600     MOVE ZEROS TO LC-AGED-RATE
114700     MOVE ZEROS TO LC-DUPS-RATE
114800     MOVE ZEROS TO LC-SCORE
114900     IF LC-CUSTOMERS = ZERO
115000         GO TO 8500-EXIT
115100     END-IF
115200     COMPUTE LC-EDIT-RATE ROUNDED =
115300         LC-EDIT-REJECTS * 1000 / LC-CUSTOMERS
115400     COMPUTE LC-EXCP-RATE ROUNDED =
115500         LC-DOB-EXCEPTIONS * 1000 / LC-CUSTOMERS
115600     COMPUTE LC-SUSP-RATE ROUNDED =
115700         LC-IN-SUSPENSE * 1000 / LC-CUSTOMERS
115800     COMPUTE LC-AGED-RATE ROUNDED =
115900         LC-AGED * 1000 / LC-CUSTOMERS
116000     COMPUTE LC-DUPS-RATE ROUNDED =
116100         LC-DUP-SUSPECTS * 1000 / LC-CUSTOMERS
116200     COMPUTE LC-SCORE ROUNDED =
116300         LC-EVENT-TOTAL * 1000 / LC-CUSTOMERS
116400         ON SIZE ERROR
116500             MOVE 99999.9 TO LC-SCORE
116600     END-COMPUTE
116700 8500-EXIT.
116800     EXIT.
116900*----------------------------------------------------------------
117000* 8600-FORMAT-LINE
117100*
117200* MOVES LINE-COUNTS AND ITS RATES TO THE DETAIL LINE, WITH THE
117300* RANK AND PRIOR-MONTH COLUMNS BLANK FOR THE CALLER TO FILL.
117400*----------------------------------------------------------------
117500 8600-FORMAT-LINE.
117600     MOVE ZERO              TO DQS-RANK
117700     MOVE ZERO              TO DQS-PRIOR-RANK
117800     MOVE SPACES            TO DQS-CHANGE-X
117900     MOVE LC-CUSTOMERS      TO DQS-CUSTOMERS
118000     MOVE LC-EDIT-REJECTS   TO DQS-EDIT-COUNT
118100     MOVE LC-EDIT-RATE      TO DQS-EDIT-RATE
118200     MOVE LC-DOB-EXCEPTIONS TO DQS-EXCP-COUNT
118300     MOVE LC-EXCP-RATE      TO DQS-EXCP-RATE
118400     MOVE LC-IN-SUSPENSE    TO DQS-SUSP-COUNT
118500     MOVE LC-SUSP-RATE      TO DQS-SUSP-RATE
118600     MOVE LC-AGED           TO DQS-AGED-COUNT
118700     MOVE LC-AGED-RATE      TO DQS-AGED-RATE
118800     MOVE LC-DUP-SUSPECTS   TO DQS-DUPS-COUNT
118900     MOVE LC-DUPS-RATE      TO DQS-DUPS-RATE
119000     MOVE LC-AVERAGE-DAYS   TO DQS-AVERAGE-DAYS
119100     MOVE LC-SCORE          TO DQS-SCORE
119200 8600-EXIT.
119300     EXIT.
119400*----------------------------------------------------------------
119500* 8700-ADD-TO-TOTALS
119600*----------------------------------------------------------------
119700 8700-ADD-TO-TOTALS.
119800     ADD LC-CUSTOMERS      TO TC-CUSTOMERS
119900     ADD LC-EDIT-REJECTS   TO TC-EDIT-REJECTS
120000     ADD LC-DOB-EXCEPTIONS TO TC-DOB-EXCEPTIONS
120100     ADD LC-IN-SUSPENSE    TO TC-IN-SUSPENSE
120200     ADD LC-SUSPENSE-DAYS  TO TC-SUSPENSE-DAYS
120300     ADD LC-AGED           TO TC-AGED
120400     ADD LC-DUP-SUSPECTS   TO TC-DUP-SUSPECTS
120500 8700-EXIT.
120600     EXIT.
120700*----------------------------------------------------------------
120800* 9999-TERMINATE
120900*
121000* CLOSES THE FILES AND SUMMARIZES THE RUN ON THE JOB LOG.  A RUN
121100* THAT COULD NOT CHARGE SOMETHING TO A REFERENCE BRANCH ENDS
121200* WITH RETURN CODE 4 SO DATA CONTROL IS POINTED AT THE
121300* NOT-ATTRIBUTED LINE.
121400*----------------------------------------------------------------
121500 9999-TERMINATE.
121600     CLOSE CUSTMSTR-FILE
121700     CLOSE DQHISTOT-FILE
121800     CLOSE DQSCORE-FILE
121900     DISPLAY "Customers read      = " CUSTOMERS-READ
122000     DISPLAY "Events read         = " EVENTS-READ
122100     DISPLAY "Suspense read       = " SUSPENSE-READ
122200     DISPLAY "Aged read           = " AGED-READ
122300     DISPLAY "Dup suspects read   = " DUP-SUSPECTS-READ
122400     DISPLAY "Master lookups      = " MASTER-LOOKUPS
122500     DISPLAY "Not attributed      = " NOT-ATTRIBUTED-COUNT
122600     DISPLAY "Branches reported   = " BRANCHES-REPORTED
122700     DISPLAY "History carried     = " HISTORY-CARRIED
122800     DISPLAY "History expired     = " HISTORY-EXPIRED
122900     DISPLAY "History replaced    = " HISTORY-REPLACED
123000     MOVE "DQSCORE"         TO RC-PROGRAM-NAME
123100     MOVE CUSTOMERS-READ    TO RC-RECORDS-IN
123200     MOVE BRANCHES-REPORTED TO RC-RECORDS-OUT
123300     MOVE "COMPLETED"       TO RC-COMPLETION-STATUS
123400     CALL "RunLogProgram" USING RUNCNTL-REC
123500*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
123600*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
123700     IF NOT-ATTRIBUTED-COUNT > ZERO
123800         MOVE 4 TO RETURN-CODE
123900     END-IF
124000 9999-EXIT.
124100     EXIT.
