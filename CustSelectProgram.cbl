000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CustSelectProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW CRITERIA-DRIVEN CUSTOMER SELECTION RUN.
001300*                 EVERY MARKETING OR COMPLIANCE PULL WAS A
001400*                 ONE-OFF PROGRAM OR A HAND FILTER OF THE BIRTH
001500*                 DATE REGISTER.  THIS RUN TAKES UP TO FIVE
001600*                 SELECTION REQUESTS ON SELCARD CRITERIA CARDS -
001700*                 BRANCH LISTS AND RANGES, STATUS CODES, AN AGE
001800*                 RANGE (SHARED AgeCalcProgram, CENTURY PIVOT
001900*                 FROM THE PARAMETER MASTER), BIRTH MONTHS AND A
002000*                 NAME PREFIX, ALL CARDS OF A REQUEST ANDED -
002100*                 READS THE KEYED CUSTOMER MASTER ONCE, AND
002200*                 WRITES EACH REQUEST'S CUSTOMERS TO ITS OWN
002300*                 EXTRACT (SELEXT1-SELEXT5, SHARED SelExtr
002400*                 LAYOUT FRAMED BY THE ExtCtl CONTROL RECORDS
002500*                 WITH A CUSTOMER-ID HASH TOTAL).  THE SELECTION
002600*                 SUMMARY (SELRPT) ECHOES EACH REQUEST'S CARDS
002700*                 AND COUNTS ITS CUSTOMERS BY BRANCH.  RETURN
002800*                 CODE 8 WHEN ANY CARD WAS IN ERROR - THAT
002900*                 REQUEST IS NOT RUN - AND 4 WHEN A REQUEST
003000*                 SELECTED NOBODY.
003100*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CM-CUSTOMER-ID
003900         FILE STATUS IS CUSTMSTR-FILE-STATUS.
004000     SELECT BRCHMSTR-FILE ASSIGN TO "BRCHMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS BR-BRANCH-CODE
004400         FILE STATUS IS BRCHMSTR-FILE-STATUS.
004500     SELECT SELCARD-FILE ASSIGN TO "SELCARD"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS SELCARD-FILE-STATUS.
004800     SELECT SELEXT1-FILE ASSIGN TO "SELEXT1"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS SELEXT1-FILE-STATUS.
005100     SELECT SELEXT2-FILE ASSIGN TO "SELEXT2"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS SELEXT2-FILE-STATUS.
005400     SELECT SELEXT3-FILE ASSIGN TO "SELEXT3"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS SELEXT3-FILE-STATUS.
005700     SELECT SELEXT4-FILE ASSIGN TO "SELEXT4"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS SELEXT4-FILE-STATUS.
006000     SELECT SELEXT5-FILE ASSIGN TO "SELEXT5"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS SELEXT5-FILE-STATUS.
006300     SELECT SELRPT-FILE ASSIGN TO "SELRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS SELRPT-FILE-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800*----------------------------------------------------------------
006900* CUSTMSTR - KEYED CUSTOMER MASTER, READ SEQUENTIALLY THROUGH
007000* THE SHARED CustMast DEFINITION.
007100*----------------------------------------------------------------
007200 FD  CUSTMSTR-FILE.
007300     COPY CustMast.
007400*----------------------------------------------------------------
007500* BRCHMSTR - KEYED BRANCH REFERENCE, READ SEQUENTIALLY AT
007600* INITIALIZATION TO LOAD THE BRANCH TABLE THE SELECTIONS ARE
007700* COUNTED IN.
007800*----------------------------------------------------------------
007900 FD  BRCHMSTR-FILE.
008000     COPY BranchRef.
008100*----------------------------------------------------------------
008200* SELCARD - SELECTION CRITERIA CARDS.  COLUMN 1 IS THE REQUEST
008300* NUMBER (1-5), COLUMNS 3-4 THE CRITERION AND COLUMNS 6-80 ITS
008400* OPERANDS, BROKEN OUT BY THE CRITERIA-CARD VIEW BELOW.  CARDS
008500* MAY COME IN ANY ORDER, UP TO TEN PER REQUEST.
008600*----------------------------------------------------------------
008700 FD  SELCARD-FILE
008800     RECORDING MODE IS F.
008900 01  SELCARD-RECORD              PIC X(80).
009000*----------------------------------------------------------------
009100* SELEXT1 THROUGH SELEXT5 - ONE SELECTION EXTRACT PER REQUEST
009200* NUMBER, IN THE SHARED SelExtr LAYOUT BUILT IN WORKING-STORAGE
009300* AND FRAMED BY THE ExtCtl CONTROL RECORDS.  ALL FIVE ARE
009400* ALWAYS FRAMED, SO AN UNUSED OR NOT-RUN REQUEST'S EXTRACT IS
009500* A HEADER AND A ZERO TRAILER.
009600*----------------------------------------------------------------
009700 FD  SELEXT1-FILE
009800     RECORDING MODE IS F.
009900 01  SELEXT1-RECORD              PIC X(80).
010000 FD  SELEXT2-FILE
010100     RECORDING MODE IS F.
010200 01  SELEXT2-RECORD              PIC X(80).
010300 FD  SELEXT3-FILE
010400     RECORDING MODE IS F.
010500 01  SELEXT3-RECORD              PIC X(80).
010600 FD  SELEXT4-FILE
010700     RECORDING MODE IS F.
010800 01  SELEXT4-RECORD              PIC X(80).
010900 FD  SELEXT5-FILE
011000     RECORDING MODE IS F.
011100 01  SELEXT5-RECORD              PIC X(80).
011200*----------------------------------------------------------------
011300* SELRPT - SELECTION SUMMARY.
011400*----------------------------------------------------------------
011500 FD  SELRPT-FILE
011600     RECORDING MODE IS F.
011700 01  SELRPT-RECORD               PIC X(80).
011800 WORKING-STORAGE SECTION.
011900     COPY BirthDate.
012000*----------------------------------------------------------------
012100* ONE SELECTION EXTRACT DETAIL, BUILT HERE THROUGH THE SHARED
012200* SelExtr DEFINITION AND MOVED TO THE REQUEST'S EXTRACT.
012300*----------------------------------------------------------------
012400     COPY SelExtr.
012500*----------------------------------------------------------------
012600* SHARED HEADER/TRAILER CONTROL-RECORD LAYOUTS FRAMING EACH
012700* SELECTION EXTRACT, WITH A HASH TOTAL OF THE DETAIL CUSTOMER
012800* IDS.
012900*----------------------------------------------------------------
013000     COPY ExtCtl.
013100*----------------------------------------------------------------
013200* ONE CRITERIA CARD, BROKEN OUT BY CRITERION.  A CARD IS MOVED
013300* HERE WHEN IT IS READ AND AGAIN, FROM THE REQUEST TABLE,
013400* EVERY TIME IT IS APPLIED TO A CUSTOMER.
013500*   TI  TITLE PRINTED ON THE SUMMARY     COLS 6-65
013600*   BR  BRANCH LIST - UP TO TEN 4-DIGIT  COLS 6-9, 11-14, ...
013700*       CODES, ANY ONE MATCHES
013800*   BX  BRANCH RANGE, INCLUSIVE          FROM 6-9, TO 11-14
013900*   ST  STATUS LIST - UP TO FIVE OF      COLS 6, 8, 10, 12, 14
014000*       A/D/C, ANY ONE MATCHES.  A BLANK STATUS ON THE
014100*       MASTER IS TAKEN AS A, AS IN THE MILESTONE RUN.
014200*   AG  AGE RANGE IN WHOLE YEARS AS OF   FROM 6-8, TO 10-12
014300*       THE RUN DATE, INCLUSIVE
014400*   BM  BIRTH MONTH LIST - UP TO TWELVE  COLS 6-7, 9-10, ...
014500*       MONTHS 01-12, ANY ONE MATCHES
014600*   NP  NAME PREFIX - THE NAME MUST      COLS 6-30
014700*       BEGIN WITH IT
014800* A CUSTOMER WHOSE BIRTH DATE IS NOT A VALID DATE MEETS NO AG
014900* OR BM CARD.
015000*----------------------------------------------------------------
015100 01  CRITERIA-CARD.
015200     05  CC-REQUEST-NUMBER-X     PIC X(01).
015300     05  CC-REQUEST-NUMBER REDEFINES CC-REQUEST-NUMBER-X
015400                                 PIC 9(01).
015500     05  FILLER                  PIC X(01).
015600     05  CC-CRITERION            PIC X(02).
015700         88  CC-TITLE-CARD             VALUE "TI".
015800         88  CC-BRANCH-LIST-CARD       VALUE "BR".
015900         88  CC-BRANCH-RANGE-CARD      VALUE "BX".
016000         88  CC-STATUS-CARD            VALUE "ST".
016100         88  CC-AGE-RANGE-CARD         VALUE "AG".
016200         88  CC-BIRTH-MONTH-CARD       VALUE "BM".
016300         88  CC-NAME-PREFIX-CARD       VALUE "NP".
016400     05  FILLER                  PIC X(01).
016500     05  CC-OPERANDS             PIC X(75).
016600     05  CC-TITLE-VIEW REDEFINES CC-OPERANDS.
016700         10  CC-TITLE            PIC X(60).
016800         10  FILLER              PIC X(15).
016900     05  CC-BRANCH-LIST-VIEW REDEFINES CC-OPERANDS.
017000         10  CC-BRANCH-SLOT OCCURS 10 TIMES.
017100             15  CC-LIST-BRANCH-X    PIC X(04).
017200             15  CC-LIST-BRANCH REDEFINES CC-LIST-BRANCH-X
017300                                     PIC 9(04).
017400             15  FILLER              PIC X(01).
017500         10  FILLER              PIC X(25).
017600     05  CC-BRANCH-RANGE-VIEW REDEFINES CC-OPERANDS.
017700         10  CC-BRANCH-FROM-X    PIC X(04).
017800         10  CC-BRANCH-FROM REDEFINES CC-BRANCH-FROM-X
017900                                 PIC 9(04).
018000         10  FILLER              PIC X(01).
018100         10  CC-BRANCH-TO-X      PIC X(04).
018200         10  CC-BRANCH-TO REDEFINES CC-BRANCH-TO-X
018300                                 PIC 9(04).
018400         10  FILLER              PIC X(66).
018500     05  CC-STATUS-VIEW REDEFINES CC-OPERANDS.
018600         10  CC-STATUS-SLOT OCCURS 5 TIMES.
018700             15  CC-LIST-STATUS      PIC X(01).
018800             15  FILLER              PIC X(01).
018900         10  FILLER              PIC X(65).
019000     05  CC-AGE-RANGE-VIEW REDEFINES CC-OPERANDS.
019100         10  CC-AGE-FROM-X       PIC X(03).
019200         10  CC-AGE-FROM REDEFINES CC-AGE-FROM-X
019300                                 PIC 9(03).
019400         10  FILLER              PIC X(01).
019500         10  CC-AGE-TO-X         PIC X(03).
019600         10  CC-AGE-TO REDEFINES CC-AGE-TO-X
019700                                 PIC 9(03).
019800         10  FILLER              PIC X(68).
019900     05  CC-BIRTH-MONTH-VIEW REDEFINES CC-OPERANDS.
020000         10  CC-MONTH-SLOT OCCURS 12 TIMES.
020100             15  CC-LIST-MONTH-X     PIC X(02).
020200             15  CC-LIST-MONTH REDEFINES CC-LIST-MONTH-X
020300                                     PIC 9(02).
020400             15  FILLER              PIC X(01).
020500         10  FILLER              PIC X(39).
020600     05  CC-NAME-PREFIX-VIEW REDEFINES CC-OPERANDS.
020700         10  CC-NAME-PREFIX      PIC X(25).
020800         10  CC-PREFIX-CHARS REDEFINES CC-NAME-PREFIX.
020900             15  CC-PREFIX-CHAR      PIC X(01)
021000                                     OCCURS 25 TIMES.
021100         10  FILLER              PIC X(50).
021200*----------------------------------------------------------------
021300* REQUEST TABLE, ONE ENTRY PER REQUEST NUMBER.  EACH HOLDS ITS
021400* CRITERIA CARDS AS READ (WITH THE SIGNIFICANT LENGTH OF A NAME
021500* PREFIX, WORKED OUT ONCE AT LOAD), WHETHER A CARD OF IT WAS IN
021600* ERROR, AND THE CUSTOMERS IT SELECTED.  A REQUEST WITH NO
021700* CARDS IS UNUSED.
021800*----------------------------------------------------------------
021900 01  REQUEST-TABLE.
022000     05  REQUEST-ENTRY OCCURS 5 TIMES.
022100         10  RQ-CARD-COUNT       PIC 9(03) COMP VALUE ZERO.
022200         10  RQ-CRITERIA-COUNT   PIC 9(03) COMP VALUE ZERO.
022300         10  RQ-ERROR-SWITCH     PIC X(01) VALUE "N".
022400             88  RQ-IN-ERROR               VALUE "Y".
022500         10  RQ-ERROR-TEXT       PIC X(40) VALUE SPACES.
022600         10  RQ-TITLE            PIC X(60) VALUE SPACES.
022700         10  RQ-SELECTED         PIC 9(07) VALUE ZEROS.
022800         10  RQ-HASH-TOTAL       PIC 9(12) VALUE ZEROS.
022900         10  RQ-OTHER-SELECTED   PIC 9(07) VALUE ZEROS.
023000         10  RQ-CARD-ENTRY OCCURS 10 TIMES.
023100             15  RQ-CARD-IMAGE       PIC X(80) VALUE SPACES.
023200             15  RQ-CARD-ERROR-SWITCH
023300                                     PIC X(01) VALUE "N".
023400                 88  RQ-CARD-IN-ERROR          VALUE "Y".
023500             15  RQ-PREFIX-LENGTH    PIC 9(02) VALUE ZEROS.
023600*----------------------------------------------------------------
023700* BRANCH TABLE.  LOADED ONCE AT INITIALIZATION FROM THE KEYED
023800* BRANCH REFERENCE, IN BRANCH-CODE ORDER, AND SEARCHED FOR EVERY
023900* SELECTED CUSTOMER'S BRANCH SO EACH REQUEST'S SELECTIONS CAN BE
024000* COUNTED BY BRANCH.  A CUSTOMER ON A BRANCH NOT ON THE
024100* REFERENCE IS COUNTED IN THE REQUEST'S RQ-OTHER-SELECTED.
024200*----------------------------------------------------------------
024300 01  BRANCH-TABLE.
024400     05  BRANCH-COUNT            PIC 9(03) COMP VALUE ZERO.
024500     05  BRANCH-ENTRY OCCURS 500 TIMES.
024600         10  BW-BRANCH-CODE      PIC 9(04).
024700         10  BW-BRANCH-NAME      PIC X(25).
024800         10  BW-SELECTED         PIC 9(07) OCCURS 5 TIMES.
024900*----------------------------------------------------------------
025000* SELECTION SUMMARY PRINT LINES.  EACH IS 80 BYTES WIDE SO IT
025100* CAN BE MOVED STRAIGHT INTO SELRPT-RECORD.
025200*----------------------------------------------------------------
025300 01  SEL-HEADING-1.
025400     05  FILLER               PIC X(20) VALUE SPACES.
025500     05  FILLER               PIC X(40) VALUE
025600             "CUSTOMER SELECTION SUMMARY".
025700     05  FILLER               PIC X(20) VALUE SPACES.
025800 01  SEL-HEADING-2.
025900     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
026000     05  SEL-RUN-DATE         PIC 9(08).
026100     05  FILLER               PIC X(62) VALUE SPACES.
026200 01  SEL-BLANK-LINE           PIC X(80) VALUE SPACES.
026300 01  SEL-RULE-LINE            PIC X(80) VALUE ALL "-".
026400 01  SEL-REQUEST-LINE.
026500     05  FILLER               PIC X(08) VALUE "REQUEST ".
026600     05  SEL-REQUEST-NUMBER   PIC 9(01).
026700     05  FILLER               PIC X(03) VALUE SPACES.
026800     05  SEL-REQUEST-TITLE    PIC X(60).
026900     05  FILLER               PIC X(08) VALUE SPACES.
027000 01  SEL-CARD-LINE.
027100     05  SEL-CARD-MARK        PIC X(04).
027200     05  SEL-CARD-IMAGE       PIC X(76).
027300 01  SEL-MESSAGE-LINE.
027400     05  FILLER               PIC X(04) VALUE SPACES.
027500     05  SEL-MESSAGE          PIC X(76).
027600 01  SEL-ERROR-LINE.
027700     05  FILLER               PIC X(04) VALUE SPACES.
027800     05  FILLER               PIC X(18) VALUE
027900             "REQUEST NOT RUN - ".
028000     05  SEL-ERROR-TEXT       PIC X(40).
028100     05  FILLER               PIC X(18) VALUE SPACES.
028200 01  SEL-EXTRACT-LINE.
028300     05  FILLER               PIC X(04) VALUE SPACES.
028400     05  FILLER               PIC X(33) VALUE
028500             "EXTRACT WRITTEN TO DD:".
028600     05  FILLER               PIC X(06) VALUE "SELEXT".
028700     05  SEL-EXTRACT-NUMBER   PIC 9(01).
028800     05  FILLER               PIC X(36) VALUE SPACES.
028900 01  SEL-BRANCH-HEADING.
029000     05  FILLER               PIC X(04) VALUE SPACES.
029100     05  FILLER               PIC X(33) VALUE
029200             "BRCH  BRANCH NAME".
029300     05  FILLER               PIC X(43) VALUE "SELECTED".
029400 01  SEL-BRANCH-LINE.
029500     05  FILLER               PIC X(04) VALUE SPACES.
029600     05  SEL-BR-CODE          PIC X(04).
029700     05  FILLER               PIC X(02) VALUE SPACES.
029800     05  SEL-BR-NAME          PIC X(25).
029900     05  FILLER               PIC X(02) VALUE SPACES.
030000     05  SEL-BR-SELECTED      PIC ZZZ,ZZ9.
030100     05  FILLER               PIC X(36) VALUE SPACES.
030200 01  SEL-TOTAL-LINE.
030300     05  FILLER               PIC X(04) VALUE SPACES.
030400     05  SEL-TOTAL-LABEL      PIC X(33).
030500     05  SEL-TOTAL-COUNT      PIC ZZZ,ZZ9.
030600     05  FILLER               PIC X(36) VALUE SPACES.
030700 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
030800     88  CUSTMSTR-FILE-OK              VALUE "00".
030900 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
031000     88  BRCHMSTR-FILE-OK              VALUE "00".
031100 77  SELCARD-FILE-STATUS     PIC X(02) VALUE "00".
031200     88  SELCARD-FILE-OK               VALUE "00".
031300 77  SELEXT1-FILE-STATUS     PIC X(02) VALUE "00".
031400     88  SELEXT1-FILE-OK               VALUE "00".
031500 77  SELEXT2-FILE-STATUS     PIC X(02) VALUE "00".
031600     88  SELEXT2-FILE-OK               VALUE "00".
031700 77  SELEXT3-FILE-STATUS     PIC X(02) VALUE "00".
031800     88  SELEXT3-FILE-OK               VALUE "00".
031900 77  SELEXT4-FILE-STATUS     PIC X(02) VALUE "00".
032000     88  SELEXT4-FILE-OK               VALUE "00".
032100 77  SELEXT5-FILE-STATUS     PIC X(02) VALUE "00".
032200     88  SELEXT5-FILE-OK               VALUE "00".
032300 77  SELRPT-FILE-STATUS      PIC X(02) VALUE "00".
032400     88  SELRPT-FILE-OK                VALUE "00".
032500 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
032600     88  END-OF-FILE                   VALUE "Y".
032700 77  BRCHMSTR-EOF-SWITCH     PIC X(01) VALUE "N".
032800     88  BRCHMSTR-EOF                  VALUE "Y".
032900 77  SELCARD-EOF-SWITCH      PIC X(01) VALUE "N".
033000     88  SELCARD-EOF                   VALUE "Y".
033100 77  DATE-VALID-SWITCH       PIC X(01) VALUE "Y".
033200     88  DATE-VALID                    VALUE "Y".
033300 77  CRITERIA-MET-SWITCH     PIC X(01) VALUE "N".
033400     88  CRITERIA-MET                  VALUE "Y".
033500 77  SLOT-MATCH-SWITCH       PIC X(01) VALUE "N".
033600     88  SLOT-MATCH                    VALUE "Y".
033700 77  SLOT-USED-SWITCH        PIC X(01) VALUE "N".
033800     88  SLOT-USED                     VALUE "Y".
033900 77  CARD-ERROR-TEXT         PIC X(40) VALUE SPACES.
034000 77  REASON-TEXT             PIC X(30) VALUE SPACES.
034100 77  CENTURY-PIVOT-YEAR      PIC 99    VALUE 30.
034200 77  CUSTOMER-AGE            PIC 999   VALUE ZEROS.
034300 77  CUSTOMER-STATUS         PIC X(01) VALUE SPACES.
034400 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
034500 77  REQUEST-SUB             PIC 9(03) COMP VALUE ZERO.
034600 77  CARD-SUB                PIC 9(03) COMP VALUE ZERO.
034700 77  SLOT-SUB                PIC 9(03) COMP VALUE ZERO.
034800 77  PREFIX-LENGTH           PIC 9(03) COMP VALUE ZERO.
034900 77  BRANCH-SUB              PIC 9(03) COMP VALUE ZERO.
035000 77  BRANCH-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
035100 77  EXTRACT-WORK            PIC X(80) VALUE SPACES.
035200 77  CARDS-READ              PIC 9(05) VALUE ZEROS.
035300 77  CARDS-IN-ERROR          PIC 9(05) VALUE ZEROS.
035400 77  REQUESTS-RUN            PIC 9(05) VALUE ZEROS.
035500 77  REQUESTS-NOT-RUN        PIC 9(05) VALUE ZEROS.
035600 77  REQUESTS-EMPTY          PIC 9(05) VALUE ZEROS.
035700 77  CUSTOMERS-READ          PIC 9(07) VALUE ZEROS.
035800 77  SELECTIONS-WRITTEN      PIC 9(07) VALUE ZEROS.
035900 77  INVALID-DATES           PIC 9(07) VALUE ZEROS.
036000*----------------------------------------------------------------
036100* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
036200* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
036300*----------------------------------------------------------------
036400     COPY RunCntl.
036500*----------------------------------------------------------------
036600* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
036700* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
036800*----------------------------------------------------------------
036900     COPY ParmReq.
037000 PROCEDURE DIVISION.
037100*----------------------------------------------------------------
037200* 0000-MAINLINE
037300*
037400* LOADS AND EDITS THE CRITERIA CARDS, READS THE CUSTOMER MASTER
037500* ONCE APPLYING EVERY RUNNABLE REQUEST TO EACH CUSTOMER, AND
037600* TERMINATES THE RUN.
037700*----------------------------------------------------------------
037800 0000-MAINLINE.
037900     PERFORM 1000-INITIALIZE
038000         THRU 1000-EXIT
038100     PERFORM 2000-SELECT-CUSTOMERS
038200         THRU 2000-EXIT
038300         UNTIL END-OF-FILE
038400     PERFORM 9999-TERMINATE
038500         THRU 9999-EXIT
038600     STOP RUN.
038700*----------------------------------------------------------------
038800* 1000-INITIALIZE
038900*
039000* STAMPS THE START RUN-CONTROL RECORD, LOOKS UP THE CENTURY
039100* PIVOT, OPENS THE SUMMARY AND WRITES ITS HEADINGS, LOADS THE
039200* BRANCH TABLE AND THE CRITERIA CARDS, OPENS AND FRAMES THE
039300* FIVE EXTRACTS AND OPENS THE MASTER - FAILING THE RUN ON ANY
039400* OPEN ERROR - AND PRIMES THE FIRST CUSTOMER.  WHEN NO REQUEST
039500* CAN BE RUN THE MASTER IS NOT READ AT ALL.
039600*----------------------------------------------------------------
039700 1000-INITIALIZE.
039800     MOVE "CUSTSEL"  TO RC-PROGRAM-NAME
039900     MOVE ZEROS      TO RC-RECORDS-IN
040000     MOVE ZEROS      TO RC-RECORDS-OUT
040100     MOVE "STARTED"  TO RC-COMPLETION-STATUS
040200     CALL "RunLogProgram" USING RUNCNTL-REC
040300     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
040400     PERFORM 1100-LOAD-CENTURY-PIVOT
040500         THRU 1100-EXIT
040600     OPEN OUTPUT SELRPT-FILE
040700     IF NOT SELRPT-FILE-OK
040800         DISPLAY "SELRPT OPEN FAILED - FILE STATUS "
040900             SELRPT-FILE-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF
041300     MOVE SEL-HEADING-1      TO SELRPT-RECORD
041400     WRITE SELRPT-RECORD
041500     MOVE CURRENT-RUN-DATE   TO SEL-RUN-DATE
041600     MOVE SEL-HEADING-2      TO SELRPT-RECORD
041700     WRITE SELRPT-RECORD
041800     MOVE SEL-BLANK-LINE     TO SELRPT-RECORD
041900     WRITE SELRPT-RECORD
042000     PERFORM 1200-LOAD-BRANCH-TABLE
042100         THRU 1200-EXIT
042200     PERFORM 1300-LOAD-CRITERIA
042300         THRU 1300-EXIT
042400     MOVE 1 TO REQUEST-SUB
042500     PERFORM 1400-CHECK-ONE-REQUEST
042600         THRU 1400-EXIT
042700         UNTIL REQUEST-SUB > 5
042800     PERFORM 1500-OPEN-EXTRACTS
042900         THRU 1500-EXIT
043000     OPEN INPUT CUSTMSTR-FILE
043100     IF NOT CUSTMSTR-FILE-OK
043200         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
043300             CUSTMSTR-FILE-STATUS
043400         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043600     END-IF
043700     IF REQUESTS-RUN = ZERO
043800         DISPLAY "NO SELECTION REQUEST TO RUN"
043900         SET END-OF-FILE TO TRUE
044000         GO TO 1000-EXIT
044100     END-IF
044200     PERFORM 2100-READ-CUSTMSTR
044300         THRU 2100-EXIT
044400 1000-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 1100-LOAD-CENTURY-PIVOT
044800*
044900* LOOKS UP THE CENTURY-WINDOW PIVOT YEAR (PIVOT-YEAR) ON THE
045000* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS
045100* NOT A TWO-DIGIT YEAR, THE COMPILED-IN DEFAULT OF 30 IS LEFT IN
045200* PLACE.
045300*----------------------------------------------------------------
045400 1100-LOAD-CENTURY-PIVOT.
045500     MOVE "CUSTSEL"        TO PR-PROGRAM-NAME
045600     MOVE "PIVOT-YEAR"     TO PR-PARM-NAME
045700     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
045800     CALL "ParmLookupProgram" USING PARMREQ-AREA
045900     IF NOT PR-FOUND
046000             OR PR-NUMERIC-VALUE NOT NUMERIC
046100         GO TO 1100-EXIT
046200     END-IF
046300     IF PR-NUMERIC-VALUE > 99
046400         GO TO 1100-EXIT
046500     END-IF
046600     MOVE PR-NUMERIC-VALUE TO CENTURY-PIVOT-YEAR
046700 1100-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 1200-LOAD-BRANCH-TABLE
047100*
047200* READS THE KEYED BRANCH REFERENCE SEQUENTIALLY AND LOADS THE
047300* BRANCH TABLE.  BRANCHES PAST THE TABLE LIMIT ARE REPORTED TO
047400* THE JOB LOG AND DROPPED; THEIR CUSTOMERS ARE COUNTED AS NOT ON
047500* THE REFERENCE.
047600*----------------------------------------------------------------
047700 1200-LOAD-BRANCH-TABLE.
047800     OPEN INPUT BRCHMSTR-FILE
047900     IF NOT BRCHMSTR-FILE-OK
048000         DISPLAY "BRCHMSTR OPEN FAILED - FILE STATUS "
048100             BRCHMSTR-FILE-STATUS
048200         MOVE 16 TO RETURN-CODE
048300         STOP RUN
048400     END-IF
048500     PERFORM 1210-LOAD-ONE-BRANCH
048600         THRU 1210-EXIT
048700         UNTIL BRCHMSTR-EOF
048800     CLOSE BRCHMSTR-FILE
048900 1200-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200* 1210-LOAD-ONE-BRANCH
049300*----------------------------------------------------------------
049400 1210-LOAD-ONE-BRANCH.
049500     READ BRCHMSTR-FILE
049600         AT END
049700             SET BRCHMSTR-EOF TO TRUE
049800             GO TO 1210-EXIT
049900     END-READ
050000     IF BRANCH-COUNT >= 500
050100         DISPLAY "BRANCH TABLE FULL - BRANCH DROPPED: "
050200             BR-BRANCH-CODE
050300         GO TO 1210-EXIT
050400     END-IF
050500     ADD 1 TO BRANCH-COUNT
050600     MOVE BR-BRANCH-CODE TO BW-BRANCH-CODE (BRANCH-COUNT)
050700     MOVE BR-BRANCH-NAME TO BW-BRANCH-NAME (BRANCH-COUNT)
050800     MOVE ZEROS          TO BW-SELECTED (BRANCH-COUNT 1)
050900     MOVE ZEROS          TO BW-SELECTED (BRANCH-COUNT 2)
051000     MOVE ZEROS          TO BW-SELECTED (BRANCH-COUNT 3)
051100     MOVE ZEROS          TO BW-SELECTED (BRANCH-COUNT 4)
051200     MOVE ZEROS          TO BW-SELECTED (BRANCH-COUNT 5)
051300 1210-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------
051600* 1300-LOAD-CRITERIA
051700*
051800* READS EVERY CRITERIA CARD INTO THE REQUEST TABLE, EDITING
051900* EACH ONE AS IT IS LOADED.
052000*----------------------------------------------------------------
052100 1300-LOAD-CRITERIA.
052200     OPEN INPUT SELCARD-FILE
052300     IF NOT SELCARD-FILE-OK
052400         DISPLAY "SELCARD OPEN FAILED - FILE STATUS "
052500             SELCARD-FILE-STATUS
052600         MOVE 16 TO RETURN-CODE
052700         STOP RUN
052800     END-IF
052900     PERFORM 1310-LOAD-ONE-CARD
053000         THRU 1310-EXIT
053100         UNTIL SELCARD-EOF
053200     CLOSE SELCARD-FILE
053300 1300-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600* 1310-LOAD-ONE-CARD
053700*
053800* FILES ONE CARD UNDER ITS REQUEST NUMBER AND EDITS IT.  A CARD
053900* WITH NO VALID REQUEST NUMBER BELONGS TO NO REQUEST - IT IS
054000* LISTED ON THE SUMMARY AND COUNTED.  AN ELEVENTH CARD FOR A
054100* REQUEST CANNOT BE HELD, AND RUNNING THE REQUEST WITHOUT IT
054200* WOULD SELECT TOO MUCH, SO THE WHOLE REQUEST IS NOT RUN.
054300*----------------------------------------------------------------
054400 1310-LOAD-ONE-CARD.
054500     READ SELCARD-FILE
054600         AT END
054700             SET SELCARD-EOF TO TRUE
054800             GO TO 1310-EXIT
054900     END-READ
055000     ADD 1 TO CARDS-READ
055100     MOVE SELCARD-RECORD TO CRITERIA-CARD
055200     IF CC-REQUEST-NUMBER-X NOT NUMERIC
055300         GO TO 1310-REJECT
055400     END-IF
055500     IF CC-REQUEST-NUMBER < 1 OR CC-REQUEST-NUMBER > 5
055600         GO TO 1310-REJECT
055700     END-IF
055800     MOVE CC-REQUEST-NUMBER TO REQUEST-SUB
055900     IF RQ-CARD-COUNT (REQUEST-SUB) >= 10
056000         DISPLAY "SELCARD CARD DROPPED - MORE THAN TEN CARDS"
056100             " FOR REQUEST " CC-REQUEST-NUMBER
056200         MOVE "MORE THAN TEN CARDS" TO CARD-ERROR-TEXT
056300         PERFORM 1330-FLAG-REQUEST
056400             THRU 1330-EXIT
056500         GO TO 1310-EXIT
056600     END-IF
056700     ADD 1 TO RQ-CARD-COUNT (REQUEST-SUB)
056800     MOVE RQ-CARD-COUNT (REQUEST-SUB) TO CARD-SUB
056900     MOVE SELCARD-RECORD TO RQ-CARD-IMAGE (REQUEST-SUB CARD-SUB)
057000     PERFORM 1320-EDIT-CARD
057100         THRU 1320-EXIT
057200     IF CARD-ERROR-TEXT NOT = SPACES
057300         MOVE "Y" TO RQ-CARD-ERROR-SWITCH (REQUEST-SUB CARD-SUB)
057400         PERFORM 1330-FLAG-REQUEST
057500             THRU 1330-EXIT
057600     END-IF
057700     GO TO 1310-EXIT.
057800 1310-REJECT.
057900     ADD 1 TO CARDS-IN-ERROR
058000     MOVE "CARD REJECTED - COLUMN 1 IS NOT A REQUEST NUMBER 1-5"
058100         TO SEL-MESSAGE
058200     MOVE SEL-MESSAGE-LINE TO SELRPT-RECORD
058300     WRITE SELRPT-RECORD
058400     MOVE "**"           TO SEL-CARD-MARK
058500     MOVE SELCARD-RECORD TO SEL-CARD-IMAGE
058600     MOVE SEL-CARD-LINE  TO SELRPT-RECORD
058700     WRITE SELRPT-RECORD
058800     MOVE SEL-BLANK-LINE TO SELRPT-RECORD
058900     WRITE SELRPT-RECORD
059000 1310-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300* 1320-EDIT-CARD
059400*
059500* EDITS THE CARD IN CRITERIA-CARD FOR ITS CRITERION AND RETURNS
059600* THE REASON IN CARD-ERROR-TEXT, OR SPACES WHEN IT IS GOOD.  A
059700* TITLE IS KEPT FOR THE SUMMARY; EVERY OTHER GOOD CARD COUNTS
059800* AS A CRITERION OF ITS REQUEST.
059900*----------------------------------------------------------------
060000 1320-EDIT-CARD.
060100     MOVE SPACES TO CARD-ERROR-TEXT
060200     EVALUATE TRUE
060300         WHEN CC-TITLE-CARD
060400             MOVE CC-TITLE TO RQ-TITLE (REQUEST-SUB)
060500             GO TO 1320-EXIT
060600         WHEN CC-BRANCH-LIST-CARD
060700             PERFORM 1340-EDIT-BRANCH-LIST
060800                 THRU 1340-EXIT
060900         WHEN CC-BRANCH-RANGE-CARD
061000             PERFORM 1350-EDIT-BRANCH-RANGE
061100                 THRU 1350-EXIT
061200         WHEN CC-STATUS-CARD
061300             PERFORM 1360-EDIT-STATUS-LIST
061400                 THRU 1360-EXIT
061500         WHEN CC-AGE-RANGE-CARD
061600             PERFORM 1370-EDIT-AGE-RANGE
061700                 THRU 1370-EXIT
061800         WHEN CC-BIRTH-MONTH-CARD
061900             PERFORM 1380-EDIT-BIRTH-MONTHS
062000                 THRU 1380-EXIT
062100         WHEN CC-NAME-PREFIX-CARD
062200             PERFORM 1390-EDIT-NAME-PREFIX
062300                 THRU 1390-EXIT
062400         WHEN OTHER
062500             MOVE "CRITERION NOT TI/BR/BX/ST/AG/BM/NP"
062600                 TO CARD-ERROR-TEXT
062700     END-EVALUATE
062800     IF CARD-ERROR-TEXT = SPACES
062900         ADD 1 TO RQ-CRITERIA-COUNT (REQUEST-SUB)
063000     END-IF
063100 1320-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------
063400* 1330-FLAG-REQUEST
063500*
063600* COUNTS THE CARD IN ERROR AND MARKS ITS REQUEST NOT TO BE RUN,
063700* KEEPING THE FIRST REASON FOR THE SUMMARY.
063800*----------------------------------------------------------------
063900 1330-FLAG-REQUEST.
064000     ADD 1 TO CARDS-IN-ERROR
064100     IF RQ-IN-ERROR (REQUEST-SUB)
064200         GO TO 1330-EXIT
064300     END-IF
064400     MOVE "Y"             TO RQ-ERROR-SWITCH (REQUEST-SUB)
064500     MOVE CARD-ERROR-TEXT TO RQ-ERROR-TEXT (REQUEST-SUB)
064600 1330-EXIT.
064700     EXIT.
064800*----------------------------------------------------------------
064900* 1340-EDIT-BRANCH-LIST
065000*
065100* EVERY CODE KEYED MUST BE NUMERIC AND AT LEAST ONE MUST BE
065200* KEYED.  BLANK SLOTS ARE SKIPPED.
065300*----------------------------------------------------------------
065400 1340-EDIT-BRANCH-LIST.
065500     MOVE "N" TO SLOT-USED-SWITCH
065600     MOVE 1   TO SLOT-SUB
065700     PERFORM 1341-EDIT-ONE-BRANCH
065800         THRU 1341-EXIT
065900         UNTIL SLOT-SUB > 10
066000             OR CARD-ERROR-TEXT NOT = SPACES
066100     IF CARD-ERROR-TEXT = SPACES
066200             AND NOT SLOT-USED
066300         MOVE "NO BRANCH CODE ON BR CARD" TO CARD-ERROR-TEXT
066400     END-IF
066500 1340-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800* 1341-EDIT-ONE-BRANCH
066900*----------------------------------------------------------------
067000 1341-EDIT-ONE-BRANCH.
067100     IF CC-LIST-BRANCH-X (SLOT-SUB) = SPACES
067200         GO TO 1341-NEXT
067300     END-IF
067400     IF CC-LIST-BRANCH-X (SLOT-SUB) NOT NUMERIC
067500         MOVE "BRANCH CODE NOT NUMERIC" TO CARD-ERROR-TEXT
067600         GO TO 1341-EXIT
067700     END-IF
067800     SET SLOT-USED TO TRUE.
067900 1341-NEXT.
068000     ADD 1 TO SLOT-SUB
068100 1341-EXIT.
068200     EXIT.
068300*----------------------------------------------------------------
068400* 1350-EDIT-BRANCH-RANGE
068500*----------------------------------------------------------------
068600 1350-EDIT-BRANCH-RANGE.
068700     IF CC-BRANCH-FROM-X NOT NUMERIC
068800             OR CC-BRANCH-TO-X NOT NUMERIC
068900         MOVE "BRANCH RANGE NOT NUMERIC" TO CARD-ERROR-TEXT
069000         GO TO 1350-EXIT
069100     END-IF
069200     IF CC-BRANCH-FROM > CC-BRANCH-TO
069300         MOVE "BRANCH RANGE FROM IS ABOVE TO" TO CARD-ERROR-TEXT
069400     END-IF
069500 1350-EXIT.
069600     EXIT.
069700*----------------------------------------------------------------
069800* 1360-EDIT-STATUS-LIST
069900*
070000* EVERY CODE KEYED MUST BE A, D OR C AND AT LEAST ONE MUST BE
070100* KEYED.  BLANK SLOTS ARE SKIPPED.
070200*----------------------------------------------------------------
070300 1360-EDIT-STATUS-LIST.
070400     MOVE "N" TO SLOT-USED-SWITCH
070500     MOVE 1   TO SLOT-SUB
070600     PERFORM 1361-EDIT-ONE-STATUS
070700         THRU 1361-EXIT
070800         UNTIL SLOT-SUB > 5
070900             OR CARD-ERROR-TEXT NOT = SPACES
071000     IF CARD-ERROR-TEXT = SPACES
071100             AND NOT SLOT-USED
071200         MOVE "NO STATUS CODE ON ST CARD" TO CARD-ERROR-TEXT
071300     END-IF
071400 1360-EXIT.
071500     EXIT.
071600*----------------------------------------------------------------
071700* 1361-EDIT-ONE-STATUS
071800*----------------------------------------------------------------
071900 1361-EDIT-ONE-STATUS.
072000     IF CC-LIST-STATUS (SLOT-SUB) = SPACE
072100         GO TO 1361-NEXT
072200     END-IF
072300     IF CC-LIST-STATUS (SLOT-SUB) NOT = "A"
072400             AND CC-LIST-STATUS (SLOT-SUB) NOT = "D"
072500             AND CC-LIST-STATUS (SLOT-SUB) NOT = "C"
072600         MOVE "STATUS CODE NOT A, D OR C" TO CARD-ERROR-TEXT
072700         GO TO 1361-EXIT
072800     END-IF
072900     SET SLOT-USED TO TRUE.
073000 1361-NEXT.
073100     ADD 1 TO SLOT-SUB
073200 1361-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------
073500* 1370-EDIT-AGE-RANGE
073600*----------------------------------------------------------------
073700 1370-EDIT-AGE-RANGE.
073800     IF CC-AGE-FROM-X NOT NUMERIC
073900             OR CC-AGE-TO-X NOT NUMERIC
074000         MOVE "AGE RANGE NOT NUMERIC" TO CARD-ERROR-TEXT
074100         GO TO 1370-EXIT
074200     END-IF
074300     IF CC-AGE-FROM > CC-AGE-TO
074400         MOVE "AGE RANGE FROM IS ABOVE TO" TO CARD-ERROR-TEXT
074500     END-IF
074600 1370-EXIT.
074700     EXIT.
074800*----------------------------------------------------------------
074900* 1380-EDIT-BIRTH-MONTHS
075000*
075100* EVERY MONTH KEYED MUST BE 01-12 AND AT LEAST ONE MUST BE
075200* KEYED.  BLANK SLOTS ARE SKIPPED.
075300*----------------------------------------------------------------
075400 1380-EDIT-BIRTH-MONTHS.
075500     MOVE "N" TO SLOT-USED-SWITCH
075600     MOVE 1   TO SLOT-SUB
075700     PERFORM 1381-EDIT-ONE-MONTH
075800         THRU 1381-EXIT
075900         UNTIL SLOT-SUB > 12
076000             OR CARD-ERROR-TEXT NOT = SPACES
076100     IF CARD-ERROR-TEXT = SPACES
076200             AND NOT SLOT-USED
076300         MOVE "NO BIRTH MONTH ON BM CARD" TO CARD-ERROR-TEXT
076400     END-IF
076500 1380-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800* 1381-EDIT-ONE-MONTH
076900*----------------------------------------------------------------
077000 1381-EDIT-ONE-MONTH.
077100     IF CC-LIST-MONTH-X (SLOT-SUB) = SPACES
077200         GO TO 1381-NEXT
077300     END-IF
077400     IF CC-LIST-MONTH-X (SLOT-SUB) NOT NUMERIC
077500         MOVE "BIRTH MONTH NOT NUMERIC" TO CARD-ERROR-TEXT
077600         GO TO 1381-EXIT
077700     END-IF
077800     IF CC-LIST-MONTH (SLOT-SUB) < 1
077900             OR CC-LIST-MONTH (SLOT-SUB) > 12
078000         MOVE "BIRTH MONTH NOT 01-12" TO CARD-ERROR-TEXT
078100         GO TO 1381-EXIT
078200     END-IF
078300     SET SLOT-USED TO TRUE.
078400 1381-NEXT.
078500     ADD 1 TO SLOT-SUB
078600 1381-EXIT.
078700     EXIT.
078800*----------------------------------------------------------------
078900* 1390-EDIT-NAME-PREFIX
079000*
079100* THE PREFIX MUST NOT BE BLANK.  ITS SIGNIFICANT LENGTH - UP TO
079200* THE LAST NON-BLANK CHARACTER - IS WORKED OUT HERE, ONCE, AND
079300* KEPT WITH THE CARD FOR THE COMPARE.
079400*----------------------------------------------------------------
079500 1390-EDIT-NAME-PREFIX.
079600     IF CC-NAME-PREFIX = SPACES
079700         MOVE "NO NAME PREFIX ON NP CARD" TO CARD-ERROR-TEXT
079800         GO TO 1390-EXIT
079900     END-IF
080000     MOVE 25 TO PREFIX-LENGTH
080100     PERFORM 1391-SHORTEN-PREFIX
080200         THRU 1391-EXIT
080300         UNTIL CC-PREFIX-CHAR (PREFIX-LENGTH) NOT = SPACE
080400     MOVE PREFIX-LENGTH
080500         TO RQ-PREFIX-LENGTH (REQUEST-SUB CARD-SUB)
080600 1390-EXIT.
080700     EXIT.
080800*----------------------------------------------------------------
080900* 1391-SHORTEN-PREFIX
081000*----------------------------------------------------------------
081100 1391-SHORTEN-PREFIX.
081200     SUBTRACT 1 FROM PREFIX-LENGTH
081300 1391-EXIT.
081400     EXIT.
081500*----------------------------------------------------------------
081600* 1400-CHECK-ONE-REQUEST
081700*
081800* DECIDES WHETHER ONE REQUEST NUMBER IS RUN.  A REQUEST WITH NO
081900* CARDS IS UNUSED.  ONE WITH A CARD IN ERROR, OR WITH NOTHING
082000* BUT A TITLE - WHICH WOULD SELECT THE WHOLE MASTER - IS NOT
082100* RUN.
082200*----------------------------------------------------------------
082300 1400-CHECK-ONE-REQUEST.
082400     IF RQ-CARD-COUNT (REQUEST-SUB) = ZERO
082500         GO TO 1400-NEXT
082600     END-IF
082700     IF NOT RQ-IN-ERROR (REQUEST-SUB)
082800             AND RQ-CRITERIA-COUNT (REQUEST-SUB) = ZERO
082900         MOVE "Y" TO RQ-ERROR-SWITCH (REQUEST-SUB)
083000         MOVE "NO SELECTION CRITERIA ON THE CARDS"
083100             TO RQ-ERROR-TEXT (REQUEST-SUB)
083200     END-IF
083300     IF RQ-IN-ERROR (REQUEST-SUB)
083400         ADD 1 TO REQUESTS-NOT-RUN
083500     ELSE
083600         ADD 1 TO REQUESTS-RUN
083700     END-IF.
083800 1400-NEXT.
083900     ADD 1 TO REQUEST-SUB
084000 1400-EXIT.
084100     EXIT.
084200*----------------------------------------------------------------
084300* 1500-OPEN-EXTRACTS
084400*
084500* OPENS ALL FIVE EXTRACTS AND WRITES EACH ONE'S HEADER CONTROL
084600* RECORD, WHETHER OR NOT ITS REQUEST IS RUN, SO EVERY EXTRACT
084700* THE JOB CATALOGS IS FRAMED.
084800*----------------------------------------------------------------
084900 1500-OPEN-EXTRACTS.
085000     OPEN OUTPUT SELEXT1-FILE
085100     IF NOT SELEXT1-FILE-OK
085200         DISPLAY "SELEXT1 OPEN FAILED - FILE STATUS "
085300             SELEXT1-FILE-STATUS
085400         MOVE 16 TO RETURN-CODE
085500         STOP RUN
085600     END-IF
085700     OPEN OUTPUT SELEXT2-FILE
085800     IF NOT SELEXT2-FILE-OK
085900         DISPLAY "SELEXT2 OPEN FAILED - FILE STATUS "
086000             SELEXT2-FILE-STATUS
086100         MOVE 16 TO RETURN-CODE
086200         STOP RUN
086300     END-IF
086400     OPEN OUTPUT SELEXT3-FILE
086500     IF NOT SELEXT3-FILE-OK
086600         DISPLAY "SELEXT3 OPEN FAILED - FILE STATUS "
086700             SELEXT3-FILE-STATUS
086800         MOVE 16 TO RETURN-CODE
086900         STOP RUN
087000     END-IF
087100     OPEN OUTPUT SELEXT4-FILE
087200     IF NOT SELEXT4-FILE-OK
087300         DISPLAY "SELEXT4 OPEN FAILED - FILE STATUS "
087400             SELEXT4-FILE-STATUS
087500         MOVE 16 TO RETURN-CODE
087600         STOP RUN
087700     END-IF
087800     OPEN OUTPUT SELEXT5-FILE
087900     IF NOT SELEXT5-FILE-OK
088000         DISPLAY "SELEXT5 OPEN FAILED - FILE STATUS "
088100             SELEXT5-FILE-STATUS
088200         MOVE 16 TO RETURN-CODE
088300         STOP RUN
088400     END-IF
088500     MOVE CURRENT-RUN-DATE TO XH-RUN-DATE
088600     MOVE EXTCTL-HEADER    TO EXTRACT-WORK
088700     MOVE 1 TO REQUEST-SUB
088800     PERFORM 1510-WRITE-ONE-HEADER
088900         THRU 1510-EXIT
089000         UNTIL REQUEST-SUB > 5
089100 1500-EXIT.
089200     EXIT.
089300*----------------------------------------------------------------
089400* 1510-WRITE-ONE-HEADER
089500*----------------------------------------------------------------
089600 1510-WRITE-ONE-HEADER.
089700     PERFORM 7000-WRITE-EXTRACT
089800         THRU 7000-EXIT
089900     ADD 1 TO REQUEST-SUB
090000 1510-EXIT.
090100     EXIT.
090200*----------------------------------------------------------------
090300* 2000-SELECT-CUSTOMERS
090400*
090500* WORKS OUT ONE CUSTOMER'S AGE AND STATUS ONCE, APPLIES EVERY
090600* RUNNABLE REQUEST TO IT, AND READS THE NEXT CUSTOMER.
090700*----------------------------------------------------------------
090800 2000-SELECT-CUSTOMERS.
090900     PERFORM 2200-AGE-CUSTOMER
091000         THRU 2200-EXIT
091100     MOVE CM-STATUS-CODE TO CUSTOMER-STATUS
091200     IF CUSTOMER-STATUS = SPACE
091300         MOVE "A" TO CUSTOMER-STATUS
091400     END-IF
091500     MOVE 1 TO REQUEST-SUB
091600     PERFORM 2300-APPLY-ONE-REQUEST
091700         THRU 2300-EXIT
091800         UNTIL REQUEST-SUB > 5
091900     PERFORM 2100-READ-CUSTMSTR
092000         THRU 2100-EXIT
092100 2000-EXIT.
092200     EXIT.
092300*----------------------------------------------------------------
092400* 2100-READ-CUSTMSTR
092500*----------------------------------------------------------------
092600 2100-READ-CUSTMSTR.
092700     READ CUSTMSTR-FILE
092800         AT END
092900             SET END-OF-FILE TO TRUE
093000             GO TO 2100-EXIT
093100     END-READ
093200     ADD 1 TO CUSTOMERS-READ
093300 2100-EXIT.
093400     EXIT.
093500*----------------------------------------------------------------
093600* 2200-AGE-CUSTOMER
093700*
093800* WINDOWS AND VALIDATES THE MASTER'S BIRTH DATE THE SAME WAY
093900* THE DOB RUN DOES AND, WHEN IT IS VALID, COMPUTES THE CURRENT
094000* AGE AS OF THE RUN DATE THROUGH THE SHARED AgeCalcProgram.  AN
094100* INVALID DATE LEAVES THE AGE AT ZERO.
094200*----------------------------------------------------------------
094300 2200-AGE-CUSTOMER.
094400     MOVE ZEROS TO CUSTOMER-AGE
094500     MOVE CM-BIRTH-DATE TO BirthDate
094600     IF CenturyOB = ZERO
094700         PERFORM 2210-DERIVE-CENTURY
094800             THRU 2210-EXIT
094900     END-IF
095000     CALL "DateValidProgram" USING BirthDate,
095100             DATE-VALID-SWITCH, REASON-TEXT
095200     IF NOT DATE-VALID
095300         ADD 1 TO INVALID-DATES
095400         GO TO 2200-EXIT
095500     END-IF
095600     CALL "AgeCalcProgram" USING BirthDate, CURRENT-RUN-DATE,
095700             CUSTOMER-AGE
095800 2200-EXIT.
095900     EXIT.
096000*----------------------------------------------------------------
096100* 2210-DERIVE-CENTURY
096200*
096300* APPLIES THE CENTURY-WINDOW PIVOT RULE - YEAROB AT OR ABOVE
096400* THE PIVOT YEAR IS TAKEN AS 19xx, OTHERWISE 20xx - THE SAME
096500* RULE THE DOB RUN APPLIES.
096600*----------------------------------------------------------------
096700 2210-DERIVE-CENTURY.
096800     IF YearOB >= CENTURY-PIVOT-YEAR
096900         MOVE 19 TO CenturyOB
097000     ELSE
097100         MOVE 20 TO CenturyOB
097200     END-IF
097300 2210-EXIT.
097400     EXIT.
097500*----------------------------------------------------------------
097600* 2300-APPLY-ONE-REQUEST
097700*
097800* APPLIES EVERY CARD OF ONE RUNNABLE REQUEST TO THE CUSTOMER,
097900* STOPPING AT THE FIRST CARD IT FAILS, AND SELECTS THE CUSTOMER
098000* WHEN IT MEETS THEM ALL.
098100*----------------------------------------------------------------
098200 2300-APPLY-ONE-REQUEST.
098300     IF RQ-CARD-COUNT (REQUEST-SUB) = ZERO
098400             OR RQ-IN-ERROR (REQUEST-SUB)
098500         GO TO 2300-NEXT
098600     END-IF
098700     SET CRITERIA-MET TO TRUE
098800     MOVE 1 TO CARD-SUB
098900     PERFORM 2400-APPLY-ONE-CARD
099000         THRU 2400-EXIT
099100         UNTIL CARD-SUB > RQ-CARD-COUNT (REQUEST-SUB)
099200             OR NOT CRITERIA-MET
099300     IF CRITERIA-MET
099400         PERFORM 2600-SELECT-CUSTOMER
099500             THRU 2600-EXIT
099600     END-IF.
099700 2300-NEXT.
099800     ADD 1 TO REQUEST-SUB
099900 2300-EXIT.
100000     EXIT.
100100*----------------------------------------------------------------
100200* 2400-APPLY-ONE-CARD
100300*
100400* TESTS THE CUSTOMER AGAINST ONE CARD AND CLEARS CRITERIA-MET
100500* WHEN IT FAILS.  A TITLE CARD IS NOT A TEST.
100600*----------------------------------------------------------------
100700 2400-APPLY-ONE-CARD.
100800     MOVE RQ-CARD-IMAGE (REQUEST-SUB CARD-SUB) TO CRITERIA-CARD
100900     EVALUATE TRUE
101000         WHEN CC-BRANCH-LIST-CARD
101100             PERFORM 2410-MATCH-BRANCH-LIST
101200                 THRU 2410-EXIT
101300         WHEN CC-BRANCH-RANGE-CARD
101400             IF CM-BRANCH-CODE < CC-BRANCH-FROM
101500                     OR CM-BRANCH-CODE > CC-BRANCH-TO
101600                 MOVE "N" TO CRITERIA-MET-SWITCH
101700             END-IF
101800         WHEN CC-STATUS-CARD
101900             PERFORM 2420-MATCH-STATUS-LIST
102000                 THRU 2420-EXIT
102100         WHEN CC-AGE-RANGE-CARD
102200             IF NOT DATE-VALID
102300                     OR CUSTOMER-AGE < CC-AGE-FROM
102400                     OR CUSTOMER-AGE > CC-AGE-TO
102500                 MOVE "N" TO CRITERIA-MET-SWITCH
102600             END-IF
102700         WHEN CC-BIRTH-MONTH-CARD
102800             PERFORM 2430-MATCH-BIRTH-MONTHS
102900                 THRU 2430-EXIT
103000         WHEN CC-NAME-PREFIX-CARD
103100             MOVE RQ-PREFIX-LENGTH (REQUEST-SUB CARD-SUB)
103200                 TO PREFIX-LENGTH
103300             IF CM-CUSTOMER-NAME (1:PREFIX-LENGTH) NOT =
103400                     CC-NAME-PREFIX (1:PREFIX-LENGTH)
103500                 MOVE "N" TO CRITERIA-MET-SWITCH
103600             END-IF
103700     END-EVALUATE
103800     ADD 1 TO CARD-SUB
103900 2400-EXIT.
104000     EXIT.
104100*----------------------------------------------------------------
104200* 2410-MATCH-BRANCH-LIST
104300*----------------------------------------------------------------
104400 2410-MATCH-BRANCH-LIST.
104500     MOVE "N" TO SLOT-MATCH-SWITCH
104600     MOVE 1   TO SLOT-SUB
104700     PERFORM 2411-MATCH-ONE-BRANCH
104800         THRU 2411-EXIT
104900         UNTIL SLOT-SUB > 10
105000             OR SLOT-MATCH
105100     IF NOT SLOT-MATCH
105200         MOVE "N" TO CRITERIA-MET-SWITCH
105300     END-IF
105400 2410-EXIT.
105500     EXIT.
105600*----------------------------------------------------------------
105700* 2411-MATCH-ONE-BRANCH
105800*----------------------------------------------------------------
105900 2411-MATCH-ONE-BRANCH.
106000     IF CC-LIST-BRANCH-X (SLOT-SUB) = SPACES
106100         GO TO 2411-NEXT
106200     END-IF
106300     IF CC-LIST-BRANCH (SLOT-SUB) = CM-BRANCH-CODE
106400         SET SLOT-MATCH TO TRUE
106500     END-IF.
106600 2411-NEXT.
106700     ADD 1 TO SLOT-SUB
106800 2411-EXIT.
106900     EXIT.
107000*----------------------------------------------------------------
107100* 2420-MATCH-STATUS-LIST
107200*
107300* THE CUSTOMER'S STATUS WAS ALREADY TAKEN AS A WHEN BLANK, SO A
107400* BLANK SLOT NEVER MATCHES.
107500*----------------------------------------------------------------
107600 2420-MATCH-STATUS-LIST.
107700     MOVE "N" TO SLOT-MATCH-SWITCH
107800     MOVE 1   TO SLOT-SUB
107900     PERFORM 2421-MATCH-ONE-STATUS
108000         THRU 2421-EXIT
108100         UNTIL SLOT-SUB > 5
108200             OR SLOT-MATCH
108300     IF NOT SLOT-MATCH
108400         MOVE "N" TO CRITERIA-MET-SWITCH
108500     END-IF
108600 2420-EXIT.
108700     EXIT.
108800*----------------------------------------------------------------
108900* 2421-MATCH-ONE-STATUS
109000*----------------------------------------------------------------
109100 2421-MATCH-ONE-STATUS.
109200     IF CC-LIST-STATUS (SLOT-SUB) = CUSTOMER-STATUS
109300         SET SLOT-MATCH TO TRUE
109400     END-IF
109500     ADD 1 TO SLOT-SUB
109600 2421-EXIT.
109700     EXIT.
109800*----------------------------------------------------------------
109900* 2430-MATCH-BIRTH-MONTHS
110000*----------------------------------------------------------------
110100 2430-MATCH-BIRTH-MONTHS.
110200     IF NOT DATE-VALID
110300         MOVE "N" TO CRITERIA-MET-SWITCH
110400         GO TO 2430-EXIT
110500     END-IF
110600     MOVE "N" TO SLOT-MATCH-SWITCH
110700     MOVE 1   TO SLOT-SUB
110800     PERFORM 2431-MATCH-ONE-MONTH
110900         THRU 2431-EXIT
111000         UNTIL SLOT-SUB > 12
111100             OR SLOT-MATCH
111200     IF NOT SLOT-MATCH
111300         MOVE "N" TO CRITERIA-MET-SWITCH
111400     END-IF
111500 2430-EXIT.
111600     EXIT.
111700*----------------------------------------------------------------
111800* 2431-MATCH-ONE-MONTH
111900*----------------------------------------------------------------
112000 2431-MATCH-ONE-MONTH.
112100     IF CC-LIST-MONTH-X (SLOT-SUB) = SPACES
112200         GO TO 2431-NEXT
112300     END-IF
112400     IF CC-LIST-MONTH (SLOT-SUB) = MonthOfBirth
112500         SET SLOT-MATCH TO TRUE
112600     END-IF.
112700 2431-NEXT.
112800     ADD 1 TO SLOT-SUB
112900 2431-EXIT.
113000     EXIT.
113100*----------------------------------------------------------------
113200* 2600-SELECT-CUSTOMER
113300*
113400* WRITES THE CUSTOMER TO THE REQUEST'S EXTRACT, ADDS IT TO THE
113500* REQUEST'S COUNT AND HASH TOTAL, AND COUNTS IT AGAINST ITS
113600* BRANCH - OR AS NOT ON THE REFERENCE.
113700*----------------------------------------------------------------
113800 2600-SELECT-CUSTOMER.
113900     MOVE SPACES           TO SELEXTR-RECORD
114000     MOVE CM-CUSTOMER-ID   TO SX-CUSTOMER-ID
114100     MOVE CM-CUSTOMER-NAME TO SX-CUSTOMER-NAME
114200     MOVE CM-BRANCH-CODE   TO SX-BRANCH-CODE
114300     MOVE CM-STATUS-CODE   TO SX-STATUS-CODE
114400     MOVE BirthDate        TO SX-BIRTH-DATE
114500     MOVE CUSTOMER-AGE     TO SX-AGE
114600     MOVE REQUEST-SUB      TO SX-REQUEST-NUMBER
114700     MOVE SELEXTR-RECORD   TO EXTRACT-WORK
114800     PERFORM 7000-WRITE-EXTRACT
114900         THRU 7000-EXIT
115000     ADD 1              TO RQ-SELECTED (REQUEST-SUB)
115100     ADD CM-CUSTOMER-ID TO RQ-HASH-TOTAL (REQUEST-SUB)
115200     ADD 1              TO SELECTIONS-WRITTEN
115300     PERFORM 2610-FIND-BRANCH
115400         THRU 2610-EXIT
115500     IF BRANCH-FOUND-SUB > ZERO
115600         ADD 1 TO BW-SELECTED (BRANCH-FOUND-SUB REQUEST-SUB)
115700     ELSE
115800         ADD 1 TO RQ-OTHER-SELECTED (REQUEST-SUB)
115900     END-IF
116000 2600-EXIT.
116100     EXIT.
116200*----------------------------------------------------------------
116300* 2610-FIND-BRANCH
116400*
116500* SEARCHES THE BRANCH TABLE FOR THE CUSTOMER'S BRANCH CODE.
116600* BRANCH-FOUND-SUB RETURNS THE MATCHING ENTRY, OR ZERO WHEN THE
116700* BRANCH IS NOT ON THE REFERENCE.
116800*----------------------------------------------------------------
116900 2610-FIND-BRANCH.
117000     MOVE ZERO TO BRANCH-FOUND-SUB
117100     MOVE 1    TO BRANCH-SUB
117200     PERFORM 2620-CHECK-ONE-BRANCH
117300         THRU 2620-EXIT
117400         UNTIL BRANCH-SUB > BRANCH-COUNT
117500             OR BRANCH-FOUND-SUB > ZERO
117600 2610-EXIT.
117700     EXIT.
117800*----------------------------------------------------------------
117900* 2620-CHECK-ONE-BRANCH
118000*----------------------------------------------------------------
118100 2620-CHECK-ONE-BRANCH.
118200     IF BW-BRANCH-CODE (BRANCH-SUB) = CM-BRANCH-CODE
118300         MOVE BRANCH-SUB TO BRANCH-FOUND-SUB
118400         GO TO 2620-EXIT
118500     END-IF
118600     ADD 1 TO BRANCH-SUB
118700 2620-EXIT.
118800     EXIT.
118900*----------------------------------------------------------------
119000* 7000-WRITE-EXTRACT
119100*
119200* WRITES THE RECORD IN EXTRACT-WORK TO THE EXTRACT FOR REQUEST
119300* NUMBER REQUEST-SUB.
119400*----------------------------------------------------------------
119500 7000-WRITE-EXTRACT.
119600     EVALUATE REQUEST-SUB
119700         WHEN 1
119800             MOVE EXTRACT-WORK TO SELEXT1-RECORD
119900             WRITE SELEXT1-RECORD
120000         WHEN 2
120100             MOVE EXTRACT-WORK TO SELEXT2-RECORD
120200             WRITE SELEXT2-RECORD
120300         WHEN 3
120400             MOVE EXTRACT-WORK TO SELEXT3-RECORD
120500             WRITE SELEXT3-RECORD
120600         WHEN 4
120700             MOVE EXTRACT-WORK TO SELEXT4-RECORD
120800             WRITE SELEXT4-RECORD
120900         WHEN 5
121000             MOVE EXTRACT-WORK TO SELEXT5-RECORD
121100             WRITE SELEXT5-RECORD
121200     END-EVALUATE
121300 7000-EXIT.
121400     EXIT.
121500*----------------------------------------------------------------
121600* 8000-FINISH-ONE-REQUEST
121700*
121800* WRITES ONE EXTRACT'S TRAILER - DETAIL COUNT AND CUSTOMER-ID
121900* HASH TOTAL - AND PRINTS ITS REQUEST'S SECTION OF THE SUMMARY.
122000*----------------------------------------------------------------
122100 8000-FINISH-ONE-REQUEST.
122200     MOVE RQ-SELECTED (REQUEST-SUB)   TO XT-RECORD-COUNT
122300     MOVE RQ-HASH-TOTAL (REQUEST-SUB) TO XT-HASH-TOTAL
122400     MOVE EXTCTL-TRAILER              TO EXTRACT-WORK
122500     PERFORM 7000-WRITE-EXTRACT
122600         THRU 7000-EXIT
122700     PERFORM 8100-REPORT-REQUEST
122800         THRU 8100-EXIT
122900     ADD 1 TO REQUEST-SUB
123000 8000-EXIT.
123100     EXIT.
123200*----------------------------------------------------------------
123300* 8100-REPORT-REQUEST
123400*
123500* PRINTS ONE USED REQUEST - ITS TITLE AND CARDS, MARKING ANY
123600* CARD IN ERROR, THEN EITHER WHY IT WAS NOT RUN OR ITS
123700* SELECTIONS BY BRANCH, IN BRANCH-CODE ORDER, WITH THE TOTAL
123800* AND THE EXTRACT IT WENT TO.  A RUN REQUEST THAT SELECTED
123900* NOBODY IS COUNTED.
124000*----------------------------------------------------------------
124100 8100-REPORT-REQUEST.
124200     IF RQ-CARD-COUNT (REQUEST-SUB) = ZERO
124300         GO TO 8100-EXIT
124400     END-IF
124500     MOVE SEL-RULE-LINE TO SELRPT-RECORD
124600     WRITE SELRPT-RECORD
124700     MOVE REQUEST-SUB             TO SEL-REQUEST-NUMBER
124800     MOVE RQ-TITLE (REQUEST-SUB)  TO SEL-REQUEST-TITLE
124900     MOVE SEL-REQUEST-LINE TO SELRPT-RECORD
125000     WRITE SELRPT-RECORD
125100     MOVE SEL-RULE-LINE TO SELRPT-RECORD
125200     WRITE SELRPT-RECORD
125300     MOVE "SELECTION CRITERIA (** = CARD IN ERROR):"
125400         TO SEL-MESSAGE
125500     MOVE SEL-MESSAGE-LINE TO SELRPT-RECORD
125600     WRITE SELRPT-RECORD
125700     MOVE 1 TO CARD-SUB
125800     PERFORM 8110-ECHO-ONE-CARD
125900         THRU 8110-EXIT
126000         UNTIL CARD-SUB > RQ-CARD-COUNT (REQUEST-SUB)
126100     MOVE SEL-BLANK-LINE TO SELRPT-RECORD
126200     WRITE SELRPT-RECORD
126300     IF RQ-IN-ERROR (REQUEST-SUB)
126400         MOVE RQ-ERROR-TEXT (REQUEST-SUB) TO SEL-ERROR-TEXT
126500         MOVE SEL-ERROR-LINE TO SELRPT-RECORD
126600         WRITE SELRPT-RECORD
126700         MOVE SEL-BLANK-LINE TO SELRPT-RECORD
126800         WRITE SELRPT-RECORD
126900         GO TO 8100-EXIT
127000     END-IF
127100     MOVE SEL-BRANCH-HEADING TO SELRPT-RECORD
127200     WRITE SELRPT-RECORD
127300     MOVE 1 TO BRANCH-SUB
127400     PERFORM 8120-WRITE-BRANCH-LINE
127500         THRU 8120-EXIT
127600         UNTIL BRANCH-SUB > BRANCH-COUNT
127700     IF RQ-OTHER-SELECTED (REQUEST-SUB) > ZERO
127800         MOVE SPACES               TO SEL-BR-CODE
127900         MOVE "*NOT ON REFERENCE*" TO SEL-BR-NAME
128000         MOVE RQ-OTHER-SELECTED (REQUEST-SUB)
128100             TO SEL-BR-SELECTED
128200         MOVE SEL-BRANCH-LINE TO SELRPT-RECORD
128300         WRITE SELRPT-RECORD
128400     END-IF
128500     MOVE SEL-BLANK-LINE TO SELRPT-RECORD
128600     WRITE SELRPT-RECORD
128700     MOVE "CUSTOMERS SELECTED:"      TO SEL-TOTAL-LABEL
128800     MOVE RQ-SELECTED (REQUEST-SUB)  TO SEL-TOTAL-COUNT
128900     MOVE SEL-TOTAL-LINE TO SELRPT-RECORD
129000     WRITE SELRPT-RECORD
129100     MOVE REQUEST-SUB TO SEL-EXTRACT-NUMBER
129200     MOVE SEL-EXTRACT-LINE TO SELRPT-RECORD
129300     WRITE SELRPT-RECORD
129400     MOVE SEL-BLANK-LINE TO SELRPT-RECORD
129500     WRITE SELRPT-RECORD
129600     IF RQ-SELECTED (REQUEST-SUB) = ZERO
129700         ADD 1 TO REQUESTS-EMPTY
129800     END-IF
129900 8100-EXIT.
130000     EXIT.
130100*----------------------------------------------------------------
130200* 8110-ECHO-ONE-CARD
130300*----------------------------------------------------------------
130400 8110-ECHO-ONE-CARD.
130500     MOVE SPACES TO SEL-CARD-MARK
130600     IF RQ-CARD-IN-ERROR (REQUEST-SUB CARD-SUB)
130700         MOVE "**" TO SEL-CARD-MARK
130800     END-IF
130900     MOVE RQ-CARD-IMAGE (REQUEST-SUB CARD-SUB) TO SEL-CARD-IMAGE
131000     MOVE SEL-CARD-LINE TO SELRPT-RECORD
131100     WRITE SELRPT-RECORD
131200     ADD 1 TO CARD-SUB
131300 8110-EXIT.
131400     EXIT.
131500*----------------------------------------------------------------
131600* 8120-WRITE-BRANCH-LINE
131700*----------------------------------------------------------------
131800 8120-WRITE-BRANCH-LINE.
131900     IF BW-SELECTED (BRANCH-SUB REQUEST-SUB) = ZERO
132000         GO TO 8120-NEXT
132100     END-IF
132200     MOVE BW-BRANCH-CODE (BRANCH-SUB) TO SEL-BR-CODE
132300     MOVE BW-BRANCH-NAME (BRANCH-SUB) TO SEL-BR-NAME
132400     MOVE BW-SELECTED (BRANCH-SUB REQUEST-SUB)
132500         TO SEL-BR-SELECTED
132600     MOVE SEL-BRANCH-LINE TO SELRPT-RECORD
132700     WRITE SELRPT-RECORD.
132800 8120-NEXT.
132900     ADD 1 TO BRANCH-SUB
133000 8120-EXIT.
133100     EXIT.
133200*----------------------------------------------------------------
133300* 8200-WRITE-RUN-TOTALS
133400*----------------------------------------------------------------
133500 8200-WRITE-RUN-TOTALS.
133600     MOVE SEL-RULE-LINE TO SELRPT-RECORD
133700     WRITE SELRPT-RECORD
133800     MOVE "CRITERIA CARDS READ:"        TO SEL-TOTAL-LABEL
133900     MOVE CARDS-READ                    TO SEL-TOTAL-COUNT
134000     MOVE SEL-TOTAL-LINE TO SELRPT-RECORD
134100     WRITE SELRPT-RECORD
134200     MOVE "CARDS IN ERROR:"             TO SEL-TOTAL-LABEL
134300     MOVE CARDS-IN-ERROR                TO SEL-TOTAL-COUNT
134400     MOVE SEL-TOTAL-LINE TO SELRPT-RECORD
134500     WRITE SELRPT-RECORD
134600     MOVE "REQUESTS RUN:"               TO SEL-TOTAL-LABEL
134700     MOVE REQUESTS-RUN                  TO SEL-TOTAL-COUNT
134800     MOVE SEL-TOTAL-LINE TO SELRPT-RECORD
134900     WRITE SELRPT-RECORD
135000     MOVE "REQUESTS NOT RUN:"           TO SEL-TOTAL-LABEL
135100     MOVE REQUESTS-NOT-RUN              TO SEL-TOTAL-COUNT
135200     MOVE SEL-TOTAL-LINE TO SELRPT-RECORD
135300     WRITE SELRPT-RECORD
135400     MOVE "CUSTOMERS SCANNED:"          TO SEL-TOTAL-LABEL
135500     MOVE CUSTOMERS-READ                TO SEL-TOTAL-COUNT
135600     MOVE SEL-TOTAL-LINE TO SELRPT-RECORD
135700     WRITE SELRPT-RECORD
135800     MOVE "INVALID BIRTH DATES:"        TO SEL-TOTAL-LABEL
135900     MOVE INVALID-DATES                 TO SEL-TOTAL-COUNT
136000     MOVE SEL-TOTAL-LINE TO SELRPT-RECORD
136100     WRITE SELRPT-RECORD
136200 8200-EXIT.
136300     EXIT.
136400*----------------------------------------------------------------
136500* 9999-TERMINATE
136600*
136700* CLOSES OUT EVERY EXTRACT AND PRINTS THE REQUEST SECTIONS AND
136800* RUN TOTALS, CLOSES ALL FILES AND SUMMARIZES THE RUN ON THE JOB
136900* LOG.  A RUN WITH ANY CARD IN ERROR OR REQUEST NOT RUN ENDS
137000* WITH RETURN CODE 8; OTHERWISE ONE WHERE A REQUEST SELECTED
137100* NOBODY ENDS WITH 4, SINCE THAT IS USUALLY A MISKEYED CARD.
137200*----------------------------------------------------------------
137300 9999-TERMINATE.
137400     MOVE 1 TO REQUEST-SUB
137500     PERFORM 8000-FINISH-ONE-REQUEST
137600         THRU 8000-EXIT
137700         UNTIL REQUEST-SUB > 5
137800     PERFORM 8200-WRITE-RUN-TOTALS
137900         THRU 8200-EXIT
138000     CLOSE CUSTMSTR-FILE
138100     CLOSE SELEXT1-FILE
138200     CLOSE SELEXT2-FILE
138300     CLOSE SELEXT3-FILE
138400     CLOSE SELEXT4-FILE
138500     CLOSE SELEXT5-FILE
138600     CLOSE SELRPT-FILE
138700     DISPLAY "Cards read          = " CARDS-READ
138800     DISPLAY "Cards in error      = " CARDS-IN-ERROR
138900     DISPLAY "Requests run        = " REQUESTS-RUN
139000     DISPLAY "Requests not run    = " REQUESTS-NOT-RUN
139100     DISPLAY "Customers read      = " CUSTOMERS-READ
139200     DISPLAY "Selections written  = " SELECTIONS-WRITTEN
139300     MOVE "CUSTSEL"          TO RC-PROGRAM-NAME
139400     MOVE CUSTOMERS-READ     TO RC-RECORDS-IN
139500     MOVE SELECTIONS-WRITTEN TO RC-RECORDS-OUT
139600     MOVE "COMPLETED"        TO RC-COMPLETION-STATUS
139700     CALL "RunLogProgram" USING RUNCNTL-REC
139800*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
139900*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
140000     IF REQUESTS-EMPTY > ZERO
140100         MOVE 4 TO RETURN-CODE
140200     END-IF
140300     IF CARDS-IN-ERROR > ZERO
140400             OR REQUESTS-NOT-RUN > ZERO
140500         MOVE 8 TO RETURN-CODE
140600     END-IF
140700 9999-EXIT.
140800     EXIT.
