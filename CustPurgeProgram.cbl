000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CustPurgeProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW RETENTION PURGE RUN.  DECEASED AND CLOSED
001300*                 CUSTOMERS STAYED ON THE KEYED MASTER FOREVER,
001400*                 EVERY DOWNSTREAM RUN READ PAST THEM AND THE
001500*                 FILE KEPT GROWING.  THIS RUN WALKS THE MASTER
001600*                 AND PURGES EVERY STATUS D CUSTOMER WHOSE DATE
001700*                 OF DEATH, AND EVERY STATUS C CUSTOMER WHOSE
001800*                 LAST STATUS CHANGE, IS OLDER THAN THE RETENTION
001900*                 PERIOD (RETAIN-MTHS ON THE KEYED PARAMETER
002000*                 MASTER).  EACH PURGED RECORD IS DELETED FROM
002100*                 THE MASTER, APPENDED TO THE CUSTOMER HISTORY
002200*                 ARCHIVE (CUSTHIST) IN THE SHARED CustMast
002300*                 LAYOUT STAMPED WITH THE PURGE DATE, AND
002400*                 JOURNALED AS A DELETE IN THE SHARED MastJrnl
002500*                 LAYOUT SO THE BACKOUT AND FORWARD-RECOVERY RUNS
002600*                 TREAT IT LIKE ANY OTHER DELETE.  A PURGE LISTING
002700*                 (PURGLIST) SHOWS EACH CUSTOMER PURGED OR HELD
002800*                 AND THE PURGES COUNTED BY STATUS AND BRANCH.
002900*                 RETURN CODE 8 WHEN ANY DELETE FAILED, 16 WHEN
003000*                 NO USABLE RETENTION PERIOD IS IN EFFECT.
003010* 2026-10-15 DP   THE JOURNAL SEQUENCE NOW CARRIES ON FROM THE
003020*                 HIGHEST ALREADY ON MASTJRNL FOR THE RUN DATE, SO
003030*                 A PURGE ON THE SAME DAY AS A MAINTENANCE RUN NO
003040*                 LONGER REPEATS ITS RUN DATE AND SEQUENCE.  A
003050*                 DATE OF DEATH OR STATUS DATE THAT IS NOT A VALID
003060*                 DATE (DateValidProgram) IS NOW HELD LIKE A ZERO
003070*                 ONE INSTEAD OF BEING AGED.
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
004500     SELECT CUSTHIST-FILE ASSIGN TO "CUSTHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS CUSTHIST-FILE-STATUS.
004800     SELECT JRNLOUT-FILE ASSIGN TO "JRNLOUT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS JRNLOUT-FILE-STATUS.
005100     SELECT PURGLIST-FILE ASSIGN TO "PURGLIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS PURGLIST-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* CUSTMSTR - KEYED CUSTOMER MASTER, READ SEQUENTIALLY FOR UPDATE
005800* THROUGH THE SHARED CustMast DEFINITION.  EACH PURGED RECORD IS
005900* DELETED AS IT IS READ.
006000*----------------------------------------------------------------
006100 FD  CUSTMSTR-FILE.
006200     COPY CustMast.
006300*----------------------------------------------------------------
006400* BRCHMSTR - KEYED BRANCH REFERENCE, READ SEQUENTIALLY AT
006500* INITIALIZATION TO LOAD THE BRANCH TABLE THE PURGES ARE COUNTED
006600* IN.
006700*----------------------------------------------------------------
006800 FD  BRCHMSTR-FILE.
006900     COPY BranchRef.
007000*----------------------------------------------------------------
007100* CUSTHIST - CUSTOMER HISTORY ARCHIVE.  ONE RECORD PER PURGED
007200* CUSTOMER IN THE SHARED CustMast LAYOUT, CARRYING THE MASTER
007300* IMAGE AS IT STOOD WHEN PURGED AND THE PURGE DATE.  OPENED
007400* EXTEND SO IT ACCUMULATES ACROSS RUNS.  COPIED WITH THE NAMES
007500* PREFIXED CH- SO THEY DO NOT COLLIDE WITH THE CM- NAMES OF THE
007600* MASTER RECORD.
007700*----------------------------------------------------------------
007800 FD  CUSTHIST-FILE
007900     RECORDING MODE IS F.
008000     COPY CustMast REPLACING ==CUSTMAST-RECORD==
008100         BY ==CUSTHIST-RECORD== LEADING ==CM== BY ==CH==.
008200*----------------------------------------------------------------
008300* JRNLOUT - THE MASTER'S BEFORE/AFTER IMAGE JOURNAL, IN THE
008400* SHARED MastJrnl LAYOUT.  EACH PURGE IS JOURNALED AS A DELETE -
008500* THE PURGED IMAGE BEFORE, SPACES AFTER.  OPENED EXTEND SO PRIOR
008600* RUNS' RECORDS ARE NEVER OVERWRITTEN.
008700*----------------------------------------------------------------
008800 FD  JRNLOUT-FILE
008900     RECORDING MODE IS F.
009000     COPY MastJrnl.
009100*----------------------------------------------------------------
009200* PURGLIST - PURGE LISTING.
009300*----------------------------------------------------------------
009400 FD  PURGLIST-FILE
009500     RECORDING MODE IS F.
009600 01  PURGLIST-RECORD             PIC X(80).
009700 WORKING-STORAGE SECTION.
009800*----------------------------------------------------------------
009900* PURGE LISTING PRINT LINES.  EACH IS 80 BYTES WIDE SO IT CAN BE
010000* MOVED STRAIGHT INTO PURGLIST-RECORD.
010100*----------------------------------------------------------------
010200 01  PRG-HEADING-1.
010300     05  FILLER               PIC X(20) VALUE SPACES.
010400     05  FILLER               PIC X(40) VALUE
010500             "CUSTOMER RETENTION PURGE LISTING".
010600     05  FILLER               PIC X(20) VALUE SPACES.
010700 01  PRG-HEADING-2.
010800     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
010900     05  PRG-RUN-DATE         PIC 9(08).
011000     05  FILLER               PIC X(04) VALUE SPACES.
011100     05  FILLER               PIC X(13) VALUE "CUTOFF DATE: ".
011200     05  PRG-CUTOFF-DATE      PIC 9(08).
011300     05  FILLER               PIC X(04) VALUE SPACES.
011400     05  FILLER               PIC X(18) VALUE
011500             "RETENTION MONTHS: ".
011600     05  PRG-RETAIN-MONTHS    PIC ZZ9.
011700     05  FILLER               PIC X(12) VALUE SPACES.
011800 01  PRG-BLANK-LINE           PIC X(80) VALUE SPACES.
011900 01  PRG-COLUMN-HEADING.
012000     05  FILLER               PIC X(36) VALUE
012100             "CUST ID  CUSTOMER NAME".
012200     05  FILLER               PIC X(44) VALUE
012300             "ST  BRCH  AGED FROM ACTION".
012400 01  PRG-DETAIL-LINE.
012500     05  PRG-CUSTOMER-ID      PIC 9(06).
012600     05  FILLER               PIC X(03) VALUE SPACES.
012700     05  PRG-CUSTOMER-NAME    PIC X(25).
012800     05  FILLER               PIC X(02) VALUE SPACES.
012900     05  PRG-STATUS-CODE      PIC X(01).
013000     05  FILLER               PIC X(03) VALUE SPACES.
013100     05  PRG-BRANCH-CODE      PIC 9(04).
013200     05  FILLER               PIC X(02) VALUE SPACES.
013300     05  PRG-AGING-DATE       PIC X(08).
013400     05  FILLER               PIC X(02) VALUE SPACES.
013500     05  PRG-ACTION           PIC X(24).
013600 01  PRG-BRANCH-HEADING.
013700     05  FILLER               PIC X(32) VALUE
013800             "BRCH  BRANCH NAME".
013900     05  FILLER               PIC X(48) VALUE
014000             "DECEASED    CLOSED     TOTAL".
014100 01  PRG-BRANCH-LINE.
014200     05  PRG-BR-CODE          PIC X(04).
014300     05  FILLER               PIC X(02) VALUE SPACES.
014400     05  PRG-BR-NAME          PIC X(25).
014500     05  FILLER               PIC X(02) VALUE SPACES.
014600     05  PRG-BR-DECEASED      PIC ZZZ,ZZ9.
014700     05  FILLER               PIC X(03) VALUE SPACES.
014800     05  PRG-BR-CLOSED        PIC ZZZ,ZZ9.
014900     05  FILLER               PIC X(03) VALUE SPACES.
015000     05  PRG-BR-TOTAL         PIC ZZZ,ZZ9.
015100     05  FILLER               PIC X(20) VALUE SPACES.
015200 01  PRG-TOTAL-LINE.
015300     05  PRG-TOTAL-LABEL      PIC X(30).
015400     05  PRG-TOTAL-COUNT      PIC ZZZ,ZZ9.
015500     05  FILLER               PIC X(43) VALUE SPACES.
015600 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
015700     88  CUSTMSTR-FILE-OK              VALUE "00".
015800 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
015900     88  BRCHMSTR-FILE-OK              VALUE "00".
016000 77  CUSTHIST-FILE-STATUS    PIC X(02) VALUE "00".
016100     88  CUSTHIST-FILE-OK              VALUE "00".
016200     88  CUSTHIST-FILE-NOT-FOUND       VALUE "35".
016300 77  JRNLOUT-FILE-STATUS     PIC X(02) VALUE "00".
016400     88  JRNLOUT-FILE-OK               VALUE "00".
016500     88  JRNLOUT-FILE-NOT-FOUND        VALUE "35".
016510 77  JRNLOUT-EOF-SWITCH      PIC X(01) VALUE "N".
016520     88  JRNLOUT-EOF                   VALUE "Y".
016600 77  PURGLIST-FILE-STATUS    PIC X(02) VALUE "00".
016700     88  PURGLIST-FILE-OK              VALUE "00".
016800 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
016900     88  END-OF-FILE                   VALUE "Y".
017000 77  BRCHMSTR-EOF-SWITCH     PIC X(01) VALUE "N".
017100     88  BRCHMSTR-EOF                  VALUE "Y".
017200 77  RETAIN-MONTHS           PIC 9(03) VALUE ZEROS.
017300 77  CUTOFF-DATE             PIC 9(08) VALUE ZEROS.
017400 77  WORK-MONTHS             PIC 9(07) VALUE ZEROS.
017500 77  CUTOFF-YEAR             PIC 9(04) VALUE ZEROS.
017600 77  CUTOFF-MONTH            PIC 9(02) VALUE ZEROS.
017700 77  AGING-DATE              PIC 9(08) VALUE ZEROS.
017710     COPY BirthDate.
017720 77  DATE-VALID-SWITCH       PIC X(01) VALUE "Y".
017730     88  DATE-VALID                    VALUE "Y".
017740 77  REASON-TEXT             PIC X(30) VALUE SPACES.
017800 01  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
017900 01  CURRENT-DATE-PARTS REDEFINES CURRENT-RUN-DATE.
018000     05  CURRENT-YEAR            PIC 9(04).
018100     05  CURRENT-MONTH           PIC 99.
018200     05  CURRENT-DAY             PIC 99.
018300 77  CURRENT-RUN-TIME        PIC 9(08) VALUE ZEROS.
018400 77  JOURNAL-SEQUENCE        PIC 9(07) VALUE ZEROS.
018500 77  CUSTOMERS-READ          PIC 9(07) VALUE ZEROS.
018600 77  CUSTOMERS-PURGED        PIC 9(07) VALUE ZEROS.
018700 77  DECEASED-PURGED         PIC 9(07) VALUE ZEROS.
018800 77  CLOSED-PURGED           PIC 9(07) VALUE ZEROS.
018900 77  CUSTOMERS-HELD          PIC 9(07) VALUE ZEROS.
019000 77  PURGES-FAILED           PIC 9(07) VALUE ZEROS.
019100 77  OTHER-DECEASED-PURGED   PIC 9(07) VALUE ZEROS.
019200 77  OTHER-CLOSED-PURGED     PIC 9(07) VALUE ZEROS.
019300 77  BRANCH-TOTAL-WORK       PIC 9(07) VALUE ZEROS.
019400 77  BRANCH-SUB              PIC 9(03) COMP VALUE ZERO.
019500 77  BRANCH-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
019600*----------------------------------------------------------------
019700* BRANCH TABLE.  LOADED ONCE AT INITIALIZATION FROM THE KEYED
019800* BRANCH REFERENCE, IN BRANCH-CODE ORDER, AND SEARCHED FOR EVERY
019900* PURGED CUSTOMER'S BRANCH SO THE PURGES CAN BE COUNTED BY
020000* BRANCH AND STATUS.  A CUSTOMER ON A BRANCH NOT ON THE
020100* REFERENCE IS COUNTED IN THE OTHER- TOTALS.
020200*----------------------------------------------------------------
020300 01  BRANCH-TABLE.
020400     05  BRANCH-COUNT            PIC 9(03) COMP VALUE ZERO.
020500     05  BRANCH-ENTRY OCCURS 500 TIMES.
020600         10  BW-BRANCH-CODE      PIC 9(04).
020700         10  BW-BRANCH-NAME      PIC X(25).
020800         10  BW-DECEASED-PURGED  PIC 9(07).
020900         10  BW-CLOSED-PURGED    PIC 9(07).
021000*----------------------------------------------------------------
021100* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
021200* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
021300*----------------------------------------------------------------
021400     COPY RunCntl.
021500*----------------------------------------------------------------
021600* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
021700* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
021800*----------------------------------------------------------------
021900     COPY ParmReq.
022000 PROCEDURE DIVISION.
022100*----------------------------------------------------------------
022200* 0000-MAINLINE
022300*
022400* LOOKS UP THE RETENTION PERIOD, WALKS THE CUSTOMER MASTER
022500* PURGING EVERY EXPIRED DECEASED OR CLOSED CUSTOMER, AND
022600* TERMINATES THE RUN.
022700*----------------------------------------------------------------
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE
023000         THRU 1000-EXIT
023100     PERFORM 2000-PROCESS-CUSTOMERS
023200         THRU 2000-EXIT
023300         UNTIL END-OF-FILE
023400     PERFORM 9999-TERMINATE
023500         THRU 9999-EXIT
023600     STOP RUN.
023700*----------------------------------------------------------------
023800* 1000-INITIALIZE
023900*
024000* STAMPS THE START RUN-CONTROL RECORD, LOOKS UP THE RETENTION
024100* PERIOD AND DERIVES THE CUTOFF DATE - THE SAME DAY OF THE MONTH
024200* RETAIN-MONTHS BEFORE THE RUN DATE - LOADS THE BRANCH TABLE,
024300* OPENS THE MASTER FOR UPDATE, THE ARCHIVE, THE JOURNAL AND THE
024400* LISTING, PRINTS THE HEADINGS AND PRIMES THE FIRST CUSTOMER.
024500*----------------------------------------------------------------
024600 1000-INITIALIZE.
024700     MOVE "CUSTPURG" TO RC-PROGRAM-NAME
024800     MOVE ZEROS      TO RC-RECORDS-IN
024900     MOVE ZEROS      TO RC-RECORDS-OUT
025000     MOVE "STARTED"  TO RC-COMPLETION-STATUS
025100     CALL "RunLogProgram" USING RUNCNTL-REC
025200     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
025300     ACCEPT CURRENT-RUN-TIME FROM TIME
025400     PERFORM 1100-LOAD-RETENTION
025500         THRU 1100-EXIT
025600     COMPUTE WORK-MONTHS =
025700         CURRENT-YEAR * 12 + CURRENT-MONTH - RETAIN-MONTHS
025800     COMPUTE CUTOFF-YEAR = (WORK-MONTHS - 1) / 12
025900     COMPUTE CUTOFF-MONTH = WORK-MONTHS - CUTOFF-YEAR * 12
026000     COMPUTE CUTOFF-DATE =
026100         CUTOFF-YEAR * 10000 + CUTOFF-MONTH * 100 + CURRENT-DAY
026200     PERFORM 1200-LOAD-BRANCH-TABLE
026300         THRU 1200-EXIT
026400     OPEN I-O CUSTMSTR-FILE
026500     IF NOT CUSTMSTR-FILE-OK
026600         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
026700             CUSTMSTR-FILE-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF
027100*    THE FIRST PURGE RUN FINDS NO ARCHIVE TO EXTEND, SO THAT CASE
027200*    OPENS OUTPUT TO CREATE IT.
027300     OPEN EXTEND CUSTHIST-FILE
027400     IF CUSTHIST-FILE-NOT-FOUND
027500         CLOSE CUSTHIST-FILE
027600         OPEN OUTPUT CUSTHIST-FILE
027700     END-IF
027800     IF NOT CUSTHIST-FILE-OK
027900         DISPLAY "CUSTHIST OPEN FAILED - FILE STATUS "
028000             CUSTHIST-FILE-STATUS
028100         MOVE 16 TO RETURN-CODE
028200         STOP RUN
028300     END-IF
028310*    THE MAINTENANCE AND BACKOUT RUNS APPEND TO THE SAME JOURNAL,
028320*    SO THIS RUN'S SEQUENCE CARRIES ON FROM THE HIGHEST ALREADY
028330*    THERE FOR TODAY'S RUN DATE.
028340     PERFORM 1300-FIND-LAST-SEQUENCE
028350         THRU 1300-EXIT
028400     OPEN EXTEND JRNLOUT-FILE
028500     IF JRNLOUT-FILE-NOT-FOUND
028600         CLOSE JRNLOUT-FILE
028700         OPEN OUTPUT JRNLOUT-FILE
028800     END-IF
028900     IF NOT JRNLOUT-FILE-OK
029000         DISPLAY "JRNLOUT OPEN FAILED - FILE STATUS "
029100             JRNLOUT-FILE-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF
029500     OPEN OUTPUT PURGLIST-FILE
029600     IF NOT PURGLIST-FILE-OK
029700         DISPLAY "PURGLIST OPEN FAILED - FILE STATUS "
029800             PURGLIST-FILE-STATUS
029900         MOVE 16 TO RETURN-CODE
030000         STOP RUN
030100     END-IF
030200     MOVE PRG-HEADING-1      TO PURGLIST-RECORD
030300     WRITE PURGLIST-RECORD
030400     MOVE CURRENT-RUN-DATE   TO PRG-RUN-DATE
030500     MOVE CUTOFF-DATE        TO PRG-CUTOFF-DATE
030600     MOVE RETAIN-MONTHS      TO PRG-RETAIN-MONTHS
030700     MOVE PRG-HEADING-2      TO PURGLIST-RECORD
030800     WRITE PURGLIST-RECORD
030900     MOVE PRG-BLANK-LINE     TO PURGLIST-RECORD
031000     WRITE PURGLIST-RECORD
031100     MOVE PRG-COLUMN-HEADING TO PURGLIST-RECORD
031200     WRITE PURGLIST-RECORD
031300     MOVE PRG-BLANK-LINE     TO PURGLIST-RECORD
031400     WRITE PURGLIST-RECORD
031500     PERFORM 2100-READ-CUSTMSTR
031600         THRU 2100-EXIT
031700 1000-EXIT.
031800     EXIT.
031900*----------------------------------------------------------------
032000* 1100-LOAD-RETENTION
032100*
032200* LOOKS UP THE RETENTION PERIOD IN MONTHS (RETAIN-MTHS) ON THE
032300* PARAMETER MASTER.  THERE IS NO COMPILED-IN DEFAULT - A PURGE
032400* CANNOT BE UNDONE BY RERUNNING IT, SO A MISSING, NON-NUMERIC
032500* OR ZERO PERIOD FAILS THE RUN BEFORE THE MASTER IS OPENED.
032600*----------------------------------------------------------------
032700 1100-LOAD-RETENTION.
032800     MOVE "CUSTPURG"       TO PR-PROGRAM-NAME
032900     MOVE "RETAIN-MTHS"    TO PR-PARM-NAME
033000     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
033100     CALL "ParmLookupProgram" USING PARMREQ-AREA
033200     IF PR-FILE-ERROR
033300         DISPLAY "PARMMSTR UNAVAILABLE - NO RETENTION PERIOD"
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700     IF PR-NOT-FOUND
033800         DISPLAY "RETAIN-MTHS NOT ON PARMMSTR"
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF
034200     IF PR-NUMERIC-VALUE NOT NUMERIC
034300             OR PR-NUMERIC-VALUE = ZERO
034400             OR PR-NUMERIC-VALUE > 999
034500         DISPLAY "RETAIN-MTHS ON PARMMSTR NOT 1-999: "
034600             PR-PARM-VALUE
034700         MOVE 16 TO RETURN-CODE
034800         STOP RUN
034900     END-IF
035000     MOVE PR-NUMERIC-VALUE TO RETAIN-MONTHS
035100 1100-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 1200-LOAD-BRANCH-TABLE
035500*
035600* READS THE KEYED BRANCH REFERENCE INTO THE BRANCH TABLE.  A
035700* REFERENCE THAT CANNOT BE OPENED LEAVES THE TABLE EMPTY - EVERY
035800* PURGE IS THEN COUNTED AS NOT ON THE REFERENCE, BUT THE PURGE
035900* ITSELF STILL RUNS.
036000*----------------------------------------------------------------
036100 1200-LOAD-BRANCH-TABLE.
036200     OPEN INPUT BRCHMSTR-FILE
036300     IF NOT BRCHMSTR-FILE-OK
036400         DISPLAY "BRCHMSTR OPEN FAILED - FILE STATUS "
036500             BRCHMSTR-FILE-STATUS
036600         GO TO 1200-EXIT
036700     END-IF
036800     PERFORM 1210-LOAD-ONE-BRANCH
036900         THRU 1210-EXIT
037000         UNTIL BRCHMSTR-EOF
037100     CLOSE BRCHMSTR-FILE
037200 1200-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500* 1210-LOAD-ONE-BRANCH
037600*----------------------------------------------------------------
037700 1210-LOAD-ONE-BRANCH.
037800     READ BRCHMSTR-FILE
037900         AT END
038000             SET BRCHMSTR-EOF TO TRUE
038100             GO TO 1210-EXIT
038200     END-READ
038300     IF BRANCH-COUNT >= 500
038400         DISPLAY "BRANCH TABLE FULL - BRANCH DROPPED: "
038500             BR-BRANCH-CODE
038600         GO TO 1210-EXIT
038700     END-IF
038800     ADD 1 TO BRANCH-COUNT
038900     MOVE BR-BRANCH-CODE TO BW-BRANCH-CODE (BRANCH-COUNT)
039000     MOVE BR-BRANCH-NAME TO BW-BRANCH-NAME (BRANCH-COUNT)
039100     MOVE ZEROS          TO BW-DECEASED-PURGED (BRANCH-COUNT)
039200     MOVE ZEROS          TO BW-CLOSED-PURGED (BRANCH-COUNT)
039300 1210-EXIT.
039400     EXIT.
039402*----------------------------------------------------------------
039404* 1300-FIND-LAST-SEQUENCE
039406*
039408* READS THE JOURNAL THROUGH ONCE BEFORE IT IS EXTENDED AND LEAVES
039410* JOURNAL-SEQUENCE AT THE HIGHEST SEQUENCE ALREADY JOURNALED FOR
039412* TODAY'S RUN DATE - ZERO WHEN NO RUN HAS JOURNALED TODAY.  A
039414* JOURNAL THAT CANNOT BE OPENED HERE IS LEFT TO THE EXTEND OPEN
039416* TO REPORT.
039418*----------------------------------------------------------------
039420 1300-FIND-LAST-SEQUENCE.
039422     OPEN INPUT JRNLOUT-FILE
039424     IF NOT JRNLOUT-FILE-OK
039426         GO TO 1300-EXIT
039428     END-IF
039430     PERFORM 1310-CHECK-ONE-JOURNAL
039432         THRU 1310-EXIT
039434         UNTIL JRNLOUT-EOF
039436     CLOSE JRNLOUT-FILE
039438 1300-EXIT.
039440     EXIT.
039442*----------------------------------------------------------------
039444* 1310-CHECK-ONE-JOURNAL
039446*----------------------------------------------------------------
039448 1310-CHECK-ONE-JOURNAL.
039450     READ JRNLOUT-FILE
039452         AT END
039454             SET JRNLOUT-EOF TO TRUE
039456             GO TO 1310-EXIT
039458     END-READ
039460     IF MJ-RUN-DATE = CURRENT-RUN-DATE
039462             AND MJ-SEQUENCE > JOURNAL-SEQUENCE
039464         MOVE MJ-SEQUENCE TO JOURNAL-SEQUENCE
039466     END-IF
039468 1310-EXIT.
039470     EXIT.
039500*----------------------------------------------------------------
039600* 2000-PROCESS-CUSTOMERS
039700*
039800* AGES ONE DECEASED OR CLOSED CUSTOMER - A DECEASED CUSTOMER BY
039900* THE DATE OF DEATH, A CLOSED ONE BY THE DATE OF THE LAST STATUS
040000* CHANGE - AND PURGES IT WHEN THAT DATE FALLS BEFORE THE CUTOFF.
040010* A CUSTOMER WITH NO USABLE DATE TO AGE BY - ZERO, OR NOT A VALID
040020* DATE - IS HELD AND LISTED SO DATA CONTROL CAN KEY ONE; RE-KEYING
040030* A CLOSED CUSTOMER'S STATUS ON THE MAINTENANCE RUN DATES IT.
040040* ACTIVE CUSTOMERS ARE PASSED BY.
040300* THEN READS THE NEXT CUSTOMER.
040400*----------------------------------------------------------------
040500 2000-PROCESS-CUSTOMERS.
040600     MOVE ZEROS TO AGING-DATE
040700     EVALUATE CM-STATUS-CODE
040800         WHEN "D"
040900             IF CM-DEATH-DATE NUMERIC
041000                 MOVE CM-DEATH-DATE  TO AGING-DATE
041100             END-IF
041200         WHEN "C"
041300             IF CM-STATUS-DATE NUMERIC
041400                 MOVE CM-STATUS-DATE TO AGING-DATE
041500             END-IF
041600         WHEN OTHER
041700             GO TO 2000-NEXT
041800     END-EVALUATE
041810     IF AGING-DATE NOT = ZERO
041820         MOVE AGING-DATE TO BirthDate
041830         CALL "DateValidProgram" USING BirthDate,
041840                 DATE-VALID-SWITCH, REASON-TEXT
041850         IF NOT DATE-VALID
041860             MOVE ZEROS TO AGING-DATE
041870         END-IF
041880     END-IF
041900     IF AGING-DATE = ZERO
042000         MOVE "HELD - NO DATE TO AGE BY" TO PRG-ACTION
042100         PERFORM 2600-WRITE-DETAIL-LINE
042200             THRU 2600-EXIT
042300         ADD 1 TO CUSTOMERS-HELD
042400         GO TO 2000-NEXT
042500     END-IF
042600     IF AGING-DATE NOT < CUTOFF-DATE
042700         GO TO 2000-NEXT
042800     END-IF
042900     PERFORM 2200-PURGE-CUSTOMER
043000         THRU 2200-EXIT.
043100 2000-NEXT.
043200     PERFORM 2100-READ-CUSTMSTR
043300         THRU 2100-EXIT
043400 2000-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700* 2100-READ-CUSTMSTR
043800*----------------------------------------------------------------
043900 2100-READ-CUSTMSTR.
044000     READ CUSTMSTR-FILE
044100         AT END
044200             SET END-OF-FILE TO TRUE
044300             GO TO 2100-EXIT
044400     END-READ
044500     ADD 1 TO CUSTOMERS-READ
044600 2100-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900* 2200-PURGE-CUSTOMER
045000*
045100* DELETES THE CUSTOMER JUST READ FROM THE MASTER, THEN APPENDS
045200* ITS IMAGE TO THE HISTORY ARCHIVE STAMPED WITH THE PURGE DATE,
045300* JOURNALS THE DELETE, COUNTS IT BY STATUS AND BRANCH AND LISTS
045400* IT.  A DELETE THAT FAILS IS LISTED AND COUNTED, AND NOTHING IS
045500* ARCHIVED OR JOURNALED FOR IT.
045600*----------------------------------------------------------------
045700 2200-PURGE-CUSTOMER.
045800     DELETE CUSTMSTR-FILE RECORD
045900     IF NOT CUSTMSTR-FILE-OK
046000         DISPLAY "CUSTMSTR DELETE FAILED - CUSTOMER "
046100             CM-CUSTOMER-ID " FILE STATUS " CUSTMSTR-FILE-STATUS
046200         MOVE "NOT PURGED - DELETE FAILED" TO PRG-ACTION
046300         PERFORM 2600-WRITE-DETAIL-LINE
046400             THRU 2600-EXIT
046500         ADD 1 TO PURGES-FAILED
046600         GO TO 2200-EXIT
046700     END-IF
046800     MOVE CUSTMAST-RECORD  TO CUSTHIST-RECORD
046900     MOVE CURRENT-RUN-DATE TO CH-PURGE-DATE
047000     WRITE CUSTHIST-RECORD
047100     PERFORM 2500-WRITE-JOURNAL
047200         THRU 2500-EXIT
047300     PERFORM 2300-COUNT-BY-BRANCH
047400         THRU 2300-EXIT
047500     MOVE "PURGED" TO PRG-ACTION
047600     PERFORM 2600-WRITE-DETAIL-LINE
047700         THRU 2600-EXIT
047800     ADD 1 TO CUSTOMERS-PURGED
047900 2200-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------
048200* 2300-COUNT-BY-BRANCH
048300*
048400* ADDS THE PURGE TO THE STATUS TOTALS AND TO THE PURGED
048500* CUSTOMER'S BRANCH IN THE BRANCH TABLE, OR TO THE OTHER- TOTALS
048600* WHEN THE BRANCH IS NOT ON THE REFERENCE.
048700*----------------------------------------------------------------
048800 2300-COUNT-BY-BRANCH.
048900     PERFORM 2310-FIND-BRANCH
049000         THRU 2310-EXIT
049100     IF CM-STATUS-CODE = "D"
049200         ADD 1 TO DECEASED-PURGED
049300         IF BRANCH-FOUND-SUB > ZERO
049400             ADD 1 TO BW-DECEASED-PURGED (BRANCH-FOUND-SUB)
049500         ELSE
049600             ADD 1 TO OTHER-DECEASED-PURGED
049700         END-IF
049800     ELSE
049900         ADD 1 TO CLOSED-PURGED
050000         IF BRANCH-FOUND-SUB > ZERO
050100             ADD 1 TO BW-CLOSED-PURGED (BRANCH-FOUND-SUB)
050200         ELSE
050300             ADD 1 TO OTHER-CLOSED-PURGED
050400         END-IF
050500     END-IF
050600 2300-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------
050900* 2310-FIND-BRANCH
051000*
051100* SEARCHES THE BRANCH TABLE FOR THE CUSTOMER'S BRANCH CODE.
051200* BRANCH-FOUND-SUB RETURNS THE MATCHING ENTRY, OR ZERO WHEN THE
051300* BRANCH IS NOT ON THE REFERENCE.
051400*----------------------------------------------------------------
051500 2310-FIND-BRANCH.
051600     MOVE ZERO TO BRANCH-FOUND-SUB
051700     MOVE 1    TO BRANCH-SUB
051800     PERFORM 2320-CHECK-ONE-BRANCH
051900         THRU 2320-EXIT
052000         UNTIL BRANCH-SUB > BRANCH-COUNT
052100             OR BRANCH-FOUND-SUB > ZERO
052200 2310-EXIT.
052300     EXIT.
052400*----------------------------------------------------------------
052500* 2320-CHECK-ONE-BRANCH
052600*----------------------------------------------------------------
052700 2320-CHECK-ONE-BRANCH.
052800     IF BW-BRANCH-CODE (BRANCH-SUB) = CM-BRANCH-CODE
052900         MOVE BRANCH-SUB TO BRANCH-FOUND-SUB
053000         GO TO 2320-EXIT
053100     END-IF
053200     ADD 1 TO BRANCH-SUB
053300 2320-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------
053600* 2500-WRITE-JOURNAL
053700*
053800* APPENDS ONE DELETE RECORD TO THE MASTER JOURNAL FOR THE
053900* CUSTOMER JUST PURGED - THE PURGED IMAGE BEFORE, SPACES AFTER,
054000* EXACTLY AS THE MAINTENANCE RUN JOURNALS A DELETE - SO THE
054010* BACKOUT RUN CAN PUT IT BACK AND THE FORWARD-RECOVERY RUN
054020* REAPPLIES IT.  THE SEQUENCE CONTINUES FROM THE HIGHEST FOUND FOR
054030* TODAY'S RUN DATE AT INITIALIZATION.
054300*----------------------------------------------------------------
054400 2500-WRITE-JOURNAL.
054500     ADD 1 TO JOURNAL-SEQUENCE
054600     MOVE SPACES              TO MASTJRNL-REC
054700     MOVE CURRENT-RUN-DATE    TO MJ-RUN-DATE
054800     MOVE CURRENT-RUN-TIME    TO MJ-RUN-TIME
054900     MOVE JOURNAL-SEQUENCE    TO MJ-SEQUENCE
055000     MOVE "D"                 TO MJ-ACTION-CODE
055100     MOVE CUSTMAST-RECORD     TO MJ-BEFORE-IMAGE
055200     MOVE SPACES              TO MJ-AFTER-IMAGE
055300     WRITE MASTJRNL-REC
055400 2500-EXIT.
055500     EXIT.
055600*----------------------------------------------------------------
055700* 2600-WRITE-DETAIL-LINE
055800*
055900* LISTS THE CUSTOMER JUST AGED WITH THE DATE IT WAS AGED BY AND
056000* THE ACTION TAKEN, ALREADY MOVED TO PRG-ACTION BY THE CALLER.
056100*----------------------------------------------------------------
056200 2600-WRITE-DETAIL-LINE.
056300     MOVE CM-CUSTOMER-ID   TO PRG-CUSTOMER-ID
056400     MOVE CM-CUSTOMER-NAME TO PRG-CUSTOMER-NAME
056500     MOVE CM-STATUS-CODE   TO PRG-STATUS-CODE
056600     MOVE CM-BRANCH-CODE   TO PRG-BRANCH-CODE
056700     IF AGING-DATE NOT = ZERO
056800         MOVE AGING-DATE   TO PRG-AGING-DATE
056900     ELSE
057000         MOVE SPACES       TO PRG-AGING-DATE
057100     END-IF
057200     MOVE PRG-DETAIL-LINE  TO PURGLIST-RECORD
057300     WRITE PURGLIST-RECORD
057400 2600-EXIT.
057500     EXIT.
057600*----------------------------------------------------------------
057700* 8000-WRITE-TOTALS
057800*
057900* PRINTS THE PURGES BY BRANCH - ONE LINE PER REFERENCE BRANCH
058000* THAT HAD ANY, IN BRANCH-CODE ORDER, THEN ONE FOR BRANCHES NOT
058100* ON THE REFERENCE - FOLLOWED BY THE RUN COUNTS.
058200*----------------------------------------------------------------
058300 8000-WRITE-TOTALS.
058400     MOVE PRG-BLANK-LINE     TO PURGLIST-RECORD
058500     WRITE PURGLIST-RECORD
058600     MOVE PRG-BRANCH-HEADING TO PURGLIST-RECORD
058700     WRITE PURGLIST-RECORD
058800     MOVE PRG-BLANK-LINE     TO PURGLIST-RECORD
058900     WRITE PURGLIST-RECORD
059000     MOVE 1 TO BRANCH-SUB
059100     PERFORM 8100-WRITE-BRANCH-LINE
059200         THRU 8100-EXIT
059300         UNTIL BRANCH-SUB > BRANCH-COUNT
059400     IF OTHER-DECEASED-PURGED > ZERO
059500             OR OTHER-CLOSED-PURGED > ZERO
059600         MOVE SPACES                 TO PRG-BRANCH-LINE
059700         MOVE "*NOT ON REFERENCE*"   TO PRG-BR-NAME
059800         MOVE OTHER-DECEASED-PURGED  TO PRG-BR-DECEASED
059900         MOVE OTHER-CLOSED-PURGED    TO PRG-BR-CLOSED
060000         COMPUTE BRANCH-TOTAL-WORK =
060100             OTHER-DECEASED-PURGED + OTHER-CLOSED-PURGED
060200         MOVE BRANCH-TOTAL-WORK      TO PRG-BR-TOTAL
060300         MOVE PRG-BRANCH-LINE        TO PURGLIST-RECORD
060400         WRITE PURGLIST-RECORD
060500     END-IF
060600     MOVE PRG-BLANK-LINE TO PURGLIST-RECORD
060700     WRITE PURGLIST-RECORD
060800     MOVE "CUSTOMERS SCANNED:"          TO PRG-TOTAL-LABEL
060900     MOVE CUSTOMERS-READ                TO PRG-TOTAL-COUNT
061000     MOVE PRG-TOTAL-LINE TO PURGLIST-RECORD
061100     WRITE PURGLIST-RECORD
061200     MOVE "CUSTOMERS PURGED:"           TO PRG-TOTAL-LABEL
061300     MOVE CUSTOMERS-PURGED              TO PRG-TOTAL-COUNT
061400     MOVE PRG-TOTAL-LINE TO PURGLIST-RECORD
061500     WRITE PURGLIST-RECORD
061600     MOVE "  DECEASED:"                 TO PRG-TOTAL-LABEL
061700     MOVE DECEASED-PURGED               TO PRG-TOTAL-COUNT
061800     MOVE PRG-TOTAL-LINE TO PURGLIST-RECORD
061900     WRITE PURGLIST-RECORD
062000     MOVE "  CLOSED:"                   TO PRG-TOTAL-LABEL
062100     MOVE CLOSED-PURGED                 TO PRG-TOTAL-COUNT
062200     MOVE PRG-TOTAL-LINE TO PURGLIST-RECORD
062300     WRITE PURGLIST-RECORD
062400     MOVE "HELD - NO DATE TO AGE BY:"   TO PRG-TOTAL-LABEL
062500     MOVE CUSTOMERS-HELD                TO PRG-TOTAL-COUNT
062600     MOVE PRG-TOTAL-LINE TO PURGLIST-RECORD
062700     WRITE PURGLIST-RECORD
062800     MOVE "DELETES FAILED:"             TO PRG-TOTAL-LABEL
062900     MOVE PURGES-FAILED                 TO PRG-TOTAL-COUNT
063000     MOVE PRG-TOTAL-LINE TO PURGLIST-RECORD
063100     WRITE PURGLIST-RECORD
063200 8000-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500* 8100-WRITE-BRANCH-LINE
063600*----------------------------------------------------------------
063700 8100-WRITE-BRANCH-LINE.
063800     IF BW-DECEASED-PURGED (BRANCH-SUB) = ZERO
063900             AND BW-CLOSED-PURGED (BRANCH-SUB) = ZERO
064000         GO TO 8100-NEXT
064100     END-IF
064200     MOVE SPACES TO PRG-BRANCH-LINE
064300     MOVE BW-BRANCH-CODE (BRANCH-SUB)     TO PRG-BR-CODE
064400     MOVE BW-BRANCH-NAME (BRANCH-SUB)     TO PRG-BR-NAME
064500     MOVE BW-DECEASED-PURGED (BRANCH-SUB) TO PRG-BR-DECEASED
064600     MOVE BW-CLOSED-PURGED (BRANCH-SUB)   TO PRG-BR-CLOSED
064700     COMPUTE BRANCH-TOTAL-WORK =
064800         BW-DECEASED-PURGED (BRANCH-SUB)
064900         + BW-CLOSED-PURGED (BRANCH-SUB)
065000     MOVE BRANCH-TOTAL-WORK               TO PRG-BR-TOTAL
065100     MOVE PRG-BRANCH-LINE TO PURGLIST-RECORD
065200     WRITE PURGLIST-RECORD.
065300 8100-NEXT.
065400     ADD 1 TO BRANCH-SUB
065500 8100-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------
065800* 9999-TERMINATE
065900*
066000* PRINTS THE TOTALS, CLOSES ALL FILES AND SUMMARIZES THE RUN ON
066100* THE JOB LOG.  A RUN WHERE ANY DELETE FAILED ENDS WITH RETURN
066200* CODE 8 SO DATA CONTROL IS POINTED AT THE LISTING.
066300*----------------------------------------------------------------
066400 9999-TERMINATE.
066500     PERFORM 8000-WRITE-TOTALS
066600         THRU 8000-EXIT
066700     CLOSE CUSTMSTR-FILE
066800     CLOSE CUSTHIST-FILE
066900     CLOSE JRNLOUT-FILE
067000     CLOSE PURGLIST-FILE
067100     DISPLAY "Customers read       = " CUSTOMERS-READ
067200     DISPLAY "Customers purged     = " CUSTOMERS-PURGED
067300     DISPLAY "Customers held       = " CUSTOMERS-HELD
067400     DISPLAY "Deletes failed       = " PURGES-FAILED
067500     DISPLAY "Cutoff date          = " CUTOFF-DATE
067600     MOVE "CUSTPURG"          TO RC-PROGRAM-NAME
067700     MOVE CUSTOMERS-READ      TO RC-RECORDS-IN
067800     MOVE CUSTOMERS-PURGED    TO RC-RECORDS-OUT
067900     MOVE "COMPLETED"         TO RC-COMPLETION-STATUS
068000     CALL "RunLogProgram" USING RUNCNTL-REC
068100*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
068200*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
068300     IF PURGES-FAILED > ZERO
068400         MOVE 8 TO RETURN-CODE
068500     END-IF
068600 9999-EXIT.
068700     EXIT.
