000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JobGateProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW JOB-DEPENDENCY GATE.  OPERATIONS
001300*                 PRE-ALLOCATES EMPTY EXTENTS SO ALLOCATION NEVER
001400*                 FAILS, SO A NIGHT THE UPSTREAM JOB DID NOT RUN
001500*                 USED TO FEED STALE OR EMPTY DATA THROUGH WITH A
001600*                 ZERO RETURN CODE.  THIS STEP RUNS AT THE FRONT
001700*                 OF A DEPENDENT JOB, READS THAT JOB'S DEPENDENCY
001800*                 CARDS (DEPCARD - JOB, REQUIRED UPSTREAM PROGRAM,
001900*                 SAME-DAY OR PRIOR-DAY) AND LOOKS ON THE
002000*                 SHOP-WIDE RUNCNTL FILE FOR A COMPLETED RECORD
002100*                 FROM THAT PROGRAM ON THE REQUIRED DATE.  EVERY
002200*                 PREREQUISITE IS LISTED ON GATERPT AS MET OR
002300*                 MISSING.  RETURN CODE 8 WHEN ANY IS MISSING, SO
002400*                 THE DEPENDENT STEPS ARE HELD ON CONDITION CODE.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPCARD-FILE ASSIGN TO "DEPCARD"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS DEPCARD-FILE-STATUS.
003200     SELECT RUNCNTL-FILE ASSIGN TO "RUNCNTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS RUNCNTL-FILE-STATUS.
003500     SELECT GATERPT-FILE ASSIGN TO "GATERPT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS GATERPT-FILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*----------------------------------------------------------------
004100* DEPCARD - DEPENDENCY CARDS.  ONE CARD PER PREREQUISITE: THE
004200* DEPENDENT JOB NAME (COLS 1-8), THE UPSTREAM LOAD-MODULE NAME
004300* THAT MUST HAVE COMPLETED (COLS 9-16), AND WHEN (COL 17) - S
004400* FOR TODAY, P FOR THE PRIOR DAY.
004500*----------------------------------------------------------------
004600 FD  DEPCARD-FILE
004700     RECORDING MODE IS F.
004800 01  DEPCARD-RECORD.
004900     05  DC-JOB-NAME             PIC X(08).
005000     05  DC-REQUIRED-PROGRAM     PIC X(08).
005100     05  DC-WHEN-CODE            PIC X(01).
005200     05  FILLER                  PIC X(63).
005300*----------------------------------------------------------------
005400* RUNCNTL - SHOP-WIDE RUN-CONTROL FILE, READ THROUGH THE
005500* SHARED RunCntl DEFINITION.
005600*----------------------------------------------------------------
005700 FD  RUNCNTL-FILE
005800     RECORDING MODE IS F.
005900     COPY RunCntl.
006000*----------------------------------------------------------------
006100* GATERPT - PREREQUISITE LISTING.
006200*----------------------------------------------------------------
006300 FD  GATERPT-FILE
006400     RECORDING MODE IS F.
006500 01  GATERPT-RECORD              PIC X(80).
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------
006800* PREREQUISITE TABLE.  ONE ENTRY PER DEPENDENCY CARD, CARRYING
006900* THE RUN DATE THE UPSTREAM PROGRAM MUST HAVE COMPLETED ON AND
007000* THE LATEST MATCHING COMPLETION FOUND ON RUNCNTL.
007100*----------------------------------------------------------------
007200 01  PREREQ-TABLE.
007300     05  PREREQ-COUNT            PIC 9(03) COMP VALUE ZERO.
007400     05  PREREQ-ENTRY OCCURS 100 TIMES.
007500         10  PQ-JOB-NAME         PIC X(08).
007600         10  PQ-PROGRAM-NAME     PIC X(08).
007700         10  PQ-WHEN-CODE        PIC X(01).
007800             88  PQ-SAME-DAY               VALUE "S".
007900             88  PQ-PRIOR-DAY              VALUE "P".
008000         10  PQ-MET-SWITCH       PIC X(01).
008100             88  PQ-MET                    VALUE "Y".
008200         10  PQ-MET-DATE         PIC 9(08).
008300         10  PQ-MET-TIME         PIC 9(08).
008400*----------------------------------------------------------------
008500* NUMBER OF DAYS IN EACH MONTH OF A COMMON (NON-LEAP) YEAR, FOR
008600* STEPPING THE RUN DATE BACK ONE DAY.  FEBRUARY IS CARRIED AS 28
008700* AND BUMPED TO 29 FOR LEAP YEARS.
008800*----------------------------------------------------------------
008900 01  MONTH-DAYS-TABLE.
009000     05  MONTH-DAYS-LIST      PIC X(24)
009100             VALUE "312831303130313130313031".
009200 01  MONTH-DAYS-REDEF REDEFINES MONTH-DAYS-TABLE.
009300     05  DAYS-IN-MONTH        PIC 99 OCCURS 12 TIMES.
009400 01  CURRENT-RUN-DATE.
009500     05  CURRENT-YEAR         PIC 9(04).
009600     05  CURRENT-MONTH        PIC 9(02).
009700     05  CURRENT-DAY          PIC 9(02).
009800 01  CURRENT-RUN-DATE-NUM REDEFINES CURRENT-RUN-DATE
009900                              PIC 9(08).
010000 01  PRIOR-RUN-DATE.
010100     05  PRIOR-YEAR           PIC 9(04).
010200     05  PRIOR-MONTH          PIC 9(02).
010300     05  PRIOR-DAY            PIC 9(02).
010400 01  PRIOR-RUN-DATE-NUM REDEFINES PRIOR-RUN-DATE
010500                              PIC 9(08).
010600*----------------------------------------------------------------
010700* GATE LISTING PRINT LINES.  EACH IS 80 BYTES WIDE SO IT CAN BE
010800* MOVED STRAIGHT INTO GATERPT-RECORD.
010900*----------------------------------------------------------------
011000 01  GTE-HEADING-1.
011100     05  FILLER               PIC X(24) VALUE SPACES.
011200     05  FILLER               PIC X(32) VALUE
011300             "JOB DEPENDENCY GATE".
011400     05  FILLER               PIC X(24) VALUE SPACES.
011500 01  GTE-HEADING-2.
011600     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
011700     05  GTE-RUN-DATE         PIC 9(08).
011800     05  FILLER               PIC X(04) VALUE SPACES.
011900     05  FILLER               PIC X(12) VALUE "PRIOR DAY: ".
012000     05  GTE-PRIOR-DATE       PIC 9(08).
012100     05  FILLER               PIC X(38) VALUE SPACES.
012200 01  GTE-BLANK-LINE           PIC X(80) VALUE SPACES.
012300 01  GTE-COLUMN-HEADING       PIC X(80) VALUE
012400     "JOB       PROGRAM   WHEN       RESULT".
012500 01  GTE-DETAIL-LINE.
012600     05  GTE-JOB-NAME         PIC X(08).
012700     05  FILLER               PIC X(02) VALUE SPACES.
012800     05  GTE-PROGRAM-NAME     PIC X(08).
012900     05  FILLER               PIC X(02) VALUE SPACES.
013000     05  GTE-WHEN-TEXT        PIC X(09).
013100     05  FILLER               PIC X(02) VALUE SPACES.
013200     05  GTE-RESULT           PIC X(49).
013300 01  GTE-MET-TEXT.
013400     05  FILLER               PIC X(23) VALUE
013500             "MET - COMPLETED ".
013600     05  GTE-MET-DATE         PIC 9(08).
013700     05  FILLER               PIC X(01) VALUE SPACES.
013800     05  GTE-MET-TIME         PIC 9(08).
013900     05  FILLER               PIC X(09) VALUE SPACES.
014000 01  GTE-TOTAL-LINE.
014100     05  GTE-TOTAL-LABEL      PIC X(30).
014200     05  GTE-TOTAL-COUNT      PIC ZZZ,ZZ9.
014300     05  FILLER               PIC X(43) VALUE SPACES.
014400 77  DEPCARD-FILE-STATUS     PIC X(02) VALUE "00".
014500     88  DEPCARD-FILE-OK               VALUE "00".
014600 77  RUNCNTL-FILE-STATUS     PIC X(02) VALUE "00".
014700     88  RUNCNTL-FILE-OK               VALUE "00".
014800     88  RUNCNTL-FILE-AT-END           VALUE "10".
014900 77  GATERPT-FILE-STATUS     PIC X(02) VALUE "00".
015000     88  GATERPT-FILE-OK               VALUE "00".
015100 77  DEPCARD-EOF-SWITCH      PIC X(01) VALUE "N".
015200     88  DEPCARD-EOF                   VALUE "Y".
015300 77  RUNCNTL-EOF-SWITCH      PIC X(01) VALUE "N".
015400     88  RUNCNTL-EOF                   VALUE "Y".
015500 77  LEAP-YEAR-SWITCH        PIC X(01) VALUE "N".
015600     88  LEAP-YEAR                     VALUE "Y".
015700 77  PREREQ-SUB              PIC 9(03) COMP VALUE ZERO.
015800 77  DIVIDE-QUOTIENT         PIC 9(04) VALUE ZEROS.
015900 77  REMAINDER-4             PIC 9(01) VALUE ZEROS.
016000 77  REMAINDER-100           PIC 999   VALUE ZEROS.
016100 77  REMAINDER-400           PIC 999   VALUE ZEROS.
016200 77  CARDS-READ              PIC 9(07) VALUE ZEROS.
016300 77  CONTROL-RECORDS-READ    PIC 9(07) VALUE ZEROS.
016400 77  PREREQS-MET             PIC 9(07) VALUE ZEROS.
016500 77  PREREQS-MISSING         PIC 9(07) VALUE ZEROS.
016600*----------------------------------------------------------------
016700* THIS PROGRAM'S OWN RUN-CONTROL RECORD FOR THE RunLogProgram
016800* CALLS, COPIED WITH THE NAMES PREFIXED RW- SO THEY DO NOT
016900* COLLIDE WITH THE RC- NAMES OF THE FILE BEING SEARCHED.
017000*----------------------------------------------------------------
017100     COPY RunCntl REPLACING ==RUNCNTL-REC== BY ==RUNCNTL-WORK==
017200         LEADING ==RC== BY ==RW==.
017300 PROCEDURE DIVISION.
017400*----------------------------------------------------------------
017500* 0000-MAINLINE
017600*
017700* LOADS THE DEPENDENCY CARDS, SEARCHES THE RUN-CONTROL FILE FOR
017800* THEIR COMPLETIONS, LISTS THE RESULT OF EACH, AND TERMINATES.
017900*----------------------------------------------------------------
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE
018200         THRU 1000-EXIT
018300     PERFORM 2000-LOAD-DEPENDENCY-CARDS
018400         THRU 2000-EXIT
018500         UNTIL DEPCARD-EOF
018600     PERFORM 3000-MATCH-RUN-RECORDS
018700         THRU 3000-EXIT
018800         UNTIL RUNCNTL-EOF
018900     PERFORM 4000-REPORT-PREREQUISITES
019000         THRU 4000-EXIT
019100     PERFORM 9999-TERMINATE
019200         THRU 9999-EXIT
019300     STOP RUN.
019400*----------------------------------------------------------------
019500* 1000-INITIALIZE
019600*
019700* STAMPS THIS PROGRAM'S OWN START RECORD, SETS TODAY'S AND THE
019800* PRIOR DAY'S RUN DATES, OPENS THE CARDS, THE RUN-CONTROL FILE
019900* AND THE LISTING, AND PRIMES THE FIRST RECORD OF EACH INPUT.
020000* THE CARDS ARE REQUIRED - A GATE WITH NOTHING TO CHECK WOULD
020100* PASS EVERY NIGHT, SO A MISSING OR EMPTY DECK FAILS THE RUN.
020200*----------------------------------------------------------------
020300 1000-INITIALIZE.
020400     MOVE "JOBGATE"  TO RW-PROGRAM-NAME
020500     MOVE ZEROS      TO RW-RECORDS-IN
020600     MOVE ZEROS      TO RW-RECORDS-OUT
020700     MOVE "STARTED"  TO RW-COMPLETION-STATUS
020800     CALL "RunLogProgram" USING RUNCNTL-WORK
020900     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
021000     PERFORM 1100-DERIVE-PRIOR-DATE
021100         THRU 1100-EXIT
021200     OPEN INPUT DEPCARD-FILE
021300     IF NOT DEPCARD-FILE-OK
021400         DISPLAY "DEPCARD OPEN FAILED - FILE STATUS "
021500             DEPCARD-FILE-STATUS
021600         MOVE 16 TO RETURN-CODE
021700         STOP RUN
021800     END-IF
021900     OPEN INPUT RUNCNTL-FILE
022000     IF NOT RUNCNTL-FILE-OK
022100         DISPLAY "RUNCNTL OPEN FAILED - FILE STATUS "
022200             RUNCNTL-FILE-STATUS
022300         MOVE 16 TO RETURN-CODE
022400         STOP RUN
022500     END-IF
022600     OPEN OUTPUT GATERPT-FILE
022700     IF NOT GATERPT-FILE-OK
022800         DISPLAY "GATERPT OPEN FAILED - FILE STATUS "
022900             GATERPT-FILE-STATUS
023000         MOVE 16 TO RETURN-CODE
023100         STOP RUN
023200     END-IF
023300     MOVE GTE-HEADING-1        TO GATERPT-RECORD
023400     WRITE GATERPT-RECORD
023500     MOVE CURRENT-RUN-DATE-NUM TO GTE-RUN-DATE
023600     MOVE PRIOR-RUN-DATE-NUM   TO GTE-PRIOR-DATE
023700     MOVE GTE-HEADING-2        TO GATERPT-RECORD
023800     WRITE GATERPT-RECORD
023900     MOVE GTE-BLANK-LINE       TO GATERPT-RECORD
024000     WRITE GATERPT-RECORD
024100     MOVE GTE-COLUMN-HEADING   TO GATERPT-RECORD
024200     WRITE GATERPT-RECORD
024300     MOVE GTE-BLANK-LINE       TO GATERPT-RECORD
024400     WRITE GATERPT-RECORD
024500     PERFORM 2100-READ-DEPCARD
024600         THRU 2100-EXIT
024700     IF DEPCARD-EOF
024800         DISPLAY "DEPCARD CARD FILE IS EMPTY"
024900         MOVE 16 TO RETURN-CODE
025000         STOP RUN
025100     END-IF
025200     PERFORM 3100-READ-RUNCNTL
025300         THRU 3100-EXIT
025400 1000-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------
025700* 1100-DERIVE-PRIOR-DATE
025800*
025900* STEPS TODAY'S DATE BACK ONE DAY, ACROSS A MONTH OR YEAR END
026000* WHERE NEEDED, INCLUDING FEBRUARY 29 ON A LEAP YEAR.
026100*----------------------------------------------------------------
026200 1100-DERIVE-PRIOR-DATE.
026300     MOVE CURRENT-RUN-DATE TO PRIOR-RUN-DATE
026400     IF PRIOR-DAY > 1
026500         SUBTRACT 1 FROM PRIOR-DAY
026600         GO TO 1100-EXIT
026700     END-IF
026800     IF PRIOR-MONTH > 1
026900         SUBTRACT 1 FROM PRIOR-MONTH
027000     ELSE
027100         MOVE 12 TO PRIOR-MONTH
027200         SUBTRACT 1 FROM PRIOR-YEAR
027300     END-IF
027400     MOVE DAYS-IN-MONTH (PRIOR-MONTH) TO PRIOR-DAY
027500     IF PRIOR-MONTH = 2
027600         PERFORM 1200-CHECK-LEAP-YEAR
027700             THRU 1200-EXIT
027800         IF LEAP-YEAR
027900             MOVE 29 TO PRIOR-DAY
028000         END-IF
028100     END-IF
028200 1100-EXIT.
028300     EXIT.
028400*----------------------------------------------------------------
028500* 1200-CHECK-LEAP-YEAR
028600*
028700* APPLIES THE STANDARD LEAP-YEAR RULE TO PRIOR-YEAR - DIVISIBLE
028800* BY 4, EXCEPT CENTURY YEARS, UNLESS ALSO DIVISIBLE BY 400.
028900*----------------------------------------------------------------
029000 1200-CHECK-LEAP-YEAR.
029100     MOVE "N" TO LEAP-YEAR-SWITCH
029200     DIVIDE PRIOR-YEAR BY 4
029300         GIVING DIVIDE-QUOTIENT
029400         REMAINDER REMAINDER-4
029500     IF REMAINDER-4 NOT = 0
029600         GO TO 1200-EXIT
029700     END-IF
029800     DIVIDE PRIOR-YEAR BY 100
029900         GIVING DIVIDE-QUOTIENT
030000         REMAINDER REMAINDER-100
030100     IF REMAINDER-100 NOT = 0
030200         SET LEAP-YEAR TO TRUE
030300         GO TO 1200-EXIT
030400     END-IF
030500     DIVIDE PRIOR-YEAR BY 400
030600         GIVING DIVIDE-QUOTIENT
030700         REMAINDER REMAINDER-400
030800     IF REMAINDER-400 = 0
030900         SET LEAP-YEAR TO TRUE
031000     END-IF
031100 1200-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400* 2000-LOAD-DEPENDENCY-CARDS
031500*
031600* LOADS ONE DEPENDENCY CARD INTO THE PREREQUISITE TABLE AND
031700* READS THE NEXT ONE.  A CARD WITH NO PROGRAM NAME OR A WHEN
031800* CODE OTHER THAN S OR P CANNOT BE CHECKED, SO IT IS LOADED AS A
031900* PREREQUISITE THAT CAN NEVER BE MET - THE GATE FAILS SAFE.
032000* CARDS PAST THE TABLE LIMIT FAIL THE RUN.
032100*----------------------------------------------------------------
032200 2000-LOAD-DEPENDENCY-CARDS.
032300     IF PREREQ-COUNT >= 100
032400         DISPLAY "PREREQUISITE TABLE FULL - TOO MANY CARDS"
032500         MOVE 16 TO RETURN-CODE
032600         STOP RUN
032700     END-IF
032800     ADD 1 TO PREREQ-COUNT
032900     MOVE DC-JOB-NAME         TO PQ-JOB-NAME (PREREQ-COUNT)
033000     MOVE DC-REQUIRED-PROGRAM TO PQ-PROGRAM-NAME (PREREQ-COUNT)
033100     MOVE DC-WHEN-CODE        TO PQ-WHEN-CODE (PREREQ-COUNT)
033200     MOVE "N"                 TO PQ-MET-SWITCH (PREREQ-COUNT)
033300     MOVE ZEROS               TO PQ-MET-DATE (PREREQ-COUNT)
033400     MOVE ZEROS               TO PQ-MET-TIME (PREREQ-COUNT)
033500     PERFORM 2100-READ-DEPCARD
033600         THRU 2100-EXIT
033700 2000-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000* 2100-READ-DEPCARD
034100*----------------------------------------------------------------
034200 2100-READ-DEPCARD.
034300     READ DEPCARD-FILE
034400         AT END
034500             SET DEPCARD-EOF TO TRUE
034600             GO TO 2100-EXIT
034700     END-READ
034800     ADD 1 TO CARDS-READ
034900 2100-EXIT.
035000     EXIT.
035100*----------------------------------------------------------------
035200* 3000-MATCH-RUN-RECORDS
035300*
035400* CHECKS ONE COMPLETED RUN-CONTROL RECORD AGAINST EVERY
035500* PREREQUISITE, THEN READS THE NEXT ONE.  START RECORDS ARE
035600* IGNORED - A RUN THAT STARTED BUT NEVER FINISHED PROVES
035700* NOTHING ABOUT ITS OUTPUT.
035800*----------------------------------------------------------------
035900 3000-MATCH-RUN-RECORDS.
036000     IF RC-COMPLETION-STATUS NOT = "COMPLETED"
036100         GO TO 3000-NEXT
036200     END-IF
036300     MOVE 1 TO PREREQ-SUB
036400     PERFORM 3200-MATCH-ONE-PREREQ
036500         THRU 3200-EXIT
036600         UNTIL PREREQ-SUB > PREREQ-COUNT.
036700 3000-NEXT.
036800     PERFORM 3100-READ-RUNCNTL
036900         THRU 3100-EXIT
037000 3000-EXIT.
037100     EXIT.
037200*----------------------------------------------------------------
037300* 3100-READ-RUNCNTL
037400*----------------------------------------------------------------
037500 3100-READ-RUNCNTL.
037600     READ RUNCNTL-FILE
037700         AT END
037800             SET RUNCNTL-EOF TO TRUE
037900             GO TO 3100-EXIT
038000     END-READ
038100     ADD 1 TO CONTROL-RECORDS-READ
038200 3100-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500* 3200-MATCH-ONE-PREREQ
038600*
038700* A SAME-DAY PREREQUISITE IS MET BY A COMPLETION DATED TODAY.  A
038800* PRIOR-DAY PREREQUISITE IS MET BY A COMPLETION DATED THE PRIOR
038900* DAY OR TODAY - AN UPSTREAM RUN THAT FINISHED LATER THAN
039000* SCHEDULED STILL PRODUCED THE OUTPUT THE JOB NEEDS.  THE LATEST
039100* MATCHING COMPLETION IS KEPT FOR THE LISTING.
039200*----------------------------------------------------------------
039300 3200-MATCH-ONE-PREREQ.
039400     IF RC-PROGRAM-NAME NOT = PQ-PROGRAM-NAME (PREREQ-SUB)
039500         GO TO 3200-NEXT
039600     END-IF
039700     IF PQ-SAME-DAY (PREREQ-SUB)
039800         IF RC-RUN-DATE NOT = CURRENT-RUN-DATE-NUM
039900             GO TO 3200-NEXT
040000         END-IF
040100     END-IF
040200     IF PQ-PRIOR-DAY (PREREQ-SUB)
040300         IF RC-RUN-DATE NOT = PRIOR-RUN-DATE-NUM
040400                 AND RC-RUN-DATE NOT = CURRENT-RUN-DATE-NUM
040500             GO TO 3200-NEXT
040600         END-IF
040700     END-IF
040800     IF NOT PQ-SAME-DAY (PREREQ-SUB)
040900             AND NOT PQ-PRIOR-DAY (PREREQ-SUB)
041000         GO TO 3200-NEXT
041100     END-IF
041200     SET PQ-MET (PREREQ-SUB) TO TRUE
041300     MOVE RC-RUN-DATE TO PQ-MET-DATE (PREREQ-SUB)
041400     MOVE RC-RUN-TIME TO PQ-MET-TIME (PREREQ-SUB).
041500 3200-NEXT.
041600     ADD 1 TO PREREQ-SUB
041700 3200-EXIT.
041800     EXIT.
041900*----------------------------------------------------------------
042000* 4000-REPORT-PREREQUISITES
042100*
042200* LISTS EVERY PREREQUISITE AS MET OR MISSING, THEN THE TOTALS.
042300*----------------------------------------------------------------
042400 4000-REPORT-PREREQUISITES.
042500     MOVE 1 TO PREREQ-SUB
042600     PERFORM 4100-REPORT-ONE-PREREQ
042700         THRU 4100-EXIT
042800         UNTIL PREREQ-SUB > PREREQ-COUNT
042900     MOVE GTE-BLANK-LINE TO GATERPT-RECORD
043000     WRITE GATERPT-RECORD
043100     MOVE "PREREQUISITES CHECKED:"      TO GTE-TOTAL-LABEL
043200     MOVE PREREQ-COUNT                  TO GTE-TOTAL-COUNT
043300     MOVE GTE-TOTAL-LINE TO GATERPT-RECORD
043400     WRITE GATERPT-RECORD
043500     MOVE "PREREQUISITES MET:"          TO GTE-TOTAL-LABEL
043600     MOVE PREREQS-MET                   TO GTE-TOTAL-COUNT
043700     MOVE GTE-TOTAL-LINE TO GATERPT-RECORD
043800     WRITE GATERPT-RECORD
043900     MOVE "PREREQUISITES MISSING:"      TO GTE-TOTAL-LABEL
044000     MOVE PREREQS-MISSING               TO GTE-TOTAL-COUNT
044100     MOVE GTE-TOTAL-LINE TO GATERPT-RECORD
044200     WRITE GATERPT-RECORD
044300 4000-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 4100-REPORT-ONE-PREREQ
044700*----------------------------------------------------------------
044800 4100-REPORT-ONE-PREREQ.
044900     MOVE PQ-JOB-NAME (PREREQ-SUB)     TO GTE-JOB-NAME
045000     MOVE PQ-PROGRAM-NAME (PREREQ-SUB) TO GTE-PROGRAM-NAME
045100     EVALUATE TRUE
045200         WHEN PQ-SAME-DAY (PREREQ-SUB)
045300             MOVE "SAME DAY"  TO GTE-WHEN-TEXT
045400         WHEN PQ-PRIOR-DAY (PREREQ-SUB)
045500             MOVE "PRIOR DAY" TO GTE-WHEN-TEXT
045600         WHEN OTHER
045700             MOVE "INVALID"   TO GTE-WHEN-TEXT
045800     END-EVALUATE
045900     IF PQ-MET (PREREQ-SUB)
046000         MOVE PQ-MET-DATE (PREREQ-SUB) TO GTE-MET-DATE
046100         MOVE PQ-MET-TIME (PREREQ-SUB) TO GTE-MET-TIME
046200         MOVE GTE-MET-TEXT             TO GTE-RESULT
046300         ADD 1 TO PREREQS-MET
046400     ELSE
046500         IF PQ-SAME-DAY (PREREQ-SUB)
046600                 OR PQ-PRIOR-DAY (PREREQ-SUB)
046700             MOVE "MISSING - NO COMPLETED RUN ON RUNCNTL"
046800                 TO GTE-RESULT
046900         ELSE
047000             MOVE "MISSING - WHEN CODE MUST BE S OR P"
047100                 TO GTE-RESULT
047200         END-IF
047300         DISPLAY "PREREQUISITE MISSING: "
047400             PQ-PROGRAM-NAME (PREREQ-SUB)
047500         ADD 1 TO PREREQS-MISSING
047600     END-IF
047700     MOVE GTE-DETAIL-LINE TO GATERPT-RECORD
047800     WRITE GATERPT-RECORD
047900     ADD 1 TO PREREQ-SUB
048000 4100-EXIT.
048100     EXIT.
048200*----------------------------------------------------------------
048300* 9999-TERMINATE
048400*
048500* CLOSES ALL FILES, STAMPS THIS PROGRAM'S OWN COMPLETION RECORD
048600* AND SUMMARIZES THE RUN ON THE JOB LOG.  RETURN CODE 8 WHEN ANY
048700* PREREQUISITE IS MISSING.
048800*----------------------------------------------------------------
048900 9999-TERMINATE.
049000     CLOSE DEPCARD-FILE
049100     CLOSE RUNCNTL-FILE
049200     CLOSE GATERPT-FILE
049300     DISPLAY "Dependency cards read = " CARDS-READ
049400     DISPLAY "Control records read  = " CONTROL-RECORDS-READ
049500     DISPLAY "Prerequisites met     = " PREREQS-MET
049600     DISPLAY "Prerequisites missing = " PREREQS-MISSING
049700     MOVE "JOBGATE"            TO RW-PROGRAM-NAME
049800     MOVE CONTROL-RECORDS-READ TO RW-RECORDS-IN
049900     MOVE PREREQS-MET          TO RW-RECORDS-OUT
050000     MOVE "COMPLETED"          TO RW-COMPLETION-STATUS
050100     CALL "RunLogProgram" USING RUNCNTL-WORK
050200*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
050300*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
050400     IF PREREQS-MISSING > ZERO
050500         MOVE 8 TO RETURN-CODE
050600     END-IF
050700 9999-EXIT.
050800     EXIT.
