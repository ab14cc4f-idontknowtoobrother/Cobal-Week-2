000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BranchConsolProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW BRANCH CONSOLIDATION RUN.  WHEN A BRANCH IS
001300*                 CLOSED ON THE BRANCH REFERENCE, EVERY CUSTOMER
001400*                 ON THE KEYED MASTER STILL SERVICED BY IT STARTS
001500*                 FAILING THE FRONT-END BRANCH EDIT, AND DATA
001600*                 CONTROL WAS KEYING A CHANGE TRANSACTION FOR
001700*                 EACH ONE BY HAND.  THE CONSPARM CONTROL CARD
001800*                 NAMES THE CLOSING BRANCH AND ITS RECEIVING
001900*                 BRANCH.  BOTH MUST BE ON BRCHMSTR AND THE
002000*                 RECEIVING BRANCH MUST BE OPEN.  THE RUN THEN
002100*                 WRITES ONE CUSTTRAN CHANGE TRANSACTION (ACTION
002200*                 C, NEW BRANCH CODE) PER CUSTOMER ON THE CLOSING
002300*                 BRANCH FOR THE NEXT MAINTENANCE RUN, AND PRINTS
002400*                 A TRANSFER LISTING (XFERLIST) WITH THE BEFORE
002500*                 AND AFTER BRANCH NAMES AND COUNTS BY CUSTOMER
002600*                 STATUS.  RETURN CODE 8 WHEN THE CARD FAILS
002700*                 VALIDATION (NOTHING IS WRITTEN), 4 WHEN NO
002800*                 CUSTOMER WAS ON THE CLOSING BRANCH.
002900*----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CONSPARM-FILE ASSIGN TO "CONSPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CONSPARM-FILE-STATUS.
003600     SELECT BRCHMSTR-FILE ASSIGN TO "BRCHMSTR"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS BR-BRANCH-CODE
004000         FILE STATUS IS BRCHMSTR-FILE-STATUS.
004100     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS CM-CUSTOMER-ID
004500         FILE STATUS IS CUSTMSTR-FILE-STATUS.
004600     SELECT TRANOUT-FILE ASSIGN TO "TRANOUT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TRANOUT-FILE-STATUS.
004900     SELECT XFERLIST-FILE ASSIGN TO "XFERLIST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS XFERLIST-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400*----------------------------------------------------------------
005500* CONSPARM - ONE-RECORD CONTROL CARD CARRYING THE CLOSING BRANCH
005600* CODE (COLS 1-4) AND THE RECEIVING BRANCH CODE (COLS 5-8).
005700*----------------------------------------------------------------
005800 FD  CONSPARM-FILE
005900     RECORDING MODE IS F.
006000 01  CONSPARM-RECORD.
006100     05  CN-CLOSING-BRANCH-X     PIC X(04).
006200     05  CN-CLOSING-BRANCH REDEFINES CN-CLOSING-BRANCH-X
006300                                 PIC 9(04).
006400     05  CN-RECEIVING-BRANCH-X   PIC X(04).
006500     05  CN-RECEIVING-BRANCH REDEFINES CN-RECEIVING-BRANCH-X
006600                                 PIC 9(04).
006700     05  FILLER                  PIC X(72).
006800*----------------------------------------------------------------
006900* BRCHMSTR - KEYED BRANCH REFERENCE, READ BY KEY THROUGH THE
007000* SHARED BranchRef DEFINITION TO VALIDATE THE CARD.
007100*----------------------------------------------------------------
007200 FD  BRCHMSTR-FILE.
007300     COPY BranchRef.
007400*----------------------------------------------------------------
007500* CUSTMSTR - KEYED CUSTOMER MASTER, READ SEQUENTIALLY THROUGH THE
007600* SHARED CustMast DEFINITION.
007700*----------------------------------------------------------------
007800 FD  CUSTMSTR-FILE.
007900     COPY CustMast.
008000*----------------------------------------------------------------
008100* TRANOUT - CHANGE TRANSACTIONS FOR THE NEXT MAINTENANCE RUN,
008200* ONE PER TRANSFERRED CUSTOMER, IN THE CUSTTRAN LAYOUT.  THE
008300* RECORD IS CARRIED AS A FLAT AREA AND BUILT IN WORKING-STORAGE
008400* (TRANOUT-DETAIL) BEFORE EACH WRITE.
008500*----------------------------------------------------------------
008600 FD  TRANOUT-FILE
008700     RECORDING MODE IS F.
008800 01  TRANOUT-RECORD              PIC X(80).
008900*----------------------------------------------------------------
009000* XFERLIST - TRANSFER LISTING.
009100*----------------------------------------------------------------
009200 FD  XFERLIST-FILE
009300     RECORDING MODE IS F.
009400 01  XFERLIST-RECORD             PIC X(80).
009500 WORKING-STORAGE SECTION.
009600*----------------------------------------------------------------
009700* TRANOUT-DETAIL - WORKING-STORAGE TEMPLATE FOR ONE CHANGE
009800* TRANSACTION, THROUGH THE SHARED CustTran DEFINITION THE
009900* MAINTENANCE RUN READS WITH, COPIED WITH THE NAMES PREFIXED
010000* TN- SO THEY DO NOT COLLIDE WITH NAMES IN THIS PROGRAM.  THE
010100* MASTER'S BIRTH DATE IS CARRIED BECAUSE A CHANGE ALWAYS APPLIES
010200* ONE; NAME, STATUS AND DEATH DATE STAY BLANK SO THE MAINTENANCE
010300* RUN KEEPS THE MASTER'S VALUES.
010400*----------------------------------------------------------------
010500     COPY CustTran REPLACING ==CUSTTRAN-DETAIL==
010600         BY ==TRANOUT-DETAIL== LEADING ==TR== BY ==TN==.
010700*----------------------------------------------------------------
010800* TRANSFER LISTING PRINT LINES.  EACH IS 80 BYTES WIDE SO IT CAN
010900* BE MOVED STRAIGHT INTO XFERLIST-RECORD.
011000*----------------------------------------------------------------
011100 01  XFR-HEADING-1.
011200     05  FILLER               PIC X(20) VALUE SPACES.
011300     05  FILLER               PIC X(40) VALUE
011400             "BRANCH CONSOLIDATION TRANSFER LISTING".
011500     05  FILLER               PIC X(20) VALUE SPACES.
011600 01  XFR-HEADING-2.
011700     05  FILLER               PIC X(20) VALUE SPACES.
011800     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
011900     05  XFR-RUN-DATE         PIC 9(08).
012000     05  FILLER               PIC X(42) VALUE SPACES.
012100 01  XFR-BLANK-LINE           PIC X(80) VALUE SPACES.
012200 01  XFR-BRANCH-LINE.
012300     05  XFR-BRANCH-LABEL     PIC X(18).
012400     05  XFR-BRANCH-CODE      PIC X(04).
012500     05  FILLER               PIC X(02) VALUE SPACES.
012600     05  XFR-BRANCH-NAME      PIC X(25).
012700     05  FILLER               PIC X(02) VALUE SPACES.
012800     05  XFR-BRANCH-STATUS    PIC X(20).
012900     05  FILLER               PIC X(09) VALUE SPACES.
013000 01  XFR-COLUMN-HEADING       PIC X(80) VALUE
013100     "CUST ID  CUSTOMER NAME              ST  FROM  TO".
013200 01  XFR-DETAIL-LINE.
013300     05  XFR-CUSTOMER-ID      PIC 9(06).
013400     05  FILLER               PIC X(03) VALUE SPACES.
013500     05  XFR-CUSTOMER-NAME    PIC X(25).
013600     05  FILLER               PIC X(02) VALUE SPACES.
013700     05  XFR-STATUS-CODE      PIC X(01).
013800     05  FILLER               PIC X(03) VALUE SPACES.
013900     05  XFR-FROM-BRANCH      PIC 9(04).
014000     05  FILLER               PIC X(02) VALUE SPACES.
014100     05  XFR-TO-BRANCH        PIC 9(04).
014200     05  FILLER               PIC X(30) VALUE SPACES.
014300 01  XFR-TOTAL-LINE.
014400     05  XFR-TOTAL-LABEL      PIC X(30).
014500     05  XFR-TOTAL-COUNT      PIC ZZZ,ZZ9.
014600     05  FILLER               PIC X(43) VALUE SPACES.
014700 01  XFR-REJECT-LINE.
014800     05  FILLER               PIC X(26) VALUE
014900             "CONSOLIDATION REJECTED -  ".
015000     05  XFR-REJECT-REASON    PIC X(40).
015100     05  FILLER               PIC X(14) VALUE SPACES.
015200 77  CONSPARM-FILE-STATUS    PIC X(02) VALUE "00".
015300     88  CONSPARM-FILE-OK              VALUE "00".
015400 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
015500     88  BRCHMSTR-FILE-OK              VALUE "00".
015600 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
015700     88  CUSTMSTR-FILE-OK              VALUE "00".
015800     88  CUSTMSTR-FILE-AT-END          VALUE "10".
015900 77  TRANOUT-FILE-STATUS     PIC X(02) VALUE "00".
016000     88  TRANOUT-FILE-OK               VALUE "00".
016100 77  XFERLIST-FILE-STATUS    PIC X(02) VALUE "00".
016200     88  XFERLIST-FILE-OK              VALUE "00".
016300 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
016400     88  END-OF-FILE                   VALUE "Y".
016500 77  CARD-REJECTED-SWITCH    PIC X(01) VALUE "N".
016600     88  CARD-REJECTED                 VALUE "Y".
016700 77  CLOSING-BRANCH          PIC 9(04) VALUE ZEROS.
016800 77  RECEIVING-BRANCH        PIC 9(04) VALUE ZEROS.
016900 77  CLOSING-BRANCH-NAME     PIC X(25) VALUE SPACES.
017000 77  RECEIVING-BRANCH-NAME   PIC X(25) VALUE SPACES.
017100 77  CLOSING-BRANCH-STATUS   PIC X(01) VALUE SPACES.
017200 77  REJECT-REASON           PIC X(40) VALUE SPACES.
017300 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
017400 77  CUSTOMERS-READ          PIC 9(07) VALUE ZEROS.
017500 77  CUSTOMERS-TRANSFERRED   PIC 9(07) VALUE ZEROS.
017600 77  ACTIVE-TRANSFERRED      PIC 9(07) VALUE ZEROS.
017700 77  DECEASED-TRANSFERRED    PIC 9(07) VALUE ZEROS.
017800 77  CLOSED-TRANSFERRED      PIC 9(07) VALUE ZEROS.
017900*----------------------------------------------------------------
018000* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
018100* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
018200*----------------------------------------------------------------
018300     COPY RunCntl.
018400 PROCEDURE DIVISION.
018500*----------------------------------------------------------------
018600* 0000-MAINLINE
018700*
018800* LOADS AND VALIDATES THE CONSOLIDATION CARD, WALKS THE CUSTOMER
018900* MASTER WRITING A CHANGE TRANSACTION FOR EVERY CUSTOMER ON THE
019000* CLOSING BRANCH, AND TERMINATES THE RUN.  A CARD THAT FAILS
019100* VALIDATION SKIPS THE MASTER ALTOGETHER.
019200*----------------------------------------------------------------
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500         THRU 1000-EXIT
019600     IF NOT CARD-REJECTED
019700         PERFORM 2000-PROCESS-CUSTOMERS
019800             THRU 2000-EXIT
019900             UNTIL END-OF-FILE
020000     END-IF
020100     PERFORM 9999-TERMINATE
020200         THRU 9999-EXIT
020300     STOP RUN.
020400*----------------------------------------------------------------
020500* 1000-INITIALIZE
020600*
020700* STAMPS THE START RUN-CONTROL RECORD, LOADS THE CONSOLIDATION
020800* CARD, OPENS THE LISTING AND THE TRANSACTION FILE, VALIDATES
020900* BOTH BRANCH CODES AGAINST THE REFERENCE AND PRINTS THE
021000* TRANSFER HEADINGS.  WHEN THE CARD PASSES, THE MASTER IS OPENED
021100* AND THE FIRST CUSTOMER PRIMED.
021200*----------------------------------------------------------------
021300 1000-INITIALIZE.
021400     MOVE "BRCONSOL" TO RC-PROGRAM-NAME
021500     MOVE ZEROS      TO RC-RECORDS-IN
021600     MOVE ZEROS      TO RC-RECORDS-OUT
021700     MOVE "STARTED"  TO RC-COMPLETION-STATUS
021800     CALL "RunLogProgram" USING RUNCNTL-REC
021900     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
022000     PERFORM 1100-LOAD-CONSOL-PARM
022100         THRU 1100-EXIT
022200     OPEN OUTPUT XFERLIST-FILE
022300     IF NOT XFERLIST-FILE-OK
022400         DISPLAY "XFERLIST OPEN FAILED - FILE STATUS "
022500             XFERLIST-FILE-STATUS
022600         MOVE 16 TO RETURN-CODE
022700         STOP RUN
022800     END-IF
022900     OPEN OUTPUT TRANOUT-FILE
023000     IF NOT TRANOUT-FILE-OK
023100         DISPLAY "TRANOUT OPEN FAILED - FILE STATUS "
023200             TRANOUT-FILE-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF
023600     MOVE XFR-HEADING-1    TO XFERLIST-RECORD
023700     WRITE XFERLIST-RECORD
023800     MOVE CURRENT-RUN-DATE TO XFR-RUN-DATE
023900     MOVE XFR-HEADING-2    TO XFERLIST-RECORD
024000     WRITE XFERLIST-RECORD
024100     MOVE XFR-BLANK-LINE   TO XFERLIST-RECORD
024200     WRITE XFERLIST-RECORD
024300     PERFORM 1200-VALIDATE-BRANCHES
024400         THRU 1200-EXIT
024500     PERFORM 1300-WRITE-BRANCH-LINES
024600         THRU 1300-EXIT
024700     IF CARD-REJECTED
024800         MOVE REJECT-REASON   TO XFR-REJECT-REASON
024900         MOVE XFR-REJECT-LINE TO XFERLIST-RECORD
025000         WRITE XFERLIST-RECORD
025100         DISPLAY "CONSOLIDATION REJECTED - " REJECT-REASON
025200         GO TO 1000-EXIT
025300     END-IF
025400     MOVE XFR-COLUMN-HEADING TO XFERLIST-RECORD
025500     WRITE XFERLIST-RECORD
025600     MOVE XFR-BLANK-LINE     TO XFERLIST-RECORD
025700     WRITE XFERLIST-RECORD
025800     OPEN INPUT CUSTMSTR-FILE
025900     IF NOT CUSTMSTR-FILE-OK
026000         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
026100             CUSTMSTR-FILE-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF
026500     PERFORM 2100-READ-CUSTMSTR
026600         THRU 2100-EXIT
026700 1000-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000* 1100-LOAD-CONSOL-PARM
027100*
027200* READS THE ONE-RECORD CONSOLIDATION CONTROL CARD.  A MISSING
027300* CARD OR A NON-NUMERIC BRANCH CODE FAILS THE RUN - MOVING A
027400* BRANCH'S CUSTOMERS TO THE WRONG PLACE IS WORSE THAN MOVING
027500* NOBODY.
027600*----------------------------------------------------------------
027700 1100-LOAD-CONSOL-PARM.
027800     OPEN INPUT CONSPARM-FILE
027900     IF NOT CONSPARM-FILE-OK
028000         DISPLAY "CONSPARM OPEN FAILED - FILE STATUS "
028100             CONSPARM-FILE-STATUS
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN
028400     END-IF
028500     READ CONSPARM-FILE
028600         AT END
028700             DISPLAY "CONSPARM CARD FILE IS EMPTY"
028800             MOVE 16 TO RETURN-CODE
028900             STOP RUN
029000     END-READ
029100     IF CN-CLOSING-BRANCH-X NOT NUMERIC
029200             OR CN-RECEIVING-BRANCH-X NOT NUMERIC
029300         DISPLAY "CONSPARM BRANCH CODE NOT NUMERIC: "
029400             CN-CLOSING-BRANCH-X " " CN-RECEIVING-BRANCH-X
029500         MOVE 16 TO RETURN-CODE
029600         STOP RUN
029700     END-IF
029800     MOVE CN-CLOSING-BRANCH   TO CLOSING-BRANCH
029900     MOVE CN-RECEIVING-BRANCH TO RECEIVING-BRANCH
030000     CLOSE CONSPARM-FILE
030100 1100-EXIT.
030200     EXIT.
030300*----------------------------------------------------------------
030400* 1200-VALIDATE-BRANCHES
030500*
030600* LOOKS BOTH BRANCH CODES UP ON THE REFERENCE.  THE TWO CODES
030700* MUST DIFFER, BOTH MUST BE ON THE REFERENCE, AND THE RECEIVING
030800* BRANCH MUST BE OPEN - MOVING CUSTOMERS ONTO A CLOSED BRANCH
030900* ONLY MOVES THE EDIT FAILURES.  THE FIRST FAILURE FOUND IS THE
031000* ONE REPORTED.
031100*----------------------------------------------------------------
031200 1200-VALIDATE-BRANCHES.
031300     OPEN INPUT BRCHMSTR-FILE
031400     IF NOT BRCHMSTR-FILE-OK
031500         DISPLAY "BRCHMSTR OPEN FAILED - FILE STATUS "
031600             BRCHMSTR-FILE-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     IF CLOSING-BRANCH = RECEIVING-BRANCH
032100         MOVE "CLOSING AND RECEIVING BRANCH ARE THE SAME"
032200             TO REJECT-REASON
032300         SET CARD-REJECTED TO TRUE
032400         GO TO 1200-CLOSE
032500     END-IF
032600     MOVE CLOSING-BRANCH TO BR-BRANCH-CODE
032700     READ BRCHMSTR-FILE
032800         INVALID KEY
032900             MOVE "CLOSING BRANCH NOT ON REFERENCE"
033000                 TO REJECT-REASON
033100             SET CARD-REJECTED TO TRUE
033200             GO TO 1200-CLOSE
033300     END-READ
033400     MOVE BR-BRANCH-NAME TO CLOSING-BRANCH-NAME
033500     MOVE BR-STATUS-CODE TO CLOSING-BRANCH-STATUS
033600     MOVE RECEIVING-BRANCH TO BR-BRANCH-CODE
033700     READ BRCHMSTR-FILE
033800         INVALID KEY
033900             MOVE "RECEIVING BRANCH NOT ON REFERENCE"
034000                 TO REJECT-REASON
034100             SET CARD-REJECTED TO TRUE
034200             GO TO 1200-CLOSE
034300     END-READ
034400     MOVE BR-BRANCH-NAME TO RECEIVING-BRANCH-NAME
034500     IF BR-STATUS-CODE NOT = "O"
034600         MOVE "RECEIVING BRANCH IS NOT OPEN" TO REJECT-REASON
034700         SET CARD-REJECTED TO TRUE
034800     END-IF.
034900 1200-CLOSE.
035000     CLOSE BRCHMSTR-FILE
035100 1200-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 1300-WRITE-BRANCH-LINES
035500*
035600* PRINTS THE BEFORE AND AFTER BRANCH CODES AND NAMES AT THE TOP
035700* OF THE LISTING.  THE CLOSING BRANCH IS FLAGGED WHEN IT IS
035800* STILL OPEN ON THE REFERENCE - THE RUN IS ALLOWED AHEAD OF THE
035900* CLOSURE, BUT THE LISTING SAYS SO.
036000*----------------------------------------------------------------
036100 1300-WRITE-BRANCH-LINES.
036200     MOVE SPACES                TO XFR-BRANCH-LINE
036300     MOVE "FROM BRANCH:"        TO XFR-BRANCH-LABEL
036400     MOVE CN-CLOSING-BRANCH-X   TO XFR-BRANCH-CODE
036500     MOVE CLOSING-BRANCH-NAME   TO XFR-BRANCH-NAME
036600     IF CLOSING-BRANCH-STATUS = "O"
036700         MOVE "(STILL OPEN)"    TO XFR-BRANCH-STATUS
036800     END-IF
036900     MOVE XFR-BRANCH-LINE       TO XFERLIST-RECORD
037000     WRITE XFERLIST-RECORD
037100     MOVE SPACES                TO XFR-BRANCH-LINE
037200     MOVE "TO BRANCH:"          TO XFR-BRANCH-LABEL
037300     MOVE CN-RECEIVING-BRANCH-X TO XFR-BRANCH-CODE
037400     MOVE RECEIVING-BRANCH-NAME TO XFR-BRANCH-NAME
037500     MOVE XFR-BRANCH-LINE       TO XFERLIST-RECORD
037600     WRITE XFERLIST-RECORD
037700     MOVE XFR-BLANK-LINE        TO XFERLIST-RECORD
037800     WRITE XFERLIST-RECORD
037900 1300-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200* 2000-PROCESS-CUSTOMERS
038300*
038400* TRANSFERS ONE CUSTOMER WHEN IT IS SERVICED BY THE CLOSING
038500* BRANCH - WHATEVER ITS STATUS, SO NO RECORD IS LEFT POINTING AT
038600* THE BRANCH - THEN READS THE NEXT CUSTOMER.
038700*----------------------------------------------------------------
038800 2000-PROCESS-CUSTOMERS.
038900     IF CM-BRANCH-CODE NOT = CLOSING-BRANCH
039000         GO TO 2000-NEXT
039100     END-IF
039200     PERFORM 2200-WRITE-CHANGE-TRAN
039300         THRU 2200-EXIT
039400     PERFORM 2300-WRITE-TRANSFER-LINE
039500         THRU 2300-EXIT
039600     EVALUATE CM-STATUS-CODE
039700         WHEN "D"
039800             ADD 1 TO DECEASED-TRANSFERRED
039900         WHEN "C"
040000             ADD 1 TO CLOSED-TRANSFERRED
040100         WHEN OTHER
040200             ADD 1 TO ACTIVE-TRANSFERRED
040300     END-EVALUATE.
040400 2000-NEXT.
040500     PERFORM 2100-READ-CUSTMSTR
040600         THRU 2100-EXIT
040700 2000-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000* 2100-READ-CUSTMSTR
041100*----------------------------------------------------------------
041200 2100-READ-CUSTMSTR.
041300     READ CUSTMSTR-FILE
041400         AT END
041500             SET END-OF-FILE TO TRUE
041600             GO TO 2100-EXIT
041700     END-READ
041800     ADD 1 TO CUSTOMERS-READ
041900 2100-EXIT.
042000     EXIT.
042100*----------------------------------------------------------------
042200* 2200-WRITE-CHANGE-TRAN
042300*
042400* WRITES ONE CHANGE TRANSACTION MOVING THE CUSTOMER TO THE
042500* RECEIVING BRANCH.  THE MASTER'S OWN BIRTH DATE IS CARRIED
042600* UNCHANGED.
042700*----------------------------------------------------------------
042800 2200-WRITE-CHANGE-TRAN.
042900     MOVE SPACES           TO TRANOUT-DETAIL
043000     MOVE "C"              TO TN-ACTION-CODE
043100     MOVE CM-CUSTOMER-ID   TO TN-CUSTOMER-ID
043200     MOVE CM-BIRTH-DATE    TO TN-BIRTH-DATE
043300     MOVE RECEIVING-BRANCH TO TN-BRANCH-CODE
043400     MOVE TRANOUT-DETAIL   TO TRANOUT-RECORD
043500     WRITE TRANOUT-RECORD
043600     ADD 1 TO CUSTOMERS-TRANSFERRED
043700 2200-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 2300-WRITE-TRANSFER-LINE
044100*----------------------------------------------------------------
044200 2300-WRITE-TRANSFER-LINE.
044300     MOVE SPACES           TO XFR-DETAIL-LINE
044400     MOVE CM-CUSTOMER-ID   TO XFR-CUSTOMER-ID
044500     MOVE CM-CUSTOMER-NAME TO XFR-CUSTOMER-NAME
044600     MOVE CM-STATUS-CODE   TO XFR-STATUS-CODE
044700     MOVE CLOSING-BRANCH   TO XFR-FROM-BRANCH
044800     MOVE RECEIVING-BRANCH TO XFR-TO-BRANCH
044900     MOVE XFR-DETAIL-LINE  TO XFERLIST-RECORD
045000     WRITE XFERLIST-RECORD
045100 2300-EXIT.
045200     EXIT.
045300*----------------------------------------------------------------
045400* 8000-WRITE-TOTALS
045500*
045600* PRINTS THE TRANSFER COUNTS - CUSTOMERS SCANNED, CUSTOMERS
045700* TRANSFERRED AND THE TRANSFERS BROKEN OUT BY CUSTOMER STATUS.
045800*----------------------------------------------------------------
045900 8000-WRITE-TOTALS.
046000     MOVE XFR-BLANK-LINE TO XFERLIST-RECORD
046100     WRITE XFERLIST-RECORD
046200     MOVE "CUSTOMERS SCANNED:"          TO XFR-TOTAL-LABEL
046300     MOVE CUSTOMERS-READ                TO XFR-TOTAL-COUNT
046400     MOVE XFR-TOTAL-LINE TO XFERLIST-RECORD
046500     WRITE XFERLIST-RECORD
046600     MOVE "CUSTOMERS TRANSFERRED:"      TO XFR-TOTAL-LABEL
046700     MOVE CUSTOMERS-TRANSFERRED         TO XFR-TOTAL-COUNT
046800     MOVE XFR-TOTAL-LINE TO XFERLIST-RECORD
046900     WRITE XFERLIST-RECORD
047000     MOVE "  ACTIVE:"                   TO XFR-TOTAL-LABEL
047100     MOVE ACTIVE-TRANSFERRED            TO XFR-TOTAL-COUNT
047200     MOVE XFR-TOTAL-LINE TO XFERLIST-RECORD
047300     WRITE XFERLIST-RECORD
047400     MOVE "  DECEASED:"                 TO XFR-TOTAL-LABEL
047500     MOVE DECEASED-TRANSFERRED          TO XFR-TOTAL-COUNT
047600     MOVE XFR-TOTAL-LINE TO XFERLIST-RECORD
047700     WRITE XFERLIST-RECORD
047800     MOVE "  CLOSED:"                   TO XFR-TOTAL-LABEL
047900     MOVE CLOSED-TRANSFERRED            TO XFR-TOTAL-COUNT
048000     MOVE XFR-TOTAL-LINE TO XFERLIST-RECORD
048100     WRITE XFERLIST-RECORD
048200 8000-EXIT.
048300     EXIT.
048400*----------------------------------------------------------------
048500* 9999-TERMINATE
048600*
048700* PRINTS THE TOTALS, CLOSES ALL FILES AND SUMMARIZES THE RUN ON
048800* THE JOB LOG.  RETURN CODE 8 WHEN THE CARD FAILED VALIDATION,
048900* 4 WHEN NO CUSTOMER WAS ON THE CLOSING BRANCH - ALMOST ALWAYS A
049000* MISKEYED CARD OR A RERUN.
049100*----------------------------------------------------------------
049200 9999-TERMINATE.
049300     IF NOT CARD-REJECTED
049400         PERFORM 8000-WRITE-TOTALS
049500             THRU 8000-EXIT
049600         CLOSE CUSTMSTR-FILE
049700     END-IF
049800     CLOSE TRANOUT-FILE
049900     CLOSE XFERLIST-FILE
050000     DISPLAY "Customers read        = " CUSTOMERS-READ
050100     DISPLAY "Customers transferred = " CUSTOMERS-TRANSFERRED
050200     MOVE "BRCONSOL"            TO RC-PROGRAM-NAME
050300     MOVE CUSTOMERS-READ        TO RC-RECORDS-IN
050400     MOVE CUSTOMERS-TRANSFERRED TO RC-RECORDS-OUT
050500     MOVE "COMPLETED"           TO RC-COMPLETION-STATUS
050600     CALL "RunLogProgram" USING RUNCNTL-REC
050700*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
050800*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
050900     IF CARD-REJECTED
051000         MOVE 8 TO RETURN-CODE
051100         GO TO 9999-EXIT
051200     END-IF
051300     IF CUSTOMERS-TRANSFERRED = ZERO
051400         DISPLAY "NO CUSTOMERS ON CLOSING BRANCH "
051500             CLOSING-BRANCH
051600         MOVE 4 TO RETURN-CODE
051700     END-IF
051800 9999-EXIT.
051900     EXIT.
