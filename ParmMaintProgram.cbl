000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ParmMaintProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW BATCH MAINTENANCE RUN FOR THE KEYED
001300*                 PARAMETER MASTER (PARMMSTR, INDEXED ON PROGRAM,
001400*                 PARAMETER NAME AND EFFECTIVE DATE), BUILT ON THE
001500*                 SAME PATTERN AS THE CUSTOMER AND BRANCH
001600*                 MAINTENANCE RUNS.  APPLIES A TRANSACTION FILE
001700*                 (PARMTRAN) OF ADDS, CHANGES AND DELETES AGAINST
001800*                 THE MASTER, WRITING APPLIED (APPLIST) AND
001900*                 REJECTS (REJLIST) LISTINGS.  EVERY VALUE IS
002000*                 EDITED HERE, BEFORE ANY RUN USES IT - A NUMERIC
002100*                 PARAMETER MUST BE NINE DIGITS.  A NEW VALUE IS A
002200*                 NEW GENERATION WITH ITS OWN EFFECTIVE DATE; A
002300*                 GENERATION DATED BEFORE TODAY HAS ALREADY DRIVEN
002400*                 A RUN AND CANNOT BE ADDED, CHANGED OR DELETED,
002500*                 SO THE MASTER STAYS A TRUE RECORD OF THE VALUES
002600*                 EVERY PAST NIGHT RAN WITH.
002610* 2026-10-15 DP   ADDS AND CHANGES ARE NOW EDITED AGAINST A TABLE
002620*                 OF THE PROGRAM/PARAMETER PAIRS THE RUNS ACTUALLY
002630*                 LOOK UP, WITH THE VALUE TYPE AND NUMERIC LIMITS
002640*                 EACH RUN CAN USE - AN UNKNOWN PAIR, A WRONG
002650*                 VALUE TYPE OR AN OUT-OF-RANGE VALUE IS REJECTED.
002660*                 A DELETE IS NOT CHECKED, SO A GENERATION KEYED
002670*                 BEFORE THE TABLE EXISTED CAN STILL BE REMOVED.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARMMSTR-FILE ASSIGN TO "PARMMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS PM-PARM-KEY
003500         FILE STATUS IS PARMMSTR-FILE-STATUS.
003600     SELECT PARMTRAN-FILE ASSIGN TO "PARMTRAN"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS PARMTRAN-FILE-STATUS.
003900     SELECT APPLIST-FILE ASSIGN TO "APPLIST"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS APPLIST-FILE-STATUS.
004200     SELECT REJLIST-FILE ASSIGN TO "REJLIST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS REJLIST-FILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------------
004800* PARMMSTR - KEYED PARAMETER MASTER, INDEXED ON PM-PARM-KEY,
004900* CARRIED IN THE SHARED ParmMast LAYOUT.
005000*----------------------------------------------------------------
005100 FD  PARMMSTR-FILE.
005200     COPY ParmMast.
005300*----------------------------------------------------------------
005400* PARMTRAN - PARAMETER MAINTENANCE TRANSACTIONS.  ONE RECORD PER
005500* TRANSACTION CARRYING AN ACTION CODE (A=ADD, C=CHANGE,
005600* D=DELETE), THE PROGRAM AND PARAMETER NAMES, THE EFFECTIVE DATE
005700* AND, FOR ADDS AND CHANGES, THE VALUE TYPE AND VALUE.  THE
005800* RECORD IS CARRIED AS A FLAT AREA AND BROKEN OUT BY THE
005900* WORKING-STORAGE REDEFINES BELOW SO THE FIELDS CAN BE
006000* CLASS-TESTED BEFORE ANYTHING ARITHMETIC TOUCHES THEM.
006100*----------------------------------------------------------------
006200 FD  PARMTRAN-FILE
006300     RECORDING MODE IS F.
006400 01  PARMTRAN-RECORD             PIC X(80).
006500*----------------------------------------------------------------
006600* APPLIST - LISTING OF EVERY TRANSACTION APPLIED TO THE MASTER.
006700*----------------------------------------------------------------
006800 FD  APPLIST-FILE
006900     RECORDING MODE IS F.
007000 01  APPLIST-RECORD              PIC X(80).
007100*----------------------------------------------------------------
007200* REJLIST - LISTING OF EVERY TRANSACTION REJECTED, WITH A SHORT
007300* REASON.
007400*----------------------------------------------------------------
007500 FD  REJLIST-FILE
007600     RECORDING MODE IS F.
007700 01  REJLIST-RECORD              PIC X(80).
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
008000* WORKING VIEW OF ONE PARMTRAN RECORD.
008100*----------------------------------------------------------------
008200 01  PARMTRAN-DETAIL.
008300     05  PT-ACTION-CODE          PIC X(01).
008400         88  PT-ADD                        VALUE "A".
008500         88  PT-CHANGE                     VALUE "C".
008600         88  PT-DELETE                     VALUE "D".
008700     05  PT-PROGRAM-NAME         PIC X(08).
008800     05  PT-PARM-NAME            PIC X(12).
008900     05  PT-EFFECTIVE-DATE-X     PIC X(08).
009000     05  PT-EFFECTIVE-DATE REDEFINES PT-EFFECTIVE-DATE-X
009100                                 PIC 9(08).
009200     05  PT-VALUE-TYPE           PIC X(01).
009300         88  PT-NUMERIC-TYPE               VALUE "N".
009400         88  PT-TEXT-TYPE                  VALUE "T".
009500     05  PT-PARM-VALUE           PIC X(20).
009600     05  PT-NUMERIC-VIEW REDEFINES PT-PARM-VALUE.
009700         10  PT-NUMERIC-VALUE-X  PIC X(09).
009710         10  PT-NUMERIC-VALUE REDEFINES PT-NUMERIC-VALUE-X
009720                                 PIC 9(09).
009800         10  PT-NUMERIC-TAIL     PIC X(11).
009900     05  FILLER                  PIC X(30).
010000*----------------------------------------------------------------
010100* MAINTENANCE LISTING PRINT LINE.  80 BYTES WIDE SO IT CAN BE
010200* MOVED STRAIGHT INTO EITHER LISTING RECORD - PMT-MESSAGE
010300* CARRIES THE ACTION APPLIED ON APPLIST AND THE REJECT REASON
010400* ON REJLIST.
010500*----------------------------------------------------------------
010600 01  PMT-DETAIL-LINE.
010700     05  PMT-ACTION-CODE         PIC X(01).
010800     05  FILLER                  PIC X(01) VALUE SPACES.
010900     05  PMT-PROGRAM-NAME        PIC X(08).
011000     05  FILLER                  PIC X(01) VALUE SPACES.
011100     05  PMT-PARM-NAME           PIC X(12).
011200     05  FILLER                  PIC X(01) VALUE SPACES.
011300     05  PMT-EFFECTIVE-DATE      PIC X(08).
011400     05  FILLER                  PIC X(01) VALUE SPACES.
011500     05  PMT-VALUE-TYPE          PIC X(01).
011600     05  FILLER                  PIC X(01) VALUE SPACES.
011700     05  PMT-PARM-VALUE          PIC X(20).
011800     05  FILLER                  PIC X(01) VALUE SPACES.
011900     05  PMT-MESSAGE             PIC X(24).
012000 77  PARMMSTR-FILE-STATUS    PIC X(02) VALUE "00".
012100     88  PARMMSTR-FILE-OK              VALUE "00".
012200     88  PARMMSTR-FILE-NOT-FOUND       VALUE "35".
012300 77  PARMTRAN-FILE-STATUS    PIC X(02) VALUE "00".
012400     88  PARMTRAN-FILE-OK              VALUE "00".
012500     88  PARMTRAN-FILE-AT-END          VALUE "10".
012600 77  APPLIST-FILE-STATUS     PIC X(02) VALUE "00".
012700     88  APPLIST-FILE-OK               VALUE "00".
012800 77  REJLIST-FILE-STATUS     PIC X(02) VALUE "00".
012900     88  REJLIST-FILE-OK               VALUE "00".
013000 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
013100     88  END-OF-FILE                   VALUE "Y".
013200 77  TRANS-READ              PIC 9(07) VALUE ZEROS.
013300 77  TRANS-APPLIED           PIC 9(07) VALUE ZEROS.
013400 77  TRANS-REJECTED          PIC 9(07) VALUE ZEROS.
013500 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
013600 77  MAINT-MESSAGE           PIC X(24) VALUE SPACES.
013601*----------------------------------------------------------------
013602* KNOWN PARAMETERS - EVERY PROGRAM/PARAMETER PAIR SOME RUN
013603* LOOKS UP ON THE MASTER, WITH THE VALUE TYPE THAT RUN EXPECTS
013604* AND, FOR A NUMERIC PARAMETER, THE LOWEST AND HIGHEST VALUE IT
013605* CAN USE.  A PAIR NOT LISTED HERE WOULD NEVER BE READ, SO IT IS
013606* REJECTED RATHER THAN ADDED.  A TEXT PARAMETER CARRIES ZERO
013607* LIMITS.  A NEW PARAMETER IN ANY RUN MUST BE ADDED HERE AND
013608* KNOWN-PARM-COUNT RAISED TO MATCH.
013609*----------------------------------------------------------------
013610 01  KNOWN-PARM-LIST.
013611     05  FILLER               PIC X(39) VALUE
013612             "ALL     PIVOT-YEAR  N000000000000000099".
013613     05  FILLER               PIC X(39) VALUE
013614             "BRSUMM  PIVOT-YEAR  N000000000000000099".
013615     05  FILLER               PIC X(39) VALUE
013616             "CGREET  ITERATIONS  N000000000000000009".
013617     05  FILLER               PIC X(39) VALUE
013618             "CUSTINQ PIVOT-YEAR  N000000000000000099".
013619     05  FILLER               PIC X(39) VALUE
013620             "CUSTMNT PEND-DAYS   N000000000000000999".
013621     05  FILLER               PIC X(39) VALUE
013622             "CUSTPURGRETAIN-MTHS N000000001000000999".
013623     05  FILLER               PIC X(39) VALUE
013624             "CUSTSEL PIVOT-YEAR  N000000000000000099".
013625     05  FILLER               PIC X(39) VALUE
013626             "DEMOGRPTPIVOT-YEAR  N000000000000000099".
013627     05  FILLER               PIC X(39) VALUE
013628             "DOBPMNT PIVOT-YEAR  N000000000000000099".
013629     05  FILLER               PIC X(39) VALUE
013630             "DOBPROC PIVOT-YEAR  N000000000000000099".
013631     05  FILLER               PIC X(39) VALUE
013632             "DOBPROC RESTART-IND T000000000000000000".
013633     05  FILLER               PIC X(39) VALUE
013634             "DOBPROC TOL-COUNT   N000000000009999999".
013635     05  FILLER               PIC X(39) VALUE
013636             "DOBPROC TOL-PERCENT N000000000000000100".
013637     05  FILLER               PIC X(39) VALUE
013638             "DQSCORE RETAIN-MTHS N000000000000000999".
013639     05  FILLER               PIC X(39) VALUE
013640             "EXRECYC AGE-LIMIT   N000000000000000999".
013641     05  FILLER               PIC X(39) VALUE
013642             "MEARCH  RETAIN-MTHS N000000000000000999".
013643     05  FILLER               PIC X(39) VALUE
013644             "MILESTONMILESTONE-1 N000000000000000999".
013645     05  FILLER               PIC X(39) VALUE
013646             "MILESTONMILESTONE-2 N000000000000000999".
013647     05  FILLER               PIC X(39) VALUE
013648             "MILESTONMILESTONE-3 N000000000000000999".
013649     05  FILLER               PIC X(39) VALUE
013650             "MILESTONMILESTONE-4 N000000000000000999".
013651     05  FILLER               PIC X(39) VALUE
013652             "MILESTONMILESTONE-5 N000000000000000999".
013653     05  FILLER               PIC X(39) VALUE
013654             "MILESTONPIVOT-YEAR  N000000000000000099".
013655     05  FILLER               PIC X(39) VALUE
013656             "MILESTONTARGET-MONTHN000000001000000012".
013657     05  FILLER               PIC X(39) VALUE
013658             "MILESTONTARGET-YEAR N000001900000002099".
013659     05  FILLER               PIC X(39) VALUE
013660             "MSTBKOUTBACKOUT-DATEN019000101020991231".
013661 01  KNOWN-PARM-REDEF REDEFINES KNOWN-PARM-LIST.
013662     05  KNOWN-PARM-ENTRY OCCURS 25 TIMES.
013663         10  KP-PROGRAM-NAME  PIC X(08).
013664         10  KP-PARM-NAME     PIC X(12).
013665         10  KP-VALUE-TYPE    PIC X(01).
013666         10  KP-LOW-VALUE     PIC 9(09).
013667         10  KP-HIGH-VALUE    PIC 9(09).
013668 77  KNOWN-PARM-COUNT        PIC 9(02) COMP VALUE 25.
013669 77  KNOWN-PARM-SUB          PIC 9(02) COMP VALUE ZERO.
013670 77  KNOWN-PARM-SWITCH       PIC X(01) VALUE "N".
013671     88  KNOWN-PARM-FOUND              VALUE "Y".
013700*----------------------------------------------------------------
013800* SHARED BIRTH DATE LAYOUT AND VALIDATION RESULT FIELDS FOR
013900* THE DateValidProgram CALL THAT CHECKS AN EFFECTIVE DATE IS A
014000* REAL CALENDAR DATE.
014100*----------------------------------------------------------------
014200     COPY BirthDate.
014300 77  DATE-VALID-SWITCH       PIC X(01) VALUE "Y".
014400     88  DATE-VALID                    VALUE "Y".
014500 77  REASON-TEXT             PIC X(30) VALUE SPACES.
014600*----------------------------------------------------------------
014700* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
014800* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
014900*----------------------------------------------------------------
015000     COPY RunCntl.
015100 PROCEDURE DIVISION.
015200*----------------------------------------------------------------
015300* 0000-MAINLINE
015400*
015500* OPENS THE MASTER, THE TRANSACTION FILE AND THE TWO LISTINGS,
015600* APPLIES EVERY TRANSACTION, AND TERMINATES THE RUN.
015700*----------------------------------------------------------------
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALIZE
016000         THRU 1000-EXIT
016100     PERFORM 2000-PROCESS-TRANSACTIONS
016200         THRU 2000-EXIT
016300         UNTIL END-OF-FILE
016400     PERFORM 9999-TERMINATE
016500         THRU 9999-EXIT
016600     STOP RUN.
016700*----------------------------------------------------------------
016800* 1000-INITIALIZE
016900*
017000* OPENS THE MASTER FOR UPDATE - THE VERY FIRST MAINTENANCE RUN
017100* FINDS NO MASTER TO UPDATE, SO THAT CASE CREATES AN EMPTY ONE
017200* AND REOPENS IT - THEN OPENS THE TRANSACTION FILE AND THE TWO
017300* LISTINGS AND PRIMES THE FIRST TRANSACTION.
017400*----------------------------------------------------------------
017500 1000-INITIALIZE.
017600     MOVE "PARMMNT"  TO RC-PROGRAM-NAME
017700     MOVE ZEROS      TO RC-RECORDS-IN
017800     MOVE ZEROS      TO RC-RECORDS-OUT
017900     MOVE "STARTED"  TO RC-COMPLETION-STATUS
018000     CALL "RunLogProgram" USING RUNCNTL-REC
018100     OPEN I-O PARMMSTR-FILE
018200     IF PARMMSTR-FILE-NOT-FOUND
018300         OPEN OUTPUT PARMMSTR-FILE
018400         CLOSE PARMMSTR-FILE
018500         OPEN I-O PARMMSTR-FILE
018600     END-IF
018700     IF NOT PARMMSTR-FILE-OK
018800         DISPLAY "PARMMSTR OPEN FAILED - FILE STATUS "
018900             PARMMSTR-FILE-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF
019300     OPEN INPUT PARMTRAN-FILE
019400     IF NOT PARMTRAN-FILE-OK
019500         DISPLAY "PARMTRAN OPEN FAILED - FILE STATUS "
019600             PARMTRAN-FILE-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF
020000     OPEN OUTPUT APPLIST-FILE
020100     IF NOT APPLIST-FILE-OK
020200         DISPLAY "APPLIST OPEN FAILED - FILE STATUS "
020300             APPLIST-FILE-STATUS
020400         MOVE 16 TO RETURN-CODE
020500         STOP RUN
020600     END-IF
020700     OPEN OUTPUT REJLIST-FILE
020800     IF NOT REJLIST-FILE-OK
020900         DISPLAY "REJLIST OPEN FAILED - FILE STATUS "
021000             REJLIST-FILE-STATUS
021100         MOVE 16 TO RETURN-CODE
021200         STOP RUN
021300     END-IF
021400     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
021500     PERFORM 2100-READ-PARMTRAN
021600         THRU 2100-EXIT
021700 1000-EXIT.
021800     EXIT.
021900*----------------------------------------------------------------
022000* 2000-PROCESS-TRANSACTIONS
022100*
022200* FIELD-EDITS ONE TRANSACTION, ROUTES IT TO THE ADD, CHANGE OR
022300* DELETE HANDLER, THEN READS THE NEXT TRANSACTION.  EVERY
022400* ACTION NEEDS BOTH NAMES AND A REAL EFFECTIVE DATE NOT BEFORE
022500* TODAY; THE VALUE ITSELF IS EDITED BY THE ADD AND CHANGE
022600* HANDLERS ONCE THE VALUE TYPE IS KNOWN.
022700*----------------------------------------------------------------
022800 2000-PROCESS-TRANSACTIONS.
022900     MOVE SPACES TO MAINT-MESSAGE
023000     IF PT-PROGRAM-NAME = SPACES
023100         MOVE "PROGRAM NAME MISSING" TO MAINT-MESSAGE
023200         PERFORM 2600-WRITE-REJECT
023300             THRU 2600-EXIT
023400         GO TO 2000-NEXT
023500     END-IF
023600     IF PT-PARM-NAME = SPACES
023700         MOVE "PARAMETER NAME MISSING" TO MAINT-MESSAGE
023800         PERFORM 2600-WRITE-REJECT
023900             THRU 2600-EXIT
024000         GO TO 2000-NEXT
024100     END-IF
024200     IF PT-EFFECTIVE-DATE-X NOT NUMERIC
024300         MOVE "EFFECTIVE DATE INVALID" TO MAINT-MESSAGE
024400         PERFORM 2600-WRITE-REJECT
024500             THRU 2600-EXIT
024600         GO TO 2000-NEXT
024700     END-IF
024800     MOVE PT-EFFECTIVE-DATE-X TO BirthDate
024900     CALL "DateValidProgram" USING BirthDate,
025000             DATE-VALID-SWITCH, REASON-TEXT
025100     IF NOT DATE-VALID
025200         MOVE "EFFECTIVE DATE INVALID" TO MAINT-MESSAGE
025300         PERFORM 2600-WRITE-REJECT
025400             THRU 2600-EXIT
025500         GO TO 2000-NEXT
025600     END-IF
025700     IF PT-EFFECTIVE-DATE < CURRENT-RUN-DATE
025800         MOVE "EFFECTIVE DATE IN PAST" TO MAINT-MESSAGE
025900         PERFORM 2600-WRITE-REJECT
026000             THRU 2600-EXIT
026100         GO TO 2000-NEXT
026200     END-IF
026300     EVALUATE TRUE
026400         WHEN PT-ADD
026500             PERFORM 2200-APPLY-ADD
026600                 THRU 2200-EXIT
026700         WHEN PT-CHANGE
026800             PERFORM 2300-APPLY-CHANGE
026900                 THRU 2300-EXIT
027000         WHEN PT-DELETE
027100             PERFORM 2400-APPLY-DELETE
027200                 THRU 2400-EXIT
027300         WHEN OTHER
027400             MOVE "INVALID ACTION CODE" TO MAINT-MESSAGE
027500             PERFORM 2600-WRITE-REJECT
027600                 THRU 2600-EXIT
027700     END-EVALUATE.
027800 2000-NEXT.
027900     PERFORM 2100-READ-PARMTRAN
028000         THRU 2100-EXIT
028100 2000-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400* 2100-READ-PARMTRAN
028500*----------------------------------------------------------------
028600 2100-READ-PARMTRAN.
028700     READ PARMTRAN-FILE
028800         AT END
028900             SET END-OF-FILE TO TRUE
029000             GO TO 2100-EXIT
029100     END-READ
029200     MOVE PARMTRAN-RECORD TO PARMTRAN-DETAIL
029300     ADD 1 TO TRANS-READ
029400 2100-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700* 2200-APPLY-ADD
029800*
029900* EDITS THE VALUE TYPE AND VALUE AND WRITES A NEW GENERATION.
030000* A GENERATION ALREADY ON THE MASTER FOR THE SAME PROGRAM,
030100* PARAMETER AND EFFECTIVE DATE IS A DUPLICATE AND IS REJECTED.
030200*----------------------------------------------------------------
030300 2200-APPLY-ADD.
030400     IF NOT PT-NUMERIC-TYPE AND NOT PT-TEXT-TYPE
030500         MOVE "VALUE TYPE NOT N OR T" TO MAINT-MESSAGE
030600         PERFORM 2600-WRITE-REJECT
030700             THRU 2600-EXIT
030800         GO TO 2200-EXIT
030900     END-IF
031000     PERFORM 2250-EDIT-VALUE
031100         THRU 2250-EXIT
031200     IF MAINT-MESSAGE NOT = SPACES
031300         PERFORM 2600-WRITE-REJECT
031400             THRU 2600-EXIT
031500         GO TO 2200-EXIT
031600     END-IF
031700     MOVE SPACES            TO PARMMAST-RECORD
031800     MOVE PT-PROGRAM-NAME   TO PM-PROGRAM-NAME
031900     MOVE PT-PARM-NAME      TO PM-PARM-NAME
032000     MOVE PT-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
032100     MOVE PT-VALUE-TYPE     TO PM-VALUE-TYPE
032200     MOVE PT-PARM-VALUE     TO PM-PARM-VALUE
032300     MOVE CURRENT-RUN-DATE  TO PM-LAST-MAINT-DATE
032400     WRITE PARMMAST-RECORD
032500         INVALID KEY
032600             MOVE "DUPLICATE GENERATION" TO MAINT-MESSAGE
032700             PERFORM 2600-WRITE-REJECT
032800                 THRU 2600-EXIT
032900         NOT INVALID KEY
033000             MOVE "ADDED" TO MAINT-MESSAGE
033100             PERFORM 2500-WRITE-APPLIED
033200                 THRU 2500-EXIT
033300     END-WRITE
033400 2200-EXIT.
033500     EXIT.
033600*----------------------------------------------------------------
033700* 2250-EDIT-VALUE
033800*
033900* EDITS THE TRANSACTION VALUE AGAINST THE VALUE TYPE IN
034000* PT-VALUE-TYPE, LEAVING A REJECT REASON IN MAINT-MESSAGE WHEN
034100* IT FAILS.  THE PROGRAM/PARAMETER PAIR MUST BE IN THE
034200* KNOWN-PARAMETER TABLE WITH THE SAME VALUE TYPE.  A TEXT
034210* VALUE MUST NOT BE BLANK; A NUMERIC VALUE MUST BE NINE DIGITS
034220* WITH NOTHING AFTER THEM, WITHIN THE TABLE'S LIMITS.
034300*----------------------------------------------------------------
034400 2250-EDIT-VALUE.
034409     PERFORM 2260-FIND-KNOWN-PARM
034418         THRU 2260-EXIT
034427     IF NOT KNOWN-PARM-FOUND
034436         MOVE "PARAMETER NOT KNOWN" TO MAINT-MESSAGE
034445         GO TO 2250-EXIT
034454     END-IF
034463     IF PT-VALUE-TYPE NOT = KP-VALUE-TYPE (KNOWN-PARM-SUB)
034472         MOVE "WRONG VALUE TYPE" TO MAINT-MESSAGE
034481         GO TO 2250-EXIT
034490     END-IF
034500     IF PT-PARM-VALUE = SPACES
034600         MOVE "VALUE MISSING" TO MAINT-MESSAGE
034700         GO TO 2250-EXIT
034800     END-IF
034900     IF PT-NUMERIC-TYPE
035000             AND (PT-NUMERIC-VALUE-X NOT NUMERIC
035100              OR PT-NUMERIC-TAIL NOT = SPACES)
035200         MOVE "NUMERIC VALUE INVALID" TO MAINT-MESSAGE
035300     END-IF
035310     IF MAINT-MESSAGE NOT = SPACES OR NOT PT-NUMERIC-TYPE
035320         GO TO 2250-EXIT
035330     END-IF
035340     IF PT-NUMERIC-VALUE < KP-LOW-VALUE (KNOWN-PARM-SUB)
035350             OR PT-NUMERIC-VALUE > KP-HIGH-VALUE (KNOWN-PARM-SUB)
035360         MOVE "VALUE OUT OF RANGE" TO MAINT-MESSAGE
035370     END-IF
035400 2250-EXIT.
035500     EXIT.
035503*----------------------------------------------------------------
035506* 2260-FIND-KNOWN-PARM
035509*
035512* LOOKS THE TRANSACTION'S PROGRAM AND PARAMETER NAMES UP IN THE
035515* KNOWN-PARAMETER TABLE, LEAVING KNOWN-PARM-SUB ON THE ENTRY
035518* WHEN KNOWN-PARM-FOUND IS SET.
035521*----------------------------------------------------------------
035524 2260-FIND-KNOWN-PARM.
035527     MOVE "N" TO KNOWN-PARM-SWITCH
035530     MOVE 1   TO KNOWN-PARM-SUB
035533     PERFORM 2270-CHECK-ONE-KNOWN-PARM
035536         THRU 2270-EXIT
035539         UNTIL KNOWN-PARM-FOUND
035542            OR KNOWN-PARM-SUB > KNOWN-PARM-COUNT
035545 2260-EXIT.
035548     EXIT.
035551*----------------------------------------------------------------
035554* 2270-CHECK-ONE-KNOWN-PARM
035557*----------------------------------------------------------------
035560 2270-CHECK-ONE-KNOWN-PARM.
035563     IF PT-PROGRAM-NAME = KP-PROGRAM-NAME (KNOWN-PARM-SUB)
035566             AND PT-PARM-NAME = KP-PARM-NAME (KNOWN-PARM-SUB)
035569         SET KNOWN-PARM-FOUND TO TRUE
035572         GO TO 2270-EXIT
035575     END-IF
035578     ADD 1 TO KNOWN-PARM-SUB
035581 2270-EXIT.
035584     EXIT.
035600*----------------------------------------------------------------
035700* 2300-APPLY-CHANGE
035800*
035900* READS THE GENERATION FOR THE TRANSACTION'S KEY AND REWRITES IT
036000* WITH THE NEW VALUE.  A BLANK VALUE TYPE KEEPS THE MASTER'S
036100* TYPE; THE VALUE ITSELF IS ALWAYS REQUIRED.  A KEY NOT ON THE
036200* MASTER IS REJECTED.
036300*----------------------------------------------------------------
036400 2300-APPLY-CHANGE.
036500     MOVE PT-PROGRAM-NAME   TO PM-PROGRAM-NAME
036600     MOVE PT-PARM-NAME      TO PM-PARM-NAME
036700     MOVE PT-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
036800     READ PARMMSTR-FILE
036900         INVALID KEY
037000             MOVE "GENERATION NOT ON FILE" TO MAINT-MESSAGE
037100             PERFORM 2600-WRITE-REJECT
037200                 THRU 2600-EXIT
037300             GO TO 2300-EXIT
037400     END-READ
037500     IF PT-VALUE-TYPE = SPACES
037600         MOVE PM-VALUE-TYPE TO PT-VALUE-TYPE
037700     END-IF
037800     IF NOT PT-NUMERIC-TYPE AND NOT PT-TEXT-TYPE
037900         MOVE "VALUE TYPE NOT N OR T" TO MAINT-MESSAGE
038000         PERFORM 2600-WRITE-REJECT
038100             THRU 2600-EXIT
038200         GO TO 2300-EXIT
038300     END-IF
038400     PERFORM 2250-EDIT-VALUE
038500         THRU 2250-EXIT
038600     IF MAINT-MESSAGE NOT = SPACES
038700         PERFORM 2600-WRITE-REJECT
038800             THRU 2600-EXIT
038900         GO TO 2300-EXIT
039000     END-IF
039100     MOVE PT-VALUE-TYPE     TO PM-VALUE-TYPE
039200     MOVE PT-PARM-VALUE     TO PM-PARM-VALUE
039300     MOVE CURRENT-RUN-DATE  TO PM-LAST-MAINT-DATE
039400     REWRITE PARMMAST-RECORD
039500         INVALID KEY
039600             MOVE "GENERATION NOT ON FILE" TO MAINT-MESSAGE
039700             PERFORM 2600-WRITE-REJECT
039800                 THRU 2600-EXIT
039900             GO TO 2300-EXIT
040000     END-REWRITE
040100     MOVE "CHANGED" TO MAINT-MESSAGE
040200     PERFORM 2500-WRITE-APPLIED
040300         THRU 2500-EXIT
040400 2300-EXIT.
040500     EXIT.
040600*----------------------------------------------------------------
040700* 2400-APPLY-DELETE
040800*
040900* DELETES THE GENERATION FOR THE TRANSACTION'S KEY, SO THE
041000* GENERATION BEFORE IT STAYS IN EFFECT.  A KEY NOT ON THE
041100* MASTER IS REJECTED.
041200*----------------------------------------------------------------
041300 2400-APPLY-DELETE.
041400     MOVE PT-PROGRAM-NAME   TO PM-PROGRAM-NAME
041500     MOVE PT-PARM-NAME      TO PM-PARM-NAME
041600     MOVE PT-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
041700     DELETE PARMMSTR-FILE
041800         INVALID KEY
041900             MOVE "GENERATION NOT ON FILE" TO MAINT-MESSAGE
042000             PERFORM 2600-WRITE-REJECT
042100                 THRU 2600-EXIT
042200             GO TO 2400-EXIT
042300     END-DELETE
042400     MOVE "DELETED" TO MAINT-MESSAGE
042500     PERFORM 2500-WRITE-APPLIED
042600         THRU 2500-EXIT
042700 2400-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000* 2500-WRITE-APPLIED
043100*----------------------------------------------------------------
043200 2500-WRITE-APPLIED.
043300     PERFORM 2700-BUILD-DETAIL-LINE
043400         THRU 2700-EXIT
043500     MOVE PMT-DETAIL-LINE TO APPLIST-RECORD
043600     WRITE APPLIST-RECORD
043700     ADD 1 TO TRANS-APPLIED
043800 2500-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100* 2600-WRITE-REJECT
044200*----------------------------------------------------------------
044300 2600-WRITE-REJECT.
044400     PERFORM 2700-BUILD-DETAIL-LINE
044500         THRU 2700-EXIT
044600     MOVE PMT-DETAIL-LINE TO REJLIST-RECORD
044700     WRITE REJLIST-RECORD
044800     ADD 1 TO TRANS-REJECTED
044900 2600-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200* 2700-BUILD-DETAIL-LINE
045300*----------------------------------------------------------------
045400 2700-BUILD-DETAIL-LINE.
045500     MOVE SPACES              TO PMT-DETAIL-LINE
045600     MOVE PT-ACTION-CODE      TO PMT-ACTION-CODE
045700     MOVE PT-PROGRAM-NAME     TO PMT-PROGRAM-NAME
045800     MOVE PT-PARM-NAME        TO PMT-PARM-NAME
045900     MOVE PT-EFFECTIVE-DATE-X TO PMT-EFFECTIVE-DATE
046000     MOVE PT-VALUE-TYPE       TO PMT-VALUE-TYPE
046100     MOVE PT-PARM-VALUE       TO PMT-PARM-VALUE
046200     MOVE MAINT-MESSAGE       TO PMT-MESSAGE
046300 2700-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600* 9999-TERMINATE
046700*
046800* CLOSES ALL FILES AND SUMMARIZES THE RUN ON THE JOB LOG.  A
046900* RUN THAT REJECTED ANY TRANSACTION ENDS WITH RETURN CODE 4 SO
047000* OPERATIONS IS POINTED AT THE REJECTS LISTING.
047100*----------------------------------------------------------------
047200 9999-TERMINATE.
047300     CLOSE PARMMSTR-FILE
047400     CLOSE PARMTRAN-FILE
047500     CLOSE APPLIST-FILE
047600     CLOSE REJLIST-FILE
047700     DISPLAY "Transactions read     = " TRANS-READ
047800     DISPLAY "Transactions applied  = " TRANS-APPLIED
047900     DISPLAY "Transactions rejected = " TRANS-REJECTED
048000     MOVE "PARMMNT"       TO RC-PROGRAM-NAME
048100     MOVE TRANS-READ      TO RC-RECORDS-IN
048200     MOVE TRANS-APPLIED   TO RC-RECORDS-OUT
048300     MOVE "COMPLETED"     TO RC-COMPLETION-STATUS
048400     CALL "RunLogProgram" USING RUNCNTL-REC
048500*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
048600*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
048700     IF TRANS-REJECTED > ZERO
048800         MOVE 4 TO RETURN-CODE
048900     END-IF
049000 9999-EXIT.
049100     EXIT.
