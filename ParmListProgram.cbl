000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ParmListProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW PARAMETER LISTING.  READS THE KEYED
001300*                 PARAMETER MASTER (PARMMSTR) IN KEY ORDER AND
001400*                 PRINTS ONE LINE PER PROGRAM AND PARAMETER WITH
001500*                 THE VALUE IN EFFECT ON AN AS-OF DATE AND THE
001600*                 DATE THAT VALUE TOOK EFFECT, PLUS THE DATE OF
001700*                 THE NEXT SCHEDULED CHANGE, SO AUDIT CAN SEE
001800*                 EXACTLY WHAT PIVOT YEAR, TOLERANCE AND RETENTION
001900*                 ANY PAST NIGHT RAN WITH.  THE AS-OF DATE COMES
002000*                 FROM AN OPTIONAL ASOFCARD (COLS 1-8); WITHOUT
002100*                 ONE THE LISTING IS AS OF TODAY.
002200*----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT PARMMSTR-FILE ASSIGN TO "PARMMSTR"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS PM-PARM-KEY
003000         FILE STATUS IS PARMMSTR-FILE-STATUS.
003100     SELECT ASOFCARD-FILE ASSIGN TO "ASOFCARD"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS ASOFCARD-FILE-STATUS.
003400     SELECT PARMRPT-FILE ASSIGN TO "PARMRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS PARMRPT-FILE-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900*----------------------------------------------------------------
004000* PARMMSTR - KEYED PARAMETER MASTER, READ SEQUENTIALLY IN KEY
004100* ORDER - EVERY GENERATION OF ONE PARAMETER TOGETHER, OLDEST
004200* FIRST - THROUGH THE SHARED ParmMast DEFINITION.
004300*----------------------------------------------------------------
004400 FD  PARMMSTR-FILE.
004500     COPY ParmMast.
004600*----------------------------------------------------------------
004700* ASOFCARD - OPTIONAL ONE-RECORD CARD CARRYING THE DATE THE
004800* LISTING IS TO SHOW THE VALUES IN EFFECT ON.
004900*----------------------------------------------------------------
005000 FD  ASOFCARD-FILE
005100     RECORDING MODE IS F.
005200 01  ASOFCARD-RECORD.
005300     05  AC-AS-OF-DATE-X         PIC X(08).
005400     05  AC-AS-OF-DATE REDEFINES AC-AS-OF-DATE-X
005500                                 PIC 9(08).
005600     05  FILLER                  PIC X(72).
005700*----------------------------------------------------------------
005800* PARMRPT - PARAMETER VALUES IN EFFECT LISTING.
005900*----------------------------------------------------------------
006000 FD  PARMRPT-FILE
006100     RECORDING MODE IS F.
006200 01  PARMRPT-RECORD              PIC X(80).
006300 WORKING-STORAGE SECTION.
006400*----------------------------------------------------------------
006500* THE PARAMETER CURRENTLY BEING LISTED, WITH THE GENERATION IN
006600* EFFECT ON THE AS-OF DATE (IF ANY) AND THE EFFECTIVE DATE OF
006700* THE FIRST GENERATION AFTER IT (ZERO IF NONE).
006800*----------------------------------------------------------------
006900 01  CURRENT-PARAMETER.
007000     05  CUR-PROGRAM-NAME        PIC X(08) VALUE SPACES.
007100     05  CUR-PARM-NAME           PIC X(12) VALUE SPACES.
007200     05  CUR-IN-EFFECT-SWITCH    PIC X(01) VALUE "N".
007300         88  CUR-IN-EFFECT                 VALUE "Y".
007400     05  CUR-VALUE-TYPE          PIC X(01) VALUE SPACES.
007500     05  CUR-PARM-VALUE          PIC X(20) VALUE SPACES.
007600     05  CUR-EFFECTIVE-DATE      PIC 9(08) VALUE ZEROS.
007700     05  CUR-NEXT-DATE           PIC 9(08) VALUE ZEROS.
007800*----------------------------------------------------------------
007900* PARAMETER LISTING PRINT LINES.  EACH IS 80 BYTES WIDE SO IT
008000* CAN BE MOVED STRAIGHT INTO PARMRPT-RECORD.
008100*----------------------------------------------------------------
008200 01  PLS-HEADING-1.
008300     05  FILLER               PIC X(24) VALUE SPACES.
008400     05  FILLER               PIC X(32) VALUE
008500             "PARAMETER VALUES IN EFFECT".
008600     05  FILLER               PIC X(24) VALUE SPACES.
008700 01  PLS-HEADING-2.
008800     05  FILLER               PIC X(12) VALUE "AS OF DATE: ".
008900     05  PLS-AS-OF-DATE       PIC 9(08).
009000     05  FILLER               PIC X(04) VALUE SPACES.
009100     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
009200     05  PLS-RUN-DATE         PIC 9(08).
009300     05  FILLER               PIC X(38) VALUE SPACES.
009400 01  PLS-BLANK-LINE           PIC X(80) VALUE SPACES.
009500 01  PLS-COLUMN-HEADING.
009600     05  FILLER               PIC X(49) VALUE
009700             "PROGRAM   PARAMETER     T  VALUE".
009800     05  FILLER               PIC X(31) VALUE
009900             "EFFECTIVE NEXT CHG".
010000 01  PLS-DETAIL-LINE.
010100     05  PLS-PROGRAM-NAME     PIC X(08).
010200     05  FILLER               PIC X(02) VALUE SPACES.
010300     05  PLS-PARM-NAME        PIC X(12).
010400     05  FILLER               PIC X(02) VALUE SPACES.
010500     05  PLS-VALUE-TYPE       PIC X(01).
010600     05  FILLER               PIC X(02) VALUE SPACES.
010700     05  PLS-PARM-VALUE       PIC X(20).
010800     05  FILLER               PIC X(02) VALUE SPACES.
010900     05  PLS-EFFECTIVE-DATE   PIC X(08).
011000     05  FILLER               PIC X(02) VALUE SPACES.
011100     05  PLS-NEXT-DATE        PIC X(08).
011200     05  FILLER               PIC X(13) VALUE SPACES.
011300 01  PLS-TOTAL-LINE.
011400     05  PLS-TOTAL-LABEL      PIC X(30).
011500     05  PLS-TOTAL-COUNT      PIC ZZZ,ZZ9.
011600     05  FILLER               PIC X(43) VALUE SPACES.
011700 77  PARMMSTR-FILE-STATUS    PIC X(02) VALUE "00".
011800     88  PARMMSTR-FILE-OK              VALUE "00".
011900     88  PARMMSTR-FILE-AT-END          VALUE "10".
012000 77  ASOFCARD-FILE-STATUS    PIC X(02) VALUE "00".
012100     88  ASOFCARD-FILE-OK              VALUE "00".
012200 77  PARMRPT-FILE-STATUS     PIC X(02) VALUE "00".
012300     88  PARMRPT-FILE-OK               VALUE "00".
012400 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
012500     88  END-OF-FILE                   VALUE "Y".
012600 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
012700 77  AS-OF-DATE              PIC 9(08) VALUE ZEROS.
012800 77  GENERATIONS-READ        PIC 9(07) VALUE ZEROS.
012900 77  PARAMETERS-LISTED       PIC 9(07) VALUE ZEROS.
013000 77  NOT-YET-IN-EFFECT       PIC 9(07) VALUE ZEROS.
013100*----------------------------------------------------------------
013200* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
013300* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
013400*----------------------------------------------------------------
013500     COPY RunCntl.
013600 PROCEDURE DIVISION.
013700*----------------------------------------------------------------
013800* 0000-MAINLINE
013900*
014000* SETS THE AS-OF DATE, LISTS EVERY PARAMETER ON THE MASTER WITH
014100* ITS VALUE IN EFFECT ON THAT DATE, AND TERMINATES THE RUN.
014200*----------------------------------------------------------------
014300 0000-MAINLINE.
014400     PERFORM 1000-INITIALIZE
014500         THRU 1000-EXIT
014600     PERFORM 2000-LIST-GENERATIONS
014700         THRU 2000-EXIT
014800         UNTIL END-OF-FILE
014900     PERFORM 9999-TERMINATE
015000         THRU 9999-EXIT
015100     STOP RUN.
015200*----------------------------------------------------------------
015300* 1000-INITIALIZE
015400*
015500* STAMPS THE START RUN-CONTROL RECORD, LOADS THE AS-OF DATE,
015600* OPENS THE MASTER AND THE LISTING - FAILING THE RUN ON ANY
015700* OPEN ERROR - PRINTS THE HEADINGS AND PRIMES THE FIRST MASTER
015800* RECORD.
015900*----------------------------------------------------------------
016000 1000-INITIALIZE.
016100     MOVE "PARMLIST" TO RC-PROGRAM-NAME
016200     MOVE ZEROS      TO RC-RECORDS-IN
016300     MOVE ZEROS      TO RC-RECORDS-OUT
016400     MOVE "STARTED"  TO RC-COMPLETION-STATUS
016500     CALL "RunLogProgram" USING RUNCNTL-REC
016600     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
016700     MOVE CURRENT-RUN-DATE TO AS-OF-DATE
016800     PERFORM 1100-LOAD-AS-OF-DATE
016900         THRU 1100-EXIT
017000     OPEN INPUT PARMMSTR-FILE
017100     IF NOT PARMMSTR-FILE-OK
017200         DISPLAY "PARMMSTR OPEN FAILED - FILE STATUS "
017300             PARMMSTR-FILE-STATUS
017400         MOVE 16 TO RETURN-CODE
017500         STOP RUN
017600     END-IF
017700     OPEN OUTPUT PARMRPT-FILE
017800     IF NOT PARMRPT-FILE-OK
017900         DISPLAY "PARMRPT OPEN FAILED - FILE STATUS "
018000             PARMRPT-FILE-STATUS
018100         MOVE 16 TO RETURN-CODE
018200         STOP RUN
018300     END-IF
018400     MOVE AS-OF-DATE       TO PLS-AS-OF-DATE
018500     MOVE CURRENT-RUN-DATE TO PLS-RUN-DATE
018600     MOVE PLS-HEADING-1      TO PARMRPT-RECORD
018700     WRITE PARMRPT-RECORD
018800     MOVE PLS-HEADING-2      TO PARMRPT-RECORD
018900     WRITE PARMRPT-RECORD
019000     MOVE PLS-BLANK-LINE     TO PARMRPT-RECORD
019100     WRITE PARMRPT-RECORD
019200     MOVE PLS-COLUMN-HEADING TO PARMRPT-RECORD
019300     WRITE PARMRPT-RECORD
019400     PERFORM 2100-READ-PARMMSTR
019500         THRU 2100-EXIT
019600     IF NOT END-OF-FILE
019700         PERFORM 2200-START-PARAMETER
019800             THRU 2200-EXIT
019900     END-IF
020000 1000-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300* 1100-LOAD-AS-OF-DATE
020400*
020500* READS THE OPTIONAL AS-OF CARD.  IF THE CARD IS MISSING, EMPTY
020600* OR BLANK THE LISTING IS AS OF TODAY.  A DATE THAT IS KEYED BUT
020700* NOT NUMERIC FAILS THE RUN - A LISTING FOR THE WRONG DATE IS
020800* WORSE THAN NONE FOR AUDIT.
020900*----------------------------------------------------------------
021000 1100-LOAD-AS-OF-DATE.
021100     OPEN INPUT ASOFCARD-FILE
021200     IF NOT ASOFCARD-FILE-OK
021300         GO TO 1100-EXIT
021400     END-IF
021500     READ ASOFCARD-FILE
021600         AT END
021700             GO TO 1100-CLOSE
021800     END-READ
021900     IF AC-AS-OF-DATE-X = SPACES
022000         GO TO 1100-CLOSE
022100     END-IF
022200     IF AC-AS-OF-DATE-X NOT NUMERIC
022300         DISPLAY "ASOFCARD AS-OF DATE NOT NUMERIC: "
022400             AC-AS-OF-DATE-X
022500         MOVE 16 TO RETURN-CODE
022600         STOP RUN
022700     END-IF
022800     MOVE AC-AS-OF-DATE TO AS-OF-DATE.
022900 1100-CLOSE.
023000     CLOSE ASOFCARD-FILE
023100 1100-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------
023400* 2000-LIST-GENERATIONS
023500*
023600* FOLDS ONE GENERATION INTO THE PARAMETER BEING LISTED, AFTER
023700* PRINTING THAT PARAMETER WHEN THIS GENERATION BELONGS TO THE
023800* NEXT ONE, AND READS THE NEXT GENERATION.  A GENERATION DATED
023900* ON OR BEFORE THE AS-OF DATE REPLACES THE ONE IN EFFECT - THE
024000* MASTER IS IN EFFECTIVE-DATE ORDER, SO THE LAST ONE WINS; THE
024100* FIRST GENERATION DATED AFTER IT IS THE NEXT SCHEDULED CHANGE.
024200*----------------------------------------------------------------
024300 2000-LIST-GENERATIONS.
024400     IF PM-PROGRAM-NAME NOT = CUR-PROGRAM-NAME
024500             OR PM-PARM-NAME NOT = CUR-PARM-NAME
024600         PERFORM 2300-PRINT-PARAMETER
024700             THRU 2300-EXIT
024800         PERFORM 2200-START-PARAMETER
024900             THRU 2200-EXIT
025000     END-IF
025100     IF PM-EFFECTIVE-DATE NOT > AS-OF-DATE
025200         SET CUR-IN-EFFECT TO TRUE
025300         MOVE PM-VALUE-TYPE     TO CUR-VALUE-TYPE
025400         MOVE PM-PARM-VALUE     TO CUR-PARM-VALUE
025500         MOVE PM-EFFECTIVE-DATE TO CUR-EFFECTIVE-DATE
025600     ELSE
025700         IF CUR-NEXT-DATE = ZERO
025800             MOVE PM-EFFECTIVE-DATE TO CUR-NEXT-DATE
025900         END-IF
026000     END-IF
026100     PERFORM 2100-READ-PARMMSTR
026200         THRU 2100-EXIT
026300     IF END-OF-FILE
026400         PERFORM 2300-PRINT-PARAMETER
026500             THRU 2300-EXIT
026600     END-IF
026700 2000-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000* 2100-READ-PARMMSTR
027100*----------------------------------------------------------------
027200 2100-READ-PARMMSTR.
027300     READ PARMMSTR-FILE
027400         AT END
027500             SET END-OF-FILE TO TRUE
027600             GO TO 2100-EXIT
027700     END-READ
027800     ADD 1 TO GENERATIONS-READ
027900 2100-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------
028200* 2200-START-PARAMETER
028300*
028400* CLEARS THE PARAMETER BEING LISTED AND STARTS A NEW ONE FOR THE
028500* PROGRAM AND PARAMETER ON THE CURRENT MASTER RECORD.
028600*----------------------------------------------------------------
028700 2200-START-PARAMETER.
028800     MOVE SPACES          TO CUR-VALUE-TYPE
028900     MOVE SPACES          TO CUR-PARM-VALUE
029000     MOVE ZEROS           TO CUR-EFFECTIVE-DATE
029100     MOVE ZEROS           TO CUR-NEXT-DATE
029200     MOVE "N"             TO CUR-IN-EFFECT-SWITCH
029300     MOVE PM-PROGRAM-NAME TO CUR-PROGRAM-NAME
029400     MOVE PM-PARM-NAME    TO CUR-PARM-NAME
029500 2200-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800* 2300-PRINT-PARAMETER
029900*
030000* PRINTS ONE LINE FOR THE PARAMETER BEING LISTED.  A PARAMETER
030100* WHOSE EVERY GENERATION IS DATED AFTER THE AS-OF DATE HAD NO
030200* VALUE THEN, AND IS LISTED AS NOT YET IN EFFECT.
030300*----------------------------------------------------------------
030400 2300-PRINT-PARAMETER.
030500     MOVE SPACES           TO PLS-DETAIL-LINE
030600     MOVE CUR-PROGRAM-NAME TO PLS-PROGRAM-NAME
030700     MOVE CUR-PARM-NAME    TO PLS-PARM-NAME
030800     IF CUR-IN-EFFECT
030900         MOVE CUR-VALUE-TYPE     TO PLS-VALUE-TYPE
031000         MOVE CUR-PARM-VALUE     TO PLS-PARM-VALUE
031100         MOVE CUR-EFFECTIVE-DATE TO PLS-EFFECTIVE-DATE
031200     ELSE
031300         MOVE "NOT YET IN EFFECT" TO PLS-PARM-VALUE
031400         ADD 1 TO NOT-YET-IN-EFFECT
031500     END-IF
031600     IF CUR-NEXT-DATE NOT = ZERO
031700         MOVE CUR-NEXT-DATE TO PLS-NEXT-DATE
031800     END-IF
031900     MOVE PLS-DETAIL-LINE TO PARMRPT-RECORD
032000     WRITE PARMRPT-RECORD
032100     ADD 1 TO PARAMETERS-LISTED
032200 2300-EXIT.
032300     EXIT.
032400*----------------------------------------------------------------
032500* 9999-TERMINATE
032600*
032700* PRINTS THE LISTING TOTALS, CLOSES ALL FILES AND SUMMARIZES THE
032800* RUN ON THE JOB LOG.
032900*----------------------------------------------------------------
033000 9999-TERMINATE.
033100     MOVE PLS-BLANK-LINE TO PARMRPT-RECORD
033200     WRITE PARMRPT-RECORD
033300     MOVE "GENERATIONS READ"     TO PLS-TOTAL-LABEL
033400     MOVE GENERATIONS-READ       TO PLS-TOTAL-COUNT
033500     MOVE PLS-TOTAL-LINE         TO PARMRPT-RECORD
033600     WRITE PARMRPT-RECORD
033700     MOVE "PARAMETERS LISTED"    TO PLS-TOTAL-LABEL
033800     MOVE PARAMETERS-LISTED      TO PLS-TOTAL-COUNT
033900     MOVE PLS-TOTAL-LINE         TO PARMRPT-RECORD
034000     WRITE PARMRPT-RECORD
034100     MOVE "NOT YET IN EFFECT"    TO PLS-TOTAL-LABEL
034200     MOVE NOT-YET-IN-EFFECT      TO PLS-TOTAL-COUNT
034300     MOVE PLS-TOTAL-LINE         TO PARMRPT-RECORD
034400     WRITE PARMRPT-RECORD
034500     CLOSE PARMMSTR-FILE
034600     CLOSE PARMRPT-FILE
034700     DISPLAY "As-of date         = " AS-OF-DATE
034800     DISPLAY "Generations read   = " GENERATIONS-READ
034900     DISPLAY "Parameters listed  = " PARAMETERS-LISTED
035000     MOVE "PARMLIST"         TO RC-PROGRAM-NAME
035100     MOVE GENERATIONS-READ   TO RC-RECORDS-IN
035200     MOVE PARAMETERS-LISTED  TO RC-RECORDS-OUT
035300     MOVE "COMPLETED"        TO RC-COMPLETION-STATUS
035400     CALL "RunLogProgram" USING RUNCNTL-REC
035500 9999-EXIT.
035600     EXIT.
