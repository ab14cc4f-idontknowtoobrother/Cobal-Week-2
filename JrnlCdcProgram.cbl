000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JrnlCdcProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW DAILY CHANGE-DATA-CAPTURE WAREHOUSE FEED.
001300*                 WHSEOUT ONLY CARRIES WHAT THE DOB RUN VALIDATED,
001400*                 SO THE WAREHOUSE NEVER HEARD ABOUT NAME CHANGES,
001500*                 BRANCH MOVES, STATUS CHANGES OR DELETES.  THIS
001600*                 RUN READS THE MAINTENANCE JOURNAL (SHARED
001700*                 MastJrnl LAYOUT), SELECTS THE RECORDS FOR ONE
001800*                 RUN DATE - TODAY, OR THE DATE ON THE OPTIONAL
001900*                 CDCPARM CARD FOR A RERUN - AND WRITES ONE CDCOUT
002000*                 RECORD PER APPLIED TRANSACTION (SHARED CdcFeed
002100*                 LAYOUT): AN ADD AS AN INSERT AND A CHANGE AS AN
002200*                 UPDATE WITH THE AFTER-IMAGE FIELDS, A DELETE
002300*                 WITH THE BEFORE-IMAGE KEY.  THE FEED IS FRAMED
002400*                 WITH THE SHARED ExtCtl HEADER AND TRAILER SO
002500*                 LOADVRFY CAN BALANCE IT.
002508* 2026-10-15 DP   THE NIGHTLY FEED NO LONGER SELECTS BY TODAY'S
002516*                 DATE, WHICH LOST A DAY WHOSE MAINTENANCE AND
002524*                 FEED STEPS RAN EITHER SIDE OF MIDNIGHT.  IT NOW
002532*                 FEEDS EVERY JOURNAL RECORD PAST THE HIGH-WATER
002540*                 MARK - THE LAST RUN DATE AND SEQUENCE FED, KEPT
002548*                 ON THE CDCHWM FILE - AND MOVES THE MARK UP TO
002556*                 THE LAST RECORD IT FED, SO PURGE AND BACKOUT
002564*                 RECORDS JOURNALED AFTER THE FEED RAN GO OUT THE
002572*                 NEXT NIGHT.  THE CDCPARM CARD IS NOW SUPPLIED
002580*                 ONLY BY THE CDCRERUN JOB: IT FEEDS THE ONE RUN
002588*                 DATE KEYED AND LEAVES THE HIGH-WATER MARK ALONE.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT JRNLIN-FILE ASSIGN TO "JRNLIN"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS JRNLIN-FILE-STATUS.
003300     SELECT CDCPARM-FILE ASSIGN TO "CDCPARM"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS CDCPARM-FILE-STATUS.
003510     SELECT CDCHWM-FILE ASSIGN TO "CDCHWM"
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS CDCHWM-FILE-STATUS.
003600     SELECT CDCOUT-FILE ASSIGN TO "CDCOUT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CDCOUT-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------
004200* JRNLIN - BEFORE/AFTER IMAGE JOURNAL WRITTEN BY THE
004300* MAINTENANCE RUN, READ THROUGH THE SHARED MastJrnl DEFINITION.
004400*----------------------------------------------------------------
004500 FD  JRNLIN-FILE
004600     RECORDING MODE IS F.
004700     COPY MastJrnl.
004800*----------------------------------------------------------------
004810* CDCPARM - ONE-RECORD RERUN CARD CARRYING THE RUN DATE WHOSE
004820* JOURNAL RECORDS ARE TO BE FED AGAIN.  ONLY THE CDCRERUN JOB
004830* SUPPLIES IT; THE NIGHTLY RUN HAS NO CDCPARM AND FEEDS FROM THE
004840* HIGH-WATER MARK.
005200*----------------------------------------------------------------
005300 FD  CDCPARM-FILE
005400     RECORDING MODE IS F.
005500 01  CDCPARM-RECORD.
005600     05  CP-RUN-DATE-X           PIC X(08).
005700     05  CP-RUN-DATE REDEFINES CP-RUN-DATE-X
005800                                 PIC 9(08).
005900     05  FILLER                  PIC X(72).
005906*----------------------------------------------------------------
005912* CDCHWM - ONE-RECORD HIGH-WATER MARK: THE RUN DATE AND SEQUENCE
005918* OF THE LAST JOURNAL RECORD THE NIGHTLY FEED HAS SENT.  READ AT
005924* THE START OF THE NIGHTLY RUN AND REWRITTEN AT THE END.
005930*----------------------------------------------------------------
005936 FD  CDCHWM-FILE
005942     RECORDING MODE IS F.
005948 01  CDCHWM-RECORD.
005954     05  HW-RUN-DATE-X           PIC X(08).
005960     05  HW-RUN-DATE REDEFINES HW-RUN-DATE-X
005966                                 PIC 9(08).
005972     05  HW-SEQUENCE-X           PIC X(07).
005978     05  HW-SEQUENCE REDEFINES HW-SEQUENCE-X
005984                                 PIC 9(07).
005990     05  FILLER                  PIC X(65).
006000*----------------------------------------------------------------
006100* CDCOUT - CHANGE-DATA-CAPTURE FEED, READ BY THE WAREHOUSE LOAD
006200* THROUGH THE SHARED CdcFeed DEFINITION.
006300*----------------------------------------------------------------
006400 FD  CDCOUT-FILE
006500     RECORDING MODE IS F.
006600     COPY CdcFeed.
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------
006900* SHARED HEADER/TRAILER CONTROL-RECORD LAYOUTS FRAMING CDCOUT.
007000*----------------------------------------------------------------
007100     COPY ExtCtl.
007200*----------------------------------------------------------------
007300* WORK VIEW OF A JOURNALED MASTER IMAGE, IN THE SHARED CustMast
007400* LAYOUT UNDER A JI- PREFIX.
007500*----------------------------------------------------------------
007600     COPY CustMast REPLACING ==CUSTMAST-RECORD==
007700         BY ==JOURNAL-IMAGE== LEADING ==CM== BY ==JI==.
007800 77  JRNLIN-FILE-STATUS      PIC X(02) VALUE "00".
007900     88  JRNLIN-FILE-OK                VALUE "00".
008000     88  JRNLIN-FILE-AT-END            VALUE "10".
008100 77  CDCPARM-FILE-STATUS     PIC X(02) VALUE "00".
008200     88  CDCPARM-FILE-OK               VALUE "00".
008210 77  CDCHWM-FILE-STATUS      PIC X(02) VALUE "00".
008220     88  CDCHWM-FILE-OK                VALUE "00".
008230     88  CDCHWM-FILE-NOT-FOUND         VALUE "35".
008300 77  CDCOUT-FILE-STATUS      PIC X(02) VALUE "00".
008400     88  CDCOUT-FILE-OK                VALUE "00".
008500 77  JRNLIN-EOF-SWITCH       PIC X(01) VALUE "N".
008600     88  JRNLIN-EOF                    VALUE "Y".
008610 77  RERUN-SWITCH            PIC X(01) VALUE "N".
008620     88  RERUN-REQUESTED               VALUE "Y".
008700 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
008800 77  FEED-RUN-DATE           PIC 9(08) VALUE ZEROS.
008810 77  FED-THROUGH-DATE        PIC 9(08) VALUE ZEROS.
008820 77  FED-THROUGH-SEQUENCE    PIC 9(07) VALUE ZEROS.
008830 77  LAST-FED-DATE           PIC 9(08) VALUE ZEROS.
008840 77  LAST-FED-SEQUENCE       PIC 9(07) VALUE ZEROS.
008900 77  JOURNAL-RECORDS-READ    PIC 9(07) VALUE ZEROS.
009000 77  INSERTS-WRITTEN         PIC 9(07) VALUE ZEROS.
009100 77  UPDATES-WRITTEN         PIC 9(07) VALUE ZEROS.
009200 77  DELETES-WRITTEN         PIC 9(07) VALUE ZEROS.
009300 77  UNKNOWN-ACTIONS         PIC 9(07) VALUE ZEROS.
009400 77  RECORDS-WRITTEN         PIC 9(07) VALUE ZEROS.
009500 77  FEED-HASH-TOTAL         PIC 9(12) VALUE ZEROS.
009600*----------------------------------------------------------------
009700* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
009800* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
009900*----------------------------------------------------------------
010000     COPY RunCntl.
010100 PROCEDURE DIVISION.
010200*----------------------------------------------------------------
010300* 0000-MAINLINE
010400*
010410* SETS WHAT IS TO BE FED - EVERYTHING PAST THE HIGH-WATER MARK,
010420* OR ONE RUN DATE ON A RERUN - WRITES ONE FEED RECORD PER JOURNAL
010430* RECORD SELECTED, AND TERMINATES THE RUN.
010700*----------------------------------------------------------------
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE
011000         THRU 1000-EXIT
011100     PERFORM 2000-PROCESS-JOURNAL
011200         THRU 2000-EXIT
011300         UNTIL JRNLIN-EOF
011400     PERFORM 9999-TERMINATE
011500         THRU 9999-EXIT
011600     STOP RUN.
011700*----------------------------------------------------------------
011800* 1000-INITIALIZE
011900*
011910* STAMPS THE START RUN-CONTROL RECORD, LOADS THE RERUN CARD OR,
011920* WITHOUT ONE, THE HIGH-WATER MARK, OPENS THE JOURNAL AND THE
011930* FEED - FAILING THE RUN ON ANY OPEN ERROR - WRITES THE HEADER
011940* CONTROL RECORD AND PRIMES THE FIRST JOURNAL RECORD.
012400*----------------------------------------------------------------
012500 1000-INITIALIZE.
012600     MOVE "JRNLCDC"  TO RC-PROGRAM-NAME
012700     MOVE ZEROS      TO RC-RECORDS-IN
012800     MOVE ZEROS      TO RC-RECORDS-OUT
012900     MOVE "STARTED"  TO RC-COMPLETION-STATUS
013000     CALL "RunLogProgram" USING RUNCNTL-REC
013100     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
013200     MOVE CURRENT-RUN-DATE TO FEED-RUN-DATE
013300     PERFORM 1100-LOAD-CDC-PARM
013400         THRU 1100-EXIT
013410     IF NOT RERUN-REQUESTED
013420         PERFORM 1200-LOAD-HIGH-WATER-MARK
013430             THRU 1200-EXIT
013440     END-IF
013500     OPEN INPUT JRNLIN-FILE
013600     IF NOT JRNLIN-FILE-OK
013700         DISPLAY "JRNLIN OPEN FAILED - FILE STATUS "
013800             JRNLIN-FILE-STATUS
013900         MOVE 16 TO RETURN-CODE
014000         STOP RUN
014100     END-IF
014200     OPEN OUTPUT CDCOUT-FILE
014300     IF NOT CDCOUT-FILE-OK
014400         DISPLAY "CDCOUT OPEN FAILED - FILE STATUS "
014500             CDCOUT-FILE-STATUS
014600         MOVE 16 TO RETURN-CODE
014700         STOP RUN
014800     END-IF
014900     MOVE FEED-RUN-DATE    TO XH-RUN-DATE
015000     MOVE EXTCTL-HEADER    TO CDCFEED-RECORD
015100     WRITE CDCFEED-RECORD
015200     PERFORM 2100-READ-JRNLIN
015300         THRU 2100-EXIT
015400 1000-EXIT.
015500     EXIT.
015600*----------------------------------------------------------------
015700* 1100-LOAD-CDC-PARM
015800*
015810* READS THE ONE-RECORD CDCPARM RERUN CARD, WHICH MAKES THIS A
015820* RERUN OF THE DATE KEYED ON IT.  NO CARD - THE NIGHTLY RUN
015830* CARRIES NO CDCPARM - LEAVES THE RUN FEEDING FROM THE HIGH-WATER
015840* MARK.  A CARD THAT IS EMPTY OR CARRIES A NON-NUMERIC DATE FAILS
015850* THE RUN RATHER THAN FEEDING SOMETHING NOBODY ASKED FOR.
016200*----------------------------------------------------------------
016300 1100-LOAD-CDC-PARM.
016400     OPEN INPUT CDCPARM-FILE
016500     IF NOT CDCPARM-FILE-OK
016600         GO TO 1100-EXIT
016700     END-IF
016710     READ CDCPARM-FILE
016720         AT END
016730             DISPLAY "CDCPARM RERUN CARD EMPTY"
016740             MOVE 16 TO RETURN-CODE
016750             STOP RUN
016760     END-READ
016770     IF CP-RUN-DATE-X NOT NUMERIC
016780         DISPLAY "CDCPARM RERUN DATE NOT NUMERIC: " CP-RUN-DATE-X
016790         MOVE 16 TO RETURN-CODE
016800         STOP RUN
016810     END-IF
016820     MOVE CP-RUN-DATE TO FEED-RUN-DATE
016830     SET RERUN-REQUESTED TO TRUE
017600     CLOSE CDCPARM-FILE
017700 1100-EXIT.
017800     EXIT.
017802*----------------------------------------------------------------
017804* 1200-LOAD-HIGH-WATER-MARK
017806*
017808* READS THE RUN DATE AND SEQUENCE OF THE LAST JOURNAL RECORD FED.
017810* NO CDCHWM FILE MEANS NOTHING HAS BEEN FED YET, SO THE WHOLE
017812* JOURNAL IS FED.  A FILE THAT CANNOT BE OPENED, OR A MARK THAT IS
017814* EMPTY OR NOT NUMERIC, FAILS THE RUN - GUESSING WOULD EITHER DROP
017816* CHANGES OR FEED THEM TWICE.
017818*----------------------------------------------------------------
017820 1200-LOAD-HIGH-WATER-MARK.
017822     OPEN INPUT CDCHWM-FILE
017824     IF CDCHWM-FILE-NOT-FOUND
017826         DISPLAY "NO CDCHWM HIGH-WATER MARK - FEEDING ALL"
017828         GO TO 1200-EXIT
017830     END-IF
017832     IF NOT CDCHWM-FILE-OK
017834         DISPLAY "CDCHWM OPEN FAILED - FILE STATUS "
017836             CDCHWM-FILE-STATUS
017838         MOVE 16 TO RETURN-CODE
017840         STOP RUN
017842     END-IF
017844     READ CDCHWM-FILE
017846         AT END
017848             DISPLAY "CDCHWM HIGH-WATER MARK EMPTY"
017850             MOVE 16 TO RETURN-CODE
017852             STOP RUN
017854     END-READ
017856     IF HW-RUN-DATE-X NOT NUMERIC
017858             OR HW-SEQUENCE-X NOT NUMERIC
017860         DISPLAY "CDCHWM HIGH-WATER MARK NOT NUMERIC: "
017862             CDCHWM-RECORD
017864         MOVE 16 TO RETURN-CODE
017866         STOP RUN
017868     END-IF
017870     MOVE HW-RUN-DATE TO FED-THROUGH-DATE
017872     MOVE HW-SEQUENCE TO FED-THROUGH-SEQUENCE
017874     CLOSE CDCHWM-FILE
017876 1200-EXIT.
017878     EXIT.
017900*----------------------------------------------------------------
018000* 2000-PROCESS-JOURNAL
018100*
018110* WRITES ONE FEED RECORD WHEN THE JOURNAL RECORD LIES PAST THE
018120* HIGH-WATER MARK - OR, ON A RERUN, BELONGS TO THE RERUN DATE -
018130* THEN READS THE NEXT ONE.  AN ADD IS FED AS AN
018400* INSERT AND A CHANGE AS AN UPDATE, BOTH FROM THE AFTER IMAGE; A
018500* DELETE IS FED WITH THE BEFORE-IMAGE KEY ONLY.
018600*----------------------------------------------------------------
018700 2000-PROCESS-JOURNAL.
018710     IF RERUN-REQUESTED
018720         IF MJ-RUN-DATE NOT = FEED-RUN-DATE
018730             GO TO 2000-NEXT
018740         END-IF
018750     ELSE
018760         IF MJ-RUN-DATE < FED-THROUGH-DATE
018770                 OR (MJ-RUN-DATE = FED-THROUGH-DATE
018780                 AND MJ-SEQUENCE NOT > FED-THROUGH-SEQUENCE)
018790             GO TO 2000-NEXT
018800         END-IF
018810     END-IF
018820     IF MJ-RUN-DATE > LAST-FED-DATE
018830             OR (MJ-RUN-DATE = LAST-FED-DATE
018840             AND MJ-SEQUENCE > LAST-FED-SEQUENCE)
018850         MOVE MJ-RUN-DATE TO LAST-FED-DATE
018860         MOVE MJ-SEQUENCE TO LAST-FED-SEQUENCE
018870     END-IF
019100     MOVE SPACES         TO CDCFEED-RECORD
019200     MOVE MJ-RUN-DATE    TO CD-RUN-DATE
019300     MOVE MJ-SEQUENCE    TO CD-SEQUENCE
019400     EVALUATE MJ-ACTION-CODE
019500         WHEN "A"
019600             SET CD-INSERT TO TRUE
019700             ADD 1 TO INSERTS-WRITTEN
019800             PERFORM 2200-MOVE-AFTER-IMAGE
019900                 THRU 2200-EXIT
020000         WHEN "C"
020100             SET CD-UPDATE TO TRUE
020200             ADD 1 TO UPDATES-WRITTEN
020300             PERFORM 2200-MOVE-AFTER-IMAGE
020400                 THRU 2200-EXIT
020500         WHEN "D"
020600             SET CD-DELETE TO TRUE
020700             ADD 1 TO DELETES-WRITTEN
020800             MOVE MJ-BEFORE-IMAGE TO JOURNAL-IMAGE
020900             MOVE JI-CUSTOMER-ID  TO CD-CUSTOMER-ID
021000             MOVE ZEROS           TO CD-BRANCH-CODE
021100             MOVE ZEROS           TO CD-DEATH-DATE
021200             MOVE ZEROS           TO CD-BIRTH-DATE
021300         WHEN OTHER
021400             DISPLAY "UNKNOWN ACTION CODE ON JOURNAL - SEQUENCE "
021500                 MJ-SEQUENCE
021600             ADD 1 TO UNKNOWN-ACTIONS
021700             GO TO 2000-NEXT
021800     END-EVALUATE
021900     WRITE CDCFEED-RECORD
022000     ADD 1              TO RECORDS-WRITTEN
022100     ADD CD-CUSTOMER-ID TO FEED-HASH-TOTAL.
022200 2000-NEXT.
022300     PERFORM 2100-READ-JRNLIN
022400         THRU 2100-EXIT
022500 2000-EXIT.
022600     EXIT.
022700*----------------------------------------------------------------
022800* 2100-READ-JRNLIN
022900*----------------------------------------------------------------
023000 2100-READ-JRNLIN.
023100     READ JRNLIN-FILE
023200         AT END
023300             SET JRNLIN-EOF TO TRUE
023400             GO TO 2100-EXIT
023500     END-READ
023600     ADD 1 TO JOURNAL-RECORDS-READ
023700 2100-EXIT.
023800     EXIT.
023900*----------------------------------------------------------------
024000* 2200-MOVE-AFTER-IMAGE
024100*----------------------------------------------------------------
024200 2200-MOVE-AFTER-IMAGE.
024300     MOVE MJ-AFTER-IMAGE   TO JOURNAL-IMAGE
024400     MOVE JI-CUSTOMER-ID   TO CD-CUSTOMER-ID
024500     MOVE JI-CUSTOMER-NAME TO CD-CUSTOMER-NAME
024600     MOVE JI-BRANCH-CODE   TO CD-BRANCH-CODE
024700     MOVE JI-STATUS-CODE   TO CD-STATUS-CODE
024800     MOVE JI-DEATH-DATE    TO CD-DEATH-DATE
024900     MOVE JI-BIRTH-DATE    TO CD-BIRTH-DATE
025000 2200-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300* 9999-TERMINATE
025400*
025410* WRITES THE TRAILER CONTROL RECORD, CLOSES ALL FILES, MOVES THE
025420* HIGH-WATER MARK UP ON A NIGHTLY RUN, AND SUMMARIZES THE RUN ON
025430* THE JOB LOG.  RETURN CODE 4 WHEN THE JOURNAL CARRIED AN ACTION
025440* CODE THE FEED DOES NOT KNOW.
025800*----------------------------------------------------------------
025900 9999-TERMINATE.
026000*    THE CDCOUT TRAILER BALANCES THE FEED FOR LOADVRFY - DETAIL
026100*    COUNT AND CUSTOMER-ID HASH TOTAL.
026200     MOVE RECORDS-WRITTEN  TO XT-RECORD-COUNT
026300     MOVE FEED-HASH-TOTAL  TO XT-HASH-TOTAL
026400     MOVE EXTCTL-TRAILER   TO CDCFEED-RECORD
026500     WRITE CDCFEED-RECORD
026600     CLOSE JRNLIN-FILE
026700     CLOSE CDCOUT-FILE
026710     IF NOT RERUN-REQUESTED
026720         PERFORM 9100-WRITE-HIGH-WATER-MARK
026730             THRU 9100-EXIT
026740     END-IF
026750     IF RERUN-REQUESTED
026760         DISPLAY "Rerun of run date    = " FEED-RUN-DATE
026770     ELSE
026780         DISPLAY "Fed after run date   = " FED-THROUGH-DATE
026790             " SEQUENCE " FED-THROUGH-SEQUENCE
026800         DISPLAY "Fed through run date = " LAST-FED-DATE
026810             " SEQUENCE " LAST-FED-SEQUENCE
026820     END-IF
026900     DISPLAY "Journal records read = " JOURNAL-RECORDS-READ
027000     DISPLAY "Inserts written      = " INSERTS-WRITTEN
027100     DISPLAY "Updates written      = " UPDATES-WRITTEN
027200     DISPLAY "Deletes written      = " DELETES-WRITTEN
027300     DISPLAY "Unknown actions      = " UNKNOWN-ACTIONS
027400     MOVE "JRNLCDC"            TO RC-PROGRAM-NAME
027500     MOVE JOURNAL-RECORDS-READ TO RC-RECORDS-IN
027600     MOVE RECORDS-WRITTEN      TO RC-RECORDS-OUT
027700     MOVE "COMPLETED"          TO RC-COMPLETION-STATUS
027800     CALL "RunLogProgram" USING RUNCNTL-REC
027900*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
028000*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
028100     IF UNKNOWN-ACTIONS > ZERO
028200         MOVE 4 TO RETURN-CODE
028300     END-IF
028400 9999-EXIT.
028500     EXIT.
028510*----------------------------------------------------------------
028520* 9100-WRITE-HIGH-WATER-MARK
028530*
028540* REWRITES THE HIGH-WATER MARK WITH THE LAST JOURNAL RECORD FED.
028550* A NIGHT WITH NOTHING NEW TO FEED KEEPS THE MARK IT STARTED WITH.
028560* A MARK THAT CANNOT BE WRITTEN FAILS THE RUN, SO THE NIGHT'S FEED
028570* IS NOT SENT WHILE THE NEXT NIGHT WOULD SEND IT AGAIN.
028580*----------------------------------------------------------------
028590 9100-WRITE-HIGH-WATER-MARK.
028600     IF LAST-FED-DATE = ZERO
028610         MOVE FED-THROUGH-DATE     TO LAST-FED-DATE
028620         MOVE FED-THROUGH-SEQUENCE TO LAST-FED-SEQUENCE
028630     END-IF
028640     OPEN OUTPUT CDCHWM-FILE
028650     IF NOT CDCHWM-FILE-OK
028660         DISPLAY "CDCHWM OPEN FAILED - FILE STATUS "
028670             CDCHWM-FILE-STATUS
028680         MOVE 16 TO RETURN-CODE
028690         STOP RUN
028700     END-IF
028710     MOVE SPACES            TO CDCHWM-RECORD
028720     MOVE LAST-FED-DATE     TO HW-RUN-DATE
028730     MOVE LAST-FED-SEQUENCE TO HW-SEQUENCE
028740     WRITE CDCHWM-RECORD
028750     CLOSE CDCHWM-FILE
028760 9100-EXIT.
028770     EXIT.
