000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MastRecoverProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW CUSTOMER MASTER FORWARD RECOVERY RUN.
001300*                 BALANCES THE WEEKLY CUSTBKUP UNLOAD AGAINST ITS
001400*                 ExtCtl TRAILER, RELOADS THE KEYED MASTER FROM
001500*                 IT, THEN READS THE MAINTENANCE JOURNAL (SHARED
001600*                 MastJrnl LAYOUT) AND REAPPLIES THE AFTER IMAGES
001700*                 OF EVERY RUN DATED AFTER THE UNLOAD DATE UP TO
001800*                 THE THROUGH DATE ON THE RECVPARM CONTROL CARD -
001900*                 AN ADD IS WRITTEN, A CHANGE IS REWRITTEN WITH
002000*                 ITS AFTER IMAGE, A DELETE IS DELETED.  A CHANGE
002100*                 OR DELETE IS ONLY APPLIED WHEN THE MASTER STILL
002200*                 MATCHES ITS JOURNALED BEFORE IMAGE.  EVERY
002300*                 ACTION IS LISTED ON RECVLIST WITH COUNTS BY
002400*                 ACTION CODE.  RETURN CODE 8 WHEN ANY IMAGE DID
002500*                 NOT MATCH THE MASTER, 16 WHEN THE BACKUP FAILS
002600*                 TO BALANCE OR THE CARD IS MISSING OR INVALID.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS CM-CUSTOMER-ID
003500         FILE STATUS IS CUSTMSTR-FILE-STATUS.
003600     SELECT CUSTBKUP-FILE ASSIGN TO "CUSTBKUP"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS CUSTBKUP-FILE-STATUS.
003900     SELECT JRNLIN-FILE ASSIGN TO "JRNLIN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS JRNLIN-FILE-STATUS.
004200     SELECT RECVPARM-FILE ASSIGN TO "RECVPARM"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS RECVPARM-FILE-STATUS.
004500     SELECT RECVLIST-FILE ASSIGN TO "RECVLIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RECVLIST-FILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*----------------------------------------------------------------
005100* CUSTMSTR - KEYED CUSTOMER MASTER, RELOADED FROM THE BACKUP AND
005200* THEN OPENED FOR UPDATE THROUGH THE SHARED CustMast DEFINITION.
005300*----------------------------------------------------------------
005400 FD  CUSTMSTR-FILE.
005500     COPY CustMast.
005600*----------------------------------------------------------------
005700* CUSTBKUP - WEEKLY MASTER UNLOAD WRITTEN BY MastUnloadProgram.
005800* A HEADER CONTROL RECORD, ONE CustMast-LAYOUT DETAIL PER
005900* CUSTOMER, AND A TRAILER CONTROL RECORD.  THE DETAIL VIEW IS THE
006000* SHARED LAYOUT UNDER A BU- PREFIX.
006100*----------------------------------------------------------------
006200 FD  CUSTBKUP-FILE
006300     RECORDING MODE IS F.
006400 01  CUSTBKUP-RECORD             PIC X(80).
006500     COPY CustMast REPLACING ==CUSTMAST-RECORD==
006600         BY ==CUSTBKUP-DETAIL== LEADING ==CM== BY ==BU==.
006700*----------------------------------------------------------------
006800* JRNLIN - BEFORE/AFTER IMAGE JOURNAL WRITTEN BY THE
006900* MAINTENANCE RUN, READ THROUGH THE SHARED MastJrnl DEFINITION.
007000*----------------------------------------------------------------
007100 FD  JRNLIN-FILE
007200     RECORDING MODE IS F.
007300     COPY MastJrnl.
007400*----------------------------------------------------------------
007500* RECVPARM - ONE-RECORD CONTROL CARD CARRYING THE LAST RUN DATE
007600* WHOSE JOURNAL RECORDS ARE TO BE REAPPLIED.
007700*----------------------------------------------------------------
007800 FD  RECVPARM-FILE
007900     RECORDING MODE IS F.
008000 01  RECVPARM-RECORD.
008100     05  RV-THROUGH-DATE-X       PIC X(08).
008200     05  RV-THROUGH-DATE REDEFINES RV-THROUGH-DATE-X
008300                                 PIC 9(08).
008400     05  FILLER                  PIC X(72).
008500*----------------------------------------------------------------
008600* RECVLIST - LISTING OF EVERY RECOVERY ACTION TAKEN, WITH ITS
008700* RESULT, AND THE RUN TOTALS BY ACTION CODE.
008800*----------------------------------------------------------------
008900 FD  RECVLIST-FILE
009000     RECORDING MODE IS F.
009100 01  RECVLIST-RECORD             PIC X(80).
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------------
009400* SHARED HEADER/TRAILER CONTROL-RECORD LAYOUTS.  THE BACKUP'S
009500* CONTROL RECORDS ARE MOVED IN HERE TO BE BALANCED.
009600*----------------------------------------------------------------
009700     COPY ExtCtl.
009800*----------------------------------------------------------------
009900* RECOVERY LISTING PRINT LINES.  EACH IS 80 BYTES WIDE SO IT CAN
010000* BE MOVED STRAIGHT INTO RECVLIST-RECORD.
010100*----------------------------------------------------------------
010200 01  RCV-HEADING-1.
010300     05  FILLER               PIC X(20) VALUE SPACES.
010400     05  FILLER               PIC X(40) VALUE
010500             "CUSTOMER MASTER FORWARD RECOVERY".
010600     05  FILLER               PIC X(20) VALUE SPACES.
010700 01  RCV-HEADING-2.
010800     05  FILLER               PIC X(20) VALUE SPACES.
010900     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
011000     05  RCV-RUN-DATE         PIC 9(08).
011100     05  FILLER               PIC X(42) VALUE SPACES.
011200 01  RCV-BLANK-LINE           PIC X(80) VALUE SPACES.
011300 01  RCV-DATE-LINE.
011400     05  RCV-DATE-LABEL       PIC X(30).
011500     05  RCV-DATE-VALUE       PIC 9(08).
011600     05  FILLER               PIC X(42) VALUE SPACES.
011700 01  RCV-DETAIL-LINE.
011800     05  RCV-ACTION-CODE      PIC X(01).
011900     05  FILLER               PIC X(02) VALUE SPACES.
012000     05  RCV-CUSTOMER-ID      PIC X(06).
012100     05  FILLER               PIC X(02) VALUE SPACES.
012200     05  RCV-JOURNAL-DATE     PIC 9(08).
012300     05  FILLER               PIC X(02) VALUE SPACES.
012400     05  RCV-MESSAGE          PIC X(40).
012500     05  FILLER               PIC X(19) VALUE SPACES.
012600 01  RCV-TOTAL-LINE.
012700     05  RCV-TOTAL-LABEL      PIC X(30).
012800     05  RCV-TOTAL-COUNT      PIC ZZZ,ZZ9.
012900     05  FILLER               PIC X(43) VALUE SPACES.
013000 01  RCV-REJECT-LINE.
013100     05  FILLER               PIC X(21) VALUE
013200             "RECOVERY REJECTED -  ".
013300     05  RCV-REJECT-REASON    PIC X(45).
013400     05  FILLER               PIC X(14) VALUE SPACES.
013500 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
013600     88  CUSTMSTR-FILE-OK              VALUE "00".
013700 77  CUSTBKUP-FILE-STATUS    PIC X(02) VALUE "00".
013800     88  CUSTBKUP-FILE-OK              VALUE "00".
013900     88  CUSTBKUP-FILE-AT-END          VALUE "10".
014000 77  JRNLIN-FILE-STATUS      PIC X(02) VALUE "00".
014100     88  JRNLIN-FILE-OK                VALUE "00".
014200     88  JRNLIN-FILE-AT-END            VALUE "10".
014300 77  RECVPARM-FILE-STATUS    PIC X(02) VALUE "00".
014400     88  RECVPARM-FILE-OK              VALUE "00".
014500 77  RECVLIST-FILE-STATUS    PIC X(02) VALUE "00".
014600     88  RECVLIST-FILE-OK              VALUE "00".
014700 77  CUSTBKUP-EOF-SWITCH     PIC X(01) VALUE "N".
014800     88  CUSTBKUP-EOF                  VALUE "Y".
014900 77  TRAILER-FOUND-SWITCH    PIC X(01) VALUE "N".
015000     88  TRAILER-FOUND                 VALUE "Y".
015100 77  JRNLIN-EOF-SWITCH       PIC X(01) VALUE "N".
015200     88  JRNLIN-EOF                    VALUE "Y".
015300 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
015400 77  BACKUP-RUN-DATE         PIC 9(08) VALUE ZEROS.
015500 77  RECOVERY-THROUGH-DATE   PIC 9(08) VALUE ZEROS.
015600 77  BACKUP-DETAILS-READ     PIC 9(07) VALUE ZEROS.
015700 77  BACKUP-HASH-TOTAL       PIC 9(12) VALUE ZEROS.
015800 77  BACKUP-RECORDS-LOADED   PIC 9(07) VALUE ZEROS.
015900 77  JOURNAL-RECORDS-READ    PIC 9(07) VALUE ZEROS.
016000 77  JOURNAL-RECORDS-IN-RANGE PIC 9(07) VALUE ZEROS.
016100 77  ADDS-APPLIED            PIC 9(07) VALUE ZEROS.
016200 77  ADDS-MISMATCHED         PIC 9(07) VALUE ZEROS.
016300 77  CHANGES-APPLIED         PIC 9(07) VALUE ZEROS.
016400 77  CHANGES-MISMATCHED      PIC 9(07) VALUE ZEROS.
016500 77  DELETES-APPLIED         PIC 9(07) VALUE ZEROS.
016600 77  DELETES-MISMATCHED      PIC 9(07) VALUE ZEROS.
016700 77  UNKNOWN-ACTIONS         PIC 9(07) VALUE ZEROS.
016800 77  ACTIONS-APPLIED         PIC 9(07) VALUE ZEROS.
016900 77  ACTIONS-MISMATCHED      PIC 9(07) VALUE ZEROS.
017000 77  RECOVERY-MESSAGE        PIC X(40) VALUE SPACES.
017100 77  REJECT-REASON           PIC X(45) VALUE SPACES.
017200*----------------------------------------------------------------
017300* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
017400* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
017500*----------------------------------------------------------------
017600     COPY RunCntl.
017700 PROCEDURE DIVISION.
017800*----------------------------------------------------------------
017900* 0000-MAINLINE
018000*
018100* LOADS THE RECOVERY CONTROL CARD, BALANCES THE BACKUP, RELOADS
018200* THE MASTER FROM IT, REAPPLIES THE JOURNAL, AND TERMINATES THE
018300* RUN.
018400*----------------------------------------------------------------
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE
018700         THRU 1000-EXIT
018800     PERFORM 2000-BALANCE-BACKUP
018900         THRU 2000-EXIT
019000     PERFORM 3000-RELOAD-MASTER
019100         THRU 3000-EXIT
019200     PERFORM 4000-APPLY-JOURNAL
019300         THRU 4000-EXIT
019400         UNTIL JRNLIN-EOF
019500     PERFORM 8000-WRITE-TOTALS
019600         THRU 8000-EXIT
019700     PERFORM 9999-TERMINATE
019800         THRU 9999-EXIT
019900     STOP RUN.
020000*----------------------------------------------------------------
020100* 1000-INITIALIZE
020200*
020300* STAMPS THE START RUN-CONTROL RECORD, LOADS THE RECVPARM
020400* THROUGH DATE - THE RUN CANNOT PROCEED WITHOUT ONE, SO A MISSING
020500* OR INVALID CARD FAILS THE RUN - OPENS THE LISTING AND WRITES
020600* ITS HEADINGS.
020700*----------------------------------------------------------------
020800 1000-INITIALIZE.
020900     MOVE "MSTRECOV" TO RC-PROGRAM-NAME
021000     MOVE ZEROS      TO RC-RECORDS-IN
021100     MOVE ZEROS      TO RC-RECORDS-OUT
021200     MOVE "STARTED"  TO RC-COMPLETION-STATUS
021300     CALL "RunLogProgram" USING RUNCNTL-REC
021400     PERFORM 1100-LOAD-RECOVERY-PARM
021500         THRU 1100-EXIT
021600     OPEN OUTPUT RECVLIST-FILE
021700     IF NOT RECVLIST-FILE-OK
021800         DISPLAY "RECVLIST OPEN FAILED - FILE STATUS "
021900             RECVLIST-FILE-STATUS
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF
022300     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
022400     MOVE RCV-HEADING-1    TO RECVLIST-RECORD
022500     WRITE RECVLIST-RECORD
022600     MOVE CURRENT-RUN-DATE TO RCV-RUN-DATE
022700     MOVE RCV-HEADING-2    TO RECVLIST-RECORD
022800     WRITE RECVLIST-RECORD
022900     MOVE RCV-BLANK-LINE   TO RECVLIST-RECORD
023000     WRITE RECVLIST-RECORD
023100 1000-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------
023400* 1100-LOAD-RECOVERY-PARM
023500*
023600* READS THE ONE-RECORD RECOVERY CONTROL CARD AND LOADS THE
023700* THROUGH DATE.  A MISSING CARD OR A NON-NUMERIC DATE FAILS THE
023800* RUN - REAPPLYING TOO FEW OR TOO MANY RUNS LEAVES A MASTER NOBODY
023900* CAN VOUCH FOR.
024000*----------------------------------------------------------------
024100 1100-LOAD-RECOVERY-PARM.
024200     OPEN INPUT RECVPARM-FILE
024300     IF NOT RECVPARM-FILE-OK
024400         DISPLAY "RECVPARM OPEN FAILED - FILE STATUS "
024500             RECVPARM-FILE-STATUS
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF
024900     READ RECVPARM-FILE
025000         AT END
025100             DISPLAY "RECVPARM CARD FILE IS EMPTY"
025200             MOVE 16 TO RETURN-CODE
025300             STOP RUN
025400     END-READ
025500     IF RV-THROUGH-DATE-X NOT NUMERIC
025600         DISPLAY "RECVPARM THROUGH DATE NOT NUMERIC: "
025700             RV-THROUGH-DATE-X
025800         MOVE 16 TO RETURN-CODE
025900         STOP RUN
026000     END-IF
026100     MOVE RV-THROUGH-DATE TO RECOVERY-THROUGH-DATE
026200     CLOSE RECVPARM-FILE
026300 1100-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------
026600* 2000-BALANCE-BACKUP
026700*
026800* READS THE WHOLE BACKUP ONCE BEFORE THE MASTER IS TOUCHED.  THE
026900* FIRST RECORD MUST BE THE HEADER, WHOSE RUN DATE IS THE UNLOAD
027000* DATE, AND THE TRAILER'S RECORD COUNT AND CUSTOMER-ID HASH TOTAL
027100* MUST AGREE WITH THE DETAILS ACTUALLY READ.  A BACKUP THAT DOES
027200* NOT BALANCE, OR A THROUGH DATE EARLIER THAN THE UNLOAD DATE,
027300* FAILS THE RUN WITH THE MASTER STILL AS IT WAS.
027400*----------------------------------------------------------------
027500 2000-BALANCE-BACKUP.
027600     OPEN INPUT CUSTBKUP-FILE
027700     IF NOT CUSTBKUP-FILE-OK
027800         DISPLAY "CUSTBKUP OPEN FAILED - FILE STATUS "
027900             CUSTBKUP-FILE-STATUS
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF
028300     PERFORM 2200-READ-CUSTBKUP
028400         THRU 2200-EXIT
028500     IF CUSTBKUP-EOF
028600         OR CUSTBKUP-RECORD (1:3) NOT = "HDR"
028700         MOVE "BACKUP HEADER RECORD MISSING" TO REJECT-REASON
028800         PERFORM 2900-REJECT-RECOVERY
028900             THRU 2900-EXIT
029000     END-IF
029100     MOVE CUSTBKUP-RECORD TO EXTCTL-HEADER
029200     MOVE XH-RUN-DATE     TO BACKUP-RUN-DATE
029300     PERFORM 2200-READ-CUSTBKUP
029400         THRU 2200-EXIT
029500     PERFORM 2100-BALANCE-ONE-RECORD
029600         THRU 2100-EXIT
029700         UNTIL CUSTBKUP-EOF
029800     CLOSE CUSTBKUP-FILE
029900     IF NOT TRAILER-FOUND
030000         MOVE "BACKUP TRAILER RECORD MISSING" TO REJECT-REASON
030100         PERFORM 2900-REJECT-RECOVERY
030200             THRU 2900-EXIT
030300     END-IF
030400     IF XT-RECORD-COUNT NOT = BACKUP-DETAILS-READ
030500         MOVE "BACKUP RECORD COUNT DOES NOT BALANCE"
030600             TO REJECT-REASON
030700         PERFORM 2900-REJECT-RECOVERY
030800             THRU 2900-EXIT
030900     END-IF
031000     IF XT-HASH-TOTAL NOT = BACKUP-HASH-TOTAL
031100         MOVE "BACKUP HASH TOTAL DOES NOT BALANCE"
031200             TO REJECT-REASON
031300         PERFORM 2900-REJECT-RECOVERY
031400             THRU 2900-EXIT
031500     END-IF
031600     IF RECOVERY-THROUGH-DATE < BACKUP-RUN-DATE
031700         MOVE "THROUGH DATE IS EARLIER THAN BACKUP DATE"
031800             TO REJECT-REASON
031900         PERFORM 2900-REJECT-RECOVERY
032000             THRU 2900-EXIT
032100     END-IF
032200     MOVE "BACKUP UNLOAD DATE:"     TO RCV-DATE-LABEL
032300     MOVE BACKUP-RUN-DATE           TO RCV-DATE-VALUE
032400     MOVE RCV-DATE-LINE             TO RECVLIST-RECORD
032500     WRITE RECVLIST-RECORD
032600     MOVE "JOURNAL REAPPLIED THROUGH:" TO RCV-DATE-LABEL
032700     MOVE RECOVERY-THROUGH-DATE     TO RCV-DATE-VALUE
032800     MOVE RCV-DATE-LINE             TO RECVLIST-RECORD
032900     WRITE RECVLIST-RECORD
033000     MOVE RCV-BLANK-LINE            TO RECVLIST-RECORD
033100     WRITE RECVLIST-RECORD
033200 2000-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------
033500* 2100-BALANCE-ONE-RECORD
033600*
033700* SAVES THE TRAILER, OR COUNTS ONE DETAIL AND ROLLS ITS CUSTOMER
033800* ID INTO THE HASH TOTAL.  A DETAIL AFTER THE TRAILER, OR ONE
033900* WITH A NON-NUMERIC ID, MEANS THE BACKUP IS DAMAGED.
034000*----------------------------------------------------------------
034100 2100-BALANCE-ONE-RECORD.
034200     IF TRAILER-FOUND
034300         MOVE "BACKUP HAS RECORDS AFTER THE TRAILER"
034400             TO REJECT-REASON
034500         PERFORM 2900-REJECT-RECOVERY
034600             THRU 2900-EXIT
034700     END-IF
034800     IF CUSTBKUP-RECORD (1:3) = "TRL"
034900         MOVE CUSTBKUP-RECORD TO EXTCTL-TRAILER
035000         SET TRAILER-FOUND TO TRUE
035100         GO TO 2100-NEXT
035200     END-IF
035300     IF BU-CUSTOMER-ID NOT NUMERIC
035400         MOVE "BACKUP DETAIL HAS A NON-NUMERIC CUSTOMER ID"
035500             TO REJECT-REASON
035600         PERFORM 2900-REJECT-RECOVERY
035700             THRU 2900-EXIT
035800     END-IF
035900     ADD 1              TO BACKUP-DETAILS-READ
036000     ADD BU-CUSTOMER-ID TO BACKUP-HASH-TOTAL.
036100 2100-NEXT.
036200     PERFORM 2200-READ-CUSTBKUP
036300         THRU 2200-EXIT
036400 2100-EXIT.
036500     EXIT.
036600*----------------------------------------------------------------
036700* 2200-READ-CUSTBKUP
036800*----------------------------------------------------------------
036900 2200-READ-CUSTBKUP.
037000     READ CUSTBKUP-FILE
037100         AT END
037200             SET CUSTBKUP-EOF TO TRUE
037300             GO TO 2200-EXIT
037400     END-READ
037500 2200-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800* 2900-REJECT-RECOVERY
037900*
038000* LISTS WHY THE RECOVERY CANNOT PROCEED AND FAILS THE RUN.
038100*----------------------------------------------------------------
038200 2900-REJECT-RECOVERY.
038300     MOVE REJECT-REASON   TO RCV-REJECT-REASON
038400     MOVE RCV-REJECT-LINE TO RECVLIST-RECORD
038500     WRITE RECVLIST-RECORD
038600     CLOSE RECVLIST-FILE
038700     DISPLAY "RECOVERY REJECTED - " REJECT-REASON
038800     MOVE 16 TO RETURN-CODE
038900     STOP RUN.
039000 2900-EXIT.
039100     EXIT.
039200*----------------------------------------------------------------
039300* 3000-RELOAD-MASTER
039400*
039500* RECREATES THE KEYED MASTER FROM THE BALANCED BACKUP, THEN
039600* REOPENS IT FOR UPDATE AND OPENS THE JOURNAL, PRIMING THE FIRST
039700* JOURNAL RECORD.
039800*----------------------------------------------------------------
039900 3000-RELOAD-MASTER.
040000     MOVE "N" TO CUSTBKUP-EOF-SWITCH
040100     OPEN INPUT CUSTBKUP-FILE
040200     IF NOT CUSTBKUP-FILE-OK
040300         DISPLAY "CUSTBKUP OPEN FAILED - FILE STATUS "
040400             CUSTBKUP-FILE-STATUS
040500         MOVE 16 TO RETURN-CODE
040600         STOP RUN
040700     END-IF
040800     OPEN OUTPUT CUSTMSTR-FILE
040900     IF NOT CUSTMSTR-FILE-OK
041000         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
041100             CUSTMSTR-FILE-STATUS
041200         MOVE 16 TO RETURN-CODE
041300         STOP RUN
041400     END-IF
041500     PERFORM 2200-READ-CUSTBKUP
041600         THRU 2200-EXIT
041700     PERFORM 3100-LOAD-ONE-RECORD
041800         THRU 3100-EXIT
041900         UNTIL CUSTBKUP-EOF
042000     CLOSE CUSTBKUP-FILE
042100     CLOSE CUSTMSTR-FILE
042200     OPEN I-O CUSTMSTR-FILE
042300     IF NOT CUSTMSTR-FILE-OK
042400         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
042500             CUSTMSTR-FILE-STATUS
042600         MOVE 16 TO RETURN-CODE
042700         STOP RUN
042800     END-IF
042900     OPEN INPUT JRNLIN-FILE
043000     IF NOT JRNLIN-FILE-OK
043100         DISPLAY "JRNLIN OPEN FAILED - FILE STATUS "
043200             JRNLIN-FILE-STATUS
043300         MOVE 16 TO RETURN-CODE
043400         STOP RUN
043500     END-IF
043600     PERFORM 4900-READ-JRNLIN
043700         THRU 4900-EXIT
043800 3000-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------
044100* 3100-LOAD-ONE-RECORD
044200*
044300* WRITES ONE BACKUP DETAIL ONTO THE MASTER.  THE CONTROL RECORDS
044400* ARE SKIPPED.  A DUPLICATE ID CANNOT HAPPEN ON A BACKUP WRITTEN
044500* IN KEY ORDER, SO ONE FAILS THE RUN.
044600*----------------------------------------------------------------
044700 3100-LOAD-ONE-RECORD.
044800     IF CUSTBKUP-RECORD (1:3) = "HDR"
044900         OR CUSTBKUP-RECORD (1:3) = "TRL"
045000         GO TO 3100-NEXT
045100     END-IF
045200     MOVE CUSTBKUP-RECORD TO CUSTMAST-RECORD
045300     WRITE CUSTMAST-RECORD
045400         INVALID KEY
045500             DISPLAY "DUPLICATE CUSTOMER ID ON BACKUP: "
045600                 CM-CUSTOMER-ID
045700             MOVE 16 TO RETURN-CODE
045800             STOP RUN
045900     END-WRITE
046000     ADD 1 TO BACKUP-RECORDS-LOADED.
046100 3100-NEXT.
046200     PERFORM 2200-READ-CUSTBKUP
046300         THRU 2200-EXIT
046400 3100-EXIT.
046500     EXIT.
046600*----------------------------------------------------------------
046700* 4000-APPLY-JOURNAL
046800*
046900* REAPPLIES ONE JOURNAL RECORD WHEN ITS RUN DATE IS AFTER THE
047000* UNLOAD DATE AND NOT AFTER THE THROUGH DATE, THEN READS THE NEXT
047100* ONE.  THE UNLOAD RUNS AFTER THE DAY'S MAINTENANCE, SO THE
047200* UNLOAD DATE'S OWN JOURNAL RECORDS ARE ALREADY ON THE BACKUP.
047300*----------------------------------------------------------------
047400 4000-APPLY-JOURNAL.
047500     IF MJ-RUN-DATE NOT > BACKUP-RUN-DATE
047600         OR MJ-RUN-DATE > RECOVERY-THROUGH-DATE
047700         GO TO 4000-NEXT
047800     END-IF
047900     ADD 1 TO JOURNAL-RECORDS-IN-RANGE
048000     MOVE SPACES TO RECOVERY-MESSAGE
048100     EVALUATE MJ-ACTION-CODE
048200         WHEN "A"
048300             PERFORM 4100-REAPPLY-ADD
048400                 THRU 4100-EXIT
048500         WHEN "C"
048600             PERFORM 4200-REAPPLY-CHANGE
048700                 THRU 4200-EXIT
048800         WHEN "D"
048900             PERFORM 4300-REAPPLY-DELETE
049000                 THRU 4300-EXIT
049100         WHEN OTHER
049200             MOVE "UNKNOWN ACTION CODE ON JOURNAL"
049300                 TO RECOVERY-MESSAGE
049400             ADD 1 TO UNKNOWN-ACTIONS
049500             PERFORM 4600-WRITE-MISMATCH
049600                 THRU 4600-EXIT
049700     END-EVALUATE.
049800 4000-NEXT.
049900     PERFORM 4900-READ-JRNLIN
050000         THRU 4900-EXIT
050100 4000-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------
050400* 4100-REAPPLY-ADD
050500*----------------------------------------------------------------
050600 4100-REAPPLY-ADD.
050700     MOVE MJ-AFTER-IMAGE TO CUSTMAST-RECORD
050800     WRITE CUSTMAST-RECORD
050900         INVALID KEY
051000             MOVE "ADD NOT APPLIED - ID ALREADY ON MASTER"
051100                 TO RECOVERY-MESSAGE
051200             ADD 1 TO ADDS-MISMATCHED
051300             PERFORM 4600-WRITE-MISMATCH
051400                 THRU 4600-EXIT
051500             GO TO 4100-EXIT
051600     END-WRITE
051700     MOVE "ADD REAPPLIED - RECORD WRITTEN" TO RECOVERY-MESSAGE
051800     ADD 1 TO ADDS-APPLIED
051900     PERFORM 4500-WRITE-APPLIED
052000         THRU 4500-EXIT
052100 4100-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400* 4200-REAPPLY-CHANGE
052500*
052600* THE MASTER RECORD MUST STILL BE EXACTLY THE JOURNALED BEFORE
052700* IMAGE - ANYTHING ELSE MEANS THE RELOADED MASTER AND THE JOURNAL
052800* HAVE DRIFTED APART, AND THE AFTER IMAGE IS NOT LAID OVER IT.
052900*----------------------------------------------------------------
053000 4200-REAPPLY-CHANGE.
053100     MOVE MJ-BEFORE-IMAGE TO CUSTMAST-RECORD
053200     READ CUSTMSTR-FILE
053300         INVALID KEY
053400             MOVE "CHANGE NOT APPLIED - NOT ON MASTER"
053500                 TO RECOVERY-MESSAGE
053600             ADD 1 TO CHANGES-MISMATCHED
053700             PERFORM 4600-WRITE-MISMATCH
053800                 THRU 4600-EXIT
053900             GO TO 4200-EXIT
054000     END-READ
054100     IF CUSTMAST-RECORD NOT = MJ-BEFORE-IMAGE
054200         MOVE "CHANGE NOT APPLIED - BEFORE IMAGE MISMATCH"
054300             TO RECOVERY-MESSAGE
054400         ADD 1 TO CHANGES-MISMATCHED
054500         PERFORM 4600-WRITE-MISMATCH
054600             THRU 4600-EXIT
054700         GO TO 4200-EXIT
054800     END-IF
054900     MOVE MJ-AFTER-IMAGE TO CUSTMAST-RECORD
055000     REWRITE CUSTMAST-RECORD
055100         INVALID KEY
055200             MOVE "CHANGE NOT APPLIED - REWRITE FAILED"
055300                 TO RECOVERY-MESSAGE
055400             ADD 1 TO CHANGES-MISMATCHED
055500             PERFORM 4600-WRITE-MISMATCH
055600                 THRU 4600-EXIT
055700             GO TO 4200-EXIT
055800     END-REWRITE
055900     MOVE "CHANGE REAPPLIED - AFTER IMAGE WRITTEN"
056000         TO RECOVERY-MESSAGE
056100     ADD 1 TO CHANGES-APPLIED
056200     PERFORM 4500-WRITE-APPLIED
056300         THRU 4500-EXIT
056400 4200-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700* 4300-REAPPLY-DELETE
056800*
056900* AS FOR A CHANGE, THE MASTER RECORD MUST STILL BE EXACTLY THE
057000* JOURNALED BEFORE IMAGE BEFORE IT IS DELETED.
057100*----------------------------------------------------------------
057200 4300-REAPPLY-DELETE.
057300     MOVE MJ-BEFORE-IMAGE TO CUSTMAST-RECORD
057400     READ CUSTMSTR-FILE
057500         INVALID KEY
057600             MOVE "DELETE NOT APPLIED - NOT ON MASTER"
057700                 TO RECOVERY-MESSAGE
057800             ADD 1 TO DELETES-MISMATCHED
057900             PERFORM 4600-WRITE-MISMATCH
058000                 THRU 4600-EXIT
058100             GO TO 4300-EXIT
058200     END-READ
058300     IF CUSTMAST-RECORD NOT = MJ-BEFORE-IMAGE
058400         MOVE "DELETE NOT APPLIED - BEFORE IMAGE MISMATCH"
058500             TO RECOVERY-MESSAGE
058600         ADD 1 TO DELETES-MISMATCHED
058700         PERFORM 4600-WRITE-MISMATCH
058800             THRU 4600-EXIT
058900         GO TO 4300-EXIT
059000     END-IF
059100     DELETE CUSTMSTR-FILE
059200         INVALID KEY
059300             MOVE "DELETE NOT APPLIED - DELETE FAILED"
059400                 TO RECOVERY-MESSAGE
059500             ADD 1 TO DELETES-MISMATCHED
059600             PERFORM 4600-WRITE-MISMATCH
059700                 THRU 4600-EXIT
059800             GO TO 4300-EXIT
059900     END-DELETE
060000     MOVE "DELETE REAPPLIED - RECORD DELETED" TO RECOVERY-MESSAGE
060100     ADD 1 TO DELETES-APPLIED
060200     PERFORM 4500-WRITE-APPLIED
060300         THRU 4500-EXIT
060400 4300-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------
060700* 4500-WRITE-APPLIED
060800*----------------------------------------------------------------
060900 4500-WRITE-APPLIED.
061000     PERFORM 4700-BUILD-DETAIL-LINE
061100         THRU 4700-EXIT
061200     ADD 1 TO ACTIONS-APPLIED
061300 4500-EXIT.
061400     EXIT.
061500*----------------------------------------------------------------
061600* 4600-WRITE-MISMATCH
061700*----------------------------------------------------------------
061800 4600-WRITE-MISMATCH.
061900     PERFORM 4700-BUILD-DETAIL-LINE
062000         THRU 4700-EXIT
062100     ADD 1 TO ACTIONS-MISMATCHED
062200 4600-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------
062500* 4700-BUILD-DETAIL-LINE
062600*
062700* THE CUSTOMER ID IS TAKEN FROM THE AFTER IMAGE FOR ADDS AND
062800* FROM THE BEFORE IMAGE FOR CHANGES AND DELETES.
062900*----------------------------------------------------------------
063000 4700-BUILD-DETAIL-LINE.
063100     MOVE MJ-ACTION-CODE   TO RCV-ACTION-CODE
063200     IF MJ-ACTION-CODE = "A"
063300         MOVE MJ-AFTER-IMAGE (1:6)  TO RCV-CUSTOMER-ID
063400     ELSE
063500         MOVE MJ-BEFORE-IMAGE (1:6) TO RCV-CUSTOMER-ID
063600     END-IF
063700     MOVE MJ-RUN-DATE      TO RCV-JOURNAL-DATE
063800     MOVE RECOVERY-MESSAGE TO RCV-MESSAGE
063900     MOVE RCV-DETAIL-LINE  TO RECVLIST-RECORD
064000     WRITE RECVLIST-RECORD
064100 4700-EXIT.
064200     EXIT.
064300*----------------------------------------------------------------
064400* 4900-READ-JRNLIN
064500*----------------------------------------------------------------
064600 4900-READ-JRNLIN.
064700     READ JRNLIN-FILE
064800         AT END
064900             SET JRNLIN-EOF TO TRUE
065000             GO TO 4900-EXIT
065100     END-READ
065200     ADD 1 TO JOURNAL-RECORDS-READ
065300 4900-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600* 8000-WRITE-TOTALS
065700*
065800* WRITES THE RUN TOTALS - BACKUP RECORDS RELOADED, JOURNAL
065900* RECORDS READ AND REAPPLIED, AND APPLIED/MISMATCHED COUNTS FOR
066000* EACH ACTION CODE.
066100*----------------------------------------------------------------
066200 8000-WRITE-TOTALS.
066300     MOVE RCV-BLANK-LINE TO RECVLIST-RECORD
066400     WRITE RECVLIST-RECORD
066500     MOVE "BACKUP RECORDS RELOADED:"    TO RCV-TOTAL-LABEL
066600     MOVE BACKUP-RECORDS-LOADED         TO RCV-TOTAL-COUNT
066700     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
066800     WRITE RECVLIST-RECORD
066900     MOVE "JOURNAL RECORDS READ:"       TO RCV-TOTAL-LABEL
067000     MOVE JOURNAL-RECORDS-READ          TO RCV-TOTAL-COUNT
067100     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
067200     WRITE RECVLIST-RECORD
067300     MOVE "JOURNAL RECORDS IN RANGE:"   TO RCV-TOTAL-LABEL
067400     MOVE JOURNAL-RECORDS-IN-RANGE      TO RCV-TOTAL-COUNT
067500     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
067600     WRITE RECVLIST-RECORD
067700     MOVE "  ADDS APPLIED:"             TO RCV-TOTAL-LABEL
067800     MOVE ADDS-APPLIED                  TO RCV-TOTAL-COUNT
067900     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
068000     WRITE RECVLIST-RECORD
068100     MOVE "  ADDS MISMATCHED:"          TO RCV-TOTAL-LABEL
068200     MOVE ADDS-MISMATCHED               TO RCV-TOTAL-COUNT
068300     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
068400     WRITE RECVLIST-RECORD
068500     MOVE "  CHANGES APPLIED:"          TO RCV-TOTAL-LABEL
068600     MOVE CHANGES-APPLIED               TO RCV-TOTAL-COUNT
068700     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
068800     WRITE RECVLIST-RECORD
068900     MOVE "  CHANGES MISMATCHED:"       TO RCV-TOTAL-LABEL
069000     MOVE CHANGES-MISMATCHED            TO RCV-TOTAL-COUNT
069100     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
069200     WRITE RECVLIST-RECORD
069300     MOVE "  DELETES APPLIED:"          TO RCV-TOTAL-LABEL
069400     MOVE DELETES-APPLIED               TO RCV-TOTAL-COUNT
069500     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
069600     WRITE RECVLIST-RECORD
069700     MOVE "  DELETES MISMATCHED:"       TO RCV-TOTAL-LABEL
069800     MOVE DELETES-MISMATCHED            TO RCV-TOTAL-COUNT
069900     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
070000     WRITE RECVLIST-RECORD
070100     MOVE "  UNKNOWN ACTION CODES:"     TO RCV-TOTAL-LABEL
070200     MOVE UNKNOWN-ACTIONS               TO RCV-TOTAL-COUNT
070300     MOVE RCV-TOTAL-LINE TO RECVLIST-RECORD
070400     WRITE RECVLIST-RECORD
070500 8000-EXIT.
070600     EXIT.
070700*----------------------------------------------------------------
070800* 9999-TERMINATE
070900*
071000* CLOSES ALL FILES AND SUMMARIZES THE RUN ON THE JOB LOG.
071100* RETURN CODE 8 WHEN ANY JOURNAL IMAGE DID NOT MATCH THE MASTER -
071200* THE RECOVERED MASTER MUST BE CHECKED BEFORE THE NEXT
071300* MAINTENANCE RUN IS ALLOWED AGAINST IT.
071400*----------------------------------------------------------------
071500 9999-TERMINATE.
071600     CLOSE JRNLIN-FILE
071700     CLOSE CUSTMSTR-FILE
071800     CLOSE RECVLIST-FILE
071900     DISPLAY "Backup records reloaded = " BACKUP-RECORDS-LOADED
072000     DISPLAY "Journal records read    = " JOURNAL-RECORDS-READ
072100     DISPLAY "Actions reapplied       = " ACTIONS-APPLIED
072200     DISPLAY "Actions mismatched      = " ACTIONS-MISMATCHED
072300     MOVE "MSTRECOV"            TO RC-PROGRAM-NAME
072400     MOVE BACKUP-RECORDS-LOADED TO RC-RECORDS-IN
072500     MOVE ACTIONS-APPLIED       TO RC-RECORDS-OUT
072600     MOVE "COMPLETED"           TO RC-COMPLETION-STATUS
072700     CALL "RunLogProgram" USING RUNCNTL-REC
072800*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
072900*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
073000     IF ACTIONS-MISMATCHED > ZERO
073100         MOVE 8 TO RETURN-CODE
073200     END-IF
073300 9999-EXIT.
073400     EXIT.
