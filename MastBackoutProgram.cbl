002300*                 LISTED ON BACKLIST.  RETURN CODE 8 WHEN ANY
002400*                 BACKOUT ACTION FAILED, 4 WHEN NO JOURNAL
002500*                 RECORD MATCHED THE REQUESTED RUN DATE.
002510* 2026-10-15 DP   THE RUN DATE TO BE BACKED OUT IS NOW LOOKED UP
002520*                 ON THE KEYED PARAMETER MASTER THROUGH
002530*                 ParmLookupProgram INSTEAD OF BEING READ FROM THE
002540*                 BACKPARM CARD, WHICH IS RETIRED ALONG WITH ITS
002550*                 SELECT, FD AND STATUS FIELD.  THE DATE MUST COME
002560*                 FROM A GENERATION TAKING EFFECT TODAY - ONE LEFT
002570*                 OVER FROM AN EARLIER BACKOUT FAILS THE RUN.
002573* 2026-10-15 DP   EVERY ACTION BACKED OUT IS NOW ITSELF JOURNALED
002576*                 TO MASTJRNL (JRNLOUT) AS ITS COMPENSATING
002579*                 TRANSACTION - A DELETE FOR AN ADD, A CHANGE BACK
002582*                 TO THE BEFORE IMAGE FOR A CHANGE, AN ADD FOR A
002585*                 DELETE - UNDER TODAY'S RUN DATE, CONTINUING THE
002588*                 HIGHEST SEQUENCE ALREADY JOURNALED FOR IT.  A
002591*                 FORWARD RECOVERY FROM A BACKUP TAKEN BEFORE THE
002594*                 BACKOUT NOW REPLAYS THE BACKOUT TOO, INSTEAD OF
002597*                 LEAVING THE BACKED-OUT RUN ON THE MASTER.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003500     SELECT JRNLIN-FILE ASSIGN TO "JRNLIN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS JRNLIN-FILE-STATUS.
003710     SELECT JRNLOUT-FILE ASSIGN TO "JRNLOUT"
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS JRNLOUT-FILE-STATUS.
004100     SELECT BACKLIST-FILE ASSIGN TO "BACKLIST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS BACKLIST-FILE-STATUS.
005600 FD  JRNLIN-FILE
005700     RECORDING MODE IS F.
005800     COPY MastJrnl.
005810*----------------------------------------------------------------
005820* JRNLOUT - THE SAME JOURNAL, EXTENDED ONCE THE REQUESTED RUN IS
005830* LOADED WITH ONE COMPENSATING RECORD PER ACTION BACKED OUT, IN
005840* THE SHARED MastJrnl LAYOUT UNDER A MO- PREFIX.
005850*----------------------------------------------------------------
005860 FD  JRNLOUT-FILE
005870     RECORDING MODE IS F.
005880     COPY MastJrnl REPLACING ==MASTJRNL-REC== BY ==JRNLOUT-REC==
005890         LEADING ==MJ== BY ==MO==.
007000*----------------------------------------------------------------
007100* BACKLIST - LISTING OF EVERY BACKOUT ACTION TAKEN, WITH ITS
007200* RESULT.
009700     05  BKO-CUSTOMER-ID         PIC 9(06).
009800     05  FILLER                  PIC X(02) VALUE SPACES.
009900     05  BKO-MESSAGE             PIC X(40).
009910     05  FILLER                  PIC X(29) VALUE SPACES.
009920*----------------------------------------------------------------
009930* COMPENSATING JOURNAL RECORD WORK AREAS - THE MASTER IMAGE AS
009940* THE BACKOUT FOUND IT AND AS THE BACKOUT LEFT IT, WITH THE ACTION
009950* THAT TOOK IT FROM ONE TO THE OTHER.
009960*----------------------------------------------------------------
009970 01  BEFORE-IMAGE-WORK       PIC X(80) VALUE SPACES.
009980 01  AFTER-IMAGE-WORK        PIC X(80) VALUE SPACES.
010100 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
010200     88  CUSTMSTR-FILE-OK              VALUE "00".
010300 77  JRNLIN-FILE-STATUS      PIC X(02) VALUE "00".
010400     88  JRNLIN-FILE-OK                VALUE "00".
010500     88  JRNLIN-FILE-AT-END            VALUE "10".
010510 77  JRNLOUT-FILE-STATUS     PIC X(02) VALUE "00".
010520     88  JRNLOUT-FILE-OK               VALUE "00".
010800 77  BACKLIST-FILE-STATUS    PIC X(02) VALUE "00".
010900     88  BACKLIST-FILE-OK              VALUE "00".
011000 77  JRNLIN-EOF-SWITCH       PIC X(01) VALUE "N".
011100     88  JRNLIN-EOF                    VALUE "Y".
011200 77  BACKOUT-RUN-DATE        PIC 9(08) VALUE ZEROS.
011210 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
011220 77  CURRENT-RUN-TIME        PIC 9(08) VALUE ZEROS.
011230 77  JOURNAL-SEQUENCE        PIC 9(07) VALUE ZEROS.
011240 77  JOURNAL-RECORDS-WRITTEN PIC 9(07) VALUE ZEROS.
011250 77  JOURNAL-ACTION-CODE     PIC X(01) VALUE SPACE.
011300 77  JOURNAL-RECORDS-READ    PIC 9(07) VALUE ZEROS.
011400 77  ACTIONS-APPLIED         PIC 9(07) VALUE ZEROS.
011500 77  ACTIONS-FAILED          PIC 9(07) VALUE ZEROS.
012000* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
012100*----------------------------------------------------------------
012200     COPY RunCntl.
012210*----------------------------------------------------------------
012220* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
012230* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
012240*----------------------------------------------------------------
012250     COPY ParmReq.
012300 PROCEDURE DIVISION.
012400*----------------------------------------------------------------
012500* 0000-MAINLINE
014200*----------------------------------------------------------------
014300* 1000-INITIALIZE
014400*
014410* STAMPS THE START RUN-CONTROL RECORD, LOOKS UP THE RUN DATE TO
014420* BE BACKED OUT - THE RUN CANNOT PROCEED WITHOUT ONE, SO A
014430* MISSING OR INVALID DATE FAILS THE RUN - OPENS THE JOURNAL, THE
014440* MASTER AND THE LISTING, AND PRIMES THE FIRST JOURNAL RECORD.
014900*----------------------------------------------------------------
015000 1000-INITIALIZE.
015100     MOVE "MSTBKOUT" TO RC-PROGRAM-NAME
015300     MOVE ZEROS      TO RC-RECORDS-OUT
015400     MOVE "STARTED"  TO RC-COMPLETION-STATUS
015500     CALL "RunLogProgram" USING RUNCNTL-REC
015510     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
015520     ACCEPT CURRENT-RUN-TIME FROM TIME
015600     PERFORM 1100-LOAD-BACKOUT-PARM
015700         THRU 1100-EXIT
015800     OPEN INPUT JRNLIN-FILE
018300*----------------------------------------------------------------
018400* 1100-LOAD-BACKOUT-PARM
018500*
018510* LOOKS UP THE RUN DATE TO BE BACKED OUT (BACKOUT-DATE) ON THE
018520* PARAMETER MASTER.  A BACKOUT IS A ONE-OFF, SO THE DATE MUST
018530* COME FROM A GENERATION TAKING EFFECT TODAY.  NO VALUE IN
018540* EFFECT, A VALUE LEFT OVER FROM AN EARLIER BACKOUT, A
018550* NON-NUMERIC DATE OR A PARAMETER MASTER THAT CANNOT BE READ
018560* FAILS THE RUN - BACKING OUT THE WRONG RUN IS WORSE THAN
018570* BACKING OUT NOTHING.
018580*----------------------------------------------------------------
018590 1100-LOAD-BACKOUT-PARM.
018600     MOVE "MSTBKOUT"       TO PR-PROGRAM-NAME
018610     MOVE "BACKOUT-DATE"   TO PR-PARM-NAME
018620     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
018630     CALL "ParmLookupProgram" USING PARMREQ-AREA
018640     IF PR-FILE-ERROR
018650         DISPLAY "PARMMSTR UNAVAILABLE - NO BACKOUT DATE"
018660         MOVE 16 TO RETURN-CODE
018670         STOP RUN
018680     END-IF
018690     IF PR-NOT-FOUND
018700         DISPLAY "BACKOUT-DATE NOT ON PARMMSTR"
018710         MOVE 16 TO RETURN-CODE
018720         STOP RUN
018730     END-IF
018740     IF PR-EFFECTIVE-DATE NOT = CURRENT-RUN-DATE
018750         DISPLAY "BACKOUT-DATE NOT SET FOR TODAY - EFFECTIVE "
018760             PR-EFFECTIVE-DATE
018770         MOVE 16 TO RETURN-CODE
018780         STOP RUN
018790     END-IF
018800     IF PR-NUMERIC-VALUE NOT NUMERIC
018810         DISPLAY "BACKOUT-DATE NOT NUMERIC: " PR-PARM-VALUE
018820         MOVE 16 TO RETURN-CODE
018830         STOP RUN
018840     END-IF
018850     MOVE PR-NUMERIC-VALUE TO BACKOUT-RUN-DATE
018860 1100-EXIT.
018870     EXIT.
021400*----------------------------------------------------------------
021500* 2000-LOAD-JOURNAL
021600*
021610* LOADS ONE JOURNAL RECORD INTO THE TABLE WHEN IT BELONGS TO
021620* THE REQUESTED RUN DATE, THEN READS THE NEXT ONE.  THE
021630* CUSTOMER ID IS TAKEN FROM THE BEFORE IMAGE FOR CHANGES AND
021640* DELETES AND FROM THE AFTER IMAGE FOR ADDS.  RECORDS PAST THE
021650* TABLE LIMIT FAIL THE RUN - A PARTIAL BACKOUT WOULD LEAVE THE
021660* MASTER IN A STATE NOBODY CAN REASON ABOUT.  THE HIGHEST
021670* SEQUENCE JOURNALED UNDER TODAY'S RUN DATE IS KEPT ON THE WAY
021680* PAST, SO THE COMPENSATING RECORDS CARRY ON FROM IT.
022300*----------------------------------------------------------------
022400 2000-LOAD-JOURNAL.
022410     IF MJ-RUN-DATE = CURRENT-RUN-DATE
022420             AND MJ-SEQUENCE > JOURNAL-SEQUENCE
022430         MOVE MJ-SEQUENCE TO JOURNAL-SEQUENCE
022440     END-IF
022500     IF MJ-RUN-DATE NOT = BACKOUT-RUN-DATE
022600         GO TO 2000-NEXT
022700     END-IF
026000*----------------------------------------------------------------
026100* 3000-BACKOUT-IN-REVERSE
026200*
026210* CLOSES THE JOURNAL AND REOPENS IT TO EXTEND, FAILING THE RUN IF
026220* IT CANNOT, THEN WALKS THE JOURNAL TABLE FROM THE LAST LOADED
026230* ENTRY BACK TO THE FIRST, UNDOING ONE TRANSACTION PER ENTRY.
026500*----------------------------------------------------------------
026600 3000-BACKOUT-IN-REVERSE.
026610     CLOSE JRNLIN-FILE
026620     OPEN EXTEND JRNLOUT-FILE
026630     IF NOT JRNLOUT-FILE-OK
026640         DISPLAY "JRNLOUT OPEN FAILED - FILE STATUS "
026650             JRNLOUT-FILE-STATUS
026660         MOVE 16 TO RETURN-CODE
026670         STOP RUN
026680     END-IF
026700     MOVE JOURNAL-COUNT TO BACKOUT-SUB
026800     PERFORM 3100-BACKOUT-ONE-ENTRY
026900         THRU 3100-EXIT
027300*----------------------------------------------------------------
027400* 3100-BACKOUT-ONE-ENTRY
027500*
027510* UNDOES ONE JOURNALED TRANSACTION - AN ADD IS DELETED, A
027520* CHANGE IS REWRITTEN WITH ITS BEFORE IMAGE, A DELETE IS
027530* WRITTEN BACK ONTO THE FILE - AND LISTS THE RESULT.  EACH UNDO
027540* THAT SUCCEEDS IS JOURNALED AS ITS COMPENSATING TRANSACTION,
027550* FROM THE MASTER IMAGE AS THE UNDO FOUND IT.
027900*----------------------------------------------------------------
028000 3100-BACKOUT-ONE-ENTRY.
028100     MOVE SPACES TO BACKOUT-MESSAGE
030100*----------------------------------------------------------------
030200* 3200-UNDO-ADD
030300*----------------------------------------------------------------
030310 3200-UNDO-ADD.
030320     MOVE JT-CUSTOMER-ID (BACKOUT-SUB) TO CM-CUSTOMER-ID
030330     READ CUSTMSTR-FILE
030340         INVALID KEY
030350             MOVE "ADD BACKOUT FAILED - NOT ON MASTER"
030360                 TO BACKOUT-MESSAGE
030370             PERFORM 3600-WRITE-FAILED
030380                 THRU 3600-EXIT
030390             GO TO 3200-EXIT
030400     END-READ
030410     MOVE CUSTMAST-RECORD TO BEFORE-IMAGE-WORK
030420     DELETE CUSTMSTR-FILE
030430         INVALID KEY
030440             MOVE "ADD BACKOUT FAILED - NOT ON MASTER"
030450                 TO BACKOUT-MESSAGE
030460             PERFORM 3600-WRITE-FAILED
030470                 THRU 3600-EXIT
030480             GO TO 3200-EXIT
030490     END-DELETE
030500     MOVE "ADD BACKED OUT - RECORD DELETED"
030510         TO BACKOUT-MESSAGE
030520     PERFORM 3500-WRITE-APPLIED
030530         THRU 3500-EXIT
030540     MOVE "D"    TO JOURNAL-ACTION-CODE
030550     MOVE SPACES TO AFTER-IMAGE-WORK
030560     PERFORM 3800-WRITE-JOURNAL
030570         THRU 3800-EXIT
030580 3200-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032100* 3300-UNDO-CHANGE
032200*----------------------------------------------------------------
032210 3300-UNDO-CHANGE.
032220     MOVE JT-CUSTOMER-ID (BACKOUT-SUB) TO CM-CUSTOMER-ID
032230     READ CUSTMSTR-FILE
032240         INVALID KEY
032250             MOVE "CHANGE BACKOUT FAILED - NOT ON MASTER"
032260                 TO BACKOUT-MESSAGE
032270             PERFORM 3600-WRITE-FAILED
032280                 THRU 3600-EXIT
032290             GO TO 3300-EXIT
032300     END-READ
032310     MOVE CUSTMAST-RECORD TO BEFORE-IMAGE-WORK
032320     MOVE JT-BEFORE-IMAGE (BACKOUT-SUB) TO CUSTMAST-RECORD
032330     REWRITE CUSTMAST-RECORD
032340         INVALID KEY
032350             MOVE "CHANGE BACKOUT FAILED - NOT ON MASTER"
032360                 TO BACKOUT-MESSAGE
032370             PERFORM 3600-WRITE-FAILED
032380                 THRU 3600-EXIT
032390             GO TO 3300-EXIT
032400     END-REWRITE
032410     MOVE "CHANGE BACKED OUT - BEFORE IMAGE RESTORED"
032420         TO BACKOUT-MESSAGE
032430     PERFORM 3500-WRITE-APPLIED
032440         THRU 3500-EXIT
032450     MOVE "C"             TO JOURNAL-ACTION-CODE
032460     MOVE CUSTMAST-RECORD TO AFTER-IMAGE-WORK
032470     PERFORM 3800-WRITE-JOURNAL
032480         THRU 3800-EXIT
032490 3300-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000* 3400-UNDO-DELETE
035300         TO BACKOUT-MESSAGE
035400     PERFORM 3500-WRITE-APPLIED
035500         THRU 3500-EXIT
035510     MOVE "A"             TO JOURNAL-ACTION-CODE
035520     MOVE SPACES          TO BEFORE-IMAGE-WORK
035530     MOVE CUSTMAST-RECORD TO AFTER-IMAGE-WORK
035540     PERFORM 3800-WRITE-JOURNAL
035550         THRU 3800-EXIT
035600 3400-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
038500     WRITE BACKLIST-RECORD
038600 3700-EXIT.
038700     EXIT.
038704*----------------------------------------------------------------
038708* 3800-WRITE-JOURNAL
038712*
038716* APPENDS THE COMPENSATING JOURNAL RECORD FOR THE UNDO JUST DONE,
038720* FROM THE ACTION CODE AND IMAGES THE UNDO PARAGRAPH STAGED, UNDER
038724* TODAY'S RUN DATE AND THE NEXT SEQUENCE FOR IT.  IT IS READ BACK
038728* LIKE ANY OTHER JOURNAL RECORD, SO A FORWARD RECOVERY REPLAYS THE
038732* BACKOUT AND THE CHANGE FEED CARRIES IT TO THE WAREHOUSE.
038736*----------------------------------------------------------------
038740 3800-WRITE-JOURNAL.
038744     ADD 1 TO JOURNAL-SEQUENCE
038748     ADD 1 TO JOURNAL-RECORDS-WRITTEN
038752     MOVE SPACES              TO JRNLOUT-REC
038756     MOVE CURRENT-RUN-DATE    TO MO-RUN-DATE
038760     MOVE CURRENT-RUN-TIME    TO MO-RUN-TIME
038764     MOVE JOURNAL-SEQUENCE    TO MO-SEQUENCE
038768     MOVE JOURNAL-ACTION-CODE TO MO-ACTION-CODE
038772     MOVE BEFORE-IMAGE-WORK   TO MO-BEFORE-IMAGE
038776     MOVE AFTER-IMAGE-WORK    TO MO-AFTER-IMAGE
038780     WRITE JRNLOUT-REC
038784 3800-EXIT.
038788     EXIT.
038800*----------------------------------------------------------------
038900* 9999-TERMINATE
039000*
039400* ALWAYS A MISKEYED CARD.
039500*----------------------------------------------------------------
039600 9999-TERMINATE.
039700     CLOSE JRNLOUT-FILE
039800     CLOSE CUSTMSTR-FILE
039900     CLOSE BACKLIST-FILE
040000     DISPLAY "Journal records read = " JOURNAL-RECORDS-READ
040100     DISPLAY "Actions backed out   = " ACTIONS-APPLIED
040200     DISPLAY "Actions failed       = " ACTIONS-FAILED
040210     DISPLAY "Journal records out  = " JOURNAL-RECORDS-WRITTEN
040300     MOVE "MSTBKOUT"           TO RC-PROGRAM-NAME
040400     MOVE JOURNAL-RECORDS-READ TO RC-RECORDS-IN
040500     MOVE ACTIONS-APPLIED      TO RC-RECORDS-OUT
