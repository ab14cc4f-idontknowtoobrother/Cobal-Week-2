002542*                 SHARED CustTran COPYBOOK SO THIS PROGRAM AND
002543*                 THE RECYCLE RUN, WHICH NOW BUILDS CHANGE
002544*                 TRANSACTIONS, SHARE ONE DEFINITION.
002552* 2026-10-15 DP   STAMPS THE NEW CustMast STATUS DATE WITH THE
002560*                 RUN DATE ON EVERY ADD AND ON EVERY CHANGE THAT
002568*                 ALTERS THE STATUS CODE, SO THE RETENTION PURGE
002576*                 CAN AGE CLOSED CUSTOMERS BY THEIR LAST STATUS
002584*                 CHANGE.  THE PURGE DATE IS ALWAYS ZEROS ON THE
002588*                 MASTER.
002595* 2026-10-15 DP   BIRTH DATE CHANGES AND CHANGES THAT REPORT A
002602*                 CUSTOMER DECEASED ARE NO LONGER APPLIED
002609*                 STRAIGHT TO THE MASTER.  THEY ARE HELD ON A
002616*                 PENDING-APPROVAL FILE (PENDOUT, SHARED PendTran
002623*                 LAYOUT) AND LISTED ON PENDLIST FOR A SUPERVISOR,
002630*                 AND ARE APPLIED ONLY WHEN AN APPROVAL CARD
002637*                 (APPRCARD) FROM A DIFFERENT OPERATOR ID ARRIVES
002644*                 ON A LATER RUN.  A DISAPPROVED TRANSACTION, OR
002651*                 ONE STILL PENDING AFTER THE PEND-DAYS LIMIT ON
002658*                 PARMMSTR, IS REJECTED.  THE RECYCLE RUN'S
002665*                 REVALIDATED CORRECTIONS NOW ARRIVE ON THEIR OWN
002672*                 RECYTRAN FILE, READ AFTER CUSTTRAN, AND ARE
002679*                 APPLIED WITHOUT BEING HELD.
002680* 2026-10-15 DP   AN APPLIED CHANGE THAT ALTERS THE BIRTH DATE NOW
002681*                 FLAGS THE CUSTOMER'S DOB VERIFICATION
002682*                 RECORD (DOBPROOF, SHARED DobProof LAYOUT)
002683*                 STALE, WITH THE RUN DATE, AND LISTS IT ON
002684*                 APPLIST.  A RUN WITH NO DOBPROOF FILE YET
002685*                 SKIPS THE FLAGGING.
002691* 2026-10-15 DP   AN APPROVED CHANGE IS NOW COUNTED AND LISTED AS
002697*                 APPLIED FROM A CHANGE-APPLIED SWITCH SET BY
002703*                 THE REWRITE, NOT FROM THE MESSAGE TEXT, WHICH
002709*                 THE DOB PROOF FLAGGING OVERWROTE.  BEFORE
002715*                 APPLYING, THE MASTER IS RE-READ, AND A HELD
002721*                 CHANGE WHOSE BIRTH DATE OR STATUS CODE NO
002727*                 LONGER MATCHES THE MASTER IT WAS HELD AGAINST
002733*                 IS REJECTED.  A KEYED STATUS NOW ALSO STAMPS THE
002739*                 STATUS DATE WHEN THE STORED ONE IS ZERO OR NOT A
002745*                 VALID DATE, SO A CLOSED CUSTOMER THE PURGE HOLDS
002751*                 FOR WANT OF A DATE CAN BE RELEASED BY RE-KEYING
002757*                 ITS STATUS.  THE JOURNAL SEQUENCE NOW CARRIES ON
002763*                 FROM THE HIGHEST ALREADY ON MASTJRNL FOR THE RUN
002769*                 DATE, SO THE PURGE AND BACKOUT RUNS' RECORDS FOR
002775*                 THE SAME DATE ARE NEVER DUPLICATED.
002781*----------------------------------------------------------------
002787 ENVIRONMENT DIVISION.
002793 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
003000         ORGANIZATION IS INDEXED
004240     SELECT JRNLOUT-FILE ASSIGN TO "JRNLOUT"
004250         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS JRNLOUT-FILE-STATUS.
004262     SELECT RECYTRAN-FILE ASSIGN TO "RECYTRAN"
004264         ORGANIZATION IS LINE SEQUENTIAL
004266         FILE STATUS IS RECYTRAN-FILE-STATUS.
004268     SELECT APPRCARD-FILE ASSIGN TO "APPRCARD"
004270         ORGANIZATION IS LINE SEQUENTIAL
004272         FILE STATUS IS APPRCARD-FILE-STATUS.
004274     SELECT PENDIN-FILE ASSIGN TO "PENDIN"
004276         ORGANIZATION IS LINE SEQUENTIAL
004278         FILE STATUS IS PENDIN-FILE-STATUS.
004280     SELECT PENDOUT-FILE ASSIGN TO "PENDOUT"
004282         ORGANIZATION IS LINE SEQUENTIAL
004284         FILE STATUS IS PENDOUT-FILE-STATUS.
004286     SELECT PENDLIST-FILE ASSIGN TO "PENDLIST"
004288         ORGANIZATION IS LINE SEQUENTIAL
004290         FILE STATUS IS PENDLIST-FILE-STATUS.
004291     SELECT DOBPROOF-FILE ASSIGN TO "DOBPROOF"
004292         ORGANIZATION IS INDEXED
004293         ACCESS MODE IS RANDOM
004294         RECORD KEY IS PF-CUSTOMER-ID
004295         FILE STATUS IS DOBPROOF-FILE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------
007612 FD  JRNLOUT-FILE
007614     RECORDING MODE IS F.
007616     COPY MastJrnl.
007617*----------------------------------------------------------------
007618* RECYTRAN - CHANGE TRANSACTIONS THE RECYCLE RUN WROTE FOR THE
007619* CORRECTIONS IT HAS ALREADY REVALIDATED, IN THE CUSTTRAN LAYOUT.
007620* READ AFTER CUSTTRAN AND APPLIED WITHOUT BEING HELD FOR
007621* APPROVAL.  A MISSING FILE IS TREATED AS EMPTY.
007622*----------------------------------------------------------------
007623 FD  RECYTRAN-FILE
007624     RECORDING MODE IS F.
007625 01  RECYTRAN-RECORD             PIC X(80).
007626*----------------------------------------------------------------
007627* APPRCARD - APPROVAL CARDS KEYED FROM THE PENDING-APPROVAL
007628* LISTING.  ONE CARD PER HELD TRANSACTION CARRYING THE DECISION
007629* (A=APPROVE, D=DISAPPROVE), THE CUSTOMER ID, THE HELD DATE AND
007630* SEQUENCE SHOWN ON THE LISTING, AND THE DECIDING OPERATOR'S ID.
007631*----------------------------------------------------------------
007632 FD  APPRCARD-FILE
007633     RECORDING MODE IS F.
007634 01  APPRCARD-RECORD.
007635     05  AC-CARD-IMAGE.
007636         10  AC-DECISION         PIC X(01).
007637         10  AC-CUSTOMER-ID-X    PIC X(06).
007638         10  AC-HELD-DATE-X      PIC X(08).
007639         10  AC-HELD-SEQUENCE-X  PIC X(05).
007640         10  AC-OPERATOR-ID      PIC X(08).
007641     05  FILLER                  PIC X(52).
007642*----------------------------------------------------------------
007643* PENDIN - PRIOR RUN'S PENDING-APPROVAL FILE OF HELD TRANSACTIONS
007644* STILL AWAITING A DECISION.  THE FIRST RUN FINDS NO PENDING FILE
007645* AND STARTS EMPTY.  THE RECORD IS CARRIED AS A FLAT AREA AND
007646* BROKEN OUT THROUGH PENDTRAN-WORK.
007647*----------------------------------------------------------------
007648 FD  PENDIN-FILE
007649     RECORDING MODE IS F.
007650 01  PENDIN-RECORD               PIC X(120).
007651*----------------------------------------------------------------
007652* PENDOUT - NEW PENDING-APPROVAL FILE CARRYING EVERY HELD
007653* TRANSACTION STILL AWAITING A DECISION AFTER THIS RUN.  BECOMES
007654* THE NEXT RUN'S PENDIN.
007655*----------------------------------------------------------------
007656 FD  PENDOUT-FILE
007657     RECORDING MODE IS F.
007658 01  PENDOUT-RECORD              PIC X(120).
007659*----------------------------------------------------------------
007660* PENDLIST - PENDING-APPROVAL LISTING FOR THE SUPERVISOR.  ONE
007661* LINE PER TRANSACTION HELD, STILL PENDING OR DECIDED THIS RUN,
007662* AND ONE LINE PER APPROVAL CARD THAT COULD NOT BE USED.
007663*----------------------------------------------------------------
007664 FD  PENDLIST-FILE
007665     RECORDING MODE IS F.
007666 01  PENDLIST-RECORD             PIC X(80).
007669*----------------------------------------------------------------
007672* DOBPROOF - KEYED DOB VERIFICATION FILE, INDEXED ON
007675* PF-CUSTOMER-ID.  A CHANGE THAT ALTERS THE BIRTH DATE FLAGS THE
007678* CUSTOMER'S VERIFICATION STALE.
007681*----------------------------------------------------------------
007684 FD  DOBPROOF-FILE.
007687     COPY DobProof.
007690 WORKING-STORAGE SECTION.
007700*----------------------------------------------------------------
007800* WORKING VIEW OF ONE CUSTTRAN RECORD, THROUGH THE SHARED
007900* CustTran DEFINITION THE RECYCLE RUN WRITES WITH.
008000*----------------------------------------------------------------
008100     COPY CustTran.
008110*----------------------------------------------------------------
008120* PENDTRAN-WORK - WORKING VIEW OF ONE PENDING-APPROVAL RECORD,
008130* THROUGH THE SHARED PendTran DEFINITION.  BUILT HERE AND MOVED
008140* TO OR FROM THE FLAT FILE RECORD AREAS.
008150*----------------------------------------------------------------
008160     COPY PendTran.
009200*----------------------------------------------------------------
009300* MAINTENANCE LISTING PRINT LINE.  80 BYTES WIDE SO IT CAN BE
009400* MOVED STRAIGHT INTO EITHER LISTING RECORD - MNT-MESSAGE
010400     05  FILLER                  PIC X(02) VALUE SPACES.
010500     05  MNT-MESSAGE             PIC X(30).
010600     05  FILLER                  PIC X(29) VALUE SPACES.
010601*----------------------------------------------------------------
010602* PENDING-APPROVAL LISTING PRINT LINES.  EACH IS 80 BYTES WIDE SO
010603* IT CAN BE MOVED STRAIGHT INTO PENDLIST-RECORD.  THE HELD DATE,
010604* SEQUENCE AND CUSTOMER ID ON A DETAIL LINE ARE WHAT THE
010605* SUPERVISOR KEYS ON THE APPROVAL CARD.
010606*----------------------------------------------------------------
010607 01  PND-HEADING-1.
010608     05  FILLER               PIC X(20) VALUE SPACES.
010609     05  FILLER               PIC X(40) VALUE
010610             "CUSTOMER CHANGES PENDING APPROVAL".
010611     05  FILLER               PIC X(20) VALUE SPACES.
010612 01  PND-HEADING-2.
010613     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
010614     05  PND-RUN-DATE         PIC 9(08).
010615     05  FILLER               PIC X(04) VALUE SPACES.
010616     05  FILLER               PIC X(20) VALUE
010617             "APPROVAL DAY LIMIT: ".
010618     05  PND-DAY-LIMIT        PIC ZZ9.
010619     05  FILLER               PIC X(35) VALUE SPACES.
010620 01  PND-BLANK-LINE           PIC X(80) VALUE SPACES.
010621 01  PND-COLUMN-HEADING.
010622     05  FILLER               PIC X(40) VALUE
010623             "HELD ON  SEQ   CUSTID OLD DOB  NEW DOB  ".
010624     05  FILLER               PIC X(40) VALUE
010625             "S DEATH    ENTERED  ACTION      BY".
010626 01  PND-DETAIL-LINE.
010627     05  PND-HELD-DATE        PIC 9(08).
010628     05  FILLER               PIC X(01) VALUE SPACES.
010629     05  PND-HELD-SEQUENCE    PIC 9(05).
010630     05  FILLER               PIC X(01) VALUE SPACES.
010631     05  PND-CUSTOMER-ID      PIC X(06).
010632     05  FILLER               PIC X(01) VALUE SPACES.
010633     05  PND-MASTER-BIRTH-DATE PIC 9(08).
010634     05  FILLER               PIC X(01) VALUE SPACES.
010635     05  PND-NEW-BIRTH-DATE   PIC X(08).
010636     05  FILLER               PIC X(01) VALUE SPACES.
010637     05  PND-STATUS-CODE      PIC X(01).
010638     05  FILLER               PIC X(01) VALUE SPACES.
010639     05  PND-DEATH-DATE       PIC X(08).
010640     05  FILLER               PIC X(01) VALUE SPACES.
010641     05  PND-ENTERED-BY       PIC X(08).
010642     05  FILLER               PIC X(01) VALUE SPACES.
010643     05  PND-ACTION           PIC X(11).
010644     05  FILLER               PIC X(01) VALUE SPACES.
010645     05  PND-DECIDED-BY       PIC X(08).
010646 01  PND-CARD-LINE.
010647     05  FILLER               PIC X(14) VALUE "APPROVAL CARD ".
010648     05  PND-CARD-IMAGE       PIC X(28).
010649     05  FILLER               PIC X(03) VALUE " - ".
010650     05  PND-CARD-REASON      PIC X(30).
010651     05  FILLER               PIC X(05) VALUE SPACES.
010700 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
010800     88  CUSTMSTR-FILE-OK              VALUE "00".
010900     88  CUSTMSTR-FILE-NOT-FOUND       VALUE "35".
011630 77  JRNLOUT-FILE-STATUS     PIC X(02) VALUE "00".
011640     88  JRNLOUT-FILE-OK               VALUE "00".
011650     88  JRNLOUT-FILE-NOT-FOUND        VALUE "35".
011651 77  JRNLOUT-EOF-SWITCH      PIC X(01) VALUE "N".
011652     88  JRNLOUT-EOF                   VALUE "Y".
011653 77  RECYTRAN-FILE-STATUS    PIC X(02) VALUE "00".
011656     88  RECYTRAN-FILE-OK              VALUE "00".
011659     88  RECYTRAN-FILE-NOT-FOUND       VALUE "35".
011662 77  APPRCARD-FILE-STATUS    PIC X(02) VALUE "00".
011665     88  APPRCARD-FILE-OK              VALUE "00".
011668 77  PENDIN-FILE-STATUS      PIC X(02) VALUE "00".
011671     88  PENDIN-FILE-OK                VALUE "00".
011674     88  PENDIN-FILE-NOT-FOUND         VALUE "35".
011677 77  PENDOUT-FILE-STATUS     PIC X(02) VALUE "00".
011680     88  PENDOUT-FILE-OK               VALUE "00".
011683 77  PENDLIST-FILE-STATUS    PIC X(02) VALUE "00".
011686     88  PENDLIST-FILE-OK              VALUE "00".
011689 77  DOBPROOF-FILE-STATUS    PIC X(02) VALUE "00".
011692     88  DOBPROOF-FILE-OK              VALUE "00".
011695     88  DOBPROOF-FILE-NOT-FOUND       VALUE "35".
011700 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
011800     88  END-OF-FILE                   VALUE "Y".
011805 77  RECYTRAN-EOF-SWITCH     PIC X(01) VALUE "N".
011810     88  RECYTRAN-EOF                  VALUE "Y".
011815 77  APPRCARD-EOF-SWITCH     PIC X(01) VALUE "N".
011820     88  APPRCARD-EOF                  VALUE "Y".
011825 77  PENDIN-EOF-SWITCH       PIC X(01) VALUE "N".
011830     88  PENDIN-EOF                    VALUE "Y".
011835*    WHERE THE TRANSACTION IN CUSTTRAN-DETAIL CAME FROM - ONLY
011840*    TRANSACTIONS KEYED ON CUSTTRAN ARE CHECKED FOR APPROVAL.
011845 77  TRAN-SOURCE-SWITCH      PIC X(01) VALUE "K".
011850     88  KEYED-TRANSACTION             VALUE "K".
011855     88  RECYCLED-TRANSACTION          VALUE "R".
011860     88  APPROVED-TRANSACTION          VALUE "P".
011865 77  BIRTH-CHANGE-SWITCH     PIC X(01) VALUE "N".
011870     88  BIRTH-DATE-CHANGED            VALUE "Y".
011875 77  DEATH-CHANGE-SWITCH     PIC X(01) VALUE "N".
011880     88  DEATH-NEWLY-REPORTED          VALUE "Y".
011900 77  TRANS-READ              PIC 9(07) VALUE ZEROS.
012000 77  TRANS-APPLIED           PIC 9(07) VALUE ZEROS.
012100 77  TRANS-REJECTED          PIC 9(07) VALUE ZEROS.
012110 77  DELTAS-WRITTEN          PIC 9(07) VALUE ZEROS.
012120 77  JOURNAL-SEQUENCE        PIC 9(07) VALUE ZEROS.
012125 77  JOURNAL-RECORDS-WRITTEN PIC 9(07) VALUE ZEROS.
012130 77  TRANS-HELD              PIC 9(07) VALUE ZEROS.
012140 77  PENDING-READ            PIC 9(07) VALUE ZEROS.
012150 77  PENDING-APPROVED        PIC 9(07) VALUE ZEROS.
012160 77  PENDING-DISAPPROVED     PIC 9(07) VALUE ZEROS.
012170 77  PENDING-EXPIRED         PIC 9(07) VALUE ZEROS.
012180 77  PENDING-CARRIED         PIC 9(07) VALUE ZEROS.
012190 77  CARDS-NOT-USED          PIC 9(07) VALUE ZEROS.
012193 77  PROOFS-MADE-STALE       PIC 9(07) VALUE ZEROS.
012196 77  PRIOR-BIRTH-DATE        PIC 9(08) VALUE ZEROS.
012198 77  CHANGE-APPLIED-SWITCH   PIC X(01) VALUE "N".
012200     88  CHANGE-APPLIED                VALUE "Y".
012202 77  MASTER-CHANGED-SWITCH   PIC X(01) VALUE "N".
012204     88  MASTER-CHANGED                VALUE "Y".
012206 77  HOLD-SEQUENCE           PIC 9(05) VALUE ZEROS.
012210 77  PEND-DAY-LIMIT          PIC 9(03) VALUE 10.
012220 77  DAYS-PENDING            PIC S9(05) VALUE ZEROS.
012230 77  APPR-SUB                PIC 9(03) COMP VALUE ZERO.
012240 77  APPR-FOUND-SUB          PIC 9(03) COMP VALUE ZERO.
012250 77  PENDING-ACTION          PIC X(11) VALUE SPACES.
012260 77  DECIDED-BY              PIC X(08) VALUE SPACES.
012270 77  CARD-IMAGE              PIC X(28) VALUE SPACES.
012280 77  CARD-REASON             PIC X(30) VALUE SPACES.
012290 01  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
012300 01  CURRENT-DATE-PARTS REDEFINES CURRENT-RUN-DATE.
012310     05  CURRENT-YEAR            PIC 9(04).
012320     05  CURRENT-MONTH           PIC 99.
012330     05  CURRENT-DAY             PIC 99.
012340 01  HELD-DATE-NUM           PIC 9(08) VALUE ZEROS.
012350 01  HELD-DATE-PARTS REDEFINES HELD-DATE-NUM.
012360     05  HELD-YEAR               PIC 9(04).
012370     05  HELD-MONTH              PIC 99.
012380     05  HELD-DAY                PIC 99.
012390 77  CURRENT-RUN-TIME        PIC 9(08) VALUE ZEROS.
012400*----------------------------------------------------------------
012410* BEFORE IMAGE OF THE MASTER RECORD ABOUT TO BE CHANGED OR
012420* DELETED, SAVED FOR THE JOURNAL RECORD.  AN ADD JOURNALS A
012430* SPACE-FILLED BEFORE IMAGE.
012440*----------------------------------------------------------------
012450 01  BEFORE-IMAGE-WORK       PIC X(80) VALUE SPACES.
012460 01  AFTER-IMAGE-WORK        PIC X(80) VALUE SPACES.
012470*----------------------------------------------------------------
012480* APPROVAL CARD TABLE.  LOADED ONCE AT INITIALIZATION AND
012490* SEARCHED FOR EVERY PENDING TRANSACTION.  A CARD IS MARKED USED
012500* WHEN IT DECIDES A TRANSACTION OR IS REFUSED FOR ONE, SO THE
012510* CARDS LEFT OVER CAN BE LISTED.
012520*----------------------------------------------------------------
012530 01  APPROVAL-TABLE.
012540     05  APPROVAL-COUNT          PIC 9(03) COMP VALUE ZERO.
012550     05  APPROVAL-ENTRY OCCURS 500 TIMES.
012560         10  AP-CARD-IMAGE       PIC X(28).
012570         10  AP-CARD-FIELDS REDEFINES AP-CARD-IMAGE.
012580             15  AP-DECISION     PIC X(01).
012590                 88  AP-APPROVE            VALUE "A".
012600                 88  AP-DISAPPROVE         VALUE "D".
012610             15  AP-CUSTOMER-ID  PIC 9(06).
012620             15  AP-HELD-DATE    PIC 9(08).
012630             15  AP-HELD-SEQUENCE PIC 9(05).
012640             15  AP-OPERATOR-ID  PIC X(08).
012650         10  AP-USED-SWITCH      PIC X(01).
012660             88  AP-USED                   VALUE "Y".
012670*----------------------------------------------------------------
012680* SHARED BIRTH DATE LAYOUT AND VALIDATION RESULT FIELDS FOR
012690* THE DateValidProgram CALL THAT CHECKS A TRANSACTION'S DATE
012700* OF DEATH THROUGH THE SAME RULES AS THE BIRTH DATE.
012710*----------------------------------------------------------------
012720     COPY BirthDate.
012730 77  DATE-VALID-SWITCH       PIC X(01) VALUE "Y".
012740     88  DATE-VALID                    VALUE "Y".
012750 77  REASON-TEXT             PIC X(30) VALUE SPACES.
012760 77  MAINT-MESSAGE           PIC X(30) VALUE SPACES.
012765 77  SAVED-MESSAGE           PIC X(30) VALUE SPACES.
012770*----------------------------------------------------------------
012780* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
012790* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
012800*----------------------------------------------------------------
012810     COPY RunCntl.
012820*----------------------------------------------------------------
012830* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
012840* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
012850*----------------------------------------------------------------
012860     COPY ParmReq.
012870 PROCEDURE DIVISION.
012880*----------------------------------------------------------------
012890* 0000-MAINLINE
012900*
012910* OPENS THE FILES, WORKS THE PRIOR PENDING-APPROVAL FILE AGAINST
012920* THE APPROVAL CARDS AND LISTS THE CARDS LEFT OVER, THEN APPLIES
012930* THE DAY'S KEYED AND RECYCLED TRANSACTIONS, AND TERMINATES THE
012940* RUN.
012950*----------------------------------------------------------------
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-EXIT
013210     PERFORM 1500-PROCESS-PENDING
013220         THRU 1500-EXIT
013230         UNTIL PENDIN-EOF
013240     PERFORM 1600-LIST-UNUSED-CARDS
013250         THRU 1600-EXIT
013260     PERFORM 2100-READ-CUSTTRAN
013270         THRU 2100-EXIT
013280     PERFORM 2000-PROCESS-TRANSACTIONS
013290         THRU 2000-EXIT
013300         UNTIL END-OF-FILE
013600     PERFORM 9999-TERMINATE
013700         THRU 9999-EXIT
013800     STOP RUN.
014100*
014200* OPENS THE MASTER FOR UPDATE - THE VERY FIRST MAINTENANCE RUN
014300* FINDS NO MASTER TO UPDATE, SO THAT CASE CREATES AN EMPTY ONE
014310* AND REOPENS IT - THEN OPENS THE TRANSACTION FILES, THE
014320* LISTINGS AND THE PENDING-APPROVAL FILES, LOOKS UP THE APPROVAL
014330* DAY LIMIT, LOADS THE APPROVAL CARDS AND PRIMES THE FIRST
014340* PENDING RECORD.  THE RECYCLE TRANSACTIONS, THE APPROVAL CARDS
014350* AND THE PRIOR PENDING FILE MAY EACH BE ABSENT AND ARE THEN
014360* TREATED AS EMPTY.
014600*----------------------------------------------------------------
014700 1000-INITIALIZE.
014710     MOVE "CUSTMNT"  TO RC-PROGRAM-NAME
018070     END-IF
018072     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
018074     ACCEPT CURRENT-RUN-TIME FROM TIME
018075*    THE PURGE AND BACKOUT RUNS APPEND TO THE SAME JOURNAL, SO
018076*    THIS RUN'S SEQUENCE CARRIES ON FROM THE HIGHEST ALREADY THERE
018077*    FOR TODAY'S RUN DATE.
018078     PERFORM 1700-FIND-LAST-SEQUENCE
018079         THRU 1700-EXIT
018080*    THE FIRST JOURNALED RUN FINDS NO EXTENT TO EXTEND, SO THAT
018081*    CASE OPENS OUTPUT TO CREATE IT.
018082     OPEN EXTEND JRNLOUT-FILE
018083     IF JRNLOUT-FILE-NOT-FOUND
018084         CLOSE JRNLOUT-FILE
018086         OPEN OUTPUT JRNLOUT-FILE
018088     END-IF
018096         MOVE 16 TO RETURN-CODE
018098         STOP RUN
018099     END-IF
018100*    BEFORE THE FIRST DOB VERIFICATION IS RECORDED THERE IS NO
018101*    DOBPROOF FILE, AND THERE IS NOTHING TO FLAG STALE.
018102     OPEN I-O DOBPROOF-FILE
018103     IF NOT DOBPROOF-FILE-NOT-FOUND
018104         IF NOT DOBPROOF-FILE-OK
018105             DISPLAY "DOBPROOF OPEN FAILED - FILE STATUS "
018106                 DOBPROOF-FILE-STATUS
018107             MOVE 16 TO RETURN-CODE
018108             STOP RUN
018109         END-IF
018110     END-IF
018111     OPEN INPUT RECYTRAN-FILE
018112     IF RECYTRAN-FILE-NOT-FOUND
018113         SET RECYTRAN-EOF TO TRUE
018114     ELSE
018115         IF NOT RECYTRAN-FILE-OK
018117             DISPLAY "RECYTRAN OPEN FAILED - FILE STATUS "
018120                 RECYTRAN-FILE-STATUS
018123             MOVE 16 TO RETURN-CODE
018126             STOP RUN
018129         END-IF
018132     END-IF
018135     PERFORM 1100-LOAD-PEND-DAYS
018138         THRU 1100-EXIT
018141     OPEN OUTPUT PENDOUT-FILE
018144     IF NOT PENDOUT-FILE-OK
018147         DISPLAY "PENDOUT OPEN FAILED - FILE STATUS "
018150             PENDOUT-FILE-STATUS
018153         MOVE 16 TO RETURN-CODE
018156         STOP RUN
018159     END-IF
018162     OPEN OUTPUT PENDLIST-FILE
018165     IF NOT PENDLIST-FILE-OK
018168         DISPLAY "PENDLIST OPEN FAILED - FILE STATUS "
018171             PENDLIST-FILE-STATUS
018174         MOVE 16 TO RETURN-CODE
018177         STOP RUN
018180     END-IF
018183     MOVE PND-HEADING-1      TO PENDLIST-RECORD
018186     WRITE PENDLIST-RECORD
018189     MOVE CURRENT-RUN-DATE   TO PND-RUN-DATE
018192     MOVE PEND-DAY-LIMIT     TO PND-DAY-LIMIT
018195     MOVE PND-HEADING-2      TO PENDLIST-RECORD
018198     WRITE PENDLIST-RECORD
018201     MOVE PND-BLANK-LINE     TO PENDLIST-RECORD
018204     WRITE PENDLIST-RECORD
018207     MOVE PND-COLUMN-HEADING TO PENDLIST-RECORD
018210     WRITE PENDLIST-RECORD
018213     MOVE PND-BLANK-LINE     TO PENDLIST-RECORD
018216     WRITE PENDLIST-RECORD
018219     PERFORM 1200-LOAD-APPROVALS
018222         THRU 1200-EXIT
018225     OPEN INPUT PENDIN-FILE
018228     IF PENDIN-FILE-NOT-FOUND
018231         SET PENDIN-EOF TO TRUE
018234     ELSE
018237         IF NOT PENDIN-FILE-OK
018240             DISPLAY "PENDIN OPEN FAILED - FILE STATUS "
018243                 PENDIN-FILE-STATUS
018246             MOVE 16 TO RETURN-CODE
018249             STOP RUN
018252         END-IF
018255     END-IF
018258     IF NOT PENDIN-EOF
018261         PERFORM 1510-READ-PENDIN
018264             THRU 1510-EXIT
018267     END-IF
018300 1000-EXIT.
018400     EXIT.
018401*----------------------------------------------------------------
018402* 1100-LOAD-PEND-DAYS
018403*
018404* LOOKS UP THE NUMBER OF DAYS A HELD TRANSACTION MAY WAIT FOR ITS
018405* APPROVAL CARD BEFORE IT IS REJECTED (PEND-DAYS) ON THE
018406* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE DOES
018407* NOT FIT THE THREE-DIGIT LIMIT, THE COMPILED-IN DEFAULT OF 10 IS
018408* LEFT IN PLACE.
018409*----------------------------------------------------------------
018410 1100-LOAD-PEND-DAYS.
018411     MOVE "CUSTMNT"        TO PR-PROGRAM-NAME
018412     MOVE "PEND-DAYS"      TO PR-PARM-NAME
018413     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
018414     CALL "ParmLookupProgram" USING PARMREQ-AREA
018415     IF NOT PR-FOUND
018416             OR PR-NUMERIC-VALUE NOT NUMERIC
018417         GO TO 1100-EXIT
018418     END-IF
018419     IF PR-NUMERIC-VALUE > 999
018420         GO TO 1100-EXIT
018421     END-IF
018422     MOVE PR-NUMERIC-VALUE TO PEND-DAY-LIMIT
018423 1100-EXIT.
018424     EXIT.
018425*----------------------------------------------------------------
018426* 1200-LOAD-APPROVALS
018427*
018428* LOADS EVERY APPROVAL CARD INTO THE APPROVAL TABLE.  A MISSING
018429* CARD FILE LEAVES THE TABLE EMPTY.  CARDS WITH A DECISION OTHER
018430* THAN A OR D, A NON-NUMERIC KEY FIELD OR NO OPERATOR ID, AND
018431* CARDS PAST THE TABLE LIMIT, ARE LISTED ON PENDLIST AND DROPPED.
018432*----------------------------------------------------------------
018433 1200-LOAD-APPROVALS.
018434     OPEN INPUT APPRCARD-FILE
018435     IF NOT APPRCARD-FILE-OK
018436         SET APPRCARD-EOF TO TRUE
018437         GO TO 1200-EXIT
018438     END-IF
018439     PERFORM 1210-LOAD-ONE-APPROVAL
018440         THRU 1210-EXIT
018441         UNTIL APPRCARD-EOF
018442     CLOSE APPRCARD-FILE
018443 1200-EXIT.
018444     EXIT.
018445*----------------------------------------------------------------
018446* 1210-LOAD-ONE-APPROVAL
018447*----------------------------------------------------------------
018448 1210-LOAD-ONE-APPROVAL.
018449     READ APPRCARD-FILE
018450         AT END
018451             SET APPRCARD-EOF TO TRUE
018452             GO TO 1210-EXIT
018453     END-READ
018454     MOVE AC-CARD-IMAGE TO CARD-IMAGE
018455     IF AC-DECISION NOT = "A"
018456             AND AC-DECISION NOT = "D"
018457         MOVE "DECISION NOT A OR D" TO CARD-REASON
018458         PERFORM 2850-WRITE-CARD-LINE
018459             THRU 2850-EXIT
018460         GO TO 1210-EXIT
018461     END-IF
018462     IF AC-CUSTOMER-ID-X NOT NUMERIC
018463             OR AC-HELD-DATE-X NOT NUMERIC
018464             OR AC-HELD-SEQUENCE-X NOT NUMERIC
018465         MOVE "KEY FIELDS NOT NUMERIC" TO CARD-REASON
018466         PERFORM 2850-WRITE-CARD-LINE
018467             THRU 2850-EXIT
018468         GO TO 1210-EXIT
018469     END-IF
018470     IF AC-OPERATOR-ID = SPACES
018471         MOVE "NO OPERATOR ID" TO CARD-REASON
018472         PERFORM 2850-WRITE-CARD-LINE
018473             THRU 2850-EXIT
018474         GO TO 1210-EXIT
018475     END-IF
018476     IF APPROVAL-COUNT >= 500
018477         MOVE "APPROVAL TABLE FULL - DROPPED" TO CARD-REASON
018478         PERFORM 2850-WRITE-CARD-LINE
018479             THRU 2850-EXIT
018480         GO TO 1210-EXIT
018481     END-IF
018482     ADD 1 TO APPROVAL-COUNT
018483     MOVE AC-CARD-IMAGE TO AP-CARD-IMAGE (APPROVAL-COUNT)
018484     MOVE "N"           TO AP-USED-SWITCH (APPROVAL-COUNT)
018485 1210-EXIT.
018486     EXIT.
018487*----------------------------------------------------------------
018488* 1500-PROCESS-PENDING
018489*
018490* WORKS ONE PRIOR PENDING-APPROVAL RECORD.  A TRANSACTION HELD ON
018491* AN EARLIER RUN THAT HAS AN APPROVAL CARD IS APPLIED OR REJECTED
018492* AS THE CARD DECIDES.  ONE WITH NO CARD THAT HAS WAITED LONGER
018493* THAN THE APPROVAL DAY LIMIT IS REJECTED; ANY OTHER IS CARRIED
018494* FORWARD TO THE NEW PENDING FILE.  EVERY ONE IS LISTED.  DAYS ARE
018495* COUNTED ON THE SAME 30-DAY-MONTH BASIS AS SUSPENSE AGING.
018496*----------------------------------------------------------------
018497 1500-PROCESS-PENDING.
018498     MOVE PT-TRANSACTION TO CUSTTRAN-DETAIL
018499     MOVE SPACES         TO MAINT-MESSAGE
018500     MOVE SPACES         TO DECIDED-BY
018501     MOVE ZERO           TO APPR-FOUND-SUB
018502     IF PT-HELD-DATE < CURRENT-RUN-DATE
018503         PERFORM 1550-FIND-APPROVAL
018504             THRU 1550-EXIT
018505     END-IF
018506     IF APPR-FOUND-SUB > ZERO
018507         PERFORM 1520-APPLY-DECISION
018508             THRU 1520-EXIT
018509         GO TO 1500-NEXT
018510     END-IF
018511     MOVE PT-HELD-DATE TO HELD-DATE-NUM
018512     COMPUTE DAYS-PENDING =
018513         (CURRENT-YEAR - HELD-YEAR) * 360
018514         + (CURRENT-MONTH - HELD-MONTH) * 30
018515         + (CURRENT-DAY - HELD-DAY)
018516     IF DAYS-PENDING > PEND-DAY-LIMIT
018517         MOVE "NOT APPROVED WITHIN DAY LIMIT" TO MAINT-MESSAGE
018518         PERFORM 2600-WRITE-REJECT
018519             THRU 2600-EXIT
018520         ADD 1 TO PENDING-EXPIRED
018521         MOVE "EXPIRED" TO PENDING-ACTION
018522         PERFORM 2800-WRITE-PENDING-LINE
018523             THRU 2800-EXIT
018524         GO TO 1500-NEXT
018525     END-IF
018526     MOVE PENDTRAN-WORK TO PENDOUT-RECORD
018527     WRITE PENDOUT-RECORD
018528     ADD 1 TO PENDING-CARRIED
018529     MOVE "AWAITING" TO PENDING-ACTION
018530     PERFORM 2800-WRITE-PENDING-LINE
018531         THRU 2800-EXIT.
018532 1500-NEXT.
018533     PERFORM 1510-READ-PENDIN
018534         THRU 1510-EXIT
018535 1500-EXIT.
018536     EXIT.
018537*----------------------------------------------------------------
018538* 1510-READ-PENDIN
018539*
018540* READS THE NEXT PRIOR PENDING RECORD INTO PENDTRAN-WORK.  A
018541* RECORD ALREADY HELD TODAY - A RERUN AFTER THE PENDING FILE WAS
018542* SWUNG - ADVANCES THE HOLD SEQUENCE PAST ITS OWN, SO A
018543* TRANSACTION HELD ON THIS RUN NEVER REPEATS ITS KEY.
018544*----------------------------------------------------------------
018545 1510-READ-PENDIN.
018546     READ PENDIN-FILE
018547         AT END
018548             SET PENDIN-EOF TO TRUE
018549             GO TO 1510-EXIT
018550     END-READ
018551     MOVE PENDIN-RECORD TO PENDTRAN-WORK
018552     ADD 1 TO PENDING-READ
018553     IF PT-HELD-DATE = CURRENT-RUN-DATE
018554             AND PT-HELD-SEQUENCE > HOLD-SEQUENCE
018555         MOVE PT-HELD-SEQUENCE TO HOLD-SEQUENCE
018556     END-IF
018557 1510-EXIT.
018558     EXIT.
018559*----------------------------------------------------------------
018560* 1520-APPLY-DECISION
018561*
018571* ACTS ON THE APPROVAL CARD FOUND FOR THE PENDING TRANSACTION.  A
018581* DISAPPROVAL REJECTS IT.  SO DOES AN APPROVAL FOR A CUSTOMER
018591* WHOSE BIRTH DATE OR STATUS CODE HAS CHANGED ON THE MASTER SINCE
018601* THE TRANSACTION WAS HELD - THE SUPERVISOR APPROVED IT AGAINST A
018611* RECORD THAT NO LONGER EXISTS.  ANY OTHER APPROVAL APPLIES IT
018621* THROUGH THE NORMAL CHANGE PATH - JOURNALED AND DELTAED AS OF
018631* THIS RUN - AND A TRANSACTION THE MASTER CAN NO LONGER TAKE IS
018641* REJECTED THERE.
018651*----------------------------------------------------------------
018661 1520-APPLY-DECISION.
018671     MOVE "Y" TO AP-USED-SWITCH (APPR-FOUND-SUB)
018681     MOVE AP-OPERATOR-ID (APPR-FOUND-SUB) TO DECIDED-BY
018691     IF AP-DISAPPROVE (APPR-FOUND-SUB)
018701         MOVE "DISAPPROVED ON APPROVAL CARD" TO MAINT-MESSAGE
018711         PERFORM 2600-WRITE-REJECT
018721             THRU 2600-EXIT
018731         ADD 1 TO PENDING-DISAPPROVED
018741         MOVE "DISAPPROVED" TO PENDING-ACTION
018751         PERFORM 2800-WRITE-PENDING-LINE
018761             THRU 2800-EXIT
018771         GO TO 1520-EXIT
018781     END-IF
018791     PERFORM 1720-CHECK-MASTER-UNCHANGED
018801         THRU 1720-EXIT
018811     IF MASTER-CHANGED
018821         MOVE "MASTER CHANGED SINCE HELD" TO MAINT-MESSAGE
018831         PERFORM 2600-WRITE-REJECT
018841             THRU 2600-EXIT
018851         MOVE "NOT APPLIED" TO PENDING-ACTION
018861         PERFORM 2800-WRITE-PENDING-LINE
018871             THRU 2800-EXIT
018881         GO TO 1520-EXIT
018891     END-IF
018901     SET APPROVED-TRANSACTION TO TRUE
018911     PERFORM 2300-APPLY-CHANGE
018921         THRU 2300-EXIT
018931     SET KEYED-TRANSACTION TO TRUE
018941     IF CHANGE-APPLIED
018951         ADD 1 TO PENDING-APPROVED
018961         MOVE "APPLIED" TO PENDING-ACTION
018971     ELSE
018981         MOVE "NOT APPLIED" TO PENDING-ACTION
018991     END-IF
019001     PERFORM 2800-WRITE-PENDING-LINE
019011         THRU 2800-EXIT
019021 1520-EXIT.
019031     EXIT.
019041*----------------------------------------------------------------
019051* 1550-FIND-APPROVAL
019061*
019071* SEARCHES THE APPROVAL TABLE FOR AN UNUSED CARD MATCHING THE
019081* PENDING TRANSACTION'S CUSTOMER ID, HELD DATE AND SEQUENCE.
019091* APPR-FOUND-SUB RETURNS THE MATCHING ENTRY, OR ZERO WHEN NO
019101* USABLE CARD WAS KEYED.
019111*----------------------------------------------------------------
019121 1550-FIND-APPROVAL.
019131     MOVE ZERO TO APPR-FOUND-SUB
019141     MOVE 1    TO APPR-SUB
019151     PERFORM 1560-CHECK-ONE-APPROVAL
019161         THRU 1560-EXIT
019171         UNTIL APPR-SUB > APPROVAL-COUNT
019181             OR APPR-FOUND-SUB > ZERO
019191 1550-EXIT.
019201     EXIT.
019211*----------------------------------------------------------------
019221* 1560-CHECK-ONE-APPROVAL
019231*
019241* AN APPROVAL KEYED UNDER THE SAME OPERATOR ID THAT ENTERED THE
019251* TRANSACTION IS REFUSED AND LISTED - THE CHANGE NEEDS A SECOND
019261* PERSON.  A DISAPPROVAL IS TAKEN FROM ANY OPERATOR, SO THE
019271* ENTERING OPERATOR CAN WITHDRAW A MISTAKEN CHANGE.
019281*----------------------------------------------------------------
019291 1560-CHECK-ONE-APPROVAL.
019301     IF AP-USED (APPR-SUB)
019311             OR AP-CUSTOMER-ID (APPR-SUB) NOT = TR-CUSTOMER-ID
019321             OR AP-HELD-DATE (APPR-SUB) NOT = PT-HELD-DATE
019331             OR AP-HELD-SEQUENCE (APPR-SUB) NOT = PT-HELD-SEQUENCE
019341         ADD 1 TO APPR-SUB
019351         GO TO 1560-EXIT
019361     END-IF
019371     IF AP-APPROVE (APPR-SUB)
019381             AND AP-OPERATOR-ID (APPR-SUB) = TR-OPERATOR-ID
019391         MOVE "Y" TO AP-USED-SWITCH (APPR-SUB)
019401         MOVE AP-CARD-IMAGE (APPR-SUB) TO CARD-IMAGE
019411         MOVE "APPROVER ENTERED THE CHANGE" TO CARD-REASON
019421         PERFORM 2850-WRITE-CARD-LINE
019431             THRU 2850-EXIT
019441         ADD 1 TO APPR-SUB
019451         GO TO 1560-EXIT
019461     END-IF
019471     MOVE APPR-SUB TO APPR-FOUND-SUB
019481 1560-EXIT.
019491     EXIT.
019501*----------------------------------------------------------------
019511* 1600-LIST-UNUSED-CARDS
019521*
019531* LISTS EVERY APPROVAL CARD THAT MATCHED NO TRANSACTION HELD ON
019541* AN EARLIER RUN, SO A MISKEYED CARD IS NOT SILENTLY LOST.
019551*----------------------------------------------------------------
019561 1600-LIST-UNUSED-CARDS.
019571     MOVE 1 TO APPR-SUB
019581     PERFORM 1610-CHECK-ONE-CARD
019591         THRU 1610-EXIT
019601         UNTIL APPR-SUB > APPROVAL-COUNT
019611 1600-EXIT.
019621     EXIT.
019631*----------------------------------------------------------------
019641* 1610-CHECK-ONE-CARD
019651*----------------------------------------------------------------
019661 1610-CHECK-ONE-CARD.
019671     IF NOT AP-USED (APPR-SUB)
019681         MOVE AP-CARD-IMAGE (APPR-SUB) TO CARD-IMAGE
019691         MOVE "NOT MATCHED TO A PENDING ITEM" TO CARD-REASON
019701         PERFORM 2850-WRITE-CARD-LINE
019711             THRU 2850-EXIT
019721     END-IF
019731     ADD 1 TO APPR-SUB
019741 1610-EXIT.
019751     EXIT.
019753*----------------------------------------------------------------
019755* 1700-FIND-LAST-SEQUENCE
019757*
019759* READS THE JOURNAL THROUGH ONCE BEFORE IT IS EXTENDED AND LEAVES
019761* JOURNAL-SEQUENCE AT THE HIGHEST SEQUENCE ALREADY JOURNALED FOR
019763* TODAY'S RUN DATE - ZERO ON THE FIRST RUN OF THE DAY.  A JOURNAL
019765* THAT CANNOT BE OPENED HERE IS LEFT TO THE EXTEND OPEN TO REPORT.
019767*----------------------------------------------------------------
019769 1700-FIND-LAST-SEQUENCE.
019771     OPEN INPUT JRNLOUT-FILE
019773     IF NOT JRNLOUT-FILE-OK
019775         GO TO 1700-EXIT
019777     END-IF
019779     PERFORM 1710-CHECK-ONE-JOURNAL
019781         THRU 1710-EXIT
019783         UNTIL JRNLOUT-EOF
019785     CLOSE JRNLOUT-FILE
019787 1700-EXIT.
019789     EXIT.
019791*----------------------------------------------------------------
019793* 1710-CHECK-ONE-JOURNAL
019795*----------------------------------------------------------------
019797 1710-CHECK-ONE-JOURNAL.
019799     READ JRNLOUT-FILE
019801         AT END
019803             SET JRNLOUT-EOF TO TRUE
019805             GO TO 1710-EXIT
019807     END-READ
019809     IF MJ-RUN-DATE = CURRENT-RUN-DATE
019811             AND MJ-SEQUENCE > JOURNAL-SEQUENCE
019813         MOVE MJ-SEQUENCE TO JOURNAL-SEQUENCE
019815     END-IF
019817 1710-EXIT.
019819     EXIT.
019821*----------------------------------------------------------------
019823* 1720-CHECK-MASTER-UNCHANGED
019825*
019827* RE-READS THE MASTER FOR AN APPROVED TRANSACTION AND SETS
019829* MASTER-CHANGED WHEN ITS BIRTH DATE OR STATUS CODE NO LONGER
019831* MATCHES THE VALUES SAVED WHEN THE TRANSACTION WAS HELD.  A
019833* CUSTOMER NO LONGER ON THE MASTER IS LEFT TO THE CHANGE PATH TO
019835* REJECT.
019837*----------------------------------------------------------------
019839 1720-CHECK-MASTER-UNCHANGED.
019841     MOVE "N" TO MASTER-CHANGED-SWITCH
019843     MOVE TR-CUSTOMER-ID TO CM-CUSTOMER-ID
019845     READ CUSTMSTR-FILE
019847         INVALID KEY
019849             GO TO 1720-EXIT
019851     END-READ
019853     IF CM-BIRTH-DATE NOT = PT-MASTER-BIRTH-DATE
019855             OR CM-STATUS-CODE NOT = PT-MASTER-STATUS-CODE
019857         SET MASTER-CHANGED TO TRUE
019859     END-IF
019861 1720-EXIT.
019863     EXIT.
019865*----------------------------------------------------------------
019867* 2000-PROCESS-TRANSACTIONS
019869*
019871* FIELD-EDITS ONE TRANSACTION, ROUTES IT TO THE ADD, CHANGE OR
019873* DELETE HANDLER, THEN READS THE NEXT TRANSACTION.
019875*----------------------------------------------------------------
019877 2000-PROCESS-TRANSACTIONS.
019879     MOVE SPACES TO MAINT-MESSAGE
019881     IF TR-CUSTOMER-ID-X NOT NUMERIC
019883         MOVE "CUSTOMER ID NOT NUMERIC" TO MAINT-MESSAGE
019885         PERFORM 2600-WRITE-REJECT
019887             THRU 2600-EXIT
019889         GO TO 2000-NEXT
019891     END-IF
019900     IF (TR-ADD OR TR-CHANGE)
020000             AND TR-BIRTH-DATE-X NOT NUMERIC
020100         MOVE "BIRTH DATE NOT NUMERIC" TO MAINT-MESSAGE
022607 2050-EXIT.
022608     EXIT.
022610*----------------------------------------------------------------
022620* 2100-READ-CUSTTRAN
022630*
022640* READS THE NEXT TRANSACTION INTO CUSTTRAN-DETAIL - THE DAY'S
022650* KEYED TRANSACTIONS FIRST, THEN THE RECYCLE RUN'S CORRECTIONS.
022660*----------------------------------------------------------------
022670 2100-READ-CUSTTRAN.
022680     IF RECYCLED-TRANSACTION
022690         GO TO 2100-READ-RECYTRAN
022700     END-IF
022710     READ CUSTTRAN-FILE
022720         AT END
022730             SET RECYCLED-TRANSACTION TO TRUE
022740             GO TO 2100-READ-RECYTRAN
022750     END-READ
022760     MOVE CUSTTRAN-RECORD TO CUSTTRAN-DETAIL
022770     ADD 1 TO TRANS-READ
022780     GO TO 2100-EXIT.
022790 2100-READ-RECYTRAN.
022800     IF RECYTRAN-EOF
022810         SET END-OF-FILE TO TRUE
022820         GO TO 2100-EXIT
022830     END-IF
022840     READ RECYTRAN-FILE
022850         AT END
022860             SET RECYTRAN-EOF TO TRUE
022870             SET END-OF-FILE TO TRUE
022880             GO TO 2100-EXIT
022890     END-READ
022900     MOVE RECYTRAN-RECORD TO CUSTTRAN-DETAIL
022910     ADD 1 TO TRANS-READ
022920 2100-EXIT.
022930     EXIT.
023900*----------------------------------------------------------------
024000* 2200-APPLY-ADD
024100*
024856     ELSE
024858         MOVE ZEROS TO CM-DEATH-DATE
024860     END-IF
024870     MOVE CURRENT-RUN-DATE TO CM-STATUS-DATE
024880     MOVE ZEROS            TO CM-PURGE-DATE
024900     WRITE CUSTMAST-RECORD
025000         INVALID KEY
025100             MOVE "DUPLICATE CUSTOMER ID ON ADD"
026200*----------------------------------------------------------------
026300* 2300-APPLY-CHANGE
026400*
026410* READS THE MASTER RECORD FOR THE TRANSACTION'S CUSTOMER ID AND
026420* REWRITES IT WITH THE NEW BIRTH DATE.  AN ID NOT ON THE MASTER
026430* IS REJECTED.  A KEYED CHANGE TO THE BIRTH DATE, OR ONE THAT
026440* REPORTS THE CUSTOMER DECEASED, IS HELD FOR APPROVAL INSTEAD OF
026450* BEING APPLIED.
026460* A CHANGE THAT ALTERS THE BIRTH DATE FLAGS THE CUSTOMER'S DOB
026470* VERIFICATION STALE.
026800*----------------------------------------------------------------
026900 2300-APPLY-CHANGE.
026910     MOVE "N" TO CHANGE-APPLIED-SWITCH
027000     MOVE TR-CUSTOMER-ID TO CM-CUSTOMER-ID
027100     READ CUSTMSTR-FILE
027200         INVALID KEY
027700             GO TO 2300-EXIT
027800     END-READ
027810     MOVE CUSTMAST-RECORD TO BEFORE-IMAGE-WORK
027814     MOVE CM-BIRTH-DATE TO PRIOR-BIRTH-DATE
027819     IF KEYED-TRANSACTION
027828         PERFORM 2320-CHECK-SENSITIVE
027837             THRU 2320-EXIT
027846         IF BIRTH-DATE-CHANGED OR DEATH-NEWLY-REPORTED
027855             PERFORM 2350-HOLD-FOR-APPROVAL
027864                 THRU 2350-EXIT
027873             GO TO 2300-EXIT
027882         END-IF
027891     END-IF
027900     MOVE TR-BIRTH-DATE TO CM-BIRTH-DATE
027920     IF TR-CUSTOMER-NAME NOT = SPACES
027925         MOVE TR-CUSTOMER-NAME TO CM-CUSTOMER-NAME
027940     IF TR-BRANCH-CODE-X NOT = SPACES
027945         MOVE TR-BRANCH-CODE TO CM-BRANCH-CODE
027950     END-IF
027960*    A RECORD WRITTEN BEFORE THE STATUS AND PURGE DATES EXISTED
027970*    CARRIES SPACES IN THEM - THEY ARE ZEROED ON ITS FIRST CHANGE.
027980     IF CM-STATUS-DATE NOT NUMERIC
027990         MOVE ZEROS TO CM-STATUS-DATE
028000     END-IF
028010     MOVE ZEROS TO CM-PURGE-DATE
028013*    A BLANK STATUS ON A CHANGE KEEPS THE MASTER'S STATUS AND
028016*    DEATH DATE; A KEYED STATUS CARRIES ITS OWN DEATH DATE -
028019*    ZEROS UNLESS THE CUSTOMER IS DECEASED.  A KEYED STATUS
028022*    STAMPS THE STATUS DATE WHEN IT CHANGES THE STATUS, AND ALSO
028025*    WHEN THE STORED DATE IS ZERO OR NOT A VALID DATE, SO A
028028*    CUSTOMER THE PURGE CANNOT AGE IS DATED BY RE-KEYING ITS
028031*    STATUS.
028034     IF TR-STATUS-CODE NOT = SPACE
028037         MOVE CM-STATUS-DATE TO BirthDate
028040         CALL "DateValidProgram" USING BirthDate,
028043                 DATE-VALID-SWITCH, REASON-TEXT
028046         IF TR-STATUS-CODE NOT = CM-STATUS-CODE
028049                 OR NOT DATE-VALID
028052             MOVE CURRENT-RUN-DATE TO CM-STATUS-DATE
028055         END-IF
028066         MOVE TR-STATUS-CODE TO CM-STATUS-CODE
028070         IF TR-STATUS-CODE = "D"
028074             MOVE TR-DEATH-DATE TO CM-DEATH-DATE
028078         ELSE
028082             MOVE ZEROS TO CM-DEATH-DATE
028086         END-IF
028090     END-IF
028094     REWRITE CUSTMAST-RECORD
028100         INVALID KEY
028200             MOVE "CUSTOMER ID NOT ON MASTER"
028300                 TO MAINT-MESSAGE
028500                 THRU 2600-EXIT
028600             GO TO 2300-EXIT
028700     END-REWRITE
028705     SET CHANGE-APPLIED TO TRUE
028710     IF APPROVED-TRANSACTION
028720         MOVE "CHANGED ON APPROVAL" TO MAINT-MESSAGE
028730     ELSE
028740         MOVE "CHANGED" TO MAINT-MESSAGE
028750     END-IF
028900     PERFORM 2500-WRITE-APPLIED
029000         THRU 2500-EXIT
029020     PERFORM 2550-WRITE-DELTA
029050     MOVE CUSTMAST-RECORD TO AFTER-IMAGE-WORK
029060     PERFORM 2560-WRITE-JOURNAL
029070         THRU 2560-EXIT
029076     IF CM-BIRTH-DATE NOT = PRIOR-BIRTH-DATE
029082         PERFORM 2570-FLAG-PROOF-STALE
029088             THRU 2570-EXIT
029094     END-IF
029100 2300-EXIT.
029200     EXIT.
029201*----------------------------------------------------------------
029202* 2320-CHECK-SENSITIVE
029203*
029204* COMPARES A KEYED CHANGE WITH THE MASTER RECORD JUST READ.  A
029205* DIFFERENT BIRTH DATE CAN MOVE A CUSTOMER ACROSS PENSION AGE, AND
029206* A STATUS D THE MASTER DOES NOT ALREADY CARRY WITH THE SAME DATE
029207* OF DEATH STOPS LETTERS AND BENEFITS - EITHER ONE NEEDS APPROVAL.
029208*----------------------------------------------------------------
029209 2320-CHECK-SENSITIVE.
029210     MOVE "N" TO BIRTH-CHANGE-SWITCH
029211     MOVE "N" TO DEATH-CHANGE-SWITCH
029212     IF TR-BIRTH-DATE NOT = CM-BIRTH-DATE
029213         SET BIRTH-DATE-CHANGED TO TRUE
029214     END-IF
029215     IF TR-STATUS-CODE = "D"
029216         IF CM-STATUS-CODE NOT = "D"
029217             SET DEATH-NEWLY-REPORTED TO TRUE
029218         ELSE
029219             IF TR-DEATH-DATE NOT = CM-DEATH-DATE
029220                 SET DEATH-NEWLY-REPORTED TO TRUE
029221             END-IF
029222         END-IF
029223     END-IF
029224 2320-EXIT.
029225     EXIT.
029226*----------------------------------------------------------------
029227* 2350-HOLD-FOR-APPROVAL
029228*
029229* WRITES THE TRANSACTION TO THE NEW PENDING FILE UNDER TODAY'S
029230* DATE AND THE NEXT HOLD SEQUENCE, WITH THE MASTER'S BIRTH DATE
029231* AND STATUS AS THEY STAND NOW, AND LISTS IT FOR THE SUPERVISOR.
029232* THE MASTER IS NOT TOUCHED.  A TRANSACTION CARRYING NO OPERATOR
029233* ID IS REJECTED - WITHOUT ONE A SECOND PERSON CANNOT BE PROVED.
029234*----------------------------------------------------------------
029235 2350-HOLD-FOR-APPROVAL.
029236     IF TR-OPERATOR-ID = SPACES
029237         MOVE "NO OPERATOR ID - CANNOT HOLD" TO MAINT-MESSAGE
029238         PERFORM 2600-WRITE-REJECT
029239             THRU 2600-EXIT
029240         GO TO 2350-EXIT
029241     END-IF
029242     ADD 1 TO HOLD-SEQUENCE
029243     MOVE SPACES              TO PENDTRAN-WORK
029244     MOVE CURRENT-RUN-DATE    TO PT-HELD-DATE
029245     MOVE HOLD-SEQUENCE       TO PT-HELD-SEQUENCE
029246     MOVE BIRTH-CHANGE-SWITCH TO PT-BIRTH-CHANGE-FLAG
029247     MOVE DEATH-CHANGE-SWITCH TO PT-DEATH-CHANGE-FLAG
029248     MOVE CM-BIRTH-DATE       TO PT-MASTER-BIRTH-DATE
029249     MOVE CM-STATUS-CODE      TO PT-MASTER-STATUS-CODE
029250     MOVE CUSTTRAN-DETAIL     TO PT-TRANSACTION
029251     MOVE PENDTRAN-WORK       TO PENDOUT-RECORD
029252     WRITE PENDOUT-RECORD
029253     ADD 1 TO TRANS-HELD
029254     MOVE "HELD"              TO PENDING-ACTION
029255     MOVE SPACES              TO DECIDED-BY
029256     PERFORM 2800-WRITE-PENDING-LINE
029257         THRU 2800-EXIT
029258 2350-EXIT.
029259     EXIT.
029300*----------------------------------------------------------------
029400* 2400-APPLY-DELETE
029500*
032590*----------------------------------------------------------------
032592 2560-WRITE-JOURNAL.
032593     ADD 1 TO JOURNAL-SEQUENCE
032594     ADD 1 TO JOURNAL-RECORDS-WRITTEN
032595     MOVE SPACES              TO MASTJRNL-REC
032596     MOVE CURRENT-RUN-DATE    TO MJ-RUN-DATE
032597     MOVE CURRENT-RUN-TIME    TO MJ-RUN-TIME
032598     MOVE JOURNAL-SEQUENCE    TO MJ-SEQUENCE
032599     MOVE TR-ACTION-CODE      TO MJ-ACTION-CODE
032600     MOVE BEFORE-IMAGE-WORK   TO MJ-BEFORE-IMAGE
032601     MOVE AFTER-IMAGE-WORK    TO MJ-AFTER-IMAGE
032602     WRITE MASTJRNL-REC
032604 2560-EXIT.
032606     EXIT.
032610*----------------------------------------------------------------
032614* 2570-FLAG-PROOF-STALE
032618*
032622* FLAGS THE DOB VERIFICATION RECORD OF THE CUSTOMER JUST CHANGED
032626* STALE, STAMPED WITH THE RUN DATE, NOW THAT THE MASTER NO LONGER
032630* CARRIES THE BIRTH DATE THE DOCUMENT PROVED, AND LISTS IT ON
032634* APPLIST.  A CUSTOMER NEVER VERIFIED, OR ALREADY STALE, IS LEFT
032638* AS IT IS - A STALE RECORD KEEPS THE DATE IT FIRST WENT STALE.
032642*----------------------------------------------------------------
032646 2570-FLAG-PROOF-STALE.
032650     IF DOBPROOF-FILE-NOT-FOUND
032654         GO TO 2570-EXIT
032658     END-IF
032662     MOVE CM-CUSTOMER-ID TO PF-CUSTOMER-ID
032666     READ DOBPROOF-FILE
032670         INVALID KEY
032674             GO TO 2570-EXIT
032678     END-READ
032682     IF PF-STALE
032686         GO TO 2570-EXIT
032690     END-IF
032694     SET PF-STALE          TO TRUE
032698     MOVE CURRENT-RUN-DATE TO PF-STALE-DATE
032702     REWRITE DOBPROOF-RECORD
032706         INVALID KEY
032710             GO TO 2570-EXIT
032714     END-REWRITE
032718     ADD 1 TO PROOFS-MADE-STALE
032721     MOVE MAINT-MESSAGE TO SAVED-MESSAGE
032724     MOVE "DOB PROOF FLAGGED STALE" TO MAINT-MESSAGE
032727     PERFORM 2700-BUILD-DETAIL-LINE
032730         THRU 2700-EXIT
032733     MOVE MNT-DETAIL-LINE TO APPLIST-RECORD
032736     WRITE APPLIST-RECORD
032739     MOVE SAVED-MESSAGE TO MAINT-MESSAGE
032742 2570-EXIT.
032746     EXIT.
032750*----------------------------------------------------------------
032754* 2600-WRITE-REJECT
032758*----------------------------------------------------------------
032800 2600-WRITE-REJECT.
032900     PERFORM 2700-BUILD-DETAIL-LINE
033000         THRU 2700-EXIT
034400     MOVE MAINT-MESSAGE      TO MNT-MESSAGE
034500 2700-EXIT.
034600     EXIT.
034602*----------------------------------------------------------------
034604* 2800-WRITE-PENDING-LINE
034606*
034608* LISTS THE PENDING TRANSACTION IN PENDTRAN-WORK AND CUSTTRAN-
034610* DETAIL WITH THE ACTION TAKEN ON IT THIS RUN AND, FOR A DECIDED
034612* ONE, THE OPERATOR WHO DECIDED IT.
034614*----------------------------------------------------------------
034616 2800-WRITE-PENDING-LINE.
034618     MOVE SPACES               TO PND-DETAIL-LINE
034620     MOVE PT-HELD-DATE         TO PND-HELD-DATE
034622     MOVE PT-HELD-SEQUENCE     TO PND-HELD-SEQUENCE
034624     MOVE TR-CUSTOMER-ID-X     TO PND-CUSTOMER-ID
034626     MOVE PT-MASTER-BIRTH-DATE TO PND-MASTER-BIRTH-DATE
034628     MOVE TR-BIRTH-DATE-X      TO PND-NEW-BIRTH-DATE
034630     MOVE TR-STATUS-CODE       TO PND-STATUS-CODE
034632     MOVE TR-DEATH-DATE-X      TO PND-DEATH-DATE
034634     MOVE TR-OPERATOR-ID       TO PND-ENTERED-BY
034636     MOVE PENDING-ACTION       TO PND-ACTION
034638     MOVE DECIDED-BY           TO PND-DECIDED-BY
034640     MOVE PND-DETAIL-LINE      TO PENDLIST-RECORD
034642     WRITE PENDLIST-RECORD
034644 2800-EXIT.
034646     EXIT.
034648*----------------------------------------------------------------
034650* 2850-WRITE-CARD-LINE
034652*
034654* LISTS AN APPROVAL CARD THAT WAS NOT USED, WITH THE REASON.
034656*----------------------------------------------------------------
034658 2850-WRITE-CARD-LINE.
034660     MOVE CARD-IMAGE           TO PND-CARD-IMAGE
034662     MOVE CARD-REASON          TO PND-CARD-REASON
034664     MOVE PND-CARD-LINE        TO PENDLIST-RECORD
034666     WRITE PENDLIST-RECORD
034668     ADD 1 TO CARDS-NOT-USED
034670 2850-EXIT.
034672     EXIT.
034700*----------------------------------------------------------------
034800* 9999-TERMINATE
034900*
034910* CLOSES ALL FILES AND SUMMARIZES THE RUN ON THE JOB LOG.  A
034920* RUN THAT REJECTED ANY TRANSACTION, OR COULD NOT USE AN APPROVAL
034930* CARD, ENDS WITH RETURN CODE 4 SO DATA CONTROL IS POINTED AT
034940* THE REJECTS AND PENDING-APPROVAL LISTINGS.
035300*----------------------------------------------------------------
035400 9999-TERMINATE.
035500     CLOSE CUSTMSTR-FILE
035800     CLOSE REJLIST-FILE
035900     CLOSE DELTAOUT-FILE
035950     CLOSE JRNLOUT-FILE
035960     IF NOT RECYTRAN-FILE-NOT-FOUND
035970         CLOSE RECYTRAN-FILE
035980     END-IF
035982     IF NOT DOBPROOF-FILE-NOT-FOUND
035984         CLOSE DOBPROOF-FILE
035986     END-IF
035990     IF NOT PENDIN-FILE-NOT-FOUND
036000         CLOSE PENDIN-FILE
036010     END-IF
036020     CLOSE PENDOUT-FILE
036030     CLOSE PENDLIST-FILE
036200     DISPLAY "Transactions read     = " TRANS-READ
036300     DISPLAY "Transactions applied  = " TRANS-APPLIED
036400     DISPLAY "Transactions rejected = " TRANS-REJECTED
036405     DISPLAY "Deltas written        = " DELTAS-WRITTEN
036406     DISPLAY "Journal records       = " 
036407         JOURNAL-RECORDS-WRITTEN
036408     DISPLAY "Transactions held     = " TRANS-HELD
036409     DISPLAY "Pending read          = " PENDING-READ
036410     DISPLAY "Pending approved      = " PENDING-APPROVED
036411     DISPLAY "Pending disapproved   = " PENDING-DISAPPROVED
036412     DISPLAY "Pending expired       = " PENDING-EXPIRED
036413     DISPLAY "Pending carried       = " PENDING-CARRIED
036414     DISPLAY "Approval cards unused = " CARDS-NOT-USED
036415     DISPLAY "DOB proofs made stale = " PROOFS-MADE-STALE
036417     MOVE "CUSTMNT"       TO RC-PROGRAM-NAME
036420     MOVE TRANS-READ      TO RC-RECORDS-IN
036430     MOVE TRANS-APPLIED   TO RC-RECORDS-OUT
036440     MOVE "COMPLETED"     TO RC-COMPLETION-STATUS
036450     CALL "RunLogProgram" USING RUNCNTL-REC
036460*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
036470*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
036476     IF TRANS-REJECTED > ZERO
036482             OR CARDS-NOT-USED > ZERO
036488         MOVE 4 TO RETURN-CODE
036494     END-IF
036500 9999-EXIT.
036600     EXIT.
