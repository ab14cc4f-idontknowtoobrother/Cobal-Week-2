002297* 2026-09-02 DP   MILEXTR DETAIL LAYOUT MOVED OUT TO THE
002298*                 SHARED MileExtr COPYBOOK NOW THAT THE
002299*                 INQUIRY RUN READS THE EXTRACT TOO.
002309* 2026-10-15 DP   THE TARGET YEAR/MONTH, THE MILESTONE AGES AND
002319*                 THE CENTURY PIVOT ARE NOW LOOKED UP ON THE KEYED
002329*                 PARAMETER MASTER THROUGH ParmLookupProgram
002339*                 INSTEAD OF BEING READ FROM THE MILEPARM AND
002349*                 CENTPARM CARDS, WHICH ARE RETIRED ALONG WITH
002359*                 THEIR SELECTS, FDS AND STATUS FIELDS.  THE RUN
002369*                 DATE IS NOW TAKEN BEFORE THE LOOKUPS, WHICH USE
002379*                 IT AS THEIR AS-OF DATE.
002380* 2026-10-15 DP   A MILESTONE CUSTOMER WHOSE BIRTH DATE IS NOT
002381*                 PROVEN IS NO LONGER EXTRACTED.  EACH ONE IS
002382*                 CHECKED ON THE KEYED DOB VERIFICATION FILE
002383*                 (DOBPROOF, SHARED DobProof LAYOUT) - A CUSTOMER
002384*                 NEVER VERIFIED, ONE WHOSE VERIFICATION HAS GONE
002385*                 STALE, OR ONE WHOSE PROVEN DATE IS NOT THE DATE
002386*                 ON THE EXTRACT IS HELD OFF MILEXTR AND LISTED
002387*                 ON A PROOF-REQUIRED LISTING (PROOFRPT), SORTED
002388*                 AND BROKEN BY BRANCH WITH THE NAMES FROM THE
002389*                 BRANCH REFERENCE.  THE RUN ENDS WITH RETURN CODE
002390*                 4 WHEN ANY CUSTOMER WAS HELD.
002391*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS CUSTMAST-FILE-STATUS.
003600     SELECT MILEXTR-FILE ASSIGN TO "MILEXTR"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS MILEXTR-FILE-STATUS.
003806     SELECT DOBPROOF-FILE ASSIGN TO "DOBPROOF"
003812         ORGANIZATION IS INDEXED
003818         ACCESS MODE IS RANDOM
003824         RECORD KEY IS PF-CUSTOMER-ID
003830         FILE STATUS IS DOBPROOF-FILE-STATUS.
003836     SELECT BRCHMSTR-FILE ASSIGN TO "BRCHMSTR"
003842         ORGANIZATION IS INDEXED
003848         ACCESS MODE IS SEQUENTIAL
003854         RECORD KEY IS BR-BRANCH-CODE
003860         FILE STATUS IS BRCHMSTR-FILE-STATUS.
003866     SELECT PROOFRPT-FILE ASSIGN TO "PROOFRPT"
003872         ORGANIZATION IS LINE SEQUENTIAL
003878         FILE STATUS IS PROOFRPT-FILE-STATUS.
003884     SELECT SORT-FILE ASSIGN TO "SORTWK".
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------
004500 FD  CUSTMAST-FILE
004600     RECORDING MODE IS F.
004700     COPY CustMast.
007000*----------------------------------------------------------------
007100* MILEXTR - MILESTONE ATTAINMENT EXTRACT.  ONE FIXED-LAYOUT
007200* RECORD PER CUSTOMER ATTAINING A LISTED AGE IN THE TARGET
007500 FD  MILEXTR-FILE
007600     RECORDING MODE IS F.
007700     COPY MileExtr.
007710*----------------------------------------------------------------
007720* DOBPROOF - KEYED DOB VERIFICATION FILE, INDEXED ON
007730* PF-CUSTOMER-ID, READ RANDOMLY FOR EACH MILESTONE CUSTOMER.
007740*----------------------------------------------------------------
007750 FD  DOBPROOF-FILE.
007760     COPY DobProof.
007770*----------------------------------------------------------------
007780* BRCHMSTR - KEYED BRANCH REFERENCE, READ SEQUENTIALLY AT
007790* INITIALIZATION TO LOAD THE BRANCH NAME TABLE.
007800*----------------------------------------------------------------
007810 FD  BRCHMSTR-FILE.
007820     COPY BranchRef.
007830*----------------------------------------------------------------
007840* PROOFRPT - PROOF-REQUIRED LISTING.  ONE LINE PER MILESTONE
007850* CUSTOMER HELD OFF THE EXTRACT, BY BRANCH.
007860*----------------------------------------------------------------
007870 FD  PROOFRPT-FILE
007880     RECORDING MODE IS F.
007890 01  PROOFRPT-RECORD             PIC X(80).
007900*----------------------------------------------------------------
007910* SORT WORK FILE - ONE RECORD RELEASED PER CUSTOMER HELD, KEYED
007920* BY BRANCH THEN CUSTOMER ID, CARRYING EVERYTHING THE LISTING
007930* PRINTS SO THE OUTPUT PROCEDURE ONLY BREAKS AND COUNTS.
007940*----------------------------------------------------------------
007950 SD  SORT-FILE.
007960 01  SORT-RECORD.
007970     05  SR-BRANCH-CODE          PIC 9(04).
007980     05  SR-CUSTOMER-ID          PIC 9(06).
007990     05  SR-CUSTOMER-NAME        PIC X(25).
008000     05  SR-BIRTH-DATE           PIC 9(08).
008010     05  SR-AGE-ATTAINED         PIC 9(03).
008020     05  SR-HOLD-REASON          PIC X(20).
008200 WORKING-STORAGE SECTION.
008300     COPY BirthDate.
008400 77  CUSTMAST-FILE-STATUS    PIC X(02) VALUE "00".
008500     88  CUSTMAST-FILE-OK              VALUE "00".
008600     88  CUSTMAST-FILE-AT-END          VALUE "10".
009100 77  MILEXTR-FILE-STATUS     PIC X(02) VALUE "00".
009200     88  MILEXTR-FILE-OK               VALUE "00".
009210 77  DOBPROOF-FILE-STATUS    PIC X(02) VALUE "00".
009220     88  DOBPROOF-FILE-OK              VALUE "00".
009230     88  DOBPROOF-FILE-NOT-FOUND       VALUE "35".
009240 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
009250     88  BRCHMSTR-FILE-OK              VALUE "00".
009260     88  BRCHMSTR-FILE-AT-END          VALUE "10".
009270 77  PROOFRPT-FILE-STATUS    PIC X(02) VALUE "00".
009280     88  PROOFRPT-FILE-OK              VALUE "00".
009300 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
009400     88  END-OF-FILE                   VALUE "Y".
009410 77  SORT-EOF-SWITCH         PIC X(01) VALUE "N".
009420     88  SORT-EOF                      VALUE "Y".
009430 77  BRCHMSTR-EOF-SWITCH     PIC X(01) VALUE "N".
009440     88  BRCHMSTR-EOF                  VALUE "Y".
009500 77  DATE-VALID-SWITCH       PIC X(01) VALUE "Y".
009600     88  DATE-VALID                    VALUE "Y".
009700 77  REASON-TEXT             PIC X(30) VALUE SPACES.
009900 77  TARGET-YEAR             PIC 9(04) VALUE ZEROS.
010000 77  TARGET-MONTH            PIC 99    VALUE ZEROS.
010100*----------------------------------------------------------------
010110* MILESTONE AGE TABLE, LOOKED UP ON THE PARAMETER MASTER AS
010120* MILESTONE-1 THROUGH MILESTONE-5.  AN AGE OF ZERO MARKS AN
010130* UNUSED SLOT.
010400*----------------------------------------------------------------
010500 01  MILESTONE-AGE-TABLE.
010600     05  MILESTONE-AGE        PIC 9(03) OCCURS 5 TIMES
010700             VALUE ZEROS.
010800 77  AGE-SUB                 PIC 9(02) COMP VALUE ZERO.
010810 01  MILESTONE-PARM-NAME.
010820     05  FILLER                  PIC X(10) VALUE "MILESTONE-".
010830     05  MILESTONE-PARM-SLOT     PIC 9(01) VALUE ZERO.
010900 77  BIRTH-YEAR              PIC 9(04) VALUE ZEROS.
011000 77  ATTAINED-AGE            PIC S9(04) VALUE ZEROS.
011100 77  RECORDS-READ            PIC 9(07) VALUE ZEROS.
011200 77  RECORDS-EXTRACTED       PIC 9(07) VALUE ZEROS.
011300 77  RECORDS-SKIPPED         PIC 9(07) VALUE ZEROS.
011305 77  NONACTIVE-SKIPPED       PIC 9(07) VALUE ZEROS.
011306 77  RECORDS-HELD            PIC 9(07) VALUE ZEROS.
011307 77  BRANCH-HELD-COUNT       PIC 9(07) VALUE ZEROS.
011308 77  PROOF-HOLD-REASON       PIC X(20) VALUE SPACES.
011309 77  CURRENT-BRANCH          PIC 9(04) VALUE ZEROS.
011310 77  BRANCH-SUB              PIC 9(03) COMP VALUE ZERO.
011311 77  BRANCH-FOUND-SUB        PIC 9(03) COMP VALUE ZERO.
011312*----------------------------------------------------------------
011313* BRANCH NAME TABLE.  LOADED ONCE AT INITIALIZATION FROM THE
011314* KEYED BRANCH REFERENCE AND SEARCHED AT EACH BRANCH BREAK.
011315*----------------------------------------------------------------
011316 01  BRANCH-TABLE.
011317     05  BRANCH-COUNT            PIC 9(03) COMP VALUE ZERO.
011318     05  BRANCH-ENTRY OCCURS 500 TIMES.
011319         10  BW-BRANCH-CODE      PIC 9(04).
011320         10  BW-BRANCH-NAME      PIC X(25).
011321*----------------------------------------------------------------
011322* PROOF-REQUIRED LISTING PRINT LINES.  EACH IS 80 BYTES WIDE SO
011323* IT CAN BE MOVED STRAIGHT INTO PROOFRPT-RECORD.
011324*----------------------------------------------------------------
011325 01  PRF-HEADING-1.
011326     05  FILLER               PIC X(20) VALUE SPACES.
011327     05  FILLER               PIC X(40) VALUE
011328             "MILESTONE LETTERS HELD - PROOF REQUIRED".
011329     05  FILLER               PIC X(20) VALUE SPACES.
011330 01  PRF-HEADING-2.
011331     05  FILLER               PIC X(20) VALUE SPACES.
011332     05  FILLER               PIC X(10) VALUE "RUN DATE: ".
011333     05  PRF-RUN-DATE         PIC 9(08).
011334     05  FILLER               PIC X(04) VALUE SPACES.
011335     05  FILLER               PIC X(08) VALUE "TARGET: ".
011336     05  PRF-TARGET-YEAR      PIC 9(04).
011337     05  FILLER               PIC X(01) VALUE "/".
011338     05  PRF-TARGET-MONTH     PIC 9(02).
011339     05  FILLER               PIC X(23) VALUE SPACES.
011340 01  PRF-BLANK-LINE           PIC X(80) VALUE SPACES.
011341 01  PRF-COLUMN-HEADING.
011342     05  FILLER               PIC X(38) VALUE
011343             "  CUST ID  CUSTOMER NAME".
011344     05  FILLER               PIC X(42) VALUE
011345             "BIRTH DATE  AGE  REASON".
011346 01  PRF-BRANCH-LINE.
011347     05  FILLER               PIC X(07) VALUE "BRANCH ".
011348     05  PRF-BRANCH-CODE      PIC 9(04).
011349     05  FILLER               PIC X(02) VALUE SPACES.
011350     05  PRF-BRANCH-NAME      PIC X(25).
011351     05  FILLER               PIC X(42) VALUE SPACES.
011352 01  PRF-DETAIL-LINE.
011353     05  FILLER               PIC X(02) VALUE SPACES.
011354     05  PRF-CUSTOMER-ID      PIC 9(06).
011355     05  FILLER               PIC X(03) VALUE SPACES.
011356     05  PRF-CUSTOMER-NAME    PIC X(25).
011357     05  FILLER               PIC X(02) VALUE SPACES.
011358     05  PRF-BIRTH-DATE       PIC 9(08).
011359     05  FILLER               PIC X(04) VALUE SPACES.
011360     05  PRF-AGE-ATTAINED     PIC ZZ9.
011361     05  FILLER               PIC X(02) VALUE SPACES.
011362     05  PRF-HOLD-REASON      PIC X(20).
011363     05  FILLER               PIC X(05) VALUE SPACES.
011364 01  PRF-BRANCH-TOTAL-LINE.
011365     05  FILLER               PIC X(11) VALUE SPACES.
011366     05  FILLER               PIC X(25) VALUE
011367             "HELD FOR THIS BRANCH:".
011368     05  PRF-BRANCH-HELD      PIC ZZZ,ZZ9.
011369     05  FILLER               PIC X(37) VALUE SPACES.
011370 01  PRF-TOTAL-LINE.
011371     05  FILLER               PIC X(11) VALUE SPACES.
011372     05  FILLER               PIC X(25) VALUE
011373             "TOTAL CUSTOMERS HELD:".
011374     05  PRF-TOTAL-HELD       PIC ZZZ,ZZ9.
011375     05  FILLER               PIC X(37) VALUE SPACES.
011376 01  PRF-NONE-LINE.
011377     05  FILLER               PIC X(11) VALUE SPACES.
011378     05  FILLER               PIC X(40) VALUE
011379             "NO CUSTOMER HELD FOR PROOF OF BIRTH".
011380     05  FILLER               PIC X(29) VALUE SPACES.
011381*----------------------------------------------------------------
011382* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
011383* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
011384*----------------------------------------------------------------
011385     COPY RunCntl.
011386*----------------------------------------------------------------
011387* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
011388* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
011389*----------------------------------------------------------------
011390     COPY ParmReq.
011400 PROCEDURE DIVISION.
011500*----------------------------------------------------------------
011600* 0000-MAINLINE
011700*
011710* LOADS THE PARAMETER CARDS, SCANS EVERY CUSTOMER FOR A
011720* MILESTONE AGE ATTAINED IN THE TARGET MONTH - RELEASING EACH
011730* ONE HELD FOR PROOF OF BIRTH INTO THE SORT ON THE WAY - PRINTS
011740* THE PROOF-REQUIRED LISTING FROM THE SORTED RECORDS, AND
011750* TERMINATES THE RUN.
012100*----------------------------------------------------------------
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE
012400         THRU 1000-EXIT
012410     SORT SORT-FILE
012420         ON ASCENDING KEY SR-BRANCH-CODE SR-CUSTOMER-ID
012430         INPUT PROCEDURE IS 1500-SCAN-EXTRACT
012440             THRU 1500-IP-EXIT
012450         OUTPUT PROCEDURE IS 3000-LIST-PROOF-REQUIRED
012460             THRU 3000-OP-EXIT
012800     PERFORM 9999-TERMINATE
012900         THRU 9999-EXIT
013000     STOP RUN.
013100*----------------------------------------------------------------
013200* 1000-INITIALIZE
013300*
013310* TAKES THE RUN DATE AND LOOKS UP THE MILESTONE PARAMETERS - THE
013320* RUN CANNOT PROCEED WITHOUT A TARGET MONTH, SO A MISSING OR
013330* INVALID TARGET FAILS THE RUN - THEN THE CENTURY PIVOT, OPENS
013340* THE EXTRACT, OUTPUT, VERIFICATION AND LISTING FILES, LOADS THE
013350* BRANCH NAME TABLE AND PRIMES THE FIRST CUSTOMER RECORD.
013800*----------------------------------------------------------------
013900 1000-INITIALIZE.
013910     MOVE "MILESTON" TO RC-PROGRAM-NAME
013930     MOVE ZEROS      TO RC-RECORDS-OUT
013940     MOVE "STARTED"  TO RC-COMPLETION-STATUS
013950     CALL "RunLogProgram" USING RUNCNTL-REC
013960     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
014000     PERFORM 1100-LOAD-MILESTONE-PARM
014100         THRU 1100-EXIT
014200     PERFORM 1200-LOAD-CENTURY-PIVOT
015500         MOVE 16 TO RETURN-CODE
015600         STOP RUN
015700     END-IF
015701*    BEFORE THE FIRST DOB VERIFICATION IS RECORDED THERE IS NO
015702*    DOBPROOF FILE, AND EVERY MILESTONE CUSTOMER IS HELD.
015703     OPEN INPUT DOBPROOF-FILE
015704     IF NOT DOBPROOF-FILE-NOT-FOUND
015705         IF NOT DOBPROOF-FILE-OK
015706             DISPLAY "DOBPROOF OPEN FAILED - FILE STATUS "
015707                 DOBPROOF-FILE-STATUS
015708             MOVE 16 TO RETURN-CODE
015709             STOP RUN
015710         END-IF
015711     END-IF
015712     OPEN OUTPUT PROOFRPT-FILE
015713     IF NOT PROOFRPT-FILE-OK
015714         DISPLAY "PROOFRPT OPEN FAILED - FILE STATUS "
015715             PROOFRPT-FILE-STATUS
015716         MOVE 16 TO RETURN-CODE
015717         STOP RUN
015718     END-IF
015719     PERFORM 1300-LOAD-BRANCH-REF
015720         THRU 1300-EXIT
015721     MOVE CURRENT-RUN-DATE TO XH-RUN-DATE
015730     MOVE EXTCTL-HEADER    TO MILEXTR-RECORD
015740     WRITE MILEXTR-RECORD
015800     PERFORM 2100-READ-CUSTMAST
016200*----------------------------------------------------------------
016300* 1100-LOAD-MILESTONE-PARM
016400*
016410* LOOKS UP THE TARGET YEAR (TARGET-YEAR) AND MONTH
016420* (TARGET-MONTH) ON THE PARAMETER MASTER AND LOADS THE
016430* MILESTONE AGE TABLE.  A TARGET WITH NO VALUE IN EFFECT, A
016440* NON-NUMERIC TARGET DATE, A TARGET MONTH OUTSIDE 01-12 OR A
016450* PARAMETER MASTER THAT CANNOT BE READ FAILS THE RUN.
016460*----------------------------------------------------------------
016470 1100-LOAD-MILESTONE-PARM.
016480     MOVE "MILESTON"       TO PR-PROGRAM-NAME
016490     MOVE "TARGET-YEAR"    TO PR-PARM-NAME
016500     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
016510     CALL "ParmLookupProgram" USING PARMREQ-AREA
016520     IF PR-FILE-ERROR
016530         DISPLAY "PARMMSTR UNAVAILABLE - NO MILESTONE TARGET"
016540         MOVE 16 TO RETURN-CODE
016550         STOP RUN
016560     END-IF
016570     IF PR-NOT-FOUND
016580         DISPLAY "TARGET-YEAR NOT ON PARMMSTR"
016590         MOVE 16 TO RETURN-CODE
016600         STOP RUN
016610     END-IF
016620     IF PR-NUMERIC-VALUE NOT NUMERIC
016630         DISPLAY "MILESTONE TARGET DATE NOT NUMERIC"
016640         MOVE 16 TO RETURN-CODE
016650         STOP RUN
016660     END-IF
016670     IF PR-NUMERIC-VALUE > 9999
016680         DISPLAY "MILESTONE TARGET YEAR INVALID: "
016685             PR-NUMERIC-VALUE
016690         MOVE 16 TO RETURN-CODE
016700         STOP RUN
016710     END-IF
016720     MOVE PR-NUMERIC-VALUE TO TARGET-YEAR
016730     MOVE "MILESTON"       TO PR-PROGRAM-NAME
016740     MOVE "TARGET-MONTH"   TO PR-PARM-NAME
016750     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
016760     CALL "ParmLookupProgram" USING PARMREQ-AREA
016770     IF PR-NOT-FOUND
016780         DISPLAY "TARGET-MONTH NOT ON PARMMSTR"
016790         MOVE 16 TO RETURN-CODE
016800         STOP RUN
016810     END-IF
016820     IF PR-NUMERIC-VALUE NOT NUMERIC
016830         DISPLAY "MILESTONE TARGET DATE NOT NUMERIC"
016840         MOVE 16 TO RETURN-CODE
016850         STOP RUN
016860     END-IF
016870     IF PR-NUMERIC-VALUE < 1 OR PR-NUMERIC-VALUE > 12
016880         DISPLAY "MILESTONE TARGET MONTH INVALID: "
016890             PR-NUMERIC-VALUE
016900         MOVE 16 TO RETURN-CODE
016910         STOP RUN
016920     END-IF
016930     MOVE PR-NUMERIC-VALUE TO TARGET-MONTH
016940     MOVE 1 TO AGE-SUB
016950     PERFORM 1110-LOAD-ONE-AGE
016960         THRU 1110-EXIT
016970         UNTIL AGE-SUB > 5
016980 1100-EXIT.
016990     EXIT.
019800*----------------------------------------------------------------
019900* 1110-LOAD-ONE-AGE
020000*
020010* LOOKS UP ONE MILESTONE AGE SLOT (MILESTONE-1 THROUGH
020020* MILESTONE-5).  UNUSED SLOTS MAY BE KEYED AS ZEROS OR LEFT OFF
020030* THE MASTER - A SLOT WITH NO VALUE IN EFFECT, OR ONE THAT IS NOT
020040* A THREE-DIGIT NUMBER, IS LOADED AS ZERO SO THE AGE CHECK NEVER
020050* COMPARES AGAINST INVALID ZONED DATA.
020060*----------------------------------------------------------------
020070 1110-LOAD-ONE-AGE.
020080     MOVE ZERO                TO MILESTONE-AGE (AGE-SUB)
020090     MOVE AGE-SUB             TO MILESTONE-PARM-SLOT
020100     MOVE "MILESTON"          TO PR-PROGRAM-NAME
020110     MOVE MILESTONE-PARM-NAME TO PR-PARM-NAME
020120     MOVE CURRENT-RUN-DATE    TO PR-AS-OF-DATE
020130     CALL "ParmLookupProgram" USING PARMREQ-AREA
020140     IF NOT PR-FOUND
020150             OR PR-NUMERIC-VALUE NOT NUMERIC
020160         GO TO 1110-NEXT
020170     END-IF
020180     IF PR-NUMERIC-VALUE > 999
020190         GO TO 1110-NEXT
020200     END-IF
020210     MOVE PR-NUMERIC-VALUE TO MILESTONE-AGE (AGE-SUB).
020220 1110-NEXT.
020230     ADD 1 TO AGE-SUB
020240 1110-EXIT.
020250     EXIT.
020700*----------------------------------------------------------------
020800* 1200-LOAD-CENTURY-PIVOT
020900*
020910* LOOKS UP THE CENTURY-WINDOW PIVOT YEAR (PIVOT-YEAR) ON THE
020920* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS
020930* NOT A TWO-DIGIT YEAR, THE COMPILED-IN DEFAULT OF 30 IS LEFT IN
020940* PLACE.
020950*----------------------------------------------------------------
020960 1200-LOAD-CENTURY-PIVOT.
020970     MOVE "MILESTON"       TO PR-PROGRAM-NAME
020980     MOVE "PIVOT-YEAR"     TO PR-PARM-NAME
020990     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
021000     CALL "ParmLookupProgram" USING PARMREQ-AREA
021010     IF NOT PR-FOUND
021020             OR PR-NUMERIC-VALUE NOT NUMERIC
021030         GO TO 1200-EXIT
021040     END-IF
021050     IF PR-NUMERIC-VALUE > 99
021060         GO TO 1200-EXIT
021070     END-IF
021080     MOVE PR-NUMERIC-VALUE TO CENTURY-PIVOT-YEAR
021090 1200-EXIT.
021100     EXIT.
021110*----------------------------------------------------------------
021120* 1300-LOAD-BRANCH-REF
021130*
021140* READS THE KEYED BRANCH REFERENCE SEQUENTIALLY AND LOADS THE
021150* BRANCH NAME TABLE.  A REFERENCE THAT CANNOT BE OPENED DOES
021160* NOT FAIL THE RUN - EVERY BRANCH THEN PRINTS AS NOT ON THE
021170* REFERENCE.  BRANCHES PAST THE TABLE LIMIT ARE REPORTED TO
021180* THE JOB LOG AND DROPPED.
021190*----------------------------------------------------------------
021200 1300-LOAD-BRANCH-REF.
021210     OPEN INPUT BRCHMSTR-FILE
021220     IF NOT BRCHMSTR-FILE-OK
021230         DISPLAY "BRCHMSTR OPEN FAILED - FILE STATUS "
021240             BRCHMSTR-FILE-STATUS
021250         GO TO 1300-EXIT
021260     END-IF
021270     PERFORM 1310-LOAD-ONE-BRANCH
021280         THRU 1310-EXIT
021290         UNTIL BRCHMSTR-EOF
021300     CLOSE BRCHMSTR-FILE
021310 1300-EXIT.
021320     EXIT.
021330*----------------------------------------------------------------
021340* 1310-LOAD-ONE-BRANCH
021350*----------------------------------------------------------------
021360 1310-LOAD-ONE-BRANCH.
021370     READ BRCHMSTR-FILE
021380         AT END
021390             SET BRCHMSTR-EOF TO TRUE
021400             GO TO 1310-EXIT
021410     END-READ
021420     IF BRANCH-COUNT >= 500
021430         DISPLAY "BRANCH TABLE FULL - BRANCH DROPPED: "
021440             BR-BRANCH-CODE
021450         GO TO 1310-EXIT
021460     END-IF
021470     ADD 1 TO BRANCH-COUNT
021480     MOVE BR-BRANCH-CODE TO BW-BRANCH-CODE (BRANCH-COUNT)
021490     MOVE BR-BRANCH-NAME TO BW-BRANCH-NAME (BRANCH-COUNT)
021500 1310-EXIT.
021510     EXIT.
021520*----------------------------------------------------------------
021530* 1500-SCAN-EXTRACT
021540*
021550* SORT INPUT PROCEDURE.  SCANS EVERY CUSTOMER ON THE EXTRACT,
021560* WRITING MILEXTR RECORDS AND RELEASING THE CUSTOMERS HELD FOR
021570* PROOF OF BIRTH INTO THE SORT.
021580*----------------------------------------------------------------
021590 1500-SCAN-EXTRACT.
021600     PERFORM 2000-SCAN-CUSTOMERS
021610         THRU 2000-EXIT
021620         UNTIL END-OF-FILE.
021630 1500-IP-EXIT.
021640     EXIT.
022800*----------------------------------------------------------------
022900* 2000-SCAN-CUSTOMERS
023000*
031800 2310-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------
032010* 2320-WRITE-EXTRACT
032020*
032030* WRITES THE EXTRACT RECORD FOR A CUSTOMER WHOSE BIRTH DATE HAS
032040* BEEN PROVEN.  A CUSTOMER WHO STILL NEEDS PROOF OF BIRTH IS
032050* HELD FOR THE PROOF-REQUIRED LISTING INSTEAD.
032060*----------------------------------------------------------------
032070 2320-WRITE-EXTRACT.
032080     PERFORM 2400-CHECK-PROOF
032090         THRU 2400-EXIT
032100     IF PROOF-HOLD-REASON NOT = SPACES
032110         PERFORM 2500-HOLD-FOR-PROOF
032120             THRU 2500-EXIT
032130         GO TO 2320-EXIT
032140     END-IF
032400     MOVE SPACES             TO MILEXTR-RECORD
032500     MOVE CM-CUSTOMER-ID     TO MX-CUSTOMER-ID
032600     MOVE BirthDate          TO MX-BIRTH-DATE
032900     ADD 1 TO RECORDS-EXTRACTED
033000 2320-EXIT.
033100     EXIT.
033101*----------------------------------------------------------------
033102* 2400-CHECK-PROOF
033103*
033104* LOOKS THE CUSTOMER UP ON THE DOB VERIFICATION FILE AND LEAVES
033105* PROOF-HOLD-REASON BLANK WHEN THE BIRTH DATE IS PROVEN, OR
033106* CARRYING WHY IT IS NOT - NEVER VERIFIED, VERIFICATION FLAGGED
033107* STALE BY A LATER BIRTH DATE CHANGE, OR A PROVEN DATE THAT IS
033108* NOT THE (WINDOWED) DATE ON THE EXTRACT.
033109*----------------------------------------------------------------
033110 2400-CHECK-PROOF.
033111     MOVE SPACES TO PROOF-HOLD-REASON
033112     IF DOBPROOF-FILE-NOT-FOUND
033113         MOVE "NOT VERIFIED" TO PROOF-HOLD-REASON
033114         GO TO 2400-EXIT
033115     END-IF
033116     MOVE CM-CUSTOMER-ID TO PF-CUSTOMER-ID
033117     READ DOBPROOF-FILE
033118         INVALID KEY
033119             MOVE "NOT VERIFIED" TO PROOF-HOLD-REASON
033120             GO TO 2400-EXIT
033121     END-READ
033122     IF PF-STALE
033123         MOVE "VERIFICATION STALE" TO PROOF-HOLD-REASON
033124         GO TO 2400-EXIT
033125     END-IF
033126     IF PF-PROVEN-BIRTH-DATE NOT = BirthDate
033127         MOVE "PROVEN DATE DIFFERS" TO PROOF-HOLD-REASON
033128     END-IF
033129 2400-EXIT.
033130     EXIT.
033131*----------------------------------------------------------------
033132* 2500-HOLD-FOR-PROOF
033133*
033134* RELEASES THE HELD CUSTOMER INTO THE SORT FOR THE LISTING.
033135*----------------------------------------------------------------
033136 2500-HOLD-FOR-PROOF.
033137     MOVE CM-BRANCH-CODE     TO SR-BRANCH-CODE
033138     MOVE CM-CUSTOMER-ID     TO SR-CUSTOMER-ID
033139     MOVE CM-CUSTOMER-NAME   TO SR-CUSTOMER-NAME
033140     MOVE BirthDate          TO SR-BIRTH-DATE
033141     MOVE ATTAINED-AGE       TO SR-AGE-ATTAINED
033142     MOVE PROOF-HOLD-REASON  TO SR-HOLD-REASON
033143     RELEASE SORT-RECORD
033144     ADD 1 TO RECORDS-HELD
033145 2500-EXIT.
033146     EXIT.
033147*----------------------------------------------------------------
033148* 3000-LIST-PROOF-REQUIRED
033149*
033150* SORT OUTPUT PROCEDURE.  WRITES THE LISTING HEADINGS, THEN
033151* WALKS THE SORTED HELD CUSTOMERS BREAKING ON BRANCH CODE - A
033152* BRANCH LINE, ONE LINE PER CUSTOMER AND A BRANCH COUNT - AND
033153* ENDS WITH THE TOTAL HELD.
033154*----------------------------------------------------------------
033155 3000-LIST-PROOF-REQUIRED.
033156     MOVE PRF-HEADING-1      TO PROOFRPT-RECORD
033157     WRITE PROOFRPT-RECORD
033158     MOVE CURRENT-RUN-DATE   TO PRF-RUN-DATE
033159     MOVE TARGET-YEAR        TO PRF-TARGET-YEAR
033160     MOVE TARGET-MONTH       TO PRF-TARGET-MONTH
033161     MOVE PRF-HEADING-2      TO PROOFRPT-RECORD
033162     WRITE PROOFRPT-RECORD
033163     MOVE PRF-BLANK-LINE     TO PROOFRPT-RECORD
033164     WRITE PROOFRPT-RECORD
033165     PERFORM 3100-RETURN-SORTED
033166         THRU 3100-EXIT
033167     IF SORT-EOF
033168         MOVE PRF-NONE-LINE  TO PROOFRPT-RECORD
033169         WRITE PROOFRPT-RECORD
033170         GO TO 3000-OP-EXIT
033171     END-IF
033172     MOVE PRF-COLUMN-HEADING TO PROOFRPT-RECORD
033173     WRITE PROOFRPT-RECORD
033174     MOVE SR-BRANCH-CODE TO CURRENT-BRANCH
033175     PERFORM 3250-BRANCH-HEADING
033176         THRU 3250-EXIT
033177     PERFORM 3200-LIST-ONE-SORTED
033178         THRU 3200-EXIT
033179         UNTIL SORT-EOF
033180     PERFORM 3300-BRANCH-BREAK
033181         THRU 3300-EXIT
033182     MOVE RECORDS-HELD       TO PRF-TOTAL-HELD
033183     MOVE PRF-TOTAL-LINE     TO PROOFRPT-RECORD
033184     WRITE PROOFRPT-RECORD.
033185 3000-OP-EXIT.
033186     EXIT.
033187*----------------------------------------------------------------
033188* 3100-RETURN-SORTED
033189*----------------------------------------------------------------
033190 3100-RETURN-SORTED.
033191     RETURN SORT-FILE
033192         AT END
033193             SET SORT-EOF TO TRUE
033194             GO TO 3100-EXIT
033195     END-RETURN
033196 3100-EXIT.
033197     EXIT.
033198*----------------------------------------------------------------
033199* 3200-LIST-ONE-SORTED
033200*
033201* BREAKS TO A NEW BRANCH WHEN THE BRANCH CODE CHANGES, LISTS THE
033202* CURRENT HELD CUSTOMER, AND RETURNS THE NEXT SORTED RECORD.
033203*----------------------------------------------------------------
033204 3200-LIST-ONE-SORTED.
033205     IF SR-BRANCH-CODE NOT = CURRENT-BRANCH
033206         PERFORM 3300-BRANCH-BREAK
033207             THRU 3300-EXIT
033208         MOVE SR-BRANCH-CODE TO CURRENT-BRANCH
033209         PERFORM 3250-BRANCH-HEADING
033210             THRU 3250-EXIT
033211     END-IF
033212     MOVE SR-CUSTOMER-ID     TO PRF-CUSTOMER-ID
033213     MOVE SR-CUSTOMER-NAME   TO PRF-CUSTOMER-NAME
033214     MOVE SR-BIRTH-DATE      TO PRF-BIRTH-DATE
033215     MOVE SR-AGE-ATTAINED    TO PRF-AGE-ATTAINED
033216     MOVE SR-HOLD-REASON     TO PRF-HOLD-REASON
033217     MOVE PRF-DETAIL-LINE    TO PROOFRPT-RECORD
033218     WRITE PROOFRPT-RECORD
033219     ADD 1 TO BRANCH-HELD-COUNT
033220     PERFORM 3100-RETURN-SORTED
033221         THRU 3100-EXIT
033222 3200-EXIT.
033223     EXIT.
033224*----------------------------------------------------------------
033225* 3250-BRANCH-HEADING
033226*
033227* WRITES THE BRANCH LINE FOR THE BRANCH ABOUT TO BE LISTED.
033228*----------------------------------------------------------------
033229 3250-BRANCH-HEADING.
033230     MOVE PRF-BLANK-LINE     TO PROOFRPT-RECORD
033231     WRITE PROOFRPT-RECORD
033232     MOVE CURRENT-BRANCH     TO PRF-BRANCH-CODE
033233     PERFORM 3350-FIND-BRANCH-NAME
033234         THRU 3350-EXIT
033235     MOVE PRF-BRANCH-LINE    TO PROOFRPT-RECORD
033236     WRITE PROOFRPT-RECORD
033237 3250-EXIT.
033238     EXIT.
033239*----------------------------------------------------------------
033240* 3300-BRANCH-BREAK
033241*
033242* WRITES THE COUNT FOR THE BRANCH JUST FINISHED AND CLEARS IT.
033243*----------------------------------------------------------------
033244 3300-BRANCH-BREAK.
033245     MOVE BRANCH-HELD-COUNT     TO PRF-BRANCH-HELD
033246     MOVE PRF-BRANCH-TOTAL-LINE TO PROOFRPT-RECORD
033247     WRITE PROOFRPT-RECORD
033248     MOVE ZEROS TO BRANCH-HELD-COUNT
033249 3300-EXIT.
033250     EXIT.
033251*----------------------------------------------------------------
033252* 3350-FIND-BRANCH-NAME
033253*
033254* LOADS PRF-BRANCH-NAME FOR THE BRANCH BEING LISTED.  BRANCH
033255* 0000 IS THE RECYCLED-CUSTOMER HOLDING BRANCH; A BRANCH NOT ON
033256* THE REFERENCE IS MARKED RATHER THAN LEFT BLANK.
033257*----------------------------------------------------------------
033258 3350-FIND-BRANCH-NAME.
033259     IF CURRENT-BRANCH = ZERO
033260         MOVE "RECYCLED CUSTOMERS" TO PRF-BRANCH-NAME
033261         GO TO 3350-EXIT
033262     END-IF
033263     MOVE ZERO TO BRANCH-FOUND-SUB
033264     MOVE 1    TO BRANCH-SUB
033265     PERFORM 3360-CHECK-ONE-BRANCH
033266         THRU 3360-EXIT
033267         UNTIL BRANCH-SUB > BRANCH-COUNT
033268             OR BRANCH-FOUND-SUB > ZERO
033269     IF BRANCH-FOUND-SUB = ZERO
033270         MOVE "*NOT ON REFERENCE*" TO PRF-BRANCH-NAME
033271     ELSE
033272         MOVE BW-BRANCH-NAME (BRANCH-FOUND-SUB)
033273             TO PRF-BRANCH-NAME
033274     END-IF
033275 3350-EXIT.
033276     EXIT.
033277*----------------------------------------------------------------
033278* 3360-CHECK-ONE-BRANCH
033279*----------------------------------------------------------------
033280 3360-CHECK-ONE-BRANCH.
033281     IF BW-BRANCH-CODE (BRANCH-SUB) = CURRENT-BRANCH
033282         MOVE BRANCH-SUB TO BRANCH-FOUND-SUB
033283         GO TO 3360-EXIT
033284     END-IF
033285     ADD 1 TO BRANCH-SUB
033286 3360-EXIT.
033287     EXIT.
033288*----------------------------------------------------------------
033300* 9999-TERMINATE
033400*
033410* CLOSES ALL FILES AND SUMMARIZES THE RUN ON THE JOB LOG.  A RUN
033420* THAT HELD ANY CUSTOMER FOR PROOF OF BIRTH ENDS WITH RETURN
033430* CODE 4 SO THE BRANCHES ARE POINTED AT PROOFRPT.
033600*----------------------------------------------------------------
033700 9999-TERMINATE.
033710*    THE MILEXTR TRAILER BALANCES THE EXTRACT FOR THE LETTERS
033750     WRITE MILEXTR-RECORD
033800     CLOSE CUSTMAST-FILE
033900     CLOSE MILEXTR-FILE
033910     IF NOT DOBPROOF-FILE-NOT-FOUND
033920         CLOSE DOBPROOF-FILE
033930     END-IF
033940     CLOSE PROOFRPT-FILE
034000     DISPLAY "Records read      = " RECORDS-READ
034100     DISPLAY "Records extracted = " RECORDS-EXTRACTED
034200     DISPLAY "Invalid skipped   = " RECORDS-SKIPPED
034205     DISPLAY "Non-active skipped = " NONACTIVE-SKIPPED
034207     DISPLAY "Held for proof    = " RECORDS-HELD
034210     MOVE "MILESTON"        TO RC-PROGRAM-NAME
034220     MOVE RECORDS-READ      TO RC-RECORDS-IN
034230     MOVE RECORDS-EXTRACTED TO RC-RECORDS-OUT
034240     MOVE "COMPLETED"       TO RC-COMPLETION-STATUS
034250     CALL "RunLogProgram" USING RUNCNTL-REC
034258*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
034266*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
034274     IF RECORDS-HELD > ZERO
034282         MOVE 4 TO RETURN-CODE
034290     END-IF
034300 9999-EXIT.
034400     EXIT.
