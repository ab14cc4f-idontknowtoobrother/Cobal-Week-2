002811*                 READS THE SUSPENSE FILE AND THE MAINTENANCE
002812*                 RUN READS THE TRANSACTIONS, SO EVERY
002813*                 CONSUMER SHARES ONE COPY OF EACH LAYOUT.
002823* 2026-10-15 DP   THE AGING DAY LIMIT IS NOW LOOKED UP ON THE
002833*                 KEYED PARAMETER MASTER THROUGH ParmLookupProgram
002843*                 INSTEAD OF BEING READ FROM THE RECYPARM CARD,
002853*                 WHICH IS RETIRED ALONG WITH ITS SELECT, FD AND
002863*                 STATUS FIELD.
002866* 2026-10-15 DP   EVERY NEW EXCEPTION ON THE DAY'S LISTING - ONE
002869*                 NOT ALREADY CARRIED IN SUSPENSE - IS NOW ALSO
002872*                 APPENDED TO THE MONTH'S DATA-QUALITY EVENT
002875*                 EXTENT (DQEVENTS, SHARED DqEvent LAYOUT) FOR
002878*                 THE MONTH-END BRANCH SCORECARD.  THE EXCEPTION
002881*                 RECORD CARRIES NO BRANCH, SO THE BRANCH IS LEFT
002884*                 BLANK AND THE SCORECARD LOOKS THE CUSTOMER UP ON
002887*                 THE CUSTOMER MASTER.  A CUSTOMER ALREADY IN
002890*                 SUSPENSE REJECTS AGAIN EVERY NIGHT AND IS NOT
002893*                 COUNTED AGAIN.
002896*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003800     SELECT CORRCARD-FILE ASSIGN TO "CORRCARD"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CORRCARD-FILE-STATUS.
004400     SELECT SUSPOUT-FILE ASSIGN TO "SUSPOUT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS SUSPOUT-FILE-STATUS.
005210     SELECT TRANOUT-FILE ASSIGN TO "TRANOUT"
005220         ORGANIZATION IS LINE SEQUENTIAL
005230         FILE STATUS IS TRANOUT-FILE-STATUS.
005240     SELECT DQEVENTS-FILE ASSIGN TO "DQEVENTS"
005250         ORGANIZATION IS LINE SEQUENTIAL
005260         FILE STATUS IS DQEVENTS-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500*----------------------------------------------------------------
008400     05  CC-CORRECTED-DATE REDEFINES CC-CORRECTED-DATE-X
008500                                 PIC 9(08).
008600     05  FILLER                  PIC X(66).
009700*----------------------------------------------------------------
009800* SUSPOUT - NEW SUSPENSE FILE CARRYING EVERYTHING STILL
009900* UNRESOLVED AFTER THIS RUN.  BECOMES THE NEXT RUN'S SUSPIN.
011100     COPY CustMast.
011200*----------------------------------------------------------------
011300* AGELIST - AGING LISTING OF EXCEPTIONS SITTING IN SUSPENSE
011400* LONGER THAN THE AGING DAY LIMIT.
011500*----------------------------------------------------------------
011600 FD  AGELIST-FILE
011700     RECORDING MODE IS F.
011870 FD  TRANOUT-FILE
011880     RECORDING MODE IS F.
011890 01  TRANOUT-RECORD              PIC X(80).
011891*----------------------------------------------------------------
011892* DQEVENTS - THE MONTH'S DAILY DATA-QUALITY EVENT EXTENT, WRITTEN
011893* THROUGH THE SHARED DqEvent DEFINITION.  OPENED EXTEND SO PRIOR
011894* RUNS' RECORDS ARE NEVER OVERWRITTEN.
011895*----------------------------------------------------------------
011896 FD  DQEVENTS-FILE
011897     RECORDING MODE IS F.
011898     COPY DqEvent.
011900 WORKING-STORAGE SECTION.
012000     COPY BirthDate.
012100*----------------------------------------------------------------
016500 77  CORRCARD-FILE-STATUS    PIC X(02) VALUE "00".
016600     88  CORRCARD-FILE-OK              VALUE "00".
016700     88  CORRCARD-FILE-AT-END          VALUE "10".
017000 77  SUSPOUT-FILE-STATUS     PIC X(02) VALUE "00".
017100     88  SUSPOUT-FILE-OK               VALUE "00".
017200 77  RECYCOUT-FILE-STATUS    PIC X(02) VALUE "00".
017500     88  AGELIST-FILE-OK               VALUE "00".
017510 77  TRANOUT-FILE-STATUS     PIC X(02) VALUE "00".
017520     88  TRANOUT-FILE-OK               VALUE "00".
017530 77  DQEVENTS-FILE-STATUS    PIC X(02) VALUE "00".
017540     88  DQEVENTS-FILE-OK              VALUE "00".
017550     88  DQEVENTS-FILE-NOT-FOUND       VALUE "35".
017600 77  SUSPIN-EOF-SWITCH       PIC X(01) VALUE "N".
017700     88  SUSPIN-EOF                    VALUE "Y".
017800 77  EXCEPIN-EOF-SWITCH      PIC X(01) VALUE "N".
020200 77  RECORDS-SUSPENDED       PIC 9(07) VALUE ZEROS.
020300 77  RECORDS-AGED            PIC 9(07) VALUE ZEROS.
020305 77  TRANSACTIONS-EMITTED    PIC 9(07) VALUE ZEROS.
020307 77  EXCEPTION-EVENTS-WRITTEN PIC 9(07) VALUE ZEROS.
020310*----------------------------------------------------------------
020320* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
020330* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
020340*----------------------------------------------------------------
020350     COPY RunCntl.
020358*----------------------------------------------------------------
020366* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
020374* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
020382*----------------------------------------------------------------
020390     COPY ParmReq.
020400 PROCEDURE DIVISION.
020500*----------------------------------------------------------------
020600* 0000-MAINLINE
028150         MOVE 16 TO RETURN-CODE
028160         STOP RUN
028170     END-IF
028172*    THE FIRST RUN OF THE MONTH FINDS NO EVENT EXTENT TO EXTEND,
028174*    SO THAT CASE OPENS OUTPUT TO CREATE IT.
028176     OPEN EXTEND DQEVENTS-FILE
028178     IF DQEVENTS-FILE-NOT-FOUND
028180         CLOSE DQEVENTS-FILE
028182         OPEN OUTPUT DQEVENTS-FILE
028184     END-IF
028186     IF NOT DQEVENTS-FILE-OK
028188         DISPLAY "DQEVENTS OPEN FAILED - FILE STATUS "
028190             DQEVENTS-FILE-STATUS
028192         MOVE 16 TO RETURN-CODE
028194         STOP RUN
028196     END-IF
028200     IF NOT SUSPIN-EOF
028300         PERFORM 2100-READ-SUSPIN
028400             THRU 2100-EXIT
029200*----------------------------------------------------------------
029300* 1100-LOAD-AGE-LIMIT
029400*
029410* LOOKS UP THE NUMBER OF DAYS AN EXCEPTION MAY SIT IN SUSPENSE
029420* BEFORE IT IS REPORTED ON THE AGING LISTING (AGE-LIMIT) ON THE
029430* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE DOES
029440* NOT FIT THE THREE-DIGIT LIMIT, THE COMPILED-IN DEFAULT OF 30 IS
029450* LEFT IN PLACE.
029460*----------------------------------------------------------------
029470 1100-LOAD-AGE-LIMIT.
029480     MOVE "EXRECYC"        TO PR-PROGRAM-NAME
029490     MOVE "AGE-LIMIT"      TO PR-PARM-NAME
029500     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
029510     CALL "ParmLookupProgram" USING PARMREQ-AREA
029520     IF NOT PR-FOUND
029530             OR PR-NUMERIC-VALUE NOT NUMERIC
029540         GO TO 1100-EXIT
029550     END-IF
029560     IF PR-NUMERIC-VALUE > 999
029570         GO TO 1100-EXIT
029580     END-IF
029590     MOVE PR-NUMERIC-VALUE TO SUSPENSE-AGE-LIMIT
029600 1100-EXIT.
029610     EXIT.
031300*----------------------------------------------------------------
031400* 1200-LOAD-CORRECTIONS
031500*
040100     MOVE EX-DAY-OF-BIRTH    TO SP-DAY-OF-BIRTH
040200     MOVE EX-REASON          TO SP-REASON
040300     MOVE CURRENT-RUN-DATE   TO SP-DATE-SUSPENDED
040310     PERFORM 3300-WRITE-DQ-EVENT
040320         THRU 3300-EXIT
040400     PERFORM 4000-DISPOSE-EXCEPTION
040500         THRU 4000-EXIT
040550 3000-NEXT.
042176     ADD 1 TO HELD-SUB
042179 3210-EXIT.
042182     EXIT.
042183*----------------------------------------------------------------
042184* 3300-WRITE-DQ-EVENT
042185*
042186* APPENDS THE NEW EXCEPTION TO THE MONTH'S DATA-QUALITY EVENT
042187* EXTENT.  THE BRANCH IS LEFT BLANK - THE SCORECARD LOOKS THE
042188* CUSTOMER UP ON THE CUSTOMER MASTER.
042189*----------------------------------------------------------------
042190 3300-WRITE-DQ-EVENT.
042191     MOVE SPACES           TO DQEVENT-REC
042192     MOVE CURRENT-RUN-DATE TO DQ-EVENT-DATE
042193     SET DQ-DOB-EXCEPTION  TO TRUE
042194     MOVE EX-CUSTOMER-ID   TO DQ-CUSTOMER-ID
042195     MOVE EX-REASON        TO DQ-REASON
042196     WRITE DQEVENT-REC
042197     ADD 1 TO EXCEPTION-EVENTS-WRITTEN
042198 3300-EXIT.
042199     EXIT.
042200*----------------------------------------------------------------
042300* 4000-DISPOSE-EXCEPTION
042400*
054700     CLOSE RECYCOUT-FILE
054800     CLOSE AGELIST-FILE
054810     CLOSE TRANOUT-FILE
054820     CLOSE DQEVENTS-FILE
054900     DISPLAY "Suspense records read  = " SUSPENSE-RECORDS-READ
055000     DISPLAY "Exception records read = " EXCEPTION-RECORDS-READ
055050     DISPLAY "Already in suspense    = " EXCEPTIONS-ALREADY-HELD
055200     DISPLAY "Records resuspended    = " RECORDS-SUSPENDED
055300     DISPLAY "Records aged           = " RECORDS-AGED
055305     DISPLAY "Change trans emitted   = " TRANSACTIONS-EMITTED
055307     DISPLAY "Quality events written = " EXCEPTION-EVENTS-WRITTEN
055310     MOVE "EXRECYC"           TO RC-PROGRAM-NAME
055320     COMPUTE RC-RECORDS-IN =
055330         SUSPENSE-RECORDS-READ + EXCEPTION-RECORDS-READ
