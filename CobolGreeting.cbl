001693*                 OTHER BATCH RUN DOES.  THE AUDITLOG FILE,
001694*                 ITS RECORD LAYOUT AND THE SYSTEM DATE/TIME
001695*                 FIELDS MOVED WITH IT.
001705* 2026-10-15 DP   THE ITERATION COUNT IS NOW LOOKED UP ON THE
001715*                 KEYED PARAMETER MASTER THROUGH
001725*                 ParmLookupProgram, AS OF THE SYSTEM RUN DATE,
001735*                 INSTEAD OF BEING READ FROM THE PARMFILE CARD,
001745*                 WHICH IS RETIRED ALONG WITH ITS SELECT, FD AND
001750*                 STATUS FIELD.
001755*----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
002400 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 77  IterNum                    PIC 9 VALUE 5.
003810 77  CURRENT-RUN-DATE           PIC 9(08) VALUE ZEROS.
004230*----------------------------------------------------------------
004240* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
004250* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
004270*----------------------------------------------------------------
004280     COPY RunCntl.
004290*----------------------------------------------------------------
004300* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
004310* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
004320*----------------------------------------------------------------
004330     COPY ParmReq.
004400 PROCEDURE DIVISION.
004410*----------------------------------------------------------------
004500* 0000-MAINLINE
004600*
004700* LOOKS UP THE ITERATION COUNT, RUNS THE GREETING LOOP THE
004800* REQUESTED NUMBER OF TIMES, AND TERMINATES THE RUN.
004900*----------------------------------------------------------------
005000 0000-MAINLINE.
005800*----------------------------------------------------------------
005900* 1000-INITIALIZE
006000*
006010* TAKES THE SYSTEM RUN DATE AND LOOKS UP THE ITERATION COUNT
006020* (ITERATIONS) IN EFFECT ON IT ON THE PARAMETER MASTER, LOADING
006030* IT INTO ITERNUM.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS NOT
006040* A SINGLE DIGIT, THE COMPILED-IN DEFAULT OF 5 IS LEFT IN PLACE.
006050*----------------------------------------------------------------
006060 1000-INITIALIZE.
006070     MOVE "CGREET"   TO RC-PROGRAM-NAME
006080     MOVE ZEROS      TO RC-RECORDS-IN
006090     MOVE ZEROS      TO RC-RECORDS-OUT
006100     MOVE "STARTED"  TO RC-COMPLETION-STATUS
006110     CALL "RunLogProgram" USING RUNCNTL-REC
006120     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
006130     MOVE "CGREET"         TO PR-PROGRAM-NAME
006140     MOVE "ITERATIONS"     TO PR-PARM-NAME
006150     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
006160     CALL "ParmLookupProgram" USING PARMREQ-AREA
006170     IF NOT PR-FOUND
006180             OR PR-NUMERIC-VALUE NOT NUMERIC
006190         GO TO 1000-EXIT
006200     END-IF
006210     IF PR-NUMERIC-VALUE > 9
006220         GO TO 1000-EXIT
006230     END-IF
006240     MOVE PR-NUMERIC-VALUE TO IterNum
006250 1000-EXIT.
006260     EXIT.
008000*----------------------------------------------------------------
008100* 2000-PROCESS-GREETINGS
008200*
