002400*                 OPERATIONS SWINGS EACH NEW ARCHIVE IN AS THE
002500*                 NEXT MONTH'S PRIOR ARCHIVE, THE SAME WAY THE
002600*                 RECYCLE RUN'S SUSPENSE FILE IS SWUNG.
002610* 2026-10-15 DP   THE RETENTION PERIOD IS NOW LOOKED UP ON THE
002620*                 KEYED PARAMETER MASTER THROUGH ParmLookupProgram
002630*                 INSTEAD OF BEING READ FROM THE ARCHPARM CARD,
002640*                 WHICH IS RETIRED ALONG WITH ITS SELECT, FD AND
002650*                 STATUS FIELD.
002658* 2026-10-15 DP   THE MONTH'S DATA-QUALITY EVENT EXTENT
002666*                 (DQEVENTS) IS NOW CLEARED WITH THE OTHER DAILY
002674*                 EXTENTS.  IT IS NOT ARCHIVED - THE MONTH-END
002682*                 BRANCH SCORECARD HAS ALREADY READ IT AND CARRIES
002690*                 THE MONTH'S RESULT IN ITS OWN HISTORY FILE.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004600     SELECT CNTLARCO-FILE ASSIGN TO "CNTLARCO"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS CNTLARCO-FILE-STATUS.
004810     SELECT DQEVENTS-FILE ASSIGN TO "DQEVENTS"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS DQEVENTS-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400*----------------------------------------------------------------
008500 FD  CNTLARCO-FILE
008600     RECORDING MODE IS F.
008700 01  CNTLARCO-RECORD             PIC X(80).
008710*----------------------------------------------------------------
008720* DQEVENTS - THE MONTH'S DAILY DATA-QUALITY EVENT EXTENT.  NEVER
008730* READ HERE, ONLY CLEARED.
008740*----------------------------------------------------------------
008750 FD  DQEVENTS-FILE
008760     RECORDING MODE IS F.
008770 01  DQEVENTS-RECORD             PIC X(80).
009900 WORKING-STORAGE SECTION.
010000*----------------------------------------------------------------
010100* WORKING VIEWS OF ONE PRIOR-ARCHIVE RECORD, COPIED WITH THE
013500     88  CNTLARCI-FILE-NOT-FOUND       VALUE "35".
013600 77  CNTLARCO-FILE-STATUS    PIC X(02) VALUE "00".
013700     88  CNTLARCO-FILE-OK              VALUE "00".
013710 77  DQEVENTS-FILE-STATUS    PIC X(02) VALUE "00".
013720     88  DQEVENTS-FILE-OK              VALUE "00".
014000 77  STATARCI-EOF-SWITCH     PIC X(01) VALUE "N".
014100     88  STATARCI-EOF                  VALUE "Y".
014200 77  CNTLARCI-EOF-SWITCH     PIC X(01) VALUE "N".
015900 77  STATS-EXPIRED           PIC 9(07) VALUE ZEROS.
016000 77  CNTLS-ARCHIVED          PIC 9(07) VALUE ZEROS.
016100 77  CNTLS-EXPIRED           PIC 9(07) VALUE ZEROS.
016110*----------------------------------------------------------------
016120* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
016130* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
016140*----------------------------------------------------------------
016150     COPY ParmReq.
016200 PROCEDURE DIVISION.
016300*----------------------------------------------------------------
016400* 0000-MAINLINE
016500*
016600* LOOKS UP THE RETENTION PERIOD, DERIVES THE CUTOFF DATE,
016700* CARRIES EACH PRIOR ARCHIVE FORWARD, APPENDS THE MONTH'S DAILY
016800* RECORDS, CLEARS THE DAILY EXTENTS AND TERMINATES THE RUN.
016900*----------------------------------------------------------------
017000 0000-MAINLINE.
018200*----------------------------------------------------------------
018300* 1000-INITIALIZE
018400*
018500* STAMPS THE START RUN-CONTROL RECORD, LOOKS UP THE RETENTION
018600* PERIOD AND DERIVES THE CUTOFF DATE - THE FIRST DAY OF THE
018700* MONTH RETAIN-MONTHS BEFORE THE CURRENT ONE.  A RETENTION OF
018800* ZERO KEEPS EVERYTHING.
018900*----------------------------------------------------------------
021100*----------------------------------------------------------------
021200* 1100-LOAD-RETENTION
021300*
021310* LOOKS UP THE RETENTION PERIOD IN MONTHS (RETAIN-MTHS) ON THE
021320* PARAMETER MASTER.  ZERO MEANS KEEP EVERYTHING.  IF NO VALUE IS
021330* IN EFFECT, OR THE VALUE IS NOT NUMERIC OR DOES NOT FIT THE
021340* THREE-DIGIT PERIOD, THE COMPILED-IN DEFAULT OF 24 MONTHS IS
021350* LEFT IN PLACE.
021360*----------------------------------------------------------------
021370 1100-LOAD-RETENTION.
021380     MOVE "MEARCH"         TO PR-PROGRAM-NAME
021390     MOVE "RETAIN-MTHS"    TO PR-PARM-NAME
021400     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
021410     CALL "ParmLookupProgram" USING PARMREQ-AREA
021420     IF NOT PR-FOUND
021430             OR PR-NUMERIC-VALUE NOT NUMERIC
021440         GO TO 1100-EXIT
021450     END-IF
021460     IF PR-NUMERIC-VALUE > 999
021470         GO TO 1100-EXIT
021480     END-IF
021490     MOVE PR-NUMERIC-VALUE TO RETAIN-MONTHS
021500 1100-EXIT.
021510     EXIT.
023400*----------------------------------------------------------------
023500* 2000-ARCHIVE-RUNSTATS
023600*
041200*----------------------------------------------------------------
041300* 4000-CLEAR-DAILY-EXTENTS
041400*
041500* CLEARS THE DAILY RUNSTATS, RUNCNTL AND DQEVENTS EXTENTS SO
041600* THE NEXT MONTH STARTS FRESH - THE ARCHIVES AND THE SCORECARD
041610* HISTORY NOW CARRY THE MONTH.
041700* AN EXTENT THAT WAS ABSENT ON INPUT IS SIMPLY CREATED EMPTY.
041800*----------------------------------------------------------------
041900 4000-CLEAR-DAILY-EXTENTS.
043300         STOP RUN
043400     END-IF
043500     CLOSE RUNCNTL-FILE
043510     OPEN OUTPUT DQEVENTS-FILE
043520     IF NOT DQEVENTS-FILE-OK
043530         DISPLAY "DQEVENTS CLEAR FAILED - FILE STATUS "
043540             DQEVENTS-FILE-STATUS
043550         MOVE 16 TO RETURN-CODE
043560         STOP RUN
043570     END-IF
043580     CLOSE DQEVENTS-FILE
043600 4000-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
