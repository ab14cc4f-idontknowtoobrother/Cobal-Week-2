001194*                 WAREHOUSE LOAD VERIFICATION.  THE
001195*                 CHECKPOINTED HASH IS STILL WRITTEN BUT IS NO
001196*                 LONGER RESTORED - THE PRESCAN SUPERSEDES IT.
001197* 2026-10-15 DP   THE CENTURY PIVOT, THE EXCEPTION TOLERANCES AND
001198*                 THE RESTART INDICATOR ARE NOW LOOKED UP ON THE
001199*                 KEYED PARAMETER MASTER THROUGH ParmLookupProgram
001200*                 INSTEAD OF BEING READ FROM THE CENTPARM, TOLPARM
001201*                 AND RESTPARM CARDS, WHICH ARE RETIRED ALONG WITH
001202*                 THEIR SELECTS, FDS AND STATUS FIELDS.  A RESTART
001203*                 INDICATOR IS HONOURED ONLY WHEN ITS GENERATION
001204*                 TAKES EFFECT ON THE RUN DATE ITSELF.
001205*----------------------------------------------------------------
001206 ENVIRONMENT DIVISION.
001207 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
001230         ORGANIZATION IS LINE SEQUENTIAL
001280     SELECT EXCEPOUT-FILE ASSIGN TO "EXCEPOUT"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS EXCEPOUT-FILE-STATUS.
001370     SELECT CHKPOINT-FILE ASSIGN TO "CHKPOINT"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS CHKPOINT-FILE-STATUS.
001400     SELECT WHSEOUT-FILE ASSIGN TO "WHSEOUT"
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS WHSEOUT-FILE-STATUS.
001460     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS RUNSTATS-FILE-STATUS.
001720 FD  EXCEPOUT-FILE
001730     RECORDING MODE IS F.
001740     COPY ExcepRec.
001950*----------------------------------------------------------------
001960* CHKPOINT - ONE RECORD WRITTEN EVERY CHECKPOINT-INTERVAL
001970* CUSTOMER RECORDS, CARRYING THE CUMULATIVE COUNTS NEEDED TO
002240     05  WH-CENTURY-DERIVED      PIC X(01).
002250     05  WH-CUSTOMER-AGE         PIC 9(03).
002260     05  FILLER                  PIC X(62).
002410*----------------------------------------------------------------
002420* RUNSTATS - EXCEPTION-REASON RUN HISTORY.  ONE RECORD APPENDED
002430* PER RUN THROUGH THE SHARED RunStats DEFINITION, CARRYING THE
003090 77  EXCEPOUT-FILE-STATUS    PIC X(02) VALUE "00".
003100     88  EXCEPOUT-FILE-OK              VALUE "00".
003110     88  EXCEPOUT-FILE-NOT-FOUND       VALUE "35".
003160 77  CHKPOINT-FILE-STATUS    PIC X(02) VALUE "00".
003170     88  CHKPOINT-FILE-OK              VALUE "00".
003180     88  CHKPOINT-FILE-AT-END          VALUE "10".
003200 77  WHSEOUT-FILE-STATUS     PIC X(02) VALUE "00".
003210     88  WHSEOUT-FILE-OK               VALUE "00".
003220     88  WHSEOUT-FILE-NOT-FOUND        VALUE "35".
003250 77  RUNSTATS-FILE-STATUS    PIC X(02) VALUE "00".
003260     88  RUNSTATS-FILE-OK              VALUE "00".
003270     88  RUNSTATS-FILE-NOT-FOUND       VALUE "35".
003690* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
003700*----------------------------------------------------------------
003710     COPY RunCntl.
003711*----------------------------------------------------------------
003712* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
003713* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
003714*----------------------------------------------------------------
003715     COPY ParmReq.
003720 PROCEDURE DIVISION.
003730*----------------------------------------------------------------
003740* 0000-MAINLINE
003890*----------------------------------------------------------------
003900* 1000-INITIALIZE
003910*
003920* OPENS CUSTMAST AND LOOKS UP THE CENTURY-WINDOW, TOLERANCE AND
003930* RESTART PARAMETERS.  ON A NORMAL RUN THE RESULTS, EXCEPTION AND
003940* CHECKPOINT FILES ARE OPENED FRESH; ON A RESTART RUN THEY ARE
003950* EXTENDED FROM THE LAST CHECKPOINT AND CUSTMAST IS SKIPPED
003960* AHEAD TO THE CHECKPOINTED RECORD COUNT.
004340*----------------------------------------------------------------
004350* 1100-LOAD-CENTURY-PIVOT
004360*
004369* LOOKS UP THE CENTURY-WINDOW PIVOT YEAR (PIVOT-YEAR) ON THE
004378* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS
004387* NOT A TWO-DIGIT YEAR, THE COMPILED-IN DEFAULT OF 30 IS LEFT IN
004396* PLACE.
004405*----------------------------------------------------------------
004414 1100-LOAD-CENTURY-PIVOT.
004423     MOVE "DOBPROC"        TO PR-PROGRAM-NAME
004432     MOVE "PIVOT-YEAR"     TO PR-PARM-NAME
004441     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
004450     CALL "ParmLookupProgram" USING PARMREQ-AREA
004459     IF NOT PR-FOUND
004468             OR PR-NUMERIC-VALUE NOT NUMERIC
004477         GO TO 1100-EXIT
004486     END-IF
004495     IF PR-NUMERIC-VALUE > 99
004504         GO TO 1100-EXIT
004513     END-IF
004522     MOVE PR-NUMERIC-VALUE TO CENTURY-PIVOT-YEAR
004531 1100-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560* 1120-LOAD-TOLERANCE
004570*
004576* LOOKS UP THE MAXIMUM EXCEPTION COUNT (TOL-COUNT) AND THE
004582* MAXIMUM EXCEPTION PERCENTAGE (TOL-PERCENT) ON THE PARAMETER
004588* MASTER.  IF EITHER HAS NO VALUE IN EFFECT, OR ITS VALUE DOES
004594* NOT FIT THE LIMIT FIELD, THE COMPILED-IN DEFAULT OF ZERO (NO
004600* LIMIT) IS LEFT IN PLACE FOR THAT LIMIT.
004606*----------------------------------------------------------------
004612 1120-LOAD-TOLERANCE.
004618     MOVE "DOBPROC"        TO PR-PROGRAM-NAME
004624     MOVE "TOL-COUNT"      TO PR-PARM-NAME
004630     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
004636     CALL "ParmLookupProgram" USING PARMREQ-AREA
004642     IF NOT PR-FOUND
004648             OR PR-NUMERIC-VALUE NOT NUMERIC
004654         GO TO 1120-LOAD-PERCENT
004660     END-IF
004666     IF PR-NUMERIC-VALUE > 9999999
004672         GO TO 1120-LOAD-PERCENT
004678     END-IF
004684     MOVE PR-NUMERIC-VALUE TO MAX-EXCEPTION-COUNT.
004690 1120-LOAD-PERCENT.
004696     MOVE "DOBPROC"        TO PR-PROGRAM-NAME
004702     MOVE "TOL-PERCENT"    TO PR-PARM-NAME
004708     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
004714     CALL "ParmLookupProgram" USING PARMREQ-AREA
004720     IF NOT PR-FOUND
004726             OR PR-NUMERIC-VALUE NOT NUMERIC
004732         GO TO 1120-EXIT
004738     END-IF
004744     IF PR-NUMERIC-VALUE > 999
004750         GO TO 1120-EXIT
004756     END-IF
004762     MOVE PR-NUMERIC-VALUE TO MAX-EXCEPTION-PCT
004768 1120-EXIT.
004774     EXIT.
004780*----------------------------------------------------------------
004790* 1050-LOAD-RESTART-PARM
004800*
004808* LOOKS UP THE RESTART INDICATOR (RESTART-IND) ON THE PARAMETER
004816* MASTER.  A RESTART IS A ONE-NIGHT DECISION, SO A "Y" IS
004824* HONOURED ONLY WHEN ITS GENERATION TAKES EFFECT ON THE RUN DATE
004832* ITSELF - A RESTART GENERATION KEYED FOR AN EARLIER NIGHT AND
004840* NEVER SUPERSEDED MUST NOT RESTART EVERY RUN AFTER IT.
004848* OTHERWISE THE COMPILED-IN DEFAULT OF "N" (A NORMAL,
004856* NON-RESTART RUN) IS LEFT IN PLACE.
004864*----------------------------------------------------------------
004872 1050-LOAD-RESTART-PARM.
004880     MOVE "DOBPROC"        TO PR-PROGRAM-NAME
004888     MOVE "RESTART-IND"    TO PR-PARM-NAME
004896     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
004904     CALL "ParmLookupProgram" USING PARMREQ-AREA
004912     IF NOT PR-FOUND
004920         GO TO 1050-EXIT
004928     END-IF
004936     IF PR-EFFECTIVE-DATE NOT = CURRENT-RUN-DATE
004944         GO TO 1050-EXIT
004952     END-IF
004960     MOVE PR-PARM-VALUE (1:1) TO RESTART-INDICATOR-SWITCH
004968 1050-EXIT.
004976     EXIT.
005000*----------------------------------------------------------------
005010* 1065-OPEN-OUTPUTS-FRESH
005020*
009020*----------------------------------------------------------------
009030* 9990-SET-RETURN-CODE
009040*
009050* GRADES THE RUN AGAINST THE EXCEPTION TOLERANCES.
009060* RETURN CODE 8 WHEN THE EXCEPTION COUNT OR THE EXCEPTION
009070* PERCENTAGE OF RECORDS READ BREACHES ITS LIMIT (A ZERO LIMIT
009080* IS NOT APPLIED), RETURN CODE 4 WHEN ANY EXCEPTIONS WERE
