002392*                 REFERENCE THAT CANNOT BE OPENED DOES NOT
002394*                 FAIL THE RUN - THE NAMES ARE A CONVENIENCE,
002396*                 NOT THE PRODUCT.
002406* 2026-10-15 DP   THE CENTURY PIVOT IS NOW LOOKED UP ON THE KEYED
002416*                 PARAMETER MASTER THROUGH ParmLookupProgram - THE
002426*                 SAME SHOP-WIDE PIVOT-YEAR THE DOB RUN USES -
002436*                 INSTEAD OF BEING READ FROM THE CENTPARM CARD,
002446*                 WHICH IS RETIRED ALONG WITH ITS SELECT, FD AND
002456*                 STATUS FIELD.
002466*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS CUSTMAST-FILE-STATUS.
003400     SELECT BRSUMRPT-FILE ASSIGN TO "BRSUMRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS BRSUMRPT-FILE-STATUS.
004400 FD  CUSTMAST-FILE
004500     RECORDING MODE IS F.
004600     COPY CustMast.
005700*----------------------------------------------------------------
005800* BRSUMRPT - BRANCH SUMMARY REPORT.
005900*----------------------------------------------------------------
011300 77  CUSTMAST-FILE-STATUS    PIC X(02) VALUE "00".
011400     88  CUSTMAST-FILE-OK              VALUE "00".
011500     88  CUSTMAST-FILE-AT-END          VALUE "10".
011800 77  BRSUMRPT-FILE-STATUS    PIC X(02) VALUE "00".
011900     88  BRSUMRPT-FILE-OK              VALUE "00".
011910 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
014300* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
014400*----------------------------------------------------------------
014500     COPY RunCntl.
014510*----------------------------------------------------------------
014520* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
014530* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
014540*----------------------------------------------------------------
014550     COPY ParmReq.
014600 PROCEDURE DIVISION.
014700*----------------------------------------------------------------
014800* 0000-MAINLINE
019100*----------------------------------------------------------------
019200* 1100-LOAD-CENTURY-PIVOT
019300*
019310* LOOKS UP THE CENTURY-WINDOW PIVOT YEAR (PIVOT-YEAR) ON THE
019320* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS
019330* NOT A TWO-DIGIT YEAR, THE COMPILED-IN DEFAULT OF 30 IS LEFT IN
019340* PLACE.
019350*----------------------------------------------------------------
019360 1100-LOAD-CENTURY-PIVOT.
019370     MOVE "BRSUMM"         TO PR-PROGRAM-NAME
019380     MOVE "PIVOT-YEAR"     TO PR-PARM-NAME
019390     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
019400     CALL "ParmLookupProgram" USING PARMREQ-AREA
019410     IF NOT PR-FOUND
019420             OR PR-NUMERIC-VALUE NOT NUMERIC
019430         GO TO 1100-EXIT
019440     END-IF
019450     IF PR-NUMERIC-VALUE > 99
019460         GO TO 1100-EXIT
019470     END-IF
019480     MOVE PR-NUMERIC-VALUE TO CENTURY-PIVOT-YEAR
019490 1100-EXIT.
019500     EXIT.
021200*----------------------------------------------------------------
021300* 2000-RELEASE-CUSTOMERS
021400*
