002390*                 REPORTED - CLOSED AND DECEASED ACCOUNTS WERE
002392*                 BEING COUNTED INTO THE AGE BANDS.  A BLANK
002394*                 STATUS IS TREATED AS ACTIVE.
002404* 2026-10-15 DP   THE CENTURY PIVOT IS NOW LOOKED UP ON THE KEYED
002414*                 PARAMETER MASTER THROUGH ParmLookupProgram - THE
002424*                 SAME SHOP-WIDE PIVOT-YEAR THE DOB RUN USES -
002434*                 INSTEAD OF BEING READ FROM THE CENTPARM CARD,
002444*                 WHICH IS RETIRED ALONG WITH ITS SELECT, FD AND
002454*                 STATUS FIELD.
002464*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS CUSTMAST-FILE-STATUS.
003400     SELECT DEMOGRPT-FILE ASSIGN TO "DEMOGRPT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS DEMOGRPT-FILE-STATUS.
004300 FD  CUSTMAST-FILE
004400     RECORDING MODE IS F.
004500     COPY CustMast.
005600*----------------------------------------------------------------
005700* DEMOGRPT - ONE-PAGE DEMOGRAPHICS SUMMARY REPORT.
005800*----------------------------------------------------------------
012400 77  CUSTMAST-FILE-STATUS    PIC X(02) VALUE "00".
012500     88  CUSTMAST-FILE-OK              VALUE "00".
012600     88  CUSTMAST-FILE-AT-END          VALUE "10".
012900 77  DEMOGRPT-FILE-STATUS    PIC X(02) VALUE "00".
013000     88  DEMOGRPT-FILE-OK              VALUE "00".
013100 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
015080* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
015090*----------------------------------------------------------------
015095     COPY RunCntl.
015105*----------------------------------------------------------------
015115* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
015125* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
015135*----------------------------------------------------------------
015145     COPY ParmReq.
015155 PROCEDURE DIVISION.
015200*----------------------------------------------------------------
015300* 0000-MAINLINE
015400*
019800*----------------------------------------------------------------
019900* 1100-LOAD-CENTURY-PIVOT
020000*
020010* LOOKS UP THE CENTURY-WINDOW PIVOT YEAR (PIVOT-YEAR) ON THE
020020* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS
020030* NOT A TWO-DIGIT YEAR, THE COMPILED-IN DEFAULT OF 30 IS LEFT IN
020040* PLACE.
020050*----------------------------------------------------------------
020060 1100-LOAD-CENTURY-PIVOT.
020070     MOVE "DEMOGRPT"       TO PR-PROGRAM-NAME
020080     MOVE "PIVOT-YEAR"     TO PR-PARM-NAME
020090     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
020100     CALL "ParmLookupProgram" USING PARMREQ-AREA
020110     IF NOT PR-FOUND
020120             OR PR-NUMERIC-VALUE NOT NUMERIC
020130         GO TO 1100-EXIT
020140     END-IF
020150     IF PR-NUMERIC-VALUE > 99
020160         GO TO 1100-EXIT
020170     END-IF
020180     MOVE PR-NUMERIC-VALUE TO CENTURY-PIVOT-YEAR
020190 1100-EXIT.
020200     EXIT.
021900*----------------------------------------------------------------
022000* 2000-TALLY-CUSTOMERS
022100*
