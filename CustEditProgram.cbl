002624*                 APPLIES ON THE CUSTTRAN PATH - THE NUMERIC
002625*                 CLASS TEST ALONE LET IMPOSSIBLE AND ZERO
002626*                 DEATH DATES ONTO THE EXTRACT UNCHECKED.
002633* 2026-10-15 DP   EVERY REJECTED DETAIL RECORD IS NOW ALSO
002640*                 APPENDED TO THE MONTH'S DATA-QUALITY EVENT
002647*                 EXTENT (DQEVENTS, SHARED DqEvent LAYOUT) WITH
002654*                 THE RUN DATE, CUSTOMER ID, FEED BRANCH CODE AND
002661*                 REASON, SO THE MONTH-END BRANCH SCORECARD CAN
002668*                 CHARGE THE REJECT TO THE SERVICING BRANCH.  THE
002675*                 CONTROL-RECORD AND BALANCING MESSAGES ARE NOT
002682*                 CUSTOMER DATA AND ARE NOT CARRIED.
002689*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003830         ACCESS MODE IS SEQUENTIAL
003840         RECORD KEY IS BR-BRANCH-CODE
003850         FILE STATUS IS BRCHMSTR-FILE-STATUS.
003860     SELECT DQEVENTS-FILE ASSIGN TO "DQEVENTS"
003870         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS DQEVENTS-FILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------
006950*----------------------------------------------------------------
006960 FD  BRCHMSTR-FILE.
006970     COPY BranchRef.
006973*----------------------------------------------------------------
006976* DQEVENTS - THE MONTH'S DAILY DATA-QUALITY EVENT EXTENT, WRITTEN
006979* THROUGH THE SHARED DqEvent DEFINITION.  OPENED EXTEND SO PRIOR
006982* RUNS' RECORDS ARE NEVER OVERWRITTEN.
006985*----------------------------------------------------------------
006988 FD  DQEVENTS-FILE
006991     RECORDING MODE IS F.
006994     COPY DqEvent.
007000 WORKING-STORAGE SECTION.
007010*----------------------------------------------------------------
007020* SHARED BIRTH DATE LAYOUT AND VALIDATION RESULT FIELDS FOR
011910 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
011920     88  BRCHMSTR-FILE-OK              VALUE "00".
011930     88  BRCHMSTR-FILE-AT-END          VALUE "10".
011932 77  DQEVENTS-FILE-STATUS    PIC X(02) VALUE "00".
011934     88  DQEVENTS-FILE-OK              VALUE "00".
011936     88  DQEVENTS-FILE-NOT-FOUND       VALUE "35".
011940 77  BRCHMSTR-EOF-SWITCH     PIC X(01) VALUE "N".
011950     88  BRCHMSTR-EOF                  VALUE "Y".
011960 77  BRANCH-SUB              PIC 9(03) COMP VALUE ZERO.
012900 77  RECORDS-ACCEPTED        PIC 9(07) VALUE ZEROS.
013000 77  RECORDS-REJECTED        PIC 9(07) VALUE ZEROS.
013100 77  EDIT-REASON             PIC X(30) VALUE SPACES.
013105 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
013110*----------------------------------------------------------------
013120* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
013130* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
015630     MOVE ZEROS      TO RC-RECORDS-OUT
015640     MOVE "STARTED"  TO RC-COMPLETION-STATUS
015650     CALL "RunLogProgram" USING RUNCNTL-REC
015660     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
015700     OPEN INPUT  CUSTIN-FILE
015800     IF NOT CUSTIN-FILE-OK
015900         DISPLAY "CUSTIN OPEN FAILED - FILE STATUS "
017500         MOVE 16 TO RETURN-CODE
017600         STOP RUN
017700     END-IF
017701*    THE FIRST RUN OF THE MONTH FINDS NO EVENT EXTENT TO EXTEND,
017702*    SO THAT CASE OPENS OUTPUT TO CREATE IT.
017703     OPEN EXTEND DQEVENTS-FILE
017704     IF DQEVENTS-FILE-NOT-FOUND
017705         CLOSE DQEVENTS-FILE
017706         OPEN OUTPUT DQEVENTS-FILE
017707     END-IF
017708     IF NOT DQEVENTS-FILE-OK
017709         DISPLAY "DQEVENTS OPEN FAILED - FILE STATUS "
017710             DQEVENTS-FILE-STATUS
017711         MOVE 16 TO RETURN-CODE
017712         STOP RUN
017713     END-IF
017714     PERFORM 1200-LOAD-BRANCH-REF
017720         THRU 1200-EXIT
017800     PERFORM 2100-READ-CUSTIN
017900         THRU 2100-EXIT
028600 2400-REJECT.
028700     PERFORM 2500-WRITE-ERROR
028800         THRU 2500-EXIT
028810     PERFORM 2550-WRITE-DQ-EVENT
028820         THRU 2550-EXIT
028900 2400-EXIT.
029000     EXIT.
029001*----------------------------------------------------------------
030100     ADD 1 TO RECORDS-REJECTED
030200 2500-EXIT.
030300     EXIT.
030305*----------------------------------------------------------------
030310* 2550-WRITE-DQ-EVENT
030315*
030320* APPENDS THE REJECTED DETAIL RECORD TO THE MONTH'S DATA-QUALITY
030325* EVENT EXTENT.  THE FEED BRANCH CODE IS CARRIED AS IT ARRIVED -
030330* THE SCORECARD FALLS BACK TO THE CUSTOMER MASTER WHEN IT IS NOT
030335* A BRANCH ON THE REFERENCE.
030340*----------------------------------------------------------------
030345 2550-WRITE-DQ-EVENT.
030350     MOVE SPACES           TO DQEVENT-REC
030355     MOVE CURRENT-RUN-DATE TO DQ-EVENT-DATE
030360     SET DQ-EDIT-REJECT    TO TRUE
030365     MOVE CD-CUSTOMER-ID-X TO DQ-CUSTOMER-ID-X
030370     MOVE CD-BRANCH-CODE-X TO DQ-BRANCH-CODE-X
030375     MOVE EDIT-REASON      TO DQ-REASON
030380     WRITE DQEVENT-REC
030385 2550-EXIT.
030390     EXIT.
030400*----------------------------------------------------------------
030500* 9999-TERMINATE
030600*
034200     CLOSE CUSTIN-FILE
034300     CLOSE CUSTMAST-FILE
034400     CLOSE EDITLIST-FILE
034410     CLOSE DQEVENTS-FILE
034500     DISPLAY "Details read       = " DETAIL-RECORDS-READ
034600     DISPLAY "Records accepted   = " RECORDS-ACCEPTED
034700     DISPLAY "Records rejected   = " RECORDS-REJECTED
