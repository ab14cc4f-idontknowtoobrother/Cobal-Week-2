002200*                 AGAINST AND WHERE THE BRANCH SUMMARY GETS ITS
002300*                 BRANCH NAMES.  A BLANK NAME OR STATUS ON A
002400*                 CHANGE KEEPS THE REFERENCE'S VALUE.
002410* 2026-10-15 DP   A DELETE IS NOW REJECTED WHILE ANY CUSTOMER ON
002420*                 THE KEYED CUSTOMER MASTER (CUSTMSTR) IS STILL
002430*                 SERVICED BY THE BRANCH - THE MASTER IS SCANNED
002440*                 BEFORE THE REFERENCE RECORD IS REMOVED.  MOVE
002450*                 THE CUSTOMERS WITH THE BRANCH CONSOLIDATION RUN
002460*                 (BRCONSOL) FIRST.
002500*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004000     SELECT REJLIST-FILE ASSIGN TO "REJLIST"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS REJLIST-FILE-STATUS.
004210     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS SEQUENTIAL
004240         RECORD KEY IS CM-CUSTOMER-ID
004250         FILE STATUS IS CUSTMSTR-FILE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------
007400 FD  REJLIST-FILE
007500     RECORDING MODE IS F.
007600 01  REJLIST-RECORD              PIC X(80).
007610*----------------------------------------------------------------
007620* CUSTMSTR - KEYED CUSTOMER MASTER, READ SEQUENTIALLY THROUGH
007630* THE SHARED CustMast DEFINITION WHEN A DELETE HAS TO PROVE NO
007640* CUSTOMER IS STILL SERVICED BY THE BRANCH.
007650*----------------------------------------------------------------
007660 FD  CUSTMSTR-FILE.
007670     COPY CustMast.
007700 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------
007900* WORKING VIEW OF ONE BRCHTRAN RECORD.
011600     88  APPLIST-FILE-OK               VALUE "00".
011700 77  REJLIST-FILE-STATUS     PIC X(02) VALUE "00".
011800     88  REJLIST-FILE-OK               VALUE "00".
011810 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
011820     88  CUSTMSTR-FILE-OK              VALUE "00".
011830     88  CUSTMSTR-FILE-NOT-FOUND       VALUE "35".
011840 77  CUSTMSTR-EOF-SWITCH     PIC X(01) VALUE "N".
011850     88  CUSTMSTR-EOF                  VALUE "Y".
011860 77  BRANCH-IN-USE-SWITCH    PIC X(01) VALUE "N".
011870     88  BRANCH-IN-USE                 VALUE "Y".
011900 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
012000     88  END-OF-FILE                   VALUE "Y".
012100 77  TRANS-READ              PIC 9(07) VALUE ZEROS.
032900* DELETES THE REFERENCE RECORD FOR THE TRANSACTION'S BRANCH
033000* CODE.  A CODE NOT ON THE REFERENCE IS REJECTED.  CLOSING A
033100* BRANCH IS A CHANGE TO STATUS C, NOT A DELETE - A DELETED
033200* BRANCH LOSES ITS NAME ON EVERY HISTORICAL REPORT.  A BRANCH
033210* STILL SERVICING ANY CUSTOMER ON THE MASTER IS REJECTED - THOSE
033220* CUSTOMERS WOULD FAIL THE FRONT-END BRANCH EDIT ON THE NEXT
033230* FEED.
033300*----------------------------------------------------------------
033400 2400-APPLY-DELETE.
033410     PERFORM 2450-CHECK-BRANCH-IN-USE
033420         THRU 2450-EXIT
033430     IF BRANCH-IN-USE
033440         MOVE "CUSTOMERS STILL ON BRANCH" TO MAINT-MESSAGE
033450         PERFORM 2600-WRITE-REJECT
033460             THRU 2600-EXIT
033470         GO TO 2400-EXIT
033480     END-IF
033500     MOVE BT-BRANCH-CODE TO BR-BRANCH-CODE
033600     DELETE BRCHMSTR-FILE
033700         INVALID KEY
034600         THRU 2500-EXIT
034700 2400-EXIT.
034800     EXIT.
034802*----------------------------------------------------------------
034804* 2450-CHECK-BRANCH-IN-USE
034806*
034808* SCANS THE CUSTOMER MASTER FOR ANY CUSTOMER WHOSE SERVICING
034810* BRANCH IS THE TRANSACTION'S BRANCH CODE, STOPPING AT THE
034812* FIRST ONE FOUND.  A MASTER THAT DOES NOT EXIST YET HOLDS NO
034814* CUSTOMERS.  THE MASTER IS OPENED AND CLOSED PER DELETE -
034816* DELETES ARE RARE, AND EACH SCAN THEN STARTS FROM THE TOP.
034818*----------------------------------------------------------------
034820 2450-CHECK-BRANCH-IN-USE.
034822     MOVE "N" TO BRANCH-IN-USE-SWITCH
034824     MOVE "N" TO CUSTMSTR-EOF-SWITCH
034826     OPEN INPUT CUSTMSTR-FILE
034828     IF CUSTMSTR-FILE-NOT-FOUND
034830         GO TO 2450-EXIT
034832     END-IF
034834     IF NOT CUSTMSTR-FILE-OK
034836         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
034838             CUSTMSTR-FILE-STATUS
034840         MOVE 16 TO RETURN-CODE
034842         STOP RUN
034844     END-IF
034846     PERFORM 2460-CHECK-ONE-CUSTOMER
034848         THRU 2460-EXIT
034850         UNTIL CUSTMSTR-EOF OR BRANCH-IN-USE
034852     CLOSE CUSTMSTR-FILE
034854 2450-EXIT.
034856     EXIT.
034858*----------------------------------------------------------------
034860* 2460-CHECK-ONE-CUSTOMER
034862*----------------------------------------------------------------
034864 2460-CHECK-ONE-CUSTOMER.
034866     READ CUSTMSTR-FILE
034868         AT END
034870             SET CUSTMSTR-EOF TO TRUE
034872             GO TO 2460-EXIT
034874     END-READ
034876     IF CM-BRANCH-CODE = BT-BRANCH-CODE
034878         SET BRANCH-IN-USE TO TRUE
034880     END-IF
034882 2460-EXIT.
034884     EXIT.
034900*----------------------------------------------------------------
035000* 2500-WRITE-APPLIED
035100*----------------------------------------------------------------
