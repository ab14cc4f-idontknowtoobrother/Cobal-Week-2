000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DobProofMaintProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW BATCH MAINTENANCE RUN FOR THE KEYED DOB
001300*                 VERIFICATION FILE (DOBPROOF, INDEXED ON THE
001400*                 CUSTOMER ID, SHARED DobProof LAYOUT), BUILT ON
001500*                 THE SAME PATTERN AS THE BRANCH REFERENCE
001600*                 MAINTENANCE RUN.  APPLIES A TRANSACTION FILE
001700*                 (PROOFTRN) OF ADDS, CHANGES AND DELETES - THE
001800*                 PROOF DOCUMENT TYPE, DATE VERIFIED, VERIFYING
001900*                 BRANCH AND OPERATOR, AND THE BIRTH DATE THE
002000*                 DOCUMENT PROVED - WRITING APPLIED (APPLIST)
002100*                 AND REJECTS (REJLIST) LISTINGS.  THE CUSTOMER
002200*                 MUST BE ON THE KEYED MASTER WITH THE PROVEN
002300*                 BIRTH DATE, AND THE BRANCH ON THE BRANCH
002400*                 REFERENCE.  A CHANGE RE-VERIFIES THE CUSTOMER
002500*                 AND MAKES A STALE RECORD CURRENT AGAIN.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DOBPROOF-FILE ASSIGN TO "DOBPROOF"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS PF-CUSTOMER-ID
003400         FILE STATUS IS DOBPROOF-FILE-STATUS.
003500     SELECT PROOFTRN-FILE ASSIGN TO "PROOFTRN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS PROOFTRN-FILE-STATUS.
003800     SELECT APPLIST-FILE ASSIGN TO "APPLIST"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS APPLIST-FILE-STATUS.
004100     SELECT REJLIST-FILE ASSIGN TO "REJLIST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS REJLIST-FILE-STATUS.
004400     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CM-CUSTOMER-ID
004800         FILE STATUS IS CUSTMSTR-FILE-STATUS.
004900     SELECT BRCHMSTR-FILE ASSIGN TO "BRCHMSTR"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS BR-BRANCH-CODE
005300         FILE STATUS IS BRCHMSTR-FILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* DOBPROOF - KEYED DOB VERIFICATION FILE, INDEXED ON
005800* PF-CUSTOMER-ID, CARRIED IN THE SHARED DobProof LAYOUT.
005900*----------------------------------------------------------------
006000 FD  DOBPROOF-FILE.
006100     COPY DobProof.
006200*----------------------------------------------------------------
006300* PROOFTRN - DOB VERIFICATION TRANSACTIONS.  ONE RECORD PER
006400* TRANSACTION CARRYING AN ACTION CODE (A=ADD, C=CHANGE,
006500* D=DELETE), THE CUSTOMER ID AND, FOR ADDS AND CHANGES, THE
006600* PROOF DETAILS.  THE RECORD IS CARRIED AS A FLAT AREA AND
006700* BROKEN OUT BY THE WORKING-STORAGE REDEFINES BELOW SO THE
006800* FIELDS CAN BE CLASS-TESTED BEFORE ANYTHING ARITHMETIC TOUCHES
006900* THEM.
007000*----------------------------------------------------------------
007100 FD  PROOFTRN-FILE
007200     RECORDING MODE IS F.
007300 01  PROOFTRN-RECORD             PIC X(80).
007400*----------------------------------------------------------------
007500* APPLIST - LISTING OF EVERY TRANSACTION APPLIED TO THE FILE.
007600*----------------------------------------------------------------
007700 FD  APPLIST-FILE
007800     RECORDING MODE IS F.
007900 01  APPLIST-RECORD              PIC X(80).
008000*----------------------------------------------------------------
008100* REJLIST - LISTING OF EVERY TRANSACTION REJECTED, WITH A SHORT
008200* REASON.
008300*----------------------------------------------------------------
008400 FD  REJLIST-FILE
008500     RECORDING MODE IS F.
008600 01  REJLIST-RECORD              PIC X(80).
008700*----------------------------------------------------------------
008800* CUSTMSTR - KEYED CUSTOMER MASTER, READ RANDOMLY THROUGH THE
008900* SHARED CustMast DEFINITION TO PROVE THE CUSTOMER EXISTS AND
009000* CARRIES THE BIRTH DATE BEING PROVED.
009100*----------------------------------------------------------------
009200 FD  CUSTMSTR-FILE.
009300     COPY CustMast.
009400*----------------------------------------------------------------
009500* BRCHMSTR - KEYED BRANCH REFERENCE, READ RANDOMLY THROUGH THE
009600* SHARED BranchRef DEFINITION TO PROVE THE VERIFYING BRANCH.
009700*----------------------------------------------------------------
009800 FD  BRCHMSTR-FILE.
009900     COPY BranchRef.
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------------
010200* WORKING VIEW OF ONE PROOFTRN RECORD.
010300*----------------------------------------------------------------
010400 01  PROOFTRN-DETAIL.
010500     05  PM-ACTION-CODE          PIC X(01).
010600         88  PM-ADD                        VALUE "A".
010700         88  PM-CHANGE                     VALUE "C".
010800         88  PM-DELETE                     VALUE "D".
010900     05  PM-CUSTOMER-ID-X        PIC X(06).
011000     05  PM-CUSTOMER-ID REDEFINES PM-CUSTOMER-ID-X
011100                                 PIC 9(06).
011200     05  PM-PROOF-TYPE           PIC X(02).
011300     05  PM-VERIFIED-DATE-X      PIC X(08).
011400     05  PM-VERIFIED-DATE REDEFINES PM-VERIFIED-DATE-X
011500                                 PIC 9(08).
011600     05  PM-BRANCH-CODE-X        PIC X(04).
011700     05  PM-BRANCH-CODE REDEFINES PM-BRANCH-CODE-X
011800                                 PIC 9(04).
011900     05  PM-OPERATOR-ID          PIC X(08).
012000     05  PM-PROVEN-DATE-X        PIC X(08).
012100     05  PM-PROVEN-DATE REDEFINES PM-PROVEN-DATE-X
012200                                 PIC 9(08).
012300     05  FILLER                  PIC X(43).
012400*----------------------------------------------------------------
012500* MAINTENANCE LISTING PRINT LINE.  80 BYTES WIDE SO IT CAN BE
012600* MOVED STRAIGHT INTO EITHER LISTING RECORD - PML-MESSAGE
012700* CARRIES THE ACTION APPLIED ON APPLIST AND THE REJECT REASON
012800* ON REJLIST.
012900*----------------------------------------------------------------
013000 01  PML-DETAIL-LINE.
013100     05  PML-ACTION-CODE         PIC X(01).
013200     05  FILLER                  PIC X(02) VALUE SPACES.
013300     05  PML-CUSTOMER-ID         PIC X(06).
013400     05  FILLER                  PIC X(02) VALUE SPACES.
013500     05  PML-PROOF-TYPE          PIC X(02).
013600     05  FILLER                  PIC X(02) VALUE SPACES.
013700     05  PML-PROVEN-DATE         PIC X(08).
013800     05  FILLER                  PIC X(02) VALUE SPACES.
013900     05  PML-BRANCH-CODE         PIC X(04).
014000     05  FILLER                  PIC X(02) VALUE SPACES.
014100     05  PML-OPERATOR-ID         PIC X(08).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014300     05  PML-MESSAGE             PIC X(30).
014400     05  FILLER                  PIC X(09) VALUE SPACES.
014500 77  DOBPROOF-FILE-STATUS    PIC X(02) VALUE "00".
014600     88  DOBPROOF-FILE-OK              VALUE "00".
014700     88  DOBPROOF-FILE-NOT-FOUND       VALUE "35".
014800 77  PROOFTRN-FILE-STATUS    PIC X(02) VALUE "00".
014900     88  PROOFTRN-FILE-OK              VALUE "00".
015000     88  PROOFTRN-FILE-AT-END          VALUE "10".
015100 77  APPLIST-FILE-STATUS     PIC X(02) VALUE "00".
015200     88  APPLIST-FILE-OK               VALUE "00".
015300 77  REJLIST-FILE-STATUS     PIC X(02) VALUE "00".
015400     88  REJLIST-FILE-OK               VALUE "00".
015500 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
015600     88  CUSTMSTR-FILE-OK              VALUE "00".
015700 77  BRCHMSTR-FILE-STATUS    PIC X(02) VALUE "00".
015800     88  BRCHMSTR-FILE-OK              VALUE "00".
015900 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
016000     88  END-OF-FILE                   VALUE "Y".
016100 77  DATE-VALID-SWITCH       PIC X(01) VALUE "Y".
016200     88  DATE-VALID                    VALUE "Y".
016300 77  REASON-TEXT             PIC X(30) VALUE SPACES.
016400 77  CENTURY-PIVOT-YEAR      PIC 99    VALUE 30.
016500 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
016600 77  TRANS-READ              PIC 9(07) VALUE ZEROS.
016700 77  TRANS-APPLIED           PIC 9(07) VALUE ZEROS.
016800 77  TRANS-REJECTED          PIC 9(07) VALUE ZEROS.
016900 77  MAINT-MESSAGE           PIC X(30) VALUE SPACES.
017000*----------------------------------------------------------------
017100* SHARED BIRTH DATE LAYOUT, USED TO WINDOW THE MASTER'S BIRTH
017200* DATE AND TO RUN THE TRANSACTION'S DATES THROUGH THE SHARED
017300* DateValidProgram RULES.
017400*----------------------------------------------------------------
017500     COPY BirthDate.
017600*----------------------------------------------------------------
017700* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
017800* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
017900*----------------------------------------------------------------
018000     COPY RunCntl.
018100*----------------------------------------------------------------
018200* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
018300* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
018400*----------------------------------------------------------------
018500     COPY ParmReq.
018600 PROCEDURE DIVISION.
018700*----------------------------------------------------------------
018800* 0000-MAINLINE
018900*
019000* OPENS THE VERIFICATION FILE, THE MASTER, THE BRANCH REFERENCE,
019100* THE TRANSACTION FILE AND THE TWO LISTINGS, APPLIES EVERY
019200* TRANSACTION, AND TERMINATES THE RUN.
019300*----------------------------------------------------------------
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE
019600         THRU 1000-EXIT
019700     PERFORM 2000-PROCESS-TRANSACTIONS
019800         THRU 2000-EXIT
019900         UNTIL END-OF-FILE
020000     PERFORM 9999-TERMINATE
020100         THRU 9999-EXIT
020200     STOP RUN.
020300*----------------------------------------------------------------
020400* 1000-INITIALIZE
020500*
020600* STAMPS THE START RUN-CONTROL RECORD, LOOKS UP THE CENTURY
020700* PIVOT, AND OPENS THE VERIFICATION FILE FOR UPDATE - THE VERY
020800* FIRST MAINTENANCE RUN FINDS NO FILE TO UPDATE, SO THAT CASE
020900* CREATES AN EMPTY ONE AND REOPENS IT - THEN OPENS THE MASTER,
021000* THE BRANCH REFERENCE, THE TRANSACTION FILE AND THE TWO
021100* LISTINGS AND PRIMES THE FIRST TRANSACTION.
021200*----------------------------------------------------------------
021300 1000-INITIALIZE.
021400     MOVE "DOBPMNT"  TO RC-PROGRAM-NAME
021500     MOVE ZEROS      TO RC-RECORDS-IN
021600     MOVE ZEROS      TO RC-RECORDS-OUT
021700     MOVE "STARTED"  TO RC-COMPLETION-STATUS
021800     CALL "RunLogProgram" USING RUNCNTL-REC
021900     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
022000     PERFORM 1100-LOAD-CENTURY-PIVOT
022100         THRU 1100-EXIT
022200     OPEN I-O DOBPROOF-FILE
022300     IF DOBPROOF-FILE-NOT-FOUND
022400         OPEN OUTPUT DOBPROOF-FILE
022500         CLOSE DOBPROOF-FILE
022600         OPEN I-O DOBPROOF-FILE
022700     END-IF
022800     IF NOT DOBPROOF-FILE-OK
022900         DISPLAY "DOBPROOF OPEN FAILED - FILE STATUS "
023000             DOBPROOF-FILE-STATUS
023100         MOVE 16 TO RETURN-CODE
023200         STOP RUN
023300     END-IF
023400     OPEN INPUT CUSTMSTR-FILE
023500     IF NOT CUSTMSTR-FILE-OK
023600         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
023700             CUSTMSTR-FILE-STATUS
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF
024100     OPEN INPUT BRCHMSTR-FILE
024200     IF NOT BRCHMSTR-FILE-OK
024300         DISPLAY "BRCHMSTR OPEN FAILED - FILE STATUS "
024400             BRCHMSTR-FILE-STATUS
024500         MOVE 16 TO RETURN-CODE
024600         STOP RUN
024700     END-IF
024800     OPEN INPUT PROOFTRN-FILE
024900     IF NOT PROOFTRN-FILE-OK
025000         DISPLAY "PROOFTRN OPEN FAILED - FILE STATUS "
025100             PROOFTRN-FILE-STATUS
025200         MOVE 16 TO RETURN-CODE
025300         STOP RUN
025400     END-IF
025500     OPEN OUTPUT APPLIST-FILE
025600     IF NOT APPLIST-FILE-OK
025700         DISPLAY "APPLIST OPEN FAILED - FILE STATUS "
025800             APPLIST-FILE-STATUS
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF
026200     OPEN OUTPUT REJLIST-FILE
026300     IF NOT REJLIST-FILE-OK
026400         DISPLAY "REJLIST OPEN FAILED - FILE STATUS "
026500             REJLIST-FILE-STATUS
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN
026800     END-IF
026900     PERFORM 2100-READ-PROOFTRN
027000         THRU 2100-EXIT
027100 1000-EXIT.
027200     EXIT.
027300*----------------------------------------------------------------
027400* 1100-LOAD-CENTURY-PIVOT
027500*
027600* LOOKS UP THE CENTURY-WINDOW PIVOT YEAR (PIVOT-YEAR) ON THE
027700* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS
027800* NOT A TWO-DIGIT YEAR, THE COMPILED-IN DEFAULT OF 30 IS LEFT IN
027900* PLACE.
028000*----------------------------------------------------------------
028100 1100-LOAD-CENTURY-PIVOT.
028200     MOVE "DOBPMNT"        TO PR-PROGRAM-NAME
028300     MOVE "PIVOT-YEAR"     TO PR-PARM-NAME
028400     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
028500     CALL "ParmLookupProgram" USING PARMREQ-AREA
028600     IF NOT PR-FOUND
028700             OR PR-NUMERIC-VALUE NOT NUMERIC
028800         GO TO 1100-EXIT
028900     END-IF
029000     IF PR-NUMERIC-VALUE > 99
029100         GO TO 1100-EXIT
029200     END-IF
029300     MOVE PR-NUMERIC-VALUE TO CENTURY-PIVOT-YEAR
029400 1100-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700* 2000-PROCESS-TRANSACTIONS
029800*
029900* FIELD-EDITS ONE TRANSACTION, ROUTES IT TO THE ADD, CHANGE OR
030000* DELETE HANDLER, THEN READS THE NEXT TRANSACTION.  AN ADD OR
030100* CHANGE CARRIES THE WHOLE PROOF AND IS EDITED IN FULL; A
030200* DELETE NEEDS ONLY THE CUSTOMER ID.
030300*----------------------------------------------------------------
030400 2000-PROCESS-TRANSACTIONS.
030500     MOVE SPACES TO MAINT-MESSAGE
030600     IF PM-CUSTOMER-ID-X NOT NUMERIC
030700         MOVE "CUSTOMER ID NOT NUMERIC" TO MAINT-MESSAGE
030800         PERFORM 2600-WRITE-REJECT
030900             THRU 2600-EXIT
031000         GO TO 2000-NEXT
031100     END-IF
031200     IF PM-ADD OR PM-CHANGE
031300         PERFORM 2050-EDIT-PROOF
031400             THRU 2050-EXIT
031500         IF MAINT-MESSAGE NOT = SPACES
031600             PERFORM 2600-WRITE-REJECT
031700                 THRU 2600-EXIT
031800             GO TO 2000-NEXT
031900         END-IF
032000     END-IF
032100     EVALUATE TRUE
032200         WHEN PM-ADD
032300             PERFORM 2200-APPLY-ADD
032400                 THRU 2200-EXIT
032500         WHEN PM-CHANGE
032600             PERFORM 2300-APPLY-CHANGE
032700                 THRU 2300-EXIT
032800         WHEN PM-DELETE
032900             PERFORM 2400-APPLY-DELETE
033000                 THRU 2400-EXIT
033100         WHEN OTHER
033200             MOVE "INVALID ACTION CODE" TO MAINT-MESSAGE
033300             PERFORM 2600-WRITE-REJECT
033400                 THRU 2600-EXIT
033500     END-EVALUATE.
033600 2000-NEXT.
033700     PERFORM 2100-READ-PROOFTRN
033800         THRU 2100-EXIT
033900 2000-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200* 2050-EDIT-PROOF
034300*
034400* EDITS THE PROOF ON AN ADD OR CHANGE - A KNOWN DOCUMENT TYPE,
034500* A VALID VERIFIED DATE NOT AFTER TODAY, A VERIFYING BRANCH ON
034600* THE BRANCH REFERENCE, AN OPERATOR ID, AND A VALID PROVEN
034700* BIRTH DATE THAT IS THE ONE THE CUSTOMER MASTER CARRIES - A
034800* DOCUMENT PROVING A DIFFERENT DATE MEANS THE MASTER MUST BE
034900* CORRECTED THROUGH CUSTOMER MAINTENANCE FIRST.  THE MASTER'S
035000* DATE IS WINDOWED THE SAME WAY THE DOB RUN DOES.  LEAVES
035100* MAINT-MESSAGE BLANK WHEN THE PROOF IS GOOD AND CARRYING THE
035200* REJECT REASON WHEN IT IS NOT.
035300*----------------------------------------------------------------
035400 2050-EDIT-PROOF.
035500     MOVE PM-PROOF-TYPE TO PF-PROOF-TYPE
035600     IF NOT PF-PROOF-TYPE-VALID
035700         MOVE "PROOF TYPE NOT BC/PP/DL/NI" TO MAINT-MESSAGE
035800         GO TO 2050-EXIT
035900     END-IF
036000     IF PM-VERIFIED-DATE-X NOT NUMERIC
036100         MOVE "VERIFIED DATE NOT NUMERIC" TO MAINT-MESSAGE
036200         GO TO 2050-EXIT
036300     END-IF
036400     MOVE PM-VERIFIED-DATE TO BirthDate
036500     CALL "DateValidProgram" USING BirthDate,
036600             DATE-VALID-SWITCH, REASON-TEXT
036700     IF NOT DATE-VALID
036800         MOVE "VERIFIED DATE INVALID" TO MAINT-MESSAGE
036900         GO TO 2050-EXIT
037000     END-IF
037100     IF PM-VERIFIED-DATE > CURRENT-RUN-DATE
037200         MOVE "VERIFIED DATE IN THE FUTURE" TO MAINT-MESSAGE
037300         GO TO 2050-EXIT
037400     END-IF
037500     IF PM-BRANCH-CODE-X NOT NUMERIC
037600         MOVE "BRANCH CODE NOT NUMERIC" TO MAINT-MESSAGE
037700         GO TO 2050-EXIT
037800     END-IF
037900     MOVE PM-BRANCH-CODE TO BR-BRANCH-CODE
038000     READ BRCHMSTR-FILE
038100         INVALID KEY
038200             MOVE "BRANCH CODE NOT ON REFERENCE"
038300                 TO MAINT-MESSAGE
038400             GO TO 2050-EXIT
038500     END-READ
038600     IF PM-OPERATOR-ID = SPACES
038700         MOVE "OPERATOR ID MISSING" TO MAINT-MESSAGE
038800         GO TO 2050-EXIT
038900     END-IF
039000     IF PM-PROVEN-DATE-X NOT NUMERIC
039100         MOVE "PROVEN BIRTH DATE NOT NUMERIC" TO MAINT-MESSAGE
039200         GO TO 2050-EXIT
039300     END-IF
039400     MOVE PM-PROVEN-DATE TO BirthDate
039500     CALL "DateValidProgram" USING BirthDate,
039600             DATE-VALID-SWITCH, REASON-TEXT
039700     IF NOT DATE-VALID
039800         MOVE "PROVEN BIRTH DATE INVALID" TO MAINT-MESSAGE
039900         GO TO 2050-EXIT
040000     END-IF
040100     MOVE PM-CUSTOMER-ID TO CM-CUSTOMER-ID
040200     READ CUSTMSTR-FILE
040300         INVALID KEY
040400             MOVE "CUSTOMER ID NOT ON MASTER" TO MAINT-MESSAGE
040500             GO TO 2050-EXIT
040600     END-READ
040700     MOVE CM-BIRTH-DATE TO BirthDate
040800     IF CenturyOB = ZERO
040900         PERFORM 2060-DERIVE-CENTURY
041000             THRU 2060-EXIT
041100     END-IF
041200     IF PM-PROVEN-DATE NOT = BirthDate
041300         MOVE "PROVEN DATE NOT MASTER DOB" TO MAINT-MESSAGE
041400     END-IF
041500 2050-EXIT.
041600     EXIT.
041700*----------------------------------------------------------------
041800* 2060-DERIVE-CENTURY
041900*
042000* APPLIES THE CENTURY-WINDOW PIVOT RULE - YEAROB AT OR ABOVE
042100* THE PIVOT YEAR IS TAKEN AS 19xx, OTHERWISE 20xx - THE SAME
042200* RULE THE DOB RUN APPLIES.
042300*----------------------------------------------------------------
042400 2060-DERIVE-CENTURY.
042500     IF YearOB >= CENTURY-PIVOT-YEAR
042600         MOVE 19 TO CenturyOB
042700     ELSE
042800         MOVE 20 TO CenturyOB
042900     END-IF
043000 2060-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300* 2100-READ-PROOFTRN
043400*----------------------------------------------------------------
043500 2100-READ-PROOFTRN.
043600     READ PROOFTRN-FILE
043700         AT END
043800             SET END-OF-FILE TO TRUE
043900             GO TO 2100-EXIT
044000     END-READ
044100     MOVE PROOFTRN-RECORD TO PROOFTRN-DETAIL
044200     ADD 1 TO TRANS-READ
044300 2100-EXIT.
044400     EXIT.
044500*----------------------------------------------------------------
044600* 2200-APPLY-ADD
044700*
044800* WRITES A NEW, CURRENT VERIFICATION RECORD.  A CUSTOMER ID
044900* ALREADY ON THE FILE IS A DUPLICATE AND IS REJECTED - A
045000* CUSTOMER WHOSE PROOF HAS GONE STALE IS RE-VERIFIED WITH A
045100* CHANGE.
045200*----------------------------------------------------------------
045300 2200-APPLY-ADD.
045400     PERFORM 2500-BUILD-PROOF-RECORD
045500         THRU 2500-EXIT
045600     WRITE DOBPROOF-RECORD
045700         INVALID KEY
045800             MOVE "DUPLICATE CUSTOMER ID ON ADD"
045900                 TO MAINT-MESSAGE
046000             PERFORM 2600-WRITE-REJECT
046100                 THRU 2600-EXIT
046200         NOT INVALID KEY
046300             MOVE "VERIFIED" TO MAINT-MESSAGE
046400             PERFORM 2550-WRITE-APPLIED
046500                 THRU 2550-EXIT
046600     END-WRITE
046700 2200-EXIT.
046800     EXIT.
046900*----------------------------------------------------------------
047000* 2300-APPLY-CHANGE
047100*
047200* READS THE VERIFICATION RECORD FOR THE TRANSACTION'S CUSTOMER
047300* ID AND REPLACES IT WITH THE NEW PROOF, CURRENT AGAIN.  AN ID
047400* NOT ON THE FILE IS REJECTED.
047500*----------------------------------------------------------------
047600 2300-APPLY-CHANGE.
047700     MOVE PM-CUSTOMER-ID TO PF-CUSTOMER-ID
047800     READ DOBPROOF-FILE
047900         INVALID KEY
048000             MOVE "CUSTOMER ID NOT ON DOBPROOF"
048100                 TO MAINT-MESSAGE
048200             PERFORM 2600-WRITE-REJECT
048300                 THRU 2600-EXIT
048400             GO TO 2300-EXIT
048500     END-READ
048600     PERFORM 2500-BUILD-PROOF-RECORD
048700         THRU 2500-EXIT
048800     REWRITE DOBPROOF-RECORD
048900         INVALID KEY
049000             MOVE "CUSTOMER ID NOT ON DOBPROOF"
049100                 TO MAINT-MESSAGE
049200             PERFORM 2600-WRITE-REJECT
049300                 THRU 2600-EXIT
049400             GO TO 2300-EXIT
049500     END-REWRITE
049600     MOVE "RE-VERIFIED" TO MAINT-MESSAGE
049700     PERFORM 2550-WRITE-APPLIED
049800         THRU 2550-EXIT
049900 2300-EXIT.
050000     EXIT.
050100*----------------------------------------------------------------
050200* 2400-APPLY-DELETE
050300*
050400* DELETES THE VERIFICATION RECORD FOR THE TRANSACTION'S
050500* CUSTOMER ID - A PROOF KEYED IN ERROR.  AN ID NOT ON THE FILE
050600* IS REJECTED.
050700*----------------------------------------------------------------
050800 2400-APPLY-DELETE.
050900     MOVE PM-CUSTOMER-ID TO PF-CUSTOMER-ID
051000     DELETE DOBPROOF-FILE
051100         INVALID KEY
051200             MOVE "CUSTOMER ID NOT ON DOBPROOF"
051300                 TO MAINT-MESSAGE
051400             PERFORM 2600-WRITE-REJECT
051500                 THRU 2600-EXIT
051600             GO TO 2400-EXIT
051700     END-DELETE
051800     MOVE "DELETED" TO MAINT-MESSAGE
051900     PERFORM 2550-WRITE-APPLIED
052000         THRU 2550-EXIT
052100 2400-EXIT.
052200     EXIT.
052300*----------------------------------------------------------------
052400* 2500-BUILD-PROOF-RECORD
052500*
052600* BUILDS A CURRENT VERIFICATION RECORD FROM THE EDITED
052700* TRANSACTION.
052800*----------------------------------------------------------------
052900 2500-BUILD-PROOF-RECORD.
053000     MOVE SPACES           TO DOBPROOF-RECORD
053100     MOVE PM-CUSTOMER-ID   TO PF-CUSTOMER-ID
053200     MOVE PM-PROOF-TYPE    TO PF-PROOF-TYPE
053300     MOVE PM-VERIFIED-DATE TO PF-VERIFIED-DATE
053400     MOVE PM-BRANCH-CODE   TO PF-BRANCH-CODE
053500     MOVE PM-OPERATOR-ID   TO PF-OPERATOR-ID
053600     MOVE PM-PROVEN-DATE   TO PF-PROVEN-BIRTH-DATE
053700     MOVE "V"              TO PF-PROOF-STATUS
053800     MOVE ZEROS            TO PF-STALE-DATE
053900 2500-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------
054200* 2550-WRITE-APPLIED
054300*----------------------------------------------------------------
054400 2550-WRITE-APPLIED.
054500     PERFORM 2700-BUILD-DETAIL-LINE
054600         THRU 2700-EXIT
054700     MOVE PML-DETAIL-LINE TO APPLIST-RECORD
054800     WRITE APPLIST-RECORD
054900     ADD 1 TO TRANS-APPLIED
055000 2550-EXIT.
055100     EXIT.
055200*----------------------------------------------------------------
055300* 2600-WRITE-REJECT
055400*----------------------------------------------------------------
055500 2600-WRITE-REJECT.
055600     PERFORM 2700-BUILD-DETAIL-LINE
055700         THRU 2700-EXIT
055800     MOVE PML-DETAIL-LINE TO REJLIST-RECORD
055900     WRITE REJLIST-RECORD
056000     ADD 1 TO TRANS-REJECTED
056100 2600-EXIT.
056200     EXIT.
056300*----------------------------------------------------------------
056400* 2700-BUILD-DETAIL-LINE
056500*----------------------------------------------------------------
056600 2700-BUILD-DETAIL-LINE.
056700     MOVE SPACES             TO PML-DETAIL-LINE
056800     MOVE PM-ACTION-CODE     TO PML-ACTION-CODE
056900     MOVE PM-CUSTOMER-ID-X   TO PML-CUSTOMER-ID
057000     MOVE PM-PROOF-TYPE      TO PML-PROOF-TYPE
057100     MOVE PM-PROVEN-DATE-X   TO PML-PROVEN-DATE
057200     MOVE PM-BRANCH-CODE-X   TO PML-BRANCH-CODE
057300     MOVE PM-OPERATOR-ID     TO PML-OPERATOR-ID
057400     MOVE MAINT-MESSAGE      TO PML-MESSAGE
057500 2700-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------
057800* 9999-TERMINATE
057900*
058000* CLOSES ALL FILES AND SUMMARIZES THE RUN ON THE JOB LOG.  A
058100* RUN THAT REJECTED ANY TRANSACTION ENDS WITH RETURN CODE 4 SO
058200* DATA CONTROL IS POINTED AT THE REJECTS LISTING.
058300*----------------------------------------------------------------
058400 9999-TERMINATE.
058500     CLOSE DOBPROOF-FILE
058600     CLOSE CUSTMSTR-FILE
058700     CLOSE BRCHMSTR-FILE
058800     CLOSE PROOFTRN-FILE
058900     CLOSE APPLIST-FILE
059000     CLOSE REJLIST-FILE
059100     DISPLAY "Transactions read     = " TRANS-READ
059200     DISPLAY "Transactions applied  = " TRANS-APPLIED
059300     DISPLAY "Transactions rejected = " TRANS-REJECTED
059400     MOVE "DOBPMNT"       TO RC-PROGRAM-NAME
059500     MOVE TRANS-READ      TO RC-RECORDS-IN
059600     MOVE TRANS-APPLIED   TO RC-RECORDS-OUT
059700     MOVE "COMPLETED"     TO RC-COMPLETION-STATUS
059800     CALL "RunLogProgram" USING RUNCNTL-REC
059900*    THE RETURN CODE MUST BE SET AFTER THE LAST CALL - A CALLED
060000*    PROGRAM PASSES ITS OWN RETURN-CODE BACK TO THE CALLER.
060100     IF TRANS-REJECTED > ZERO
060200         MOVE 4 TO RETURN-CODE
060300     END-IF
060400 9999-EXIT.
060500     EXIT.
