002720*                 COME FROM THE SHARED SuspRec AND MileExtr
002730*                 COPYBOOKS, SO THIS READER AND THE WRITING
002740*                 RUNS SHARE ONE COPY OF EACH LAYOUT.
002748* 2026-10-15 DP   THE CENTURY PIVOT IS NOW LOOKED UP ON THE KEYED
002756*                 PARAMETER MASTER THROUGH ParmLookupProgram - THE
002764*                 SAME SHOP-WIDE PIVOT-YEAR THE DOB RUN USES -
002772*                 INSTEAD OF BEING READ FROM THE CENTPARM CARD,
002780*                 WHICH IS RETIRED ALONG WITH ITS SELECT, FD AND
002788*                 STATUS FIELD.
002789* 2026-10-15 DP   AN INQUIRY ID NO LONGER ON THE MASTER IS NOW
002790*                 LOOKED FOR ON THE CUSTOMER HISTORY ARCHIVE
002791*                 (CUSTHIST) THE RETENTION PURGE WRITES, SO A
002792*                 BRANCH CALL ABOUT A PURGED CUSTOMER STILL GETS
002793*                 A DOSSIER - THE ARCHIVED FIELDS AND PURGE DATE.
002794*                 ONLY AN ID ON NEITHER FILE COUNTS TOWARD THE
002795*                 RETURN CODE 4.
002805* 2026-10-15 DP   THE DOSSIER NOW SHOWS THE CUSTOMER'S DOB
002815*                 VERIFICATION FROM THE KEYED DOB VERIFICATION
002825*                 FILE (DOBPROOF, SHARED DobProof LAYOUT) -
002835*                 VERIFIED, STALE OR NOT VERIFIED, AND FOR A
002845*                 CUSTOMER ON FILE THE PROOF DOCUMENT, DATE
002850*                 VERIFIED, VERIFYING BRANCH AND OPERATOR AND THE
002855*                 PROVEN BIRTH DATE.
002865*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
004600     SELECT MILEXTR-FILE ASSIGN TO "MILEXTR"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS MILEXTR-FILE-STATUS.
004810     SELECT CUSTHIST-FILE ASSIGN TO "CUSTHIST"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS CUSTHIST-FILE-STATUS.
004840     SELECT DOBPROOF-FILE ASSIGN TO "DOBPROOF"
004850         ORGANIZATION IS INDEXED
004860         ACCESS MODE IS RANDOM
004870         RECORD KEY IS PF-CUSTOMER-ID
004880         FILE STATUS IS DOBPROOF-FILE-STATUS.
005200     SELECT INQRPT-FILE ASSIGN TO "INQRPT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS INQRPT-FILE-STATUS.
009500 FD  MILEXTR-FILE
009600     RECORDING MODE IS F.
009700 01  MILEXTR-RECORD              PIC X(80).
009710*----------------------------------------------------------------
009720* CUSTHIST - CUSTOMER HISTORY ARCHIVE WRITTEN BY THE RETENTION
009730* PURGE, IN THE SHARED CustMast LAYOUT WITH THE PURGE DATE SET.
009740* COPIED WITH THE NAMES PREFIXED CH- SO THEY DO NOT COLLIDE WITH
009750* THE CM- NAMES OF THE MASTER RECORD.  MAY BE ABSENT BEFORE THE
009760* FIRST PURGE.
009770*----------------------------------------------------------------
009780 FD  CUSTHIST-FILE
009790     RECORDING MODE IS F.
009800     COPY CustMast REPLACING ==CUSTMAST-RECORD==
009810         BY ==CUSTHIST-RECORD== LEADING ==CM== BY ==CH==.
009820*----------------------------------------------------------------
009830* DOBPROOF - KEYED DOB VERIFICATION FILE, READ RANDOMLY BY
009840* CUSTOMER ID THROUGH THE SHARED DobProof DEFINITION.
009850*----------------------------------------------------------------
009860 FD  DOBPROOF-FILE.
009870     COPY DobProof.
010800*----------------------------------------------------------------
010900* INQRPT - CUSTOMER DOSSIER REPORT, ONE PAGE PER REQUESTED ID.
011000*----------------------------------------------------------------
018900     88  MILEXTR-FILE-OK               VALUE "00".
019000     88  MILEXTR-FILE-AT-END           VALUE "10".
019100     88  MILEXTR-FILE-NOT-FOUND        VALUE "35".
019110 77  CUSTHIST-FILE-STATUS    PIC X(02) VALUE "00".
019120     88  CUSTHIST-FILE-OK              VALUE "00".
019130     88  CUSTHIST-FILE-AT-END          VALUE "10".
019140     88  CUSTHIST-FILE-NOT-FOUND       VALUE "35".
019150 77  DOBPROOF-FILE-STATUS    PIC X(02) VALUE "00".
019160     88  DOBPROOF-FILE-OK              VALUE "00".
019170     88  DOBPROOF-FILE-NOT-FOUND       VALUE "35".
019400 77  INQRPT-FILE-STATUS      PIC X(02) VALUE "00".
019500     88  INQRPT-FILE-OK                VALUE "00".
019600 77  INQCARD-EOF-SWITCH      PIC X(01) VALUE "N".
021000 77  CARDS-READ              PIC 9(05) VALUE ZEROS.
021100 77  DOSSIERS-PRINTED        PIC 9(05) VALUE ZEROS.
021200 77  NOT-ON-MASTER-COUNT     PIC 9(05) VALUE ZEROS.
021210 77  ON-HISTORY-COUNT        PIC 9(05) VALUE ZEROS.
021220*----------------------------------------------------------------
021230* LATEST ARCHIVED IMAGE OF THE INQUIRY CUSTOMER FOUND ON THE
021240* HISTORY ARCHIVE, IN THE SHARED CustMast LAYOUT.
021250*----------------------------------------------------------------
021260 01  HISTORY-IMAGE           PIC X(80) VALUE SPACES.
021300*----------------------------------------------------------------
021400* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
021500* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
021600*----------------------------------------------------------------
021700     COPY RunCntl.
021710*----------------------------------------------------------------
021720* SHARED PARAMETER REQUEST AREA, PASSED TO ParmLookupProgram TO
021730* LOOK UP THIS RUN'S SETTINGS ON THE KEYED PARAMETER MASTER.
021740*----------------------------------------------------------------
021750     COPY ParmReq.
021800 PROCEDURE DIVISION.
021900*----------------------------------------------------------------
022000* 0000-MAINLINE
023800* 1000-INITIALIZE
023900*
024000* STAMPS THE START RUN-CONTROL RECORD, LOADS THE CENTURY-
024100* WINDOW CARD, OPENS THE MASTER, THE VERIFICATION FILE, THE
024200* CONTROL CARDS AND THE REPORT - FAILING THE RUN ON ANY OPEN
024300* ERROR - AND PRIMES THE FIRST CARD.
024400*----------------------------------------------------------------
024500 1000-INITIALIZE.
024600     MOVE "CUSTINQ"  TO RC-PROGRAM-NAME
025800         MOVE 16 TO RETURN-CODE
025900         STOP RUN
026000     END-IF
026008*    BEFORE THE FIRST DOB VERIFICATION IS RECORDED THERE IS NO
026016*    DOBPROOF FILE, AND EVERY CUSTOMER SHOWS AS NOT VERIFIED.
026024     OPEN INPUT DOBPROOF-FILE
026032     IF NOT DOBPROOF-FILE-NOT-FOUND
026040         IF NOT DOBPROOF-FILE-OK
026048             DISPLAY "DOBPROOF OPEN FAILED - FILE STATUS "
026056                 DOBPROOF-FILE-STATUS
026064             MOVE 16 TO RETURN-CODE
026072             STOP RUN
026080         END-IF
026088     END-IF
026100     OPEN INPUT INQCARD-FILE
026200     IF NOT INQCARD-FILE-OK
026300         DISPLAY "INQCARD OPEN FAILED - FILE STATUS "
027900*----------------------------------------------------------------
028000* 1100-LOAD-CENTURY-PIVOT
028100*
028110* LOOKS UP THE CENTURY-WINDOW PIVOT YEAR (PIVOT-YEAR) ON THE
028120* PARAMETER MASTER.  IF NO VALUE IS IN EFFECT, OR THE VALUE IS
028130* NOT A TWO-DIGIT YEAR, THE COMPILED-IN DEFAULT OF 30 IS LEFT IN
028140* PLACE.
028150*----------------------------------------------------------------
028160 1100-LOAD-CENTURY-PIVOT.
028170     MOVE "CUSTINQ"        TO PR-PROGRAM-NAME
028180     MOVE "PIVOT-YEAR"     TO PR-PARM-NAME
028190     MOVE CURRENT-RUN-DATE TO PR-AS-OF-DATE
028200     CALL "ParmLookupProgram" USING PARMREQ-AREA
028210     IF NOT PR-FOUND
028220             OR PR-NUMERIC-VALUE NOT NUMERIC
028230         GO TO 1100-EXIT
028240     END-IF
028250     IF PR-NUMERIC-VALUE > 99
028260         GO TO 1100-EXIT
028270     END-IF
028280     MOVE PR-NUMERIC-VALUE TO CENTURY-PIVOT-YEAR
028290 1100-EXIT.
028300     EXIT.
030000*----------------------------------------------------------------
030100* 2000-PROCESS-ONE-CARD
030200*
036200*----------------------------------------------------------------
036300* 3100-REPORT-MASTER
036400*
036410* READS THE MASTER BY KEY AND PRINTS THE MASTER FIELDS, THE
036420* VALIDATION VERDICT AND THE CURRENT AGE.  AN ID NOT ON THE
036430* MASTER IS LOOKED FOR ON THE HISTORY ARCHIVE AND, WHEN FOUND,
036440* REPORTED FROM ITS ARCHIVED IMAGE WITH THE PURGE DATE.  AN ID
036450* ON NEITHER FILE IS REPORTED AND COUNTED.
036800*----------------------------------------------------------------
036900 3100-REPORT-MASTER.
037000     MOVE "N" TO MASTER-FOUND-SWITCH
037100     MOVE LOOKUP-CUSTOMER-ID TO CM-CUSTOMER-ID
037110     READ CUSTMSTR-FILE
037120         INVALID KEY
037130             PERFORM 3150-SCAN-HISTORY
037140                 THRU 3150-EXIT
037150             IF NOT SCAN-FOUND
037160                 MOVE "MASTER RECORD:" TO INQ-LABEL
037170                 MOVE "NOT ON CUSTOMER MASTER" TO INQ-VALUE
037180                 PERFORM 7000-WRITE-DETAIL
037190                     THRU 7000-EXIT
037200                 ADD 1 TO NOT-ON-MASTER-COUNT
037210                 GO TO 3100-EXIT
037220             END-IF
037230             MOVE HISTORY-IMAGE TO CUSTMAST-RECORD
037240             MOVE "MASTER RECORD:" TO INQ-LABEL
037250             MOVE "PURGED - ON HISTORY ARCHIVE" TO INQ-VALUE
037260             PERFORM 7000-WRITE-DETAIL
037270                 THRU 7000-EXIT
037280             MOVE "PURGE DATE:" TO INQ-LABEL
037290             MOVE SPACES TO INQ-VALUE
037300             MOVE CM-PURGE-DATE TO EDIT-DATE-8
037310             MOVE EDIT-DATE-8 TO INQ-VALUE (1:8)
037320             PERFORM 7000-WRITE-DETAIL
037330                 THRU 7000-EXIT
037340             ADD 1 TO ON-HISTORY-COUNT
037350     END-READ
038100     SET MASTER-FOUND TO TRUE
038200     MOVE "CUSTOMER NAME:" TO INQ-LABEL
038300     MOVE CM-CUSTOMER-NAME TO INQ-VALUE
042000     END-IF
042100     PERFORM 3200-REPORT-VALIDATION
042200         THRU 3200-EXIT
042210     PERFORM 3400-REPORT-PROOF
042220         THRU 3400-EXIT
042300 3100-EXIT.
042400     EXIT.
042402*----------------------------------------------------------------
042404* 3150-SCAN-HISTORY
042406*
042408* SCANS THE CUSTOMER HISTORY ARCHIVE FOR THE INQUIRY CUSTOMER,
042410* KEEPING THE LATEST ARCHIVED IMAGE IN HISTORY-IMAGE - THE
042412* ARCHIVE IS APPENDED IN PURGE ORDER, SO THE LAST MATCH IS THE
042414* MOST RECENT PURGE.  AN ABSENT ARCHIVE MEANS NOTHING HAS BEEN
042416* PURGED.
042418*----------------------------------------------------------------
042420 3150-SCAN-HISTORY.
042422     MOVE "N" TO SCAN-EOF-SWITCH
042424     MOVE "N" TO SCAN-FOUND-SWITCH
042426     OPEN INPUT CUSTHIST-FILE
042428     IF CUSTHIST-FILE-NOT-FOUND
042430         GO TO 3150-EXIT
042432     END-IF
042434     IF NOT CUSTHIST-FILE-OK
042436         DISPLAY "CUSTHIST OPEN FAILED - FILE STATUS "
042438             CUSTHIST-FILE-STATUS
042440         GO TO 3150-EXIT
042442     END-IF
042444     PERFORM 3160-SCAN-ONE-HISTORY
042446         THRU 3160-EXIT
042448         UNTIL SCAN-EOF
042450     CLOSE CUSTHIST-FILE
042452 3150-EXIT.
042454     EXIT.
042456*----------------------------------------------------------------
042458* 3160-SCAN-ONE-HISTORY
042460*----------------------------------------------------------------
042462 3160-SCAN-ONE-HISTORY.
042464     READ CUSTHIST-FILE
042466         AT END
042468             SET SCAN-EOF TO TRUE
042470             GO TO 3160-EXIT
042472     END-READ
042474     IF CH-CUSTOMER-ID = LOOKUP-CUSTOMER-ID
042476         MOVE CUSTHIST-RECORD TO HISTORY-IMAGE
042478         SET SCAN-FOUND TO TRUE
042480     END-IF
042482 3160-EXIT.
042484     EXIT.
042500*----------------------------------------------------------------
042600* 3200-REPORT-VALIDATION
042700*
047800     END-IF
047900 3300-EXIT.
048000     EXIT.
048001*----------------------------------------------------------------
048002* 3400-REPORT-PROOF
048003*
048004* PRINTS THE CUSTOMER'S DOB VERIFICATION.  A CUSTOMER ON THE
048005* VERIFICATION FILE IS VERIFIED, STALE (A LATER CHANGE ALTERED
048006* THE BIRTH DATE) OR CARRIES A PROVEN DATE THAT IS NOT THE
048007* MASTER'S (WINDOWED) DATE, AND GETS THE PROOF DETAILS TOO.  A
048008* CUSTOMER NOT ON THE FILE IS NOT VERIFIED.
048009*----------------------------------------------------------------
048010 3400-REPORT-PROOF.
048011     MOVE "DOB PROOF STATUS:" TO INQ-LABEL
048012     IF DOBPROOF-FILE-NOT-FOUND
048013         MOVE "NOT VERIFIED" TO INQ-VALUE
048014         PERFORM 7000-WRITE-DETAIL
048015             THRU 7000-EXIT
048016         GO TO 3400-EXIT
048017     END-IF
048018     MOVE CM-CUSTOMER-ID TO PF-CUSTOMER-ID
048019     READ DOBPROOF-FILE
048020         INVALID KEY
048021             MOVE "NOT VERIFIED" TO INQ-VALUE
048022             PERFORM 7000-WRITE-DETAIL
048023                 THRU 7000-EXIT
048024             GO TO 3400-EXIT
048025     END-READ
048026     MOVE CM-BIRTH-DATE TO BirthDate
048027     IF CenturyOB = ZERO
048028         PERFORM 3300-DERIVE-CENTURY
048029             THRU 3300-EXIT
048030     END-IF
048031     IF PF-STALE
048032         MOVE "STALE - BIRTH DATE CHANGED" TO INQ-VALUE
048033     ELSE
048034         IF PF-PROVEN-BIRTH-DATE NOT = BirthDate
048035             MOVE "PROVEN DATE DIFFERS FROM MASTER" TO INQ-VALUE
048036         ELSE
048037             MOVE "VERIFIED" TO INQ-VALUE
048038         END-IF
048039     END-IF
048040     PERFORM 7000-WRITE-DETAIL
048041         THRU 7000-EXIT
048042     MOVE "PROOF DOCUMENT:" TO INQ-LABEL
048043     MOVE SPACES TO INQ-VALUE
048044     EVALUATE TRUE
048045         WHEN PF-BIRTH-CERTIFICATE
048046             MOVE "BC - BIRTH CERTIFICATE" TO INQ-VALUE
048047         WHEN PF-PASSPORT
048048             MOVE "PP - PASSPORT" TO INQ-VALUE
048049         WHEN PF-DRIVING-LICENCE
048050             MOVE "DL - DRIVING LICENCE" TO INQ-VALUE
048051         WHEN PF-NATIONAL-ID-CARD
048052             MOVE "NI - NATIONAL ID CARD" TO INQ-VALUE
048053         WHEN OTHER
048054             MOVE PF-PROOF-TYPE TO INQ-VALUE (1:2)
048055     END-EVALUATE
048056     PERFORM 7000-WRITE-DETAIL
048057         THRU 7000-EXIT
048058     MOVE "DATE VERIFIED:" TO INQ-LABEL
048059     MOVE SPACES TO INQ-VALUE
048060     MOVE PF-VERIFIED-DATE TO EDIT-DATE-8
048061     MOVE EDIT-DATE-8 TO INQ-VALUE (1:8)
048062     PERFORM 7000-WRITE-DETAIL
048063         THRU 7000-EXIT
048064     MOVE "VERIFYING BRANCH:" TO INQ-LABEL
048065     MOVE SPACES TO INQ-VALUE
048066     MOVE PF-BRANCH-CODE TO INQ-VALUE (1:4)
048067     PERFORM 7000-WRITE-DETAIL
048068         THRU 7000-EXIT
048069     MOVE "VERIFYING OPERATOR:" TO INQ-LABEL
048070     MOVE PF-OPERATOR-ID TO INQ-VALUE
048071     PERFORM 7000-WRITE-DETAIL
048072         THRU 7000-EXIT
048073     MOVE "PROVEN BIRTH DATE:" TO INQ-LABEL
048074     MOVE SPACES TO INQ-VALUE
048075     MOVE PF-PROVEN-BIRTH-DATE TO EDIT-DATE-8
048076     MOVE EDIT-DATE-8 TO INQ-VALUE (1:8)
048077     PERFORM 7000-WRITE-DETAIL
048078         THRU 7000-EXIT
048079     IF PF-STALE
048080         MOVE "STALE SINCE:" TO INQ-LABEL
048081         MOVE SPACES TO INQ-VALUE
048082         MOVE PF-STALE-DATE TO EDIT-DATE-8
048083         MOVE EDIT-DATE-8 TO INQ-VALUE (1:8)
048084         PERFORM 7000-WRITE-DETAIL
048085             THRU 7000-EXIT
048086     END-IF
048087 3400-EXIT.
048088     EXIT.
048100*----------------------------------------------------------------
048200* 4000-SCAN-EXCEPTIONS
048300*
066300* 9999-TERMINATE
066400*
066500* CLOSES ALL FILES AND SUMMARIZES THE RUN ON THE JOB LOG.  A
066600* RUN WHERE ANY REQUESTED ID WAS ON NEITHER THE MASTER NOR THE
066650* HISTORY ARCHIVE ENDS WITH RETURN CODE 4 SO DATA CONTROL LOOKS
066700* AT THE DOSSIER.
066800*----------------------------------------------------------------
066900 9999-TERMINATE.
067000     CLOSE CUSTMSTR-FILE
067010     IF NOT DOBPROOF-FILE-NOT-FOUND
067020         CLOSE DOBPROOF-FILE
067030     END-IF
067100     CLOSE INQCARD-FILE
067200     CLOSE INQRPT-FILE
067300     DISPLAY "Cards read        = " CARDS-READ
067400     DISPLAY "Dossiers printed  = " DOSSIERS-PRINTED
067500     DISPLAY "Not on master     = " NOT-ON-MASTER-COUNT
067510     DISPLAY "On archive        = " ON-HISTORY-COUNT
067600     MOVE "CUSTINQ"          TO RC-PROGRAM-NAME
067700     MOVE CARDS-READ         TO RC-RECORDS-IN
067800     MOVE DOSSIERS-PRINTED   TO RC-RECORDS-OUT
