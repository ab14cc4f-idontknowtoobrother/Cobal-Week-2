000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MastUnloadProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW WEEKLY UNLOAD OF THE KEYED CUSTOMER MASTER.
001300*                 THE BACKOUT RUN CAN ROLL A BAD MAINTENANCE RUN
001400*                 BACK, BUT NOTHING COULD REBUILD CUSTMSTR ITSELF
001500*                 IF THE FILE WAS LOST.  THIS RUN READS THE MASTER
001600*                 IN KEY ORDER AND WRITES EVERY RECORD TO A
001700*                 SEQUENTIAL BACKUP (CUSTBKUP) IN THE SHARED
001800*                 CustMast LAYOUT, FRAMED WITH THE SHARED ExtCtl
001900*                 HEADER (UNLOAD DATE) AND TRAILER (RECORD COUNT
002000*                 AND CUSTOMER-ID HASH TOTAL).  THE FORWARD
002100*                 RECOVERY RUN (MSTRECOV) RELOADS THE BACKUP AND
002200*                 REAPPLIES THE JOURNAL FROM THE UNLOAD DATE ON.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CUSTMSTR-FILE ASSIGN TO "CUSTMSTR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS CM-CUSTOMER-ID
003100         FILE STATUS IS CUSTMSTR-FILE-STATUS.
003200     SELECT CUSTBKUP-FILE ASSIGN TO "CUSTBKUP"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS CUSTBKUP-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700*----------------------------------------------------------------
003800* CUSTMSTR - KEYED CUSTOMER MASTER, READ SEQUENTIALLY IN KEY
003900* ORDER THROUGH THE SHARED CustMast DEFINITION.
004000*----------------------------------------------------------------
004100 FD  CUSTMSTR-FILE.
004200     COPY CustMast.
004300*----------------------------------------------------------------
004400* CUSTBKUP - SEQUENTIAL BACKUP OF THE MASTER.  ONE HEADER
004500* CONTROL RECORD, ONE DETAIL RECORD PER MASTER RECORD IN THE
004600* CustMast LAYOUT, AND ONE TRAILER CONTROL RECORD.
004700*----------------------------------------------------------------
004800 FD  CUSTBKUP-FILE
004900     RECORDING MODE IS F.
005000 01  CUSTBKUP-RECORD             PIC X(80).
005100 WORKING-STORAGE SECTION.
005200*----------------------------------------------------------------
005300* SHARED HEADER/TRAILER CONTROL-RECORD LAYOUTS FRAMING THE
005400* BACKUP.  THE HEADER RUN DATE IS THE UNLOAD DATE THE RECOVERY
005500* RUN REAPPLIES THE JOURNAL FROM.
005600*----------------------------------------------------------------
005700     COPY ExtCtl.
005800 77  CUSTMSTR-FILE-STATUS    PIC X(02) VALUE "00".
005900     88  CUSTMSTR-FILE-OK              VALUE "00".
006000     88  CUSTMSTR-FILE-AT-END          VALUE "10".
006100 77  CUSTBKUP-FILE-STATUS    PIC X(02) VALUE "00".
006200     88  CUSTBKUP-FILE-OK              VALUE "00".
006300 77  END-OF-FILE-SWITCH      PIC X(01) VALUE "N".
006400     88  END-OF-FILE                   VALUE "Y".
006500 77  CURRENT-RUN-DATE        PIC 9(08) VALUE ZEROS.
006600 77  RECORDS-UNLOADED        PIC 9(07) VALUE ZEROS.
006700 77  UNLOAD-HASH-TOTAL       PIC 9(12) VALUE ZEROS.
006800*----------------------------------------------------------------
006900* SHOP-STANDARD RUN-CONTROL RECORD, STAMPED TO THE RUNCNTL
007000* FILE THROUGH RunLogProgram AT START AND AT END OF RUN.
007100*----------------------------------------------------------------
007200     COPY RunCntl.
007300 PROCEDURE DIVISION.
007400*----------------------------------------------------------------
007500* 0000-MAINLINE
007600*
007700* OPENS THE MASTER AND THE BACKUP, COPIES EVERY MASTER RECORD TO
007800* THE BACKUP, AND TERMINATES THE RUN.
007900*----------------------------------------------------------------
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE
008200         THRU 1000-EXIT
008300     PERFORM 2000-UNLOAD-CUSTOMERS
008400         THRU 2000-EXIT
008500         UNTIL END-OF-FILE
008600     PERFORM 9999-TERMINATE
008700         THRU 9999-EXIT
008800     STOP RUN.
008900*----------------------------------------------------------------
009000* 1000-INITIALIZE
009100*
009200* STAMPS THE START RUN-CONTROL RECORD, OPENS THE MASTER AND THE
009300* BACKUP - FAILING THE RUN ON ANY OPEN ERROR - WRITES THE HEADER
009400* CONTROL RECORD AND PRIMES THE FIRST MASTER RECORD.
009500*----------------------------------------------------------------
009600 1000-INITIALIZE.
009700     MOVE "MSTUNLD"  TO RC-PROGRAM-NAME
009800     MOVE ZEROS      TO RC-RECORDS-IN
009900     MOVE ZEROS      TO RC-RECORDS-OUT
010000     MOVE "STARTED"  TO RC-COMPLETION-STATUS
010100     CALL "RunLogProgram" USING RUNCNTL-REC
010200     OPEN INPUT CUSTMSTR-FILE
010300     IF NOT CUSTMSTR-FILE-OK
010400         DISPLAY "CUSTMSTR OPEN FAILED - FILE STATUS "
010500             CUSTMSTR-FILE-STATUS
010600         MOVE 16 TO RETURN-CODE
010700         STOP RUN
010800     END-IF
010900     OPEN OUTPUT CUSTBKUP-FILE
011000     IF NOT CUSTBKUP-FILE-OK
011100         DISPLAY "CUSTBKUP OPEN FAILED - FILE STATUS "
011200             CUSTBKUP-FILE-STATUS
011300         MOVE 16 TO RETURN-CODE
011400         STOP RUN
011500     END-IF
011600     ACCEPT CURRENT-RUN-DATE FROM DATE YYYYMMDD
011700     MOVE CURRENT-RUN-DATE TO XH-RUN-DATE
011800     MOVE EXTCTL-HEADER    TO CUSTBKUP-RECORD
011900     WRITE CUSTBKUP-RECORD
012000     PERFORM 2100-READ-CUSTMSTR
012100         THRU 2100-EXIT
012200 1000-EXIT.
012300     EXIT.
012400*----------------------------------------------------------------
012500* 2000-UNLOAD-CUSTOMERS
012600*
012700* COPIES ONE MASTER RECORD TO THE BACKUP, ROLLS ITS CUSTOMER ID
012800* INTO THE HASH TOTAL, AND READS THE NEXT ONE.
012900*----------------------------------------------------------------
013000 2000-UNLOAD-CUSTOMERS.
013100     MOVE CUSTMAST-RECORD TO CUSTBKUP-RECORD
013200     WRITE CUSTBKUP-RECORD
013300     ADD 1              TO RECORDS-UNLOADED
013400     ADD CM-CUSTOMER-ID TO UNLOAD-HASH-TOTAL
013500     PERFORM 2100-READ-CUSTMSTR
013600         THRU 2100-EXIT
013700 2000-EXIT.
013800     EXIT.
013900*----------------------------------------------------------------
014000* 2100-READ-CUSTMSTR
014100*----------------------------------------------------------------
014200 2100-READ-CUSTMSTR.
014300     READ CUSTMSTR-FILE
014400         AT END
014500             SET END-OF-FILE TO TRUE
014600             GO TO 2100-EXIT
014700     END-READ
014800 2100-EXIT.
014900     EXIT.
015000*----------------------------------------------------------------
015100* 9999-TERMINATE
015200*
015300* WRITES THE TRAILER CONTROL RECORD, CLOSES ALL FILES AND
015400* SUMMARIZES THE RUN ON THE JOB LOG.
015500*----------------------------------------------------------------
015600 9999-TERMINATE.
015700*    THE CUSTBKUP TRAILER BALANCES THE BACKUP FOR THE RECOVERY
015800*    RUN - DETAIL COUNT AND CUSTOMER-ID HASH TOTAL.
015900     MOVE RECORDS-UNLOADED  TO XT-RECORD-COUNT
016000     MOVE UNLOAD-HASH-TOTAL TO XT-HASH-TOTAL
016100     MOVE EXTCTL-TRAILER    TO CUSTBKUP-RECORD
016200     WRITE CUSTBKUP-RECORD
016300     CLOSE CUSTMSTR-FILE
016400     CLOSE CUSTBKUP-FILE
016500     DISPLAY "Records unloaded = " RECORDS-UNLOADED
016600     DISPLAY "Hash total       = " UNLOAD-HASH-TOTAL
016700     MOVE "MSTUNLD"         TO RC-PROGRAM-NAME
016800     MOVE RECORDS-UNLOADED  TO RC-RECORDS-IN
016900     MOVE RECORDS-UNLOADED  TO RC-RECORDS-OUT
017000     MOVE "COMPLETED"       TO RC-COMPLETION-STATUS
017100     CALL "RunLogProgram" USING RUNCNTL-REC
017200 9999-EXIT.
017300     EXIT.
