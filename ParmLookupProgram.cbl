000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ParmLookupProgram.
000300 AUTHOR.        DATA-PROCESSING.
000400 INSTALLATION.  BATCH-OPERATIONS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* DATE       INIT DESCRIPTION
001100* ---------- ---- -----------------------------------------------
001200* 2026-10-15 DP   NEW SUBPROGRAM.  TAKES A SHARED ParmReq AREA
001300*                 NAMING THE CALLING LOAD MODULE, A PARAMETER
001400*                 NAME AND A RUN DATE, AND RETURNS THE VALUE IN
001500*                 EFFECT ON THAT DATE FROM THE KEYED PARAMETER
001600*                 MASTER (PARMMSTR) - THE LATEST GENERATION
001700*                 EFFECTIVE ON OR BEFORE THE RUN DATE.  A PROGRAM
001800*                 WITH NO GENERATION OF ITS OWN GETS THE SHOP-WIDE
001900*                 ("ALL") ONE.  REPLACES THE ONE-RECORD CONTROL
002000*                 CARDS (CENTPARM, TOLPARM, RESTPARM, MILEPARM,
002100*                 RECYPARM, ARCHPARM, BACKPARM AND PARMFILE) EACH
002200*                 PROGRAM USED TO READ FOR ITSELF.
002300*----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT PARMMSTR-FILE ASSIGN TO "PARMMSTR"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS PM-PARM-KEY
003100         FILE STATUS IS PARMMSTR-FILE-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400*----------------------------------------------------------------
003500* PARMMSTR - KEYED PARAMETER MASTER, INDEXED ON PROGRAM NAME,
003600* PARAMETER NAME AND EFFECTIVE DATE, CARRIED IN THE SHARED
003700* ParmMast LAYOUT.
003800*----------------------------------------------------------------
003900 FD  PARMMSTR-FILE.
004000     COPY ParmMast.
004100 WORKING-STORAGE SECTION.
004200 77  PARMMSTR-FILE-STATUS    PIC X(02) VALUE "00".
004300     88  PARMMSTR-FILE-OK              VALUE "00".
004400 77  END-OF-GROUP-SWITCH     PIC X(01) VALUE "N".
004500     88  END-OF-GROUP                  VALUE "Y".
004600 77  SEARCH-PROGRAM-NAME     PIC X(08) VALUE SPACES.
004700 LINKAGE SECTION.
004800     COPY ParmReq.
004900 PROCEDURE DIVISION USING PARMREQ-AREA.
005000*----------------------------------------------------------------
005100* 0000-MAINLINE
005200*
005300* LOOKS UP THE PARAMETER NAMED IN PARMREQ-AREA AND RETURNS ITS
005400* VALUE IN EFFECT ON PR-AS-OF-DATE.
005500*----------------------------------------------------------------
005600 0000-MAINLINE.
005700     PERFORM 1000-LOOKUP-PARAMETER
005800         THRU 1000-EXIT
005900     GOBACK.
006000*----------------------------------------------------------------
006100* 1000-LOOKUP-PARAMETER
006200*
006300* OPENS THE PARAMETER MASTER, SEARCHES THE CALLER'S OWN
006400* GENERATIONS AND THEN, IF NONE IS IN EFFECT, THE SHOP-WIDE
006500* ("ALL") GENERATIONS, AND CLOSES THE MASTER AGAIN.  THE MASTER
006600* IS OPENED AND CLOSED PER CALL - EACH PROGRAM LOOKS UP ITS FEW
006700* PARAMETERS ONCE, AT INITIALIZATION.  A MASTER THAT CANNOT BE
006800* OPENED IS REPORTED ON THE JOB LOG AND RETURNED AS A FILE
006900* ERROR FOR THE CALLER TO DEAL WITH.
007000*----------------------------------------------------------------
007100 1000-LOOKUP-PARAMETER.
007200     MOVE SPACES TO PR-PARM-VALUE
007300     MOVE SPACES TO PR-VALUE-TYPE
007400     MOVE ZEROS  TO PR-EFFECTIVE-DATE
007500     SET PR-NOT-FOUND TO TRUE
007600     OPEN INPUT PARMMSTR-FILE
007700     IF NOT PARMMSTR-FILE-OK
007800         DISPLAY "PARMMSTR OPEN FAILED - FILE STATUS "
007900             PARMMSTR-FILE-STATUS
008000         SET PR-FILE-ERROR TO TRUE
008100         GO TO 1000-EXIT
008200     END-IF
008300     MOVE PR-PROGRAM-NAME TO SEARCH-PROGRAM-NAME
008400     PERFORM 1100-SEARCH-GENERATIONS
008500         THRU 1100-EXIT
008600     IF PR-NOT-FOUND
008700         MOVE "ALL" TO SEARCH-PROGRAM-NAME
008800         PERFORM 1100-SEARCH-GENERATIONS
008900             THRU 1100-EXIT
009000     END-IF
009100     CLOSE PARMMSTR-FILE
009200 1000-EXIT.
009300     EXIT.
009400*----------------------------------------------------------------
009500* 1100-SEARCH-GENERATIONS
009600*
009700* POSITIONS ON THE FIRST GENERATION OF THE PARAMETER FOR
009800* SEARCH-PROGRAM-NAME AND READS FORWARD THROUGH ITS GENERATIONS
009900* IN EFFECTIVE-DATE ORDER, KEEPING THE LAST ONE THAT IS NOT
010000* DATED AFTER THE AS-OF DATE.
010100*----------------------------------------------------------------
010200 1100-SEARCH-GENERATIONS.
010300     MOVE "N"                 TO END-OF-GROUP-SWITCH
010400     MOVE SEARCH-PROGRAM-NAME TO PM-PROGRAM-NAME
010500     MOVE PR-PARM-NAME        TO PM-PARM-NAME
010600     MOVE ZEROS               TO PM-EFFECTIVE-DATE
010700     START PARMMSTR-FILE
010800         KEY IS NOT LESS THAN PM-PARM-KEY
010900         INVALID KEY
011000             GO TO 1100-EXIT
011100     END-START
011200     PERFORM 1200-READ-NEXT-GENERATION
011300         THRU 1200-EXIT
011400         UNTIL END-OF-GROUP
011500 1100-EXIT.
011600     EXIT.
011700*----------------------------------------------------------------
011800* 1200-READ-NEXT-GENERATION
011900*
012000* READS THE NEXT MASTER RECORD.  THE SEARCH ENDS AT END OF FILE,
012100* AT THE FIRST RECORD FOR ANOTHER PROGRAM OR PARAMETER, OR AT
012200* THE FIRST GENERATION THAT TAKES EFFECT AFTER THE AS-OF DATE.
012300*----------------------------------------------------------------
012400 1200-READ-NEXT-GENERATION.
012500     READ PARMMSTR-FILE NEXT RECORD
012600         AT END
012700             SET END-OF-GROUP TO TRUE
012800             GO TO 1200-EXIT
012900     END-READ
013000     IF PM-PROGRAM-NAME NOT = SEARCH-PROGRAM-NAME
013100             OR PM-PARM-NAME NOT = PR-PARM-NAME
013200             OR PM-EFFECTIVE-DATE > PR-AS-OF-DATE
013300         SET END-OF-GROUP TO TRUE
013400         GO TO 1200-EXIT
013500     END-IF
013600     MOVE PM-PARM-VALUE     TO PR-PARM-VALUE
013700     MOVE PM-VALUE-TYPE     TO PR-VALUE-TYPE
013800     MOVE PM-EFFECTIVE-DATE TO PR-EFFECTIVE-DATE
013900     SET PR-FOUND TO TRUE
014000 1200-EXIT.
014100     EXIT.
