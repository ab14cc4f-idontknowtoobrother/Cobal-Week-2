000100*----------------------------------------------------------------
000200* PARMREQ.CPY
000300*
000400* SHARED PARAMETER REQUEST AREA PASSED TO ParmLookupProgram.
000500* THE CALLER FILLS IN ITS OWN LOAD-MODULE NAME, THE PARAMETER
000600* NAME AND THE RUN DATE; THE ROUTINE RETURNS THE VALUE OF THE
000700* LATEST GENERATION ON THE PARAMETER MASTER EFFECTIVE ON OR
000800* BEFORE THAT DATE - THE CALLER'S OWN GENERATION IF IT HAS ONE,
000900* OTHERWISE THE SHOP-WIDE ("ALL") ONE - WITH ITS VALUE TYPE AND
001000* EFFECTIVE DATE.  PR-NUMERIC-VALUE IS THE NINE-DIGIT VIEW OF A
001100* NUMERIC (TYPE N) VALUE.  PR-LOOKUP-STATUS TELLS THE CALLER
001200* WHETHER A VALUE WAS FOUND; WHAT A MISSING VALUE MEANS - KEEP
001300* A COMPILED-IN DEFAULT OR FAIL THE RUN - IS THE CALLER'S CALL.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------------
001900* 2026-10-15 DP   NEW LAYOUT - REPLACES THE ONE-RECORD CONTROL
002000*                 CARDS EACH PROGRAM USED TO READ FOR ITSELF.
002100*----------------------------------------------------------------
002200 01  PARMREQ-AREA.
002300     05  PR-PROGRAM-NAME         PIC X(08) VALUE SPACES.
002400     05  PR-PARM-NAME            PIC X(12) VALUE SPACES.
002500     05  PR-AS-OF-DATE           PIC 9(08) VALUE ZEROS.
002600     05  PR-PARM-VALUE           PIC X(20) VALUE SPACES.
002700     05  PR-NUMERIC-VIEW REDEFINES PR-PARM-VALUE.
002800         10  PR-NUMERIC-VALUE    PIC 9(09).
002900         10  FILLER              PIC X(11).
003000     05  PR-VALUE-TYPE           PIC X(01) VALUE SPACES.
003100         88  PR-NUMERIC-TYPE               VALUE "N".
003200         88  PR-TEXT-TYPE                  VALUE "T".
003300     05  PR-EFFECTIVE-DATE       PIC 9(08) VALUE ZEROS.
003400     05  PR-LOOKUP-STATUS        PIC X(01) VALUE SPACES.
003500         88  PR-FOUND                      VALUE "F".
003600         88  PR-NOT-FOUND                  VALUE "N".
003700         88  PR-FILE-ERROR                 VALUE "E".
