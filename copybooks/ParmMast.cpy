000100*----------------------------------------------------------------
000200* PARMMAST.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE GENERATION OF ONE RUN PARAMETER
000500* ON THE KEYED PARAMETER MASTER (PARMMSTR).  THE KEY IS THE
000600* LOAD-MODULE NAME OF THE PROGRAM THAT USES THE PARAMETER, THE
000700* PARAMETER NAME, AND THE DATE THE VALUE TAKES EFFECT - EACH
000800* CHANGE OF VALUE IS A NEW GENERATION, SO THE VALUE IN EFFECT
000900* ON ANY PAST RUN DATE STAYS ON FILE.  A PROGRAM NAME OF "ALL"
001000* CARRIES A SHOP-WIDE SETTING (THE CENTURY PIVOT YEAR) USED BY
001100* EVERY PROGRAM THAT HAS NO GENERATION OF ITS OWN.
001200*
001300* A NUMERIC PARAMETER (VALUE TYPE N) IS CARRIED AS NINE DIGITS,
001400* ZERO-FILLED, IN THE FIRST NINE POSITIONS OF THE VALUE; A TEXT
001500* PARAMETER (VALUE TYPE T) IS CARRIED LEFT-JUSTIFIED.  COPY
001600* THIS INTO THE FD OF ANY PROGRAM THAT READS OR MAINTAINS THE
001700* PARAMETER MASTER SO EVERY PROGRAM SHARES ONE DEFINITION.
001800*----------------------------------------------------------------
001900* MODIFICATION HISTORY
002000*----------------------------------------------------------------
002100* DATE       INIT DESCRIPTION
002200* ---------- ---- -----------------------------------------------
002300* 2026-10-15 DP   NEW LAYOUT FOR THE PARAMETER MASTER MAINTAINED
002400*                 BY ParmMaintProgram, READ BY ParmLookupProgram
002500*                 ON BEHALF OF EVERY PARAMETERIZED RUN AND LISTED
002600*                 BY ParmListProgram.
002700*----------------------------------------------------------------
002800 01  PARMMAST-RECORD.
002900     05  PM-PARM-KEY.
003000         10  PM-PROGRAM-NAME     PIC X(08).
003100         10  PM-PARM-NAME        PIC X(12).
003200         10  PM-EFFECTIVE-DATE   PIC 9(08).
003300     05  PM-PARM-VALUE           PIC X(20).
003400     05  PM-NUMERIC-VIEW REDEFINES PM-PARM-VALUE.
003500         10  PM-NUMERIC-VALUE    PIC 9(09).
003600         10  FILLER              PIC X(11).
003700     05  PM-VALUE-TYPE           PIC X(01).
003800         88  PM-NUMERIC-TYPE               VALUE "N".
003900         88  PM-TEXT-TYPE                  VALUE "T".
004000     05  PM-LAST-MAINT-DATE      PIC 9(08).
004100     05  FILLER                  PIC X(23).
