000100*----------------------------------------------------------------
000200* DQEVENT.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE DATA-QUALITY EVENT - A FEED
000500* RECORD REJECTED BY THE FRONT-END EDIT OR A NEW BIRTH DATE
000600* EXCEPTION TAKEN INTO SUSPENSE - WITH THE DATE IT HAPPENED,
000700* THE CUSTOMER ID AND, WHERE THE SOURCE RECORD CARRIES ONE,
000800* THE BRANCH CODE.  ONE RECORD IS APPENDED TO THE MONTH'S
000900* DAILY EVENT EXTENT FOR EVERY EVENT AND THE MONTH-END BRANCH
001000* SCORECARD READS THEM BACK.  COPY THIS INTO THE FD OF ANY
001100* PROGRAM THAT WRITES OR READS THE EXTENT SO THE WRITERS AND
001200* EVERY READER SHARE ONE DEFINITION.
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001600* DATE       INIT DESCRIPTION
001700* ---------- ---- -----------------------------------------------
001800* 2026-10-15 DP   NEW LAYOUT FOR THE DATA-QUALITY EVENT EXTENT
001900*                 WRITTEN BY CustEditProgram AND
002000*                 ExcepRecycleProgram AND REPORTED BY
002100*                 DqScoreProgram.
002200*----------------------------------------------------------------
002300 01  DQEVENT-REC.
002400     05  DQ-EVENT-DATE           PIC 9(08).
002500     05  DQ-EVENT-TYPE           PIC X(01).
002600         88  DQ-EDIT-REJECT                VALUE "E".
002700         88  DQ-DOB-EXCEPTION              VALUE "X".
002800     05  DQ-CUSTOMER-ID-X        PIC X(06).
002900     05  DQ-CUSTOMER-ID REDEFINES DQ-CUSTOMER-ID-X
003000                                 PIC 9(06).
003100     05  DQ-BRANCH-CODE-X        PIC X(04).
003200     05  DQ-BRANCH-CODE REDEFINES DQ-BRANCH-CODE-X
003300                                 PIC 9(04).
003400     05  DQ-REASON               PIC X(30).
003500     05  FILLER                  PIC X(31).
