000100*----------------------------------------------------------------
000200* PENDTRAN.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE CUSTOMER MAINTENANCE TRANSACTION
000500* HELD FOR APPROVAL - THE DATE IT WAS HELD AND ITS SEQUENCE
000600* WITHIN THAT DAY'S RUN (TOGETHER THE KEY A SUPERVISOR QUOTES
000700* ON THE APPROVAL CARD), WHICH SENSITIVE FIELDS IT CHANGES,
000800* THE MASTER'S BIRTH DATE AND STATUS AS THEY STOOD WHEN IT WAS
000900* HELD, AND THE WHOLE TRANSACTION IN THE CustTran LAYOUT.
001000* COPY THIS INTO WORKING-STORAGE WHEREVER A PROGRAM BUILDS OR
001100* BREAKS OUT A PENDING RECORD SO THE WRITER AND EVERY READER
001200* SHARE ONE DEFINITION.
001300*----------------------------------------------------------------
001400* MODIFICATION HISTORY
001500*----------------------------------------------------------------
001600* DATE       INIT DESCRIPTION
001700* ---------- ---- -----------------------------------------------
001800* 2026-10-15 DP   NEW LAYOUT FOR THE MAINTENANCE RUN'S PENDING-
001900*                 APPROVAL FILE.
002000*----------------------------------------------------------------
002100 01  PENDTRAN-WORK.
002200     05  PT-HELD-DATE            PIC 9(08).
002300     05  PT-HELD-SEQUENCE        PIC 9(05).
002400     05  PT-BIRTH-CHANGE-FLAG    PIC X(01).
002500         88  PT-BIRTH-DATE-CHANGE          VALUE "Y".
002600     05  PT-DEATH-CHANGE-FLAG    PIC X(01).
002700         88  PT-DEATH-REPORTED             VALUE "Y".
002800     05  PT-MASTER-BIRTH-DATE    PIC 9(08).
002900     05  PT-MASTER-STATUS-CODE   PIC X(01).
003000     05  PT-TRANSACTION          PIC X(80).
003100     05  FILLER                  PIC X(16).
