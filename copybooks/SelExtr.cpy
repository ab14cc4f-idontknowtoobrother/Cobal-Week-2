000100*----------------------------------------------------------------
000200* SELEXTR.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE CUSTOMER SELECTION EXTRACT
000500* DETAIL RECORD - THE CUSTOMER ID, NAME, SERVICING BRANCH,
000600* STATUS, BIRTH DATE AND CURRENT AGE OF ONE CUSTOMER MEETING
000700* EVERY CRITERIA CARD OF A SELECTION REQUEST.  THE CUSTOMER ID
000800* IS CARRIED ALPHANUMERIC WITH A NUMERIC REDEFINES SO READERS
000900* CAN CLASS-TEST IT TO TELL A DETAIL RECORD FROM THE EXTRACT'S
001000* HEADER AND TRAILER CONTROL RECORDS.  THE AGE IS ZEROS WHEN
001100* THE BIRTH DATE ON THE MASTER IS NOT A VALID DATE.  COPY THIS
001200* INTO ANY PROGRAM THAT WRITES OR READS A SELECTION EXTRACT SO
001300* THE WRITER AND EVERY READER SHARE ONE DEFINITION.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------------
001900* 2026-10-15 DP   NEW LAYOUT FOR THE SELEXT1-SELEXT5 EXTRACTS
002000*                 WRITTEN BY CustSelectProgram.
002100*----------------------------------------------------------------
002200 01  SELEXTR-RECORD.
002300     05  SX-CUSTOMER-ID-X        PIC X(06).
002400     05  SX-CUSTOMER-ID REDEFINES SX-CUSTOMER-ID-X
002500                                 PIC 9(06).
002600     05  SX-CUSTOMER-NAME        PIC X(25).
002700     05  SX-BRANCH-CODE          PIC 9(04).
002800     05  SX-STATUS-CODE          PIC X(01).
002900     05  SX-BIRTH-DATE           PIC 9(08).
003000     05  SX-AGE                  PIC 9(03).
003100     05  SX-REQUEST-NUMBER       PIC 9(01).
003200     05  FILLER                  PIC X(32).
