000100*----------------------------------------------------------------
000200* CDCFEED.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE DETAIL RECORD OF THE DAILY
000500* CHANGE-DATA-CAPTURE WAREHOUSE FEED BUILT FROM THE MASTER
000600* JOURNAL - ONE RECORD PER APPLIED MAINTENANCE TRANSACTION.  THE
000700* CHANGE TYPE IS I (INSERT), U (UPDATE) OR D (DELETE).  AN INSERT
000800* OR UPDATE CARRIES THE AFTER-IMAGE FIELDS; A DELETE CARRIES ONLY
000900* THE BEFORE-IMAGE CUSTOMER ID, WITH THE IMAGE FIELDS SPACES AND
001000* ZEROS.  THE CUSTOMER ID LEADS THE RECORD, ALPHANUMERIC WITH A
001100* NUMERIC REDEFINES, SO THE SHARED EXTRACT VERIFICATION CAN HASH
001200* IT AND TELL A DETAIL FROM THE HEADER AND TRAILER CONTROL
001300* RECORDS.  COPY THIS INTO ANY PROGRAM THAT WRITES OR READS THE
001400* FEED SO THE WRITER AND EVERY READER SHARE ONE DEFINITION.
001500*----------------------------------------------------------------
001600* MODIFICATION HISTORY
001700*----------------------------------------------------------------
001800* DATE       INIT DESCRIPTION
001900* ---------- ---- -----------------------------------------------
002000* 2026-10-15 DP   NEW LAYOUT FOR THE CDCOUT FEED WRITTEN BY
002100*                 JrnlCdcProgram.
002200*----------------------------------------------------------------
002300 01  CDCFEED-RECORD.
002400     05  CD-CUSTOMER-ID-X        PIC X(06).
002500     05  CD-CUSTOMER-ID REDEFINES CD-CUSTOMER-ID-X
002600                                 PIC 9(06).
002700     05  CD-CHANGE-TYPE          PIC X(01).
002800         88  CD-INSERT                     VALUE "I".
002900         88  CD-UPDATE                     VALUE "U".
003000         88  CD-DELETE                     VALUE "D".
003100     05  CD-RUN-DATE             PIC 9(08).
003200     05  CD-SEQUENCE             PIC 9(07).
003300     05  CD-CUSTOMER-NAME        PIC X(25).
003400     05  CD-BRANCH-CODE          PIC 9(04).
003500     05  CD-STATUS-CODE          PIC X(01).
003600     05  CD-DEATH-DATE           PIC 9(08).
003700     05  CD-BIRTH-DATE           PIC 9(08).
003800     05  FILLER                  PIC X(12).
