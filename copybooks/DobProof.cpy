000100*----------------------------------------------------------------
000200* DOBPROOF.CPY
000300*
000400* SHARED RECORD LAYOUT FOR ONE BIRTH-DATE PROOF RECORD ON THE
000500* KEYED DOB VERIFICATION FILE (DOBPROOF, INDEXED ON THE CUSTOMER
000600* ID) - THE PROOF DOCUMENT SEEN, THE DATE IT WAS SEEN, THE
000700* BRANCH AND OPERATOR WHO SAW IT, AND THE BIRTH DATE IT PROVED.
000800* A RECORD IS CURRENT (STATUS V) UNTIL THE CUSTOMER MASTER'S
000900* BIRTH DATE IS CHANGED, WHEN THE MAINTENANCE RUN MARKS IT
001000* STALE (STATUS S) WITH THE DATE IT WENT STALE.  A STALE RECORD
001100* IS MADE CURRENT AGAIN ONLY BY RE-VERIFYING THE CUSTOMER.  COPY
001200* THIS INTO ANY PROGRAM THAT READS OR MAINTAINS THE FILE SO
001300* EVERY PROGRAM SHARES ONE DEFINITION.
001400*----------------------------------------------------------------
001500* MODIFICATION HISTORY
001600*----------------------------------------------------------------
001700* DATE       INIT DESCRIPTION
001800* ---------- ---- -----------------------------------------------
001900* 2026-10-15 DP   NEW LAYOUT FOR THE DOB VERIFICATION FILE
002000*                 MAINTAINED BY DobProofMaintProgram, MARKED
002100*                 STALE BY CustMaintProgram AND READ BY
002200*                 MilestoneProgram AND CustInquiryProgram.
002300*----------------------------------------------------------------
002400 01  DOBPROOF-RECORD.
002500     05  PF-CUSTOMER-ID          PIC 9(06).
002600     05  PF-PROOF-TYPE           PIC X(02).
002700         88  PF-BIRTH-CERTIFICATE          VALUE "BC".
002800         88  PF-PASSPORT                   VALUE "PP".
002900         88  PF-DRIVING-LICENCE            VALUE "DL".
003000         88  PF-NATIONAL-ID-CARD           VALUE "NI".
003100         88  PF-PROOF-TYPE-VALID           VALUE "BC" "PP"
003200                                                 "DL" "NI".
003300     05  PF-VERIFIED-DATE        PIC 9(08).
003400     05  PF-BRANCH-CODE          PIC 9(04).
003500     05  PF-OPERATOR-ID          PIC X(08).
003600     05  PF-PROVEN-BIRTH-DATE    PIC 9(08).
003700     05  PF-PROOF-STATUS         PIC X(01).
003800         88  PF-CURRENT                    VALUE "V".
003900         88  PF-STALE                      VALUE "S".
004000     05  PF-STALE-DATE           PIC 9(08).
004100     05  FILLER                  PIC X(35).
