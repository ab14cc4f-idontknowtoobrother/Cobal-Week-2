001900*                 WORKING-STORAGE NOW THAT THE RECYCLE RUN
002000*                 BUILDS CHANGE TRANSACTIONS IN THE SAME
002100*                 LAYOUT.
002110* 2026-10-15 DP   ADDED THE OPERATOR ID OF WHOEVER KEYED THE
002120*                 TRANSACTION, OUT OF FILLER.  THE MAINTENANCE
002130*                 RUN HOLDS BIRTH DATE AND DECEASED-STATUS
002140*                 CHANGES FOR APPROVAL BY A DIFFERENT OPERATOR
002150*                 AND NEEDS TO KNOW WHO ENTERED THEM.
002200*----------------------------------------------------------------
002300 01  CUSTTRAN-DETAIL.
002400     05  TR-ACTION-CODE          PIC X(01).
003900     05  TR-DEATH-DATE-X         PIC X(08).
004000     05  TR-DEATH-DATE REDEFINES TR-DEATH-DATE-X
004100                                 PIC 9(08).
004200     05  TR-OPERATOR-ID          PIC X(08).
004300     05  FILLER                  PIC X(19).
