001690*                 DEMOGRAPHICS RUNS CAN SKIP NON-ACTIVE
001692*                 CUSTOMERS.  THE DATE OF DEATH IS ZEROS
001694*                 UNLESS THE STATUS IS D.
001703* 2026-10-15 DP   DATE OF THE LAST STATUS CHANGE, STAMPED BY THE
001712*                 MAINTENANCE RUN, AND A PURGE DATE NOW COME OUT
001721*                 OF FILLER.  THE RETENTION PURGE AGES CLOSED
001730*                 CUSTOMERS BY THE STATUS DATE AND MOVES EXPIRED
001739*                 RECORDS TO THE HISTORY ARCHIVE IN THIS SAME
001748*                 LAYOUT, STAMPED WITH THE PURGE DATE.  ON THE
001757*                 MASTER ITSELF THE PURGE DATE IS ALWAYS ZEROS.
001766*                 A RECORD WRITTEN BEFORE THIS CHANGE CARRIES
001775*                 SPACES IN BOTH DATES UNTIL NEXT MAINTAINED.
001784*----------------------------------------------------------------
001800 01  CUSTMAST-RECORD.
001900     05  CM-CUSTOMER-ID          PIC 9(06).
002000     05  CM-BIRTH-DATE           PIC 9(08).
002040     05  CM-BRANCH-CODE          PIC 9(04).
002060     05  CM-STATUS-CODE          PIC X(01).
002080     05  CM-DEATH-DATE           PIC 9(08).
002090     05  CM-STATUS-DATE          PIC 9(08).
002095     05  CM-PURGE-DATE           PIC 9(08).
002100     05  FILLER                  PIC X(12).
