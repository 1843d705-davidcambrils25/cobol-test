000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - NIGHTLY DAILY BALANCE
001100*                     SNAPSHOT.
000000* 2026-10-15  MAINT   THE SNAPSHOT ALSO CARRIES THE UNBILLED
000000*                     INSTALLMENT PLAN PRINCIPAL (ACCT-INSTL-BAL)
000000*                     THE ACCRUAL LEAVES UNPRICED.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WRITES ONE DLYBAL ROW (CVDBL01Y) PER ACCOUNT
014600     MOVE WS-CURDATE-YYYY-MM-DD  TO DBL-SNAP-DATE
014700     MOVE ACCT-CURR-BAL          TO DBL-CURR-BAL
014800     MOVE ACCT-CASH-ADV-BAL      TO DBL-CASH-ADV-BAL
000000     MOVE ACCT-INSTL-BAL         TO DBL-INSTL-BAL
014900     WRITE DAILY-BALANCE-RECORD
015000         INVALID KEY
015100             REWRITE DAILY-BALANCE-RECORD
