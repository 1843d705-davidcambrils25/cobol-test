             88 CHO-DISP-RECALLED          VALUE 'R'.
             88 CHO-DISP-CLOSED            VALUE 'C'.
          05 CHO-DISP-DATE                 PIC X(10).
      * INTEREST AND FEE PORTIONS OF CHO-ORIG-BAL AT WRITE-OFF, SO THE
      * CANCELLATION-OF-DEBT REPORTING (CVDCN01Y, CBTXC01C) CAN TELL
      * PRINCIPAL FROM INTEREST WHEN THE DEBT IS FINALLY CANCELLED.
          05 CHO-INT-AMT                   PIC S9(10)V99 COMP-3.
          05 CHO-FEE-AMT                   PIC S9(10)V99 COMP-3.
