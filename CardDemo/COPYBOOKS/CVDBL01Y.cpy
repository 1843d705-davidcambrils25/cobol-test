             10 DBL-SNAP-DATE              PIC X(10).
          05 DBL-CURR-BAL                  PIC S9(10)V99 COMP-3.
          05 DBL-CASH-ADV-BAL              PIC S9(10)V99 COMP-3.
      * UNBILLED INSTALLMENT PLAN PRINCIPAL (ACCT-INSTL-BAL) - PART OF
      * DBL-CURR-BAL THAT THE ACCRUAL DOES NOT PRICE.
          05 DBL-INSTL-BAL                 PIC S9(10)V99 COMP-3.
