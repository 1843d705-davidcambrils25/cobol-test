      ******************************************************************
      * CardDemo - Credit-Balance Check Refund Extract Record (RFDCHK)
      * Written by CBRFD01C for each aged credit balance refunded by
      * check because no bank account is on file; read back by the
      * CBAML01C monitoring run.
      ******************************************************************
       01 REFUND-CHECK-RECORD.
          05 RFC-ACCT-ID                   PIC 9(11).
          05 RFC-CUST-ID                   PIC 9(09).
          05 RFC-CUST-NAME                 PIC X(50).
          05 RFC-AMOUNT                    PIC S9(09)V99 COMP-3.
          05 RFC-REFUND-DATE               PIC X(10).
          05 FILLER                        PIC X(08).
