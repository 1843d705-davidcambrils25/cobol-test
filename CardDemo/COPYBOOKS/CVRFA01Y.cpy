      ******************************************************************
      * CardDemo - Credit-Balance ACH Refund Extract Record (RFDACH)
      * Written by CBRFD01C for each aged credit balance refunded to
      * the customer's bank account on file; read back by the
      * CBAML01C monitoring run.
      ******************************************************************
       01 REFUND-ACH-RECORD.
          05 RFA-ACCT-ID                   PIC 9(11).
          05 RFA-CUST-ID                   PIC 9(09).
          05 RFA-EFT-ACCOUNT-ID            PIC X(10).
          05 RFA-AMOUNT                    PIC S9(09)V99 COMP-3.
          05 RFA-REFUND-DATE               PIC X(10).
          05 FILLER                        PIC X(08).
