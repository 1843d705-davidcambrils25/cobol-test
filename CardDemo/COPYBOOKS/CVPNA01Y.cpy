      ******************************************************************
      * CardDemo - Penalty APR Policy
      * The repricing terms of the cardholder agreement: the penalty
      * APR, how many delinquent cycles trigger it (two - 60 days
      * past due), how many days' advance notice it needs, and how
      * many consecutive on-time minimum payments cure it. Shared by
      * CBACT04C (trigger, effective date and cure at the cut),
      * CBPEN01C (advance notice) and CBACT05C (accrual rate).
      ******************************************************************
       01 PENALTY-APR-POLICY.
          05 PNA-ANNUAL-RATE               PIC 9(02)V9(02) VALUE 29.99.
          05 PNA-TRIGGER-CYCLES            PIC 9(02) VALUE 02.
          05 PNA-NOTICE-DAYS               PIC 9(03) VALUE 045.
          05 PNA-CURE-CYCLES               PIC 9(02) VALUE 06.
