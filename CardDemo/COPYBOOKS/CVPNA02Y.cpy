      ******************************************************************
      * CardDemo - Penalty APR Notice Extract Record
      * One row per account CBPEN01C gives the advance notice that its
      * purchase and cash advance APRs go to the penalty rate on
      * PNN-EFFECTIVE-DATE, and that six consecutive on-time minimum
      * payments after that date restore the normal rate. Split by
      * channel the way the dormancy notices split: consenting
      * customers go to the e-delivery vendor with their email
      * address, everyone else to print.
      ******************************************************************
       01 PENALTY-NOTICE-RECORD.
          05 PNN-ACCT-ID                   PIC 9(11).
          05 PNN-CUST-ID                   PIC 9(09).
          05 PNN-CYCLES-DELINQUENT         PIC 9(02).
          05 PNN-PENALTY-RATE              PIC 9(02)V9(02).
          05 PNN-EFFECTIVE-DATE            PIC X(10).
          05 PNN-CURE-CYCLES               PIC 9(02).
          05 PNN-CHANNEL                   PIC X(01).
             88 PNN-BY-EMAIL               VALUE 'E'.
             88 PNN-BY-LETTER              VALUE 'P'.
          05 PNN-EMAIL-ADDR                PIC X(50).
