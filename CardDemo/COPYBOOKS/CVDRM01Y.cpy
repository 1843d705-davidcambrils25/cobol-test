      ******************************************************************
      * CardDemo - Dormancy Notice Extract Record
      * One row per account warned by CBDRM01C that it will be set
      * inactive and its cards blocked unless it is used before
      * DRN-INACTIVE-DATE. Split by channel the same way the payment
      * reminders split: consenting customers go to the e-delivery
      * vendor with their email address, everyone else to print.
      ******************************************************************
       01 DORMANCY-NOTICE-RECORD.
          05 DRN-ACCT-ID                   PIC 9(11).
          05 DRN-CUST-ID                   PIC 9(09).
          05 DRN-LAST-ACTIVITY-DATE        PIC X(10).
          05 DRN-INACTIVE-DATE             PIC X(10).
          05 DRN-CHANNEL                   PIC X(01).
             88 DRN-BY-EMAIL               VALUE 'E'.
             88 DRN-BY-LETTER              VALUE 'P'.
          05 DRN-EMAIL-ADDR                PIC X(50).
