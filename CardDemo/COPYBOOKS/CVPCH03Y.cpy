      ******************************************************************
      * CardDemo - Product Change Notice Extract Record
      * One row per product change CBPCH01C gives notice of: the old
      * and new product, the date the account converts (its next
      * cycle cut), the new product's purchase and cash advance APRs
      * and annual fee, what happens to the rewards points, and
      * whether new plastic is on its way. Split by channel the way
      * the penalty APR notices split: consenting customers go to the
      * e-delivery vendor with their email address, everyone else to
      * print.
      ******************************************************************
       01 PRODUCT-NOTICE-RECORD.
          05 PCN-ACCT-ID                   PIC 9(11).
          05 PCN-CUST-ID                   PIC 9(09).
          05 PCN-OLD-GROUP-ID              PIC X(10).
          05 PCN-NEW-GROUP-ID              PIC X(10).
          05 PCN-EFFECTIVE-DATE            PIC X(10).
          05 PCN-PURCH-APR                 PIC 9(02)V9(02).
          05 PCN-CASH-APR                  PIC 9(02)V9(02).
          05 PCN-ANNUAL-FEE-AMT            PIC 9(03)V99.
          05 PCN-POINTS-TREATMENT          PIC X(01).
      *       ' ' NO REWARDS CHANGE     'O' REWARDS OPENED
      *       'C' POINTS CASHED OUT     'F' POINTS FORFEITED
          05 PCN-POINTS-BAL                PIC 9(09).
          05 PCN-REISSUE-IND               PIC X(01).
          05 PCN-CHANNEL                   PIC X(01).
             88 PCN-BY-EMAIL               VALUE 'E'.
             88 PCN-BY-LETTER              VALUE 'P'.
          05 PCN-EMAIL-ADDR                PIC X(50).
