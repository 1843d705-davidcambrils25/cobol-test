      ******************************************************************
      * CardDemo - Outbound 1099-C Transmission Record (IRS1099C)
      * One payee ('B') row per form in the annual cancellation-of-
      * debt filing produced by CBTXC01C. Amounts are unsigned zoned
      * cents as the transmission format requires. A corrected form
      * carries TXC-CORRECTED-IND 'G' and the full replacement
      * values; a void is a corrected form with TXC-VOID-IND 'Y' and
      * zero amounts.
      ******************************************************************
       01 IRS-1099C-RECORD.
          05 TXC-RECORD-TYPE               PIC X(01).
          05 TXC-TAX-YEAR                  PIC X(04).
          05 TXC-CORRECTED-IND             PIC X(01).
             88 TXC-ORIGINAL               VALUE ' '.
             88 TXC-CORRECTED              VALUE 'G'.
          05 TXC-VOID-IND                  PIC X(01).
             88 TXC-VOID                   VALUE 'Y'.
          05 TXC-DEBTOR-TIN                PIC 9(09).
          05 TXC-DEBTOR-NAME               PIC X(40).
          05 TXC-DEBTOR-ADDR-LINE-1        PIC X(50).
          05 TXC-DEBTOR-ADDR-LINE-2        PIC X(50).
          05 TXC-DEBTOR-STATE-CD           PIC X(02).
          05 TXC-DEBTOR-ZIP                PIC X(05).
          05 TXC-DEBTOR-COUNTRY-CD         PIC X(03).
          05 TXC-ACCT-NUMBER               PIC 9(11).
      * BOX 1 - DATE OF IDENTIFIABLE EVENT, YYYYMMDD.
          05 TXC-EVENT-DATE                PIC 9(08).
      * BOX 2 - AMOUNT OF DEBT DISCHARGED; BOX 3 - INTEREST INCLUDED.
          05 TXC-DEBT-AMT                  PIC 9(10)V99.
          05 TXC-INT-AMT                   PIC 9(10)V99.
      * BOX 5 - DEBTOR PERSONALLY LIABLE; BOX 6 - EVENT CODE.
          05 TXC-PERSONAL-LIAB-IND         PIC X(01).
          05 TXC-EVENT-CD                  PIC X(01).
      * BOX 7 - FAIR MARKET VALUE OF PROPERTY (NONE - UNSECURED).
          05 TXC-FMV-AMT                   PIC 9(10)V99.
          05 FILLER                        PIC X(10).
