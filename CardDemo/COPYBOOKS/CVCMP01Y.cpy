      ******************************************************************
      * CardDemo - Company Master Record (COMPANY)
      * One row per corporate card client - the business that is
      * liable for its employees' cards and pays one bill for them.
      * The employee accounts link to it through CMPACCT (CVCMP03Y)
      * and carry ACCT-COMPANY-ID / ACCT-COST-CENTER-ID. Maintained
      * on COCMP00C. CMP-CREDIT-LIMIT is the aggregate limit across
      * every linked account - the balances plus open holds of all
      * of them may not pass it, whatever room a single employee's
      * own limit leaves; zero means the company has no aggregate
      * limit. A suspended ('S') or closed ('C') company takes no new
      * charges on any of its cards. CBCMP01C bills the company on
      * CMP-CYCLE-DAY (zero is treated as the 28th, as on the
      * account).
      ******************************************************************
       01 COMPANY-RECORD.
          05 CMP-COMPANY-ID                PIC X(10).
          05 CMP-COMPANY-NAME              PIC X(40).
          05 CMP-TAX-ID                    PIC X(09).
          05 CMP-BILL-ADDR-LINE-1          PIC X(50).
          05 CMP-BILL-ADDR-LINE-2          PIC X(50).
          05 CMP-BILL-CITY                 PIC X(30).
          05 CMP-BILL-STATE-CD             PIC X(02).
          05 CMP-BILL-ZIP                  PIC X(10).
          05 CMP-CONTACT-NAME              PIC X(30).
          05 CMP-CONTACT-PHONE             PIC X(15).
          05 CMP-CONTACT-EMAIL             PIC X(50).
          05 CMP-STATUS                    PIC X(01).
             88 CMP-ACTIVE                 VALUE 'A'.
             88 CMP-SUSPENDED              VALUE 'S'.
             88 CMP-CLOSED                 VALUE 'C'.
          05 CMP-CREDIT-LIMIT              PIC S9(10)V99 COMP-3.
          05 CMP-CYCLE-DAY                 PIC 9(02).
          05 CMP-OPEN-DATE                 PIC X(10).
          05 CMP-LAST-BILL-DATE            PIC X(10).
          05 CMP-LAST-EXTRACT-MONTH        PIC X(07).
          05 CMP-UPDATED-BY                PIC X(08).
          05 CMP-UPDATED-TS                PIC X(26).
