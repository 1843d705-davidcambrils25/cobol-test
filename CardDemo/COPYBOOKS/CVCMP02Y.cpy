      ******************************************************************
      * CardDemo - Company Cost Center Record (CMPCCTR)
      * The cost centers a corporate client (CVCMP01Y) charges its
      * card spend to, keyed by company plus the company's own cost
      * center code. CCT-EXPENSE-CODE is the code the company's
      * expense system books the cost center's spend under - the
      * monthly extract (CBCMP03C) carries it. An inactive ('I') cost
      * center takes no new account links but keeps its history.
      * Maintained on COCMP00C.
      ******************************************************************
       01 COST-CENTER-RECORD.
          05 CCT-KEY.
             10 CCT-COMPANY-ID             PIC X(10).
             10 CCT-COST-CENTER-ID         PIC X(08).
          05 CCT-NAME                      PIC X(30).
          05 CCT-EXPENSE-CODE              PIC X(12).
          05 CCT-STATUS                    PIC X(01).
             88 CCT-ACTIVE                 VALUE 'A'.
             88 CCT-INACTIVE               VALUE 'I'.
          05 CCT-UPDATED-BY                PIC X(08).
          05 CCT-UPDATED-TS                PIC X(26).
