          05 EST-CONTENT-REF.
             10 EST-REF-ACCT-ID            PIC 9(11).
             10 EST-REF-CYCLE-DATE         PIC X(10).
      * THE CUSTOMER'S CUST-LANG-CD, SO THE VENDOR WRAPS THE CONTENT
      * IN THE SAME LANGUAGE IT WAS RENDERED IN.
          05 EST-LANG-CD                   PIC X(02).
