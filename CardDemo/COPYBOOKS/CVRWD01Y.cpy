      * transaction master - purchases earn points, cash advances and
      * fees do not - and redeemed on-line through CORWD00C, which
      * posts the statement credit through the normal transaction
      * path. CBSTM01C prints the balance on the statement. A product
      * change into the group opens the row and one out of it cashes
      * out or forfeits the points and deletes it (CBPCH01C).
      ******************************************************************
       01 REWARDS-RECORD.
          05 RWD-ACCT-ID                   PIC 9(11).
