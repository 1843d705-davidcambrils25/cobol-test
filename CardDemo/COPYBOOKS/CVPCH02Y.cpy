      ******************************************************************
      * CardDemo - Product Change Policy
      * The rules of a conversion between account groups: the group
      * that earns rewards (CBRWD01C), what becomes of the points
      * when an account leaves it - cashed out as a statement credit
      * at the redemption rate CORWD00C uses ('C'), or forfeited
      * ('F') - and the fewest days' notice the customer gets before
      * the conversion; a next cycle cut closer than that moves the
      * change to the cut after. Shared by COPCH00C and CBPCH01C.
      ******************************************************************
       01 PRODUCT-CHANGE-POLICY.
          05 PCP-REWARDS-GROUP-ID          PIC X(10) VALUE 'PLATINUM'.
          05 PCP-POINTS-RULE               PIC X(01) VALUE 'C'.
             88 PCP-CASH-OUT-POINTS        VALUE 'C'.
             88 PCP-FORFEIT-POINTS         VALUE 'F'.
          05 PCP-POINTS-PER-DOLLAR         PIC 9(03) VALUE 100.
          05 PCP-MIN-NOTICE-DAYS           PIC 9(02) VALUE 10.
