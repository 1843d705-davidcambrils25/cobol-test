      ******************************************************************
      * CardDemo - Secured Card Policy
      * The account group that is the secured product, the deposit
      * range COACT01C accepts (the credit limit is the deposit), the
      * consecutive clean cycles (ACCT-CLEAN-CYCLES) a secured account
      * needs before the CBGRD01C graduation review proposes an
      * unsecured limit, and the group it graduates to - priced and
      * noticed through the PRODCHG product change path (CVPCH01Y).
      * Compiled-constant arrangement, the same as CVPCH02Y.
      ******************************************************************
       01 SECURED-CARD-POLICY.
          05 SCP-SECURED-GROUP-ID          PIC X(10) VALUE 'SECURED'.
          05 SCP-MIN-DEPOSIT-AMT           PIC 9(07)V99 VALUE 200.00.
          05 SCP-MAX-DEPOSIT-AMT           PIC 9(07)V99 VALUE 5000.00.
          05 SCP-GRAD-CLEAN-CYCLES         PIC 9(03) VALUE 012.
          05 SCP-GRAD-GROUP-ID             PIC X(10) VALUE 'DEFAULT'.
