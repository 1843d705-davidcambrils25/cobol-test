      ******************************************************************
      * CardDemo - Account Profitability Row (ACCTPRF)
      * One row per account per calendar month, written by the
      * CBAPF01C month-end profitability run and shown to retention
      * reps on COC360C. Revenue is the month's interest (type 06)
      * and fees (04/05) posted, the interchange captured on INTCHG,
      * and the rewards-funded spend - the redemption statement
      * credits CORWD00C posted, paid out of the rewards liability
      * rather than the account's own earnings. Costs are the points
      * the month's purchases accrued under the CBRWD01C rule (100
      * points to the dollar), the goodwill waivers CBWAV01C totals,
      * the balance charged off (CHGOFF) net of agency recoveries
      * applied since the prior row (AGYRETN via CBAGY02C), disputes
      * resolved in the cardholder's favor net of network recovery,
      * and the cost of funding the average daily balance (DLYBAL)
      * at the month's 'COSTFUND' index rate (INDEXRT). APF-NET-12MO
      * is this month and the eleven before it. APF-RECOVERED-TO-DATE
      * is CHO-RECOVERED-AMT as this run saw it, so the next month
      * takes only the further recoveries.
      ******************************************************************
       01 ACCT-PROFIT-RECORD.
          05 APF-KEY.
             10 APF-ACCT-ID                PIC 9(11).
             10 APF-MONTH                  PIC X(07).
          05 APF-RUN-DATE                  PIC X(10).
          05 APF-CUST-ID                   PIC 9(09).
          05 APF-GROUP-ID                  PIC X(10).
          05 APF-OPEN-MONTH                PIC X(07).
          05 APF-FICO-BAND                 PIC X(01).
             88 APF-FICO-HIGH              VALUE 'H'.
             88 APF-FICO-MID               VALUE 'M'.
             88 APF-FICO-LOW               VALUE 'L'.
             88 APF-FICO-UNSCORED          VALUE 'U'.
          05 APF-INT-INCOME                PIC S9(09)V99 COMP-3.
          05 APF-FEE-INCOME                PIC S9(09)V99 COMP-3.
          05 APF-INTERCHG-INCOME           PIC S9(09)V99 COMP-3.
          05 APF-RWD-FUNDED-AMT            PIC S9(09)V99 COMP-3.
          05 APF-RWD-ACCRUAL-COST          PIC S9(09)V99 COMP-3.
          05 APF-WAIVER-COST               PIC S9(09)V99 COMP-3.
          05 APF-CHGOFF-LOSS               PIC S9(10)V99 COMP-3.
          05 APF-RECOVERY-AMT              PIC S9(10)V99 COMP-3.
          05 APF-DISPUTE-WRITEOFF          PIC S9(09)V99 COMP-3.
          05 APF-AVG-DAILY-BAL             PIC S9(10)V99 COMP-3.
          05 APF-FUNDS-RATE                PIC 9(02)V9(02).
          05 APF-FUNDS-COST                PIC S9(09)V99 COMP-3.
          05 APF-NET-PROFIT                PIC S9(10)V99 COMP-3.
          05 APF-NET-12MO                  PIC S9(11)V99 COMP-3.
          05 APF-RECOVERED-TO-DATE         PIC S9(10)V99 COMP-3.
          05 FILLER                        PIC X(20).
