      ******************************************************************
      * CardDemo - Debt Cancellation Event Record (DEBTCNL)
      * One row per identifiable event on which we cancel what is left
      * of a cardholder's debt, keyed by account and event date - the
      * source for the annual 1099-C cancellation-of-debt filing
      * (CBTXC01C). CBAGY02C writes the row when an outside agency
      * closes a charged-off account as uncollectible (event code 'G',
      * a decision to discontinue collection). DCN-DEBT-AMT is the
      * amount discharged (1099-C box 2) and DCN-INT-AMT the interest
      * included in it (box 3); the principal the reporting threshold
      * is measured against is the difference. A recovery that arrives
      * after the event re-amounts the row, and a recall that reopens
      * collection voids it, so a form already filed is corrected or
      * voided on the next CBTXC01C run.
      ******************************************************************
       01 DEBT-CANCEL-RECORD.
          05 DCN-KEY.
             10 DCN-ACCT-ID                PIC 9(11).
             10 DCN-EVENT-DATE             PIC X(10).
          05 DCN-EVENT-CD                  PIC X(01).
             88 DCN-EVENT-BY-AGREEMENT     VALUE 'F'.
             88 DCN-EVENT-COLLECTION-ENDED VALUE 'G'.
          05 DCN-STATUS                    PIC X(01).
             88 DCN-ACTIVE                 VALUE 'A'.
             88 DCN-VOIDED                 VALUE 'V'.
          05 DCN-DEBT-AMT                  PIC S9(10)V99 COMP-3.
          05 DCN-INT-AMT                   PIC S9(10)V99 COMP-3.
          05 DCN-SOURCE-PGM                PIC X(08).
          05 DCN-UPDATED-DATE              PIC X(10).
