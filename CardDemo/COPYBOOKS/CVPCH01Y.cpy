      ******************************************************************
      * CardDemo - Product Change Record (PRODCHG)
      * One row per conversion of an account from one account group
      * (product) to another, keyed by account plus the time it was
      * keyed. A rep schedules it on COPCH00C ('S') to take effect at
      * the account's next cycle cut (PCH-EFF-DATE). CBPCH01C sends
      * the customer the notice of the new product's terms that
      * night ('N') and converts the account on the effective date
      * ('C'): ACCT-GROUP-ID moves to the new group, the rewards row
      * is opened or closed, the annual fee is pro-rated or newly
      * assessed, and - when asked for - replacement plastic is cut
      * for CBEMB01C to emboss with the new product's art. What the
      * conversion did is recorded on the row. A rep may cancel
      * ('X') a change not yet converted; an account no longer open
      * on the effective date is refused ('R') with the reason.
      ******************************************************************
       01 PRODUCT-CHANGE-RECORD.
          05 PCH-KEY.
             10 PCH-ACCT-ID                PIC 9(11).
             10 PCH-KEYED-TS               PIC X(26).
          05 PCH-OLD-GROUP-ID              PIC X(10).
          05 PCH-NEW-GROUP-ID              PIC X(10).
          05 PCH-EFF-DATE                  PIC X(10).
          05 PCH-REISSUE-IND               PIC X(01).
             88 PCH-REISSUE-PLASTIC        VALUE 'Y'.
          05 PCH-KEYED-BY                  PIC X(08).
          05 PCH-STATUS                    PIC X(01).
             88 PCH-SCHEDULED              VALUE 'S'.
             88 PCH-NOTICED                VALUE 'N'.
             88 PCH-CONVERTED              VALUE 'C'.
             88 PCH-CANCELLED              VALUE 'X'.
             88 PCH-REFUSED                VALUE 'R'.
             88 PCH-PENDING                VALUE 'S' 'N'.
          05 PCH-NOTICE-DATE               PIC X(10).
      * FILLED IN BY CBPCH01C AT CONVERSION.
          05 PCH-CONVERTED-DATE            PIC X(10).
          05 PCH-FEE-REBATE-AMT            PIC S9(07)V99 COMP-3.
          05 PCH-FEE-CHARGED-AMT           PIC S9(07)V99 COMP-3.
          05 PCH-POINTS-ACTION             PIC X(01).
             88 PCH-POINTS-NONE            VALUE ' '.
             88 PCH-REWARDS-OPENED         VALUE 'O'.
             88 PCH-POINTS-CASHED-OUT      VALUE 'C'.
             88 PCH-POINTS-FORFEITED       VALUE 'F'.
          05 PCH-POINTS-AMT                PIC S9(09) COMP-3.
          05 PCH-CASHOUT-AMT               PIC S9(07)V99 COMP-3.
          05 PCH-CARDS-REISSUED            PIC 9(03).
          05 PCH-REFUSE-REASON             PIC X(30).
