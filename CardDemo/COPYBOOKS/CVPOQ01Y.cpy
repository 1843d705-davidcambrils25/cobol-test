      ******************************************************************
      * CardDemo - Payoff Quote Record (PAYOFFQ)
      * One row per numbered payoff quote issued on COPOQ00C, keyed by
      * account plus the quote number the rep reads to the caller. The
      * quote projects the balance to POQ-GOOD-THRU-DATE with the
      * interest the nightly accrual (CBACT05C) will charge on the way
      * - same basis, same rate selection - plus the open AUTHFILE
      * holds that will settle before then. Payments still inside the
      * clearing window are carried separately: if one comes back the
      * payoff goes up by that much. The quote is logged to CORRHIST.
      * A payment carrying the quote number (PAY-PAYOFF-QUOTE-NO, off
      * the lockbox coupon) dated on or before the good-through date
      * lets the nightly CBPOQ01C waive a residual balance within its
      * tolerance so the account ends at zero ('P'); a residual above
      * the tolerance leaves the quote short ('S') for a rep to take
      * up, and a quote nobody paid lapses ('X') after its date.
      ******************************************************************
       01 PAYOFF-QUOTE-RECORD.
          05 POQ-KEY.
             10 POQ-ACCT-ID                PIC 9(11).
             10 POQ-QUOTE-NO               PIC 9(08).
          05 POQ-QUOTE-DATE                PIC X(10).
          05 POQ-GOOD-THRU-DATE            PIC X(10).
          05 POQ-DAYS                      PIC 9(03).
          05 POQ-CURR-BAL                  PIC S9(10)V99 COMP-3.
          05 POQ-PURCH-RATE                PIC 9(02)V9(02).
          05 POQ-CASH-RATE                 PIC 9(02)V9(02).
          05 POQ-PER-DIEM                  PIC S9(07)V99 COMP-3.
          05 POQ-PROJ-INT                  PIC S9(09)V99 COMP-3.
      * DEFERRED-PROMO MEMO THAT POSTS INSIDE THE QUOTE WINDOW.
          05 POQ-DEFER-INT                 PIC S9(09)V99 COMP-3.
          05 POQ-HOLD-AMT                  PIC S9(09)V99 COMP-3.
          05 POQ-PAYOFF-AMT                PIC S9(10)V99 COMP-3.
          05 POQ-UNSETTLED-AMT             PIC S9(09)V99 COMP-3.
          05 POQ-QUOTED-BY                 PIC X(08).
          05 POQ-STATUS                    PIC X(01).
             88 POQ-OPEN                   VALUE 'O'.
             88 POQ-PAID-OFF               VALUE 'P'.
             88 POQ-SHORT                  VALUE 'S'.
             88 POQ-EXPIRED                VALUE 'X'.
      * FILLED IN BY CBPOQ01C WHEN THE QUOTE IS CLOSED.
          05 POQ-PAY-ID                    PIC X(16).
          05 POQ-PAID-AMT                  PIC S9(10)V99 COMP-3.
          05 POQ-WAIVED-AMT                PIC S9(07)V99 COMP-3.
          05 POQ-CLOSED-DATE               PIC X(10).
          05 POQ-ENTERED-TS                PIC X(26).
