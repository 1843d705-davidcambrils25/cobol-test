      ******************************************************************
      * CardDemo - Vintage Curve Record (VINSUM)
      * One row per account cohort per month on book, written by the
      * CBVIN01C monthly vintage report. A cohort is the month the
      * accounts opened (ACCT-OPEN-DATE), their account group and
      * the band of the holder's FICO score at origination - the
      * same 750+ / 650-749 / under 650 split the initial-limit table
      * (CVAIL01Y) uses. Each month's run adds the row for the month
      * on book every cohort has just reached - one new column on
      * each curve - and the report reads the earlier columns back
      * from here, since last year's delinquency cannot be rebuilt
      * from the masters after the fact. The 30+/60+/90+ figures are
      * cumulative (a 90+ account is in all three) and cover accounts
      * still active; charged-off balances are the written-off
      * amount on CHGOFF.
      ******************************************************************
       01 VINTAGE-CURVE-RECORD.
          05 VIN-KEY.
             10 VIN-COHORT.
                15 VIN-OPEN-MONTH          PIC X(07).
                15 VIN-GROUP-ID            PIC X(10).
                15 VIN-FICO-BAND           PIC X(01).
                   88 VIN-FICO-HIGH        VALUE 'H'.
                   88 VIN-FICO-MID         VALUE 'M'.
                   88 VIN-FICO-LOW         VALUE 'L'.
                   88 VIN-FICO-UNSCORED    VALUE 'U'.
             10 VIN-MOB                    PIC 9(03).
          05 VIN-ASOF-MONTH                PIC X(07).
          05 VIN-ACCT-COUNT                PIC 9(07).
          05 VIN-DLQ30-COUNT               PIC 9(07).
          05 VIN-DLQ60-COUNT               PIC 9(07).
          05 VIN-DLQ90-COUNT               PIC 9(07).
          05 VIN-CHGOFF-COUNT              PIC 9(07).
          05 VIN-CLOSED-COUNT              PIC 9(07).
          05 VIN-ACTIVE-COUNT              PIC 9(07).
          05 VIN-DLQ30-BAL                 PIC S9(13)V99 COMP-3.
          05 VIN-DLQ60-BAL                 PIC S9(13)V99 COMP-3.
          05 VIN-DLQ90-BAL                 PIC S9(13)V99 COMP-3.
          05 VIN-CHGOFF-BAL                PIC S9(13)V99 COMP-3.
          05 VIN-ACTIVE-BAL                PIC S9(13)V99 COMP-3.
          05 FILLER                        PIC X(20).
