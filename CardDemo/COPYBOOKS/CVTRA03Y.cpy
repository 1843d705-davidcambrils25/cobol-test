      ******************************************************************
      * CardDemo - Merchant Settlement Feed Row (DALYTRAN)
      * The merchant feed CBTRN03C posts from is a TRAN-RECORD
      * (CVTRA01Y) followed by the network's settlement fields that
      * do not belong on the transaction master. This view sits under
      * the same FD as TRAN-RECORD so both describe one record area.
      * TFD-INTERCHG-AMT is the interchange the network credits us
      * for the row; zero, or not numeric on a feed that leaves the
      * extension blank, means the feed did not say and CBTRN03C
      * computes it from the INTCHRT rates (CVICR01Y). The HDR/TRL
      * control stamps leave the extension blank.
      * THE FEED ROW IS 283 BYTES: THE FULL 268-BYTE TRAN-RECORD, THE
      * 5-BYTE PACKED INTERCHANGE AMOUNT, THEN 10 BYTES OF FILLER.
      * TFD-TRAN-PART MUST GROW WITH CVTRA01Y, OR THE EXTENSION WILL
      * OVERLAY THE TAIL OF THE TRANSACTION FIELDS.
      ******************************************************************
       01 TRAN-FEED-RECORD.
          05 TFD-TRAN-PART                 PIC X(268).
          05 TFD-INTERCHG-AMT              PIC S9(07)V99 COMP-3.
          05 FILLER                        PIC X(10).
