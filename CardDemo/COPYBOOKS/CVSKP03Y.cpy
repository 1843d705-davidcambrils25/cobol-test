      ******************************************************************
      * CardDemo - Skip-Payment Offer Response Record (SKIPRSP)
      * One row per customer who accepted a marketing skip-a-payment
      * offer, as returned by the campaign vendor. SKR-CYCLE-MONTH
      * (YYYY-MM) names the cycle cut the offer was for; blank means
      * the account's next cut. Read by CBSKP01C.
      ******************************************************************
       01 SKIP-PAY-RESPONSE-RECORD.
          05 SKR-ACCT-ID                   PIC 9(11).
          05 SKR-CYCLE-MONTH               PIC X(07).
          05 SKR-OFFER-CD                  PIC X(08).
          05 SKR-RESPONSE-DATE             PIC X(10).
          05 FILLER                        PIC X(04).
