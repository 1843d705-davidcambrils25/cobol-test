      ******************************************************************
      * CardDemo - Re-Age Policy
      * The conditions under which CBRAG01C brings a delinquent
      * account current (re-ages it): the account must have been open
      * RGP-MIN-MONTHS-ON-BOOK months, the customer must have made
      * RGP-QUAL-PAYMENTS consecutive monthly payments each covering
      * the regular minimum payment, and the account may be re-aged
      * no more than RGP-MAX-PER-12-MONTHS times in any twelve months
      * and RGP-MAX-PER-5-YEARS times in any five years. Counted from
      * the re-age history on REAGE (CVRAG02Y).
      ******************************************************************
       01 REAGE-POLICY.
          05 RGP-MIN-MONTHS-ON-BOOK        PIC 9(03) VALUE 009.
          05 RGP-QUAL-PAYMENTS             PIC 9(02) VALUE 03.
          05 RGP-MAX-PER-12-MONTHS         PIC 9(02) VALUE 01.
          05 RGP-MAX-PER-5-YEARS           PIC 9(02) VALUE 02.
