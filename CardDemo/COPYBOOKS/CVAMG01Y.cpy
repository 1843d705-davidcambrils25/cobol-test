      ******************************************************************
      * CardDemo - Variable APR Margin Row (APRMARGN)
      * One row per account group whose APRs float on an index: the
      * purchase and cash advance APRs are the index rate (INDEXRT,
      * CVIDX01Y) plus the group's margin, held between the floor
      * and the ceiling the cardholder agreement discloses. A group
      * with no row here is fixed-rate and priced only from the rows
      * keyed on COREF00C. CBIDX02C turns each index move into
      * pending INTRATES rows through REFPEND; CBACT05C holds the
      * rate it accrues at inside the floor and ceiling. Maintained
      * on COREF00C (dataset 'P') under the same maker-checker rule.
      ******************************************************************
       01 APR-MARGIN-RECORD.
          05 AMG-GROUP-ID                  PIC X(10).
          05 AMG-INDEX-CD                  PIC X(08).
          05 AMG-PURCH-MARGIN              PIC 9(02)V9(02).
          05 AMG-CASH-MARGIN               PIC 9(02)V9(02).
          05 AMG-FLOOR-RATE                PIC 9(02)V9(02).
          05 AMG-CEILING-RATE              PIC 9(02)V9(02).
          05 AMG-SET-BY                    PIC X(08).
          05 AMG-SET-TIMESTAMP             PIC X(16).
