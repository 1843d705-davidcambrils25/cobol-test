      ******************************************************************
      * CardDemo - Interchange Rate Reference Row (INTCHRT)
      * The rate the network pays us on a settled purchase when the
      * merchant feed does not carry the interchange amount itself.
      * One row per card product (account group), channel ('CP ' card
      * present, 'CNP' card not present - TRAN-SOURCE 'ONLINE' counts
      * as CNP), merchant category code and effective date; an MCC of
      * spaces covers every category the product/channel has no row
      * of its own for, and group 'DEFAULT' covers every product with
      * no row of its own. Interchange is the percent of the sale plus
      * the flat amount. CBTRN03C loads the file at startup, the
      * newest row per key dated on or before the run date. Maintained
      * on COREF00C (dataset 'X'), applied on COREFAPC.
      ******************************************************************
       01 INTERCHANGE-RATE-RECORD.
          05 ICR-KEY.
             10 ICR-GROUP-ID               PIC X(10).
             10 ICR-CHANNEL-CD             PIC X(03).
             10 ICR-MCC                    PIC X(04).
             10 ICR-EFF-DATE               PIC X(10).
          05 ICR-RATE-PCT                  PIC 9(02)V9(03).
          05 ICR-FLAT-AMT                  PIC 9(03)V99.
          05 ICR-SET-BY                    PIC X(08).
          05 ICR-SET-TIMESTAMP             PIC X(16).
