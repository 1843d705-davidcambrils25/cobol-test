      * cannot be recomputed from the masters after the fact, so each
      * run banks its own numbers. Bucket indexes match CBACT06C:
      * 1=CURRENT, 2=30, 3=60, 4=90+, 5=NON-COLLECTIONS.
      * PRF-INTERCHG-INCOME is the month's earned interchange off the
      * INTCHG capture file (CVICH01Y).
      ******************************************************************
       01 PORTFOLIO-SUMMARY-RECORD.
          05 PRF-PERIOD                    PIC X(07).
          05 PRF-PAY-AMT                   PIC S9(13)V99 COMP-3.
          05 PRF-RWD-POINTS                PIC S9(13)    COMP-3.
          05 PRF-RWD-LIABILITY             PIC S9(11)V99 COMP-3.
          05 PRF-INTERCHG-INCOME           PIC S9(11)V99 COMP-3.
