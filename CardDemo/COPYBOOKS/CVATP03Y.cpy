      ******************************************************************
      * CardDemo - Ability-to-Pay Policy
      * The test CBATP01C applies (CVATP01Y). A monthly minimum
      * payment of CDEMO-ATP-MIN-PAY-PCT is assumed on every committed
      * line the customer would hold; the test fails when those
      * minimums would take more than CDEMO-ATP-MAX-PAY-PCT of the
      * residual monthly income (stated annual income / 12 less the
      * housing payment). Where a smaller line would pass, the answer
      * is a cap at the largest passing line, rounded down to the
      * hundred, unless that is below CDEMO-ATP-MIN-LINE or no more
      * than the line already held. Income captured
      * CDEMO-ATP-STALE-MONTHS or more months ago is refused until it
      * is re-captured on COCUS01C. Compiled-constant arrangement, the
      * same as CDEMO-CUST-EXPOSURE-CEILING on CVEXP01Y.
      ******************************************************************
       01 CDEMO-ATP-MIN-PAY-PCT             PIC S9(03)V99 COMP-3
                                            VALUE 3.00.
       01 CDEMO-ATP-MAX-PAY-PCT             PIC S9(03)V99 COMP-3
                                            VALUE 25.00.
       01 CDEMO-ATP-STALE-MONTHS            PIC S9(03) COMP-3
                                            VALUE 12.
       01 CDEMO-ATP-MIN-LINE                PIC S9(10)V99 COMP-3
                                            VALUE 300.00.
