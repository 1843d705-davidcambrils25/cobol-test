      ******************************************************************
      * CardDemo - Closed Account Reinstatement Policy
      * How long after a voluntary closure (COACT02C) the account may
      * still be reinstated on COACT03C instead of being reopened as a
      * brand-new account on COACT01C, and which closure reasons count
      * as voluntary. A charged-off, bankrupt or deceased account is
      * never in status 'C' and so never qualifies; 'STLD' and 'XFER'
      * closures are not voluntary either. Compiled-constant
      * arrangement, the same as CDEMO-CUST-EXPOSURE-CEILING on
      * CVEXP01Y.
      ******************************************************************
       01 CDEMO-REINSTATE-WINDOW-DAYS       PIC 9(03) VALUE 030.

       01 CDEMO-REINSTATE-REASON            PIC X(04).
          88 CDEMO-REINSTATE-VOLUNTARY      VALUE 'CLSV'.
