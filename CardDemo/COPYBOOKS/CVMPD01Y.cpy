      ******************************************************************
      * CardDemo - Minimum Payment Warning Parameter
      * Passed by the statement programs (CBSTM01C, CBSTM02C) to the
      * CBMPD01C calculator for each account. The caller fills the
      * group, the balance the warning is given on, the part of it
      * that is cash advance, and the APRs CBACT05C stamped on the
      * account master. The calculator answers how long paying only
      * the minimum (the group's MINPAY formula) takes and costs,
      * and the monthly payment that clears the balance in 36
      * months with what that costs. MPD-RESULT:
      *   'N' - nothing to disclose (no balance owing),
      *   'Y' - the figures below print,
      *   'X' - paying only the minimum never clears the balance
      *         (MPD-MIN-MONTHS/TOTAL are not meaningful).
      * The 36-month figures are zero when the minimum already pays
      * the balance off within 36 months.
      ******************************************************************
       01 MINPAY-DISCLOSURE-PARM.
          05 MPD-GROUP-ID                  PIC X(10).
          05 MPD-BALANCE                   PIC S9(10)V99 COMP-3.
          05 MPD-CASH-BAL                  PIC S9(10)V99 COMP-3.
          05 MPD-PURCH-APR                 PIC 9(02)V9(02).
          05 MPD-CASH-APR                  PIC 9(02)V9(02).
          05 MPD-PROMO-APR                 PIC 9(02)V9(02).
          05 MPD-PROMO-END-DATE            PIC X(10).
          05 MPD-RESULT                    PIC X(01).
             88 MPD-NOT-SHOWN              VALUE 'N'.
             88 MPD-SHOWN                  VALUE 'Y'.
             88 MPD-NEVER-PAID-OFF         VALUE 'X'.
          05 MPD-MIN-MONTHS                PIC 9(04).
          05 MPD-MIN-TOTAL                 PIC S9(10)V99 COMP-3.
          05 MPD-36-PAYMENT                PIC S9(10)V99 COMP-3.
          05 MPD-36-TOTAL                  PIC S9(10)V99 COMP-3.
