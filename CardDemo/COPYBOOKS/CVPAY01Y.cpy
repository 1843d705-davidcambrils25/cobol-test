      * DATE TO AGE FROM.
          05 PAY-ACH-ORIG-DATE             PIC X(10).
          05 PAY-SETTLED-DATE              PIC X(10).
      * THE BANK ACCOUNT A LOCKBOX CHECK WAS DRAWN ON (CBLBX01C, FROM
      * LBX-DRAWER-ACCT-ID). SPACES ON EVERY OTHER KIND OF PAYMENT.
      * CBAML01C COMPARES IT WITH THE CUSTOMER'S OWN ACCOUNTS TO FIND
      * THIRD-PARTY CHECKS.
          05 PAY-DRAWER-ACCT-ID            PIC X(10).
      * THE COPOQ00C PAYOFF QUOTE NUMBER (PAYOFFQ, CVPOQ01Y) THE
      * REMITTANCE NAMED, OFF THE LOCKBOX COUPON (LBX-PAYOFF-QUOTE-
      * NO). CBPOQ01C MATCHES IT TO CLOSE THE QUOTE. SPACES ON EVERY
      * PAYMENT NOT MADE AGAINST A QUOTE.
          05 PAY-PAYOFF-QUOTE-NO           PIC X(08).
      * THE ACCOUNT A MISAPPLIED PAYMENT WAS FIRST POSTED TO, SET BY
      * COPXFSVC WHEN IT MOVES THE PAYMENT (PAY-ACCT-ID THEN NAMES THE
      * ACCOUNT IT WAS MEANT FOR; PAY-CONFIRM-NO IS UNCHANGED). SPACES
      * ON EVERY PAYMENT NEVER MOVED.
          05 PAY-XFER-FROM-ACCT-ID         PIC X(11).
