          05 CBR-CURR-BAL                  PIC S9(10)V99 COMP-3.
          05 CBR-CREDIT-LIMIT              PIC S9(10)V99 COMP-3.
          05 CBR-REPORT-DATE               PIC X(10).
      * METRO 2 SPECIAL COMMENT CODE, SPACES WHEN NONE APPLIES. 'AU'
      * (PAID IN FULL FOR LESS THAN THE FULL BALANCE) GOES OUT WITH
      * STATUS 13 ON AN ACCOUNT CLOSED BY A PAID SETTLEMENT OFFER
      * (ACCT-CLOSE-REASON-CD 'STLD', SET BY CBSTL01C).
          05 CBR-SPECIAL-COMMENT           PIC X(02).
      * METRO 2 ACCOUNT NUMBER CHANGE (L1 SEGMENT). WHEN COXFR00C HAS
      * MOVED A COMPROMISED ACCOUNT ONTO A NEW NUMBER, THE FIRST ROW
      * FURNISHED FOR THE NEW ACCOUNT CARRIES THE OLD NUMBER HERE SO
      * THE BUREAU RENUMBERS THE EXISTING TRADELINE. THE OLD ACCOUNT
      * (CLOSED 'XFER') IS NOT FURNISHED AT ALL. ZERO WHEN NONE.
          05 CBR-PRIOR-ACCT-ID             PIC 9(11).
