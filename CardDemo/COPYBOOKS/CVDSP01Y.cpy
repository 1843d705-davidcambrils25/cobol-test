             88 DSP-RESOLVED-LOST          VALUE 'L'.
          05 DSP-OPENED-TS                 PIC X(26).
          05 DSP-OPENED-BY                 PIC X(08).
      * ALSO CARRIES THE CREDIT CODSP00C POSTS WHEN A CASE IS WON
      * BEFORE ANY PROVISIONAL CREDIT WAS ISSUED.
          05 DSP-PROV-CREDIT-TRAN-ID       PIC X(16).
          05 DSP-MERCH-RESP-DUE-DATE       PIC X(10).
          05 DSP-RESOLVED-TS               PIC X(26).
