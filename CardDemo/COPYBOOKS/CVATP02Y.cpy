      ******************************************************************
      * CardDemo - Ability-to-Pay Decision Log
      * ATP-DECISION-RECORD is the ATPLOG KSDS: one row for every
      * ability-to-pay test CBATP01C answers (CVATP01Y), written by
      * the caller whatever the outcome, so the basis of each refusal
      * or cap can be shown to an examiner or the customer. Keyed on
      * the customer, since an origination refusal has no account,
      * and the time of the test. ATL-SOURCE names the path: 'O'
      * origination on COACT01C, 'U' a direct increase on COACTUPC,
      * 'A' an approval on COACTAPC, 'B' a CBLNR01C batch proposal.
      ******************************************************************
       01 ATP-DECISION-RECORD.
          05 ATL-KEY.
             10 ATL-CUST-ID                PIC 9(09).
             10 ATL-TS                     PIC X(26).
          05 ATL-ACCT-ID                   PIC 9(11).
          05 ATL-SOURCE                    PIC X(01).
             88 ATL-SRC-ORIGINATION        VALUE 'O'.
             88 ATL-SRC-ACCT-UPDATE        VALUE 'U'.
             88 ATL-SRC-APPROVAL           VALUE 'A'.
             88 ATL-SRC-BATCH              VALUE 'B'.
          05 ATL-USER-ID                   PIC X(08).
          05 ATL-RESULT                    PIC X(01).
          05 ATL-REASON-CD                 PIC X(04).
          05 ATL-REQUESTED-LIMIT           PIC S9(10)V99 COMP-3.
          05 ATL-CURRENT-LIMIT             PIC S9(10)V99 COMP-3.
          05 ATL-APPROVED-LIMIT            PIC S9(10)V99 COMP-3.
          05 ATL-OTHER-EXPOSURE            PIC S9(10)V99 COMP-3.
          05 ATL-STATED-INCOME             PIC S9(09)V99 COMP-3.
          05 ATL-INCOME-DATE               PIC X(10).
          05 ATL-HOUSING-PMT               PIC S9(07)V99 COMP-3.
          05 ATL-RESIDUAL-INCOME           PIC S9(09)V99 COMP-3.
          05 ATL-MIN-PAY-TOTAL             PIC S9(09)V99 COMP-3.
          05 ATL-MAX-PAYMENT               PIC S9(09)V99 COMP-3.
          05 FILLER                        PIC X(20).
