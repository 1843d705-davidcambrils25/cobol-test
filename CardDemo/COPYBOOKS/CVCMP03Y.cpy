      ******************************************************************
      * CardDemo - Company Account Link Record (CMPACCT)
      * One row per employee account issued under a corporate client,
      * keyed by company plus account, so every program that needs a
      * company's accounts - the aggregate limit check in COAUTSVC,
      * COTRN02C and CBTRN03C, the company statement, the payment
      * allocation and the expense extract - browses them from here.
      * The account itself carries the same company and cost center
      * (ACCT-COMPANY-ID / ACCT-COST-CENTER-ID) so a single account
      * knows whether it is a corporate card at all. COCMP00C writes
      * the row on link, rewrites it on a cost center move and
      * deletes it on unlink.
      ******************************************************************
       01 COMPANY-ACCOUNT-RECORD.
          05 CMA-KEY.
             10 CMA-COMPANY-ID             PIC X(10).
             10 CMA-ACCT-ID                PIC 9(11).
          05 CMA-COST-CENTER-ID            PIC X(08).
          05 CMA-EMPLOYEE-ID               PIC X(12).
          05 CMA-EMPLOYEE-NAME             PIC X(30).
          05 CMA-LINK-DATE                 PIC X(10).
          05 CMA-LINKED-BY                 PIC X(08).
