      ******************************************************************
      * CardDemo - Company Payment Record (CMPPAYIN)
      * One company-level payment to be spread over the company's
      * employee accounts by CBCMP02C - fed by the remittance
      * processing that receives the company's single payment.
      ******************************************************************
       01 COMPANY-PAYMENT-RECORD.
          05 CPY-COMPANY-ID                PIC X(10).
          05 CPY-PAYMENT-REF               PIC X(16).
          05 CPY-PAYMENT-DATE              PIC X(10).
          05 CPY-PAYMENT-AMT               PIC S9(09)V99.
          05 FILLER                        PIC X(33).
      ******************************************************************
      * CardDemo - Company Expense Extract Record (CMPEXPO)
      * The monthly spend-by-cost-center file CBCMP03C sends each
      * corporate client's expense system: a header per company, a
      * detail row per cost center with the month's spend, and a
      * trailer with the company total.
      ******************************************************************
       01 COMPANY-EXPENSE-RECORD.
          05 CEX-RECORD-TYPE               PIC X(01).
             88 CEX-HEADER                 VALUE 'H'.
             88 CEX-DETAIL                 VALUE 'D'.
             88 CEX-TRAILER                VALUE 'T'.
          05 CEX-COMPANY-ID                PIC X(10).
          05 CEX-MONTH                     PIC X(07).
          05 CEX-COST-CENTER-ID            PIC X(08).
          05 CEX-COST-CENTER-NAME          PIC X(30).
          05 CEX-EXPENSE-CODE              PIC X(12).
          05 CEX-TRAN-COUNT                PIC 9(07).
          05 CEX-PURCHASE-AMT              PIC S9(09)V99.
          05 CEX-CASH-AMT                  PIC S9(09)V99.
          05 CEX-FEE-AMT                   PIC S9(09)V99.
          05 CEX-CREDIT-AMT                PIC S9(09)V99.
          05 CEX-NET-AMT                   PIC S9(09)V99.
          05 FILLER                        PIC X(10).
