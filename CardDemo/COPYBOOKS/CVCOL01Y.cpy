      ******************************************************************
      * CardDemo - Secured Card Collateral Deposit Record (COLLATRL)
      * One row per secured account, keyed by account. The deposit
      * is keyed on COACT01C when the account is opened ('P') and
      * drawn from the customer's FUNDACCT funding account on the
      * CBACH01C origination extract under confirmation 'CD' plus
      * the account ('O'). CBACH02C holds it once the bank settles
      * it ('H'), sets the account's credit limit to the deposit and
      * books it to the deposit liability through the transaction
      * master (12/9100) for the CBGLX01C feed; a draw bounced on
      * the CBRTN01C returns feed is marked 'R'. A held deposit
      * leaves in one of three ways: applied to the balance at
      * charge-off (CBCHO01C, 12/9101 - 'A', any excess refund due),
      * or due back to the customer ('D') on closure (COACT02C) or
      * on an approved graduation to an unsecured limit (COACTAPC),
      * when CBRFD01C refunds it (12/9102) and marks it 'X'. A
      * deposit never drawn is cancelled ('C') on closure.
      ******************************************************************
       01 COLLATERAL-RECORD.
          05 COL-ACCT-ID                   PIC 9(11).
          05 COL-CUST-ID                   PIC 9(09).
      * FUNDACCT SEQUENCE THE DEPOSIT IS DRAWN ON - THE ROW KEYED AT
      * OPEN, OR THE CUSTOMER'S VERIFIED DEFAULT ROW WHEN NONE WAS.
          05 COL-FUND-SEQ                  PIC 9(02).
          05 COL-DEPOSIT-AMT               PIC S9(09)V99 COMP-3.
          05 COL-STATUS                    PIC X(01).
             88 COL-AWAITING-ORIG          VALUE 'P'.
             88 COL-ORIGINATED             VALUE 'O'.
             88 COL-HELD                   VALUE 'H'.
             88 COL-RETURNED               VALUE 'R'.
             88 COL-REFUND-DUE             VALUE 'D'.
             88 COL-REFUNDED               VALUE 'X'.
             88 COL-APPLIED                VALUE 'A'.
             88 COL-CANCELLED              VALUE 'C'.
          05 COL-OPENED-BY                 PIC X(08).
          05 COL-OPENED-DATE               PIC X(10).
          05 COL-ORIG-DATE                 PIC X(10).
          05 COL-HELD-DATE                 PIC X(10).
          05 COL-RETURN-REASON-CD          PIC X(03).
      * CHARGE-OFF - HOW MUCH OF THE DEPOSIT WENT AGAINST THE BALANCE.
          05 COL-APPLIED-AMT               PIC S9(09)V99 COMP-3.
      * REFUND - WHY IT IS DUE, HOW MUCH, AND HOW IT WENT OUT.
          05 COL-REFUND-REASON             PIC X(01).
             88 COL-REFUND-CLOSURE         VALUE 'C'.
             88 COL-REFUND-GRADUATION      VALUE 'G'.
             88 COL-REFUND-CHGOFF-EXCESS   VALUE 'O'.
          05 COL-REFUND-AMT                PIC S9(09)V99 COMP-3.
          05 COL-REFUND-DUE-DATE           PIC X(10).
          05 COL-REFUND-METHOD             PIC X(01).
             88 COL-REFUND-BY-ACH          VALUE 'A'.
             88 COL-REFUND-BY-CHECK        VALUE 'K'.
          05 COL-REFUND-DATE               PIC X(10).
          05 FILLER                        PIC X(10).
