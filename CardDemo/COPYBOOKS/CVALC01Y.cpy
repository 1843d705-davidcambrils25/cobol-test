      ******************************************************************
      * CardDemo - Payment Allocation Breakdown Record
      * One row per balance bucket a posted payment was applied to, in
      * the disclosed allocation order (interest, then fees, then
      * billed installments, then cash advances, then purchases, then
      * any unbilled installment plan principal the payment was big
      * enough to prepay), keyed by the payment's confirmation number
      * plus a bucket sequence. Written by COBIL00C for on-line
      * payments and CBPAY01C for autopay postings, so a rep can show
      * exactly where a partial payment's money went.
      ******************************************************************
             88 ALC-BUCKET-FEES            VALUE 'FEES    '.
             88 ALC-BUCKET-CASH-ADV        VALUE 'CASHADV '.
             88 ALC-BUCKET-PURCHASES       VALUE 'PURCHASE'.
             88 ALC-BUCKET-INSTL-DUE       VALUE 'INSTLDUE'.
             88 ALC-BUCKET-INSTL-PLAN      VALUE 'INSTLPLN'.
          05 ALC-AMOUNT                    PIC S9(09)V99 COMP-3.
          05 ALC-DATE                      PIC X(10).
