      ******************************************************************
      * CardDemo - Misapplied Payment Transfer Service Parameter
      * The commarea passed to COPXFSVC (EXEC CICS LINK) to move a
      * posted PAYMENT-RECORD off the account it was wrongly posted to
      * and onto the account it was meant for. The COPXF00C transfer
      * screen links to it directly for a transfer at or under
      * CDEMO-PAYXFER-APPR-THRESHOLD; above it the screen holds the
      * move as a pending 'PAYXFER' ACCTAPR row (CVAPR01Y) and
      * COACTAPC links to it once a second user approves.
      *
      * The service reverses the payment's PAYALLOC allocation on the
      * source account, re-runs the COBIL00C allocation hierarchy on
      * the target, refunds the late fee the misapplication caused on
      * the target, repoints the payment (keeping its confirmation
      * number) and writes the paired ACCTAUD rows - 'PAYXFROUT' on
      * the source, 'PAYXFRIN' on the target - that both carry the
      * confirmation number.
      *
      * RESULT 'D' DONE, 'F' FAILED (PXF-MESSAGE SAYS WHY).
      ******************************************************************
       01 PAY-TRANSFER-PARM.
          05 PXF-REQUEST.
             10 PXF-PAY-ID                 PIC X(16).
             10 PXF-TO-ACCT-ID             PIC 9(11).
             10 PXF-USER-ID                PIC X(08).
          05 PXF-REPLY.
             10 PXF-RESULT                 PIC X(01).
                88 PXF-DONE                VALUE 'D'.
                88 PXF-FAILED              VALUE 'F'.
             10 PXF-MESSAGE                PIC X(50).
             10 PXF-FROM-ACCT-ID           PIC 9(11).
             10 PXF-FEE-REFUND-AMT         PIC S9(05)V99 COMP-3.

      * A TRANSFER OF MORE THAN THIS NEEDS A SECOND USER'S APPROVAL
      * (COACTAPC). A COMPILED CONSTANT, THE SAME ARRANGEMENT AS
      * CDEMO-LIMIT-APPR-THRESHOLD ON CVAPR01Y.
       01 CDEMO-PAYXFER-APPR-THRESHOLD      PIC S9(09)V99 COMP-3
                                             VALUE 1000.00.
