000000* 2026-08-22  MAINT   RAISE/CLEAR THE ACCTDAT QUIESCE FLAG
000000*                     (CBQSC01C) AROUND THE UPDATE RUN SO THE
000000*                     ONLINE PATHS HOLD OFF WHILE IT IS UP.
000000* 2026-10-15  MAINT   POSTED AUTOPAY ROWS CARRY A BLANK PAY-
000000*                     DRAWER-ACCT-ID.
000000* 2026-10-15  MAINT   NEW PAYMENT ROWS CARRY A BLANK PAY-PAYOFF-
000000*                     QUOTE-NO.
000000* 2026-10-15  MAINT   ALLOCATION ORDER GAINS THE BILLED
000000*                     INSTALLMENT BUCKET AFTER FEES, AND A
000000*                     PAYMENT BIGGER THAN THE REVOLVING BALANCE
000000*                     PREPAYS UNBILLED PLAN PRINCIPAL LAST.
000000* 2026-10-15  MAINT   POSTED PAYMENTS CARRY A BLANK PAY-XFER-
000000*                     FROM-ACCT-ID.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       RUN EACH BILLING CYCLE (ALONGSIDE CBACT04C) TO
006600 01  WS-AMT-EDIT                      PIC -(11)9.99.
000000 01  WS-ALC-REMAINING                 PIC S9(09)V99 COMP-3.
000000 01  WS-ALC-APPLIED                   PIC S9(09)V99 COMP-3.
000000 01  WS-ALC-PREPAY                    PIC S9(09)V99 COMP-3.
000000 01  WS-ALC-SEQ-NUM                   PIC 9(01).
000000*
000000******************************************************************
015600*
000000******************************************************************
000000* APPLY THE PAYMENT TO THE ACCOUNT'S BALANCE BUCKETS IN THE
000000* DISCLOSED ORDER - INTEREST, THEN FEES, THEN BILLED PLAN
000000* INSTALLMENTS, THEN CASH ADVANCES, THEN PURCHASES (THE REMAINDER
000000* OF THE REVOLVING BALANCE), THEN ANY UNBILLED INSTALLMENT PLAN
000000* PRINCIPAL THE PAYMENT IS BIG ENOUGH TO PREPAY - WRITING ONE
000000* PAYALLOC BREAKDOWN ROW PER BUCKET TOUCHED, THE SAME RECORD
000000* COBIL00C WRITES FOR AN ON-LINE PAYMENT. THE CALLER HAS ALREADY
000000* REDUCED ACCT-CURR-BAL BY THE FULL PAYMENT AMOUNT.
000000         PERFORM 3600-WRITE-ALLOCATION
000000             THRU 3600-WRITE-ALLOCATION-EXIT
000000     END-IF
000000     IF WS-ALC-REMAINING > ZERO AND ACCT-INSTL-DUE-BAL > ZERO
000000         IF WS-ALC-REMAINING < ACCT-INSTL-DUE-BAL
000000             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
000000         ELSE
000000             MOVE ACCT-INSTL-DUE-BAL TO WS-ALC-APPLIED
000000         END-IF
000000         SUBTRACT WS-ALC-APPLIED FROM ACCT-INSTL-DUE-BAL
000000         SUBTRACT WS-ALC-APPLIED FROM WS-ALC-REMAINING
000000         MOVE 'INSTLDUE'         TO ALC-BUCKET
000000         PERFORM 3600-WRITE-ALLOCATION
000000             THRU 3600-WRITE-ALLOCATION-EXIT
000000     END-IF
000000     IF WS-ALC-REMAINING > ZERO AND ACCT-CASH-ADV-BAL > ZERO
000000         IF WS-ALC-REMAINING < ACCT-CASH-ADV-BAL
000000             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
000000         PERFORM 3600-WRITE-ALLOCATION
000000             THRU 3600-WRITE-ALLOCATION-EXIT
000000     END-IF
000000* WHAT IS LEFT PAYS DOWN PURCHASES. ONLY A PAYMENT BIGGER THAN
000000* THE WHOLE REVOLVING BALANCE REACHES UNBILLED PLAN PRINCIPAL -
000000* THE SHORTFALL OF THE ALREADY-REDUCED CURRENT BALANCE AGAINST
000000* THE OTHER BUCKETS IS THE PART THAT PREPAYS THE PLANS.
000000     MOVE ZERO                   TO WS-ALC-PREPAY
000000     IF WS-ALC-REMAINING > ZERO AND ACCT-INSTL-BAL > ZERO
000000         COMPUTE WS-ALC-PREPAY = ACCT-INT-DUE-BAL
000000             + ACCT-FEE-DUE-BAL + ACCT-INSTL-DUE-BAL
000000             + ACCT-CASH-ADV-BAL + ACCT-INSTL-BAL
000000             - ACCT-CURR-BAL
000000         IF WS-ALC-PREPAY > ACCT-INSTL-BAL
000000             MOVE ACCT-INSTL-BAL TO WS-ALC-PREPAY
000000         END-IF
000000         IF WS-ALC-PREPAY > WS-ALC-REMAINING
000000             MOVE WS-ALC-REMAINING TO WS-ALC-PREPAY
000000         END-IF
000000         IF WS-ALC-PREPAY < ZERO
000000             MOVE ZERO           TO WS-ALC-PREPAY
000000         END-IF
000000     END-IF
000000     IF WS-ALC-REMAINING > WS-ALC-PREPAY
000000         COMPUTE WS-ALC-APPLIED = WS-ALC-REMAINING - WS-ALC-PREPAY
000000         SUBTRACT WS-ALC-APPLIED FROM WS-ALC-REMAINING
000000         MOVE 'PURCHASE'         TO ALC-BUCKET
000000         PERFORM 3600-WRITE-ALLOCATION
000000             THRU 3600-WRITE-ALLOCATION-EXIT
000000     END-IF
000000     IF WS-ALC-PREPAY > ZERO
000000         MOVE WS-ALC-PREPAY      TO WS-ALC-APPLIED
000000         SUBTRACT WS-ALC-PREPAY  FROM ACCT-INSTL-BAL
000000         MOVE ZERO               TO WS-ALC-REMAINING
000000         MOVE 'INSTLPLN'         TO ALC-BUCKET
000000         PERFORM 3600-WRITE-ALLOCATION
000000             THRU 3600-WRITE-ALLOCATION-EXIT
000000     END-IF.
000000 3500-ALLOCATE-PAYMENT-EXIT.
000000     EXIT.
016500     MOVE WS-NEW-CONFIRM-NO      TO PAY-CONFIRM-NO
016600     MOVE WS-NEW-CONFIRM-NO      TO PAY-ID
000000     MOVE 'N'                    TO PAY-ACH-ORIG-IND
000000     MOVE SPACES                 TO PAY-DRAWER-ACCT-ID
000000                                    OF PAYMENT-RECORD
000000     MOVE SPACES                 TO PAY-PAYOFF-QUOTE-NO
000000                                    OF PAYMENT-RECORD
000000     MOVE SPACES                 TO PAY-XFER-FROM-ACCT-ID
000000                                    OF PAYMENT-RECORD
016700     WRITE PAYMENT-RECORD.
016800 4000-WRITE-POSTED-PAYMENT-EXIT.
016900     EXIT.
