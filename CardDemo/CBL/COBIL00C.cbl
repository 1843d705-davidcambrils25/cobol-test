000000*                     WRITTEN TO PAYALLOC AFTER THE ACCOUNT
000000*                     REWRITE SUCCEEDS - A FAILED PAYMENT NO
000000*                     LONGER LEAVES ORPHAN ALLOCATION ROWS.
000000* 2026-10-15  MAINT   NEW PAYMENT ROWS CARRY A BLANK PAY-DRAWER-
000000*                     ACCT-ID.
000000* 2026-10-15  MAINT   NEW PAYMENT ROWS CARRY A BLANK PAY-PAYOFF-
000000*                     QUOTE-NO.
000000* 2026-10-15  MAINT   ALLOCATION ORDER GAINS THE BILLED
000000*                     INSTALLMENT BUCKET AFTER FEES, AND A
000000*                     PAYMENT BIGGER THAN THE REVOLVING BALANCE
000000*                     PREPAYS UNBILLED PLAN PRINCIPAL LAST.
000000* 2026-10-15  MAINT   NEW PAYMENTS AND SCHEDULES CARRY A BLANK
000000*                     PAY-XFER-FROM-ACCT-ID.
001400******************************************************************
001500******************************************************************
001600* REMARKS.       PAYAMTI, WHEN KEYED, PAYS THAT AMOUNT AGAINST
004300     05  WS-BAL-DISPLAY          PIC -(11)9.99.
000000     05  WS-ALC-REMAINING        PIC S9(09)V99 COMP-3.
000000     05  WS-ALC-APPLIED          PIC S9(09)V99 COMP-3.
000000     05  WS-ALC-PREPAY           PIC S9(09)V99 COMP-3.
000000     05  WS-ALC-SEQ-NUM          PIC 9(01).
000000     05  WS-ALC-IDX              PIC 9(01).
000000     05  WS-ALC-ENTRY OCCURS 6 TIMES.
000000         10  WS-ALC-TAB-BUCKET   PIC X(08).
000000         10  WS-ALC-TAB-AMT      PIC S9(09)V99 COMP-3.
000000     05  WS-FUND-SEQ             PIC 9(02).
016100     MOVE WS-CURDATE-MM-DD-YY    TO PAY-NEXT-DATE
016200     SET PAY-STATUS-ACTIVE       TO TRUE
000000     MOVE ZERO                   TO PAY-FUND-SEQ
000000     MOVE SPACES                 TO PAY-DRAWER-ACCT-ID
000000     MOVE SPACES                 TO PAY-PAYOFF-QUOTE-NO
000000     MOVE SPACES                 TO PAY-XFER-FROM-ACCT-ID
016300     MOVE PAY-ID                 TO PAY-CONFIRM-NO
016400     EXEC CICS
016500         WRITE DATASET('PAYMNT')
019400     SET PAY-STATUS-POSTED       TO TRUE
000000     MOVE 'N'                    TO PAY-ACH-ORIG-IND
000000     MOVE WS-FUND-SEQ            TO PAY-FUND-SEQ
000000     MOVE SPACES                 TO PAY-DRAWER-ACCT-ID
000000     MOVE SPACES                 TO PAY-PAYOFF-QUOTE-NO
000000     MOVE SPACES                 TO PAY-XFER-FROM-ACCT-ID
019600     EXEC CICS
019700         WRITE DATASET('PAYMNT')
019800         FROM(PAYMENT-RECORD)
020800*
000000******************************************************************
000000* APPLY THE PAYMENT TO THE ACCOUNT'S BALANCE BUCKETS IN THE
000000* DISCLOSED ORDER - INTEREST, THEN FEES, THEN BILLED PLAN
000000* INSTALLMENTS, THEN CASH ADVANCES, THEN PURCHASES (THE REMAINDER
000000* OF THE REVOLVING BALANCE), THEN ANY UNBILLED INSTALLMENT PLAN
000000* PRINCIPAL THE PAYMENT IS BIG ENOUGH TO PREPAY - BUFFERING ONE
000000* PAYALLOC BREAKDOWN ROW PER BUCKET TOUCHED, KEYED BY THE
000000* PAYMENT'S CONFIRMATION NUMBER. THE CALLER HAS ALREADY REDUCED
000000* ACCT-CURR-BAL BY THE FULL PAYMENT AMOUNT; THIS PARAGRAPH ONLY
000000         PERFORM 7600-WRITE-ALLOCATION
000000             THRU 7600-WRITE-ALLOCATION-EXIT
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
000000         PERFORM 7600-WRITE-ALLOCATION
000000             THRU 7600-WRITE-ALLOCATION-EXIT
000000     END-IF
000000     IF WS-ALC-REMAINING > ZERO AND ACCT-CASH-ADV-BAL > ZERO
000000         IF WS-ALC-REMAINING < ACCT-CASH-ADV-BAL
000000             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
000000         PERFORM 7600-WRITE-ALLOCATION
000000             THRU 7600-WRITE-ALLOCATION-EXIT
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
000000         PERFORM 7600-WRITE-ALLOCATION
000000             THRU 7600-WRITE-ALLOCATION-EXIT
000000     END-IF
000000     IF WS-ALC-PREPAY > ZERO
000000         MOVE WS-ALC-PREPAY      TO WS-ALC-APPLIED
000000         SUBTRACT WS-ALC-PREPAY  FROM ACCT-INSTL-BAL
000000         MOVE ZERO               TO WS-ALC-REMAINING
000000         MOVE 'INSTLPLN'         TO ALC-BUCKET
000000         PERFORM 7600-WRITE-ALLOCATION
000000             THRU 7600-WRITE-ALLOCATION-EXIT
000000     END-IF.
000000 7500-ALLOCATE-PAYMENT-EXIT.
000000     EXIT.
