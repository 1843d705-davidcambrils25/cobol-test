000000*                     AND WRITE IT SETTLED WITH THE DEPOSIT
000000*                     DATE - CHECK MONEY IS IN HAND, SO THE
000000*                     CLEARING HOLD NEVER APPLIES.
000000* 2026-10-15  MAINT   THE CHECK'S DRAWER ACCOUNT (LBX-DRAWER-
000000*                     ACCT-ID) IS KEPT ON THE PAYMENT ROW FOR AML
000000*                     MONITORING (CBAML01C).
000000* 2026-10-15  MAINT   THE COUPON'S PAYOFF QUOTE NUMBER IS KEPT ON
000000*                     THE PAYMENT ROW FOR CBPOQ01C, AND A CHECK
000000*                     PAYING AN OPEN QUOTE MAY EXCEED TODAY'S
000000*                     BALANCE UP TO THE QUOTED PAYOFF.
000000* 2026-10-15  MAINT   ALLOCATION ORDER GAINS THE BILLED
000000*                     INSTALLMENT BUCKET AFTER FEES, AND A CHECK
000000*                     BIGGER THAN THE REVOLVING BALANCE PREPAYS
000000*                     UNBILLED PLAN PRINCIPAL LAST.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       POSTS THE LOCKBOX BANK'S CHECK FEED (LOCKBOX,
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS ALC-KEY
005600         FILE STATUS IS WS-PAYALLOC-STATUS.
000000     SELECT PAYOFF-QUOTE-FILE ASSIGN TO PAYOFFQ
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS POQ-KEY
000000         FILE STATUS IS WS-PAYOFFQ-STATUS.
005700     SELECT LBX-REPORT-FILE ASSIGN TO LBXRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-STATUS.
008400 FD  PAY-ALLOC-FILE.
008500     COPY CVALC01Y.
008600*
000000 FD  PAYOFF-QUOTE-FILE.
000000     COPY CVPOQ01Y.
000000*
008700 FD  LBX-REPORT-FILE
008800     RECORDING MODE IS F.
008900 01  LBX-REPORT-LINE                  PIC X(80).
010300     88 WS-ACCOUNT-OK                 VALUE '00'.
010400 01  WS-PAYMENT-STATUS                PIC XX.
010500 01  WS-PAYALLOC-STATUS               PIC XX.
000000 01  WS-PAYOFFQ-STATUS                PIC XX.
010600 01  WS-REPORT-STATUS                 PIC XX.
010700 01  WS-ALERT-STATUS                  PIC XX.
010800 01  WS-JOBLOG-STATUS                 PIC XX.
013900     05 WS-AMT-EDIT                   PIC -(9)9.99.
014000     05 WS-ALC-REMAINING              PIC S9(09)V99 COMP-3.
014100     05 WS-ALC-APPLIED                PIC S9(09)V99 COMP-3.
000000     05 WS-ALC-PREPAY                 PIC S9(09)V99 COMP-3.
014200     05 WS-ALC-SEQ-NUM                PIC 9(01).
000000     05 WS-QUOTE-SW                   PIC X(01).
000000        88 WS-QUOTE-COVERS-CHECK      VALUE 'Y'.
014300*
014400******************************************************************
014500* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
018200     CALL 'CBQSC01C' USING QUIESCE-PARM
018300     OPEN I-O PAYMENT-FILE
018400     OPEN I-O PAY-ALLOC-FILE
000000     OPEN INPUT PAYOFF-QUOTE-FILE
018500     OPEN OUTPUT LBX-REPORT-FILE
018600     IF NOT WS-LOCKBOX-OK
018700         DISPLAY 'CBLBX01C - ERROR OPENING LOCKBOX FEED'
032700* CONFIRMATION NUMBER, AND A SETTLED PAYMENT-RECORD MARKED
032800* ACH-ORIGINATED - THE MONEY CAME WITH THE CHECK, SO CBACH01C
032900* MUST NEVER DRAW IT AGAIN. AN UNKNOWN ACCOUNT OR AN OVERPAYING
033000* CHECK GOES TO THE EXCEPTION REPORT UNTOUCHED - UNLESS THE
000000* COUPON NAMES AN OPEN PAYOFF QUOTE (PAYOFFQ, CVPOQ01Y) FOR THE
000000* ACCOUNT THAT THE CHECK DOES NOT EXCEED: THE QUOTE INCLUDES
000000* INTEREST PROJECTED TO ITS GOOD-THROUGH DATE, SO A PAYOFF THAT
000000* ARRIVES EARLY IS MEANT TO BE MORE THAN TODAY'S BALANCE.
033100******************************************************************
033200 3000-POST-ONE-CHECK.
033300     MOVE LBX-ACCT-ID            TO ACCT-ID
033700                 THRU 7100-REPORT-EXCEPTION-EXIT
033800             GO TO 3000-POST-ONE-CHECK-EXIT
033900     END-READ
000000     PERFORM 3100-CHECK-PAYOFF-QUOTE
000000         THRU 3100-CHECK-PAYOFF-QUOTE-EXIT
034000     IF LBX-AMOUNT NOT > ZERO
034100        OR (LBX-AMOUNT > ACCT-CURR-BAL
000000            AND NOT WS-QUOTE-COVERS-CHECK)
034200         PERFORM 7100-REPORT-EXCEPTION
034300             THRU 7100-REPORT-EXCEPTION-EXIT
034400         GO TO 3000-POST-ONE-CHECK-EXIT
000000     MOVE ZERO                   TO PAY-FUND-SEQ
000000     MOVE SPACES                 TO PAY-ACH-ORIG-DATE
000000     MOVE LBX-DEPOSIT-DATE       TO PAY-SETTLED-DATE
000000     MOVE LBX-DRAWER-ACCT-ID     TO PAY-DRAWER-ACCT-ID
000000     MOVE LBX-PAYOFF-QUOTE-NO    TO PAY-PAYOFF-QUOTE-NO
036400     WRITE PAYMENT-RECORD
036500     ADD 1                       TO WS-POSTED-COUNT.
036600 3000-POST-ONE-CHECK-EXIT.
036700     EXIT.
036800*
000000 3100-CHECK-PAYOFF-QUOTE.
000000     MOVE 'N'                    TO WS-QUOTE-SW
000000     IF LBX-PAYOFF-QUOTE-NO = SPACES
000000        OR LBX-PAYOFF-QUOTE-NO NOT NUMERIC
000000         GO TO 3100-CHECK-PAYOFF-QUOTE-EXIT
000000     END-IF
000000     MOVE LBX-ACCT-ID            TO POQ-ACCT-ID
000000     MOVE LBX-PAYOFF-QUOTE-NO    TO POQ-QUOTE-NO
000000     READ PAYOFF-QUOTE-FILE
000000         INVALID KEY
000000             GO TO 3100-CHECK-PAYOFF-QUOTE-EXIT
000000     END-READ
000000     IF POQ-OPEN
000000        AND LBX-DEPOSIT-DATE NOT > POQ-GOOD-THRU-DATE
000000        AND LBX-AMOUNT NOT > POQ-PAYOFF-AMT
000000         MOVE 'Y'                TO WS-QUOTE-SW
000000     END-IF.
000000 3100-CHECK-PAYOFF-QUOTE-EXIT.
000000     EXIT.
000000*
036900******************************************************************
037000* APPLY THE CHECK TO THE COMPONENT BUCKETS IN THE DISCLOSED
037100* ORDER AND WRITE ONE PAYALLOC ROW PER BUCKET TOUCHED - THE
039800         PERFORM 3600-WRITE-ALLOCATION
039900             THRU 3600-WRITE-ALLOCATION-EXIT
040000     END-IF
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
040100     IF WS-ALC-REMAINING > ZERO AND ACCT-CASH-ADV-BAL > ZERO
040200         IF WS-ALC-REMAINING < ACCT-CASH-ADV-BAL
040300             MOVE WS-ALC-REMAINING TO WS-ALC-APPLIED
041000         PERFORM 3600-WRITE-ALLOCATION
041100             THRU 3600-WRITE-ALLOCATION-EXIT
041200     END-IF
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
042000 3500-ALLOCATE-PAYMENT-EXIT.
042100     EXIT.
042200*
046300     CLOSE ACCOUNT-FILE
046400     CLOSE PAYMENT-FILE
046500     CLOSE PAY-ALLOC-FILE
000000     CLOSE PAYOFF-QUOTE-FILE
046600     CLOSE LBX-REPORT-FILE
046700     DISPLAY 'CBLBX01C - CHECKS READ: ' WS-CHECK-COUNT
046800     DISPLAY 'CBLBX01C - CHECKS POSTED: ' WS-POSTED-COUNT
