000000* 2026-09-03  MAINT   LEGACY MM/DD/YY PAY-DATE ROWS ARE
000000*                     NORMALIZED BEFORE THE PAID-THIS-CYCLE
000000*                     RANGE TEST - NO DUNNING A PAID ACCOUNT.
000000* 2026-10-15  MAINT   NO REMINDER FOR A CYCLE WHOSE PAYMENT IS
000000*                     SKIPPED UNDER A SKIP-A-PAYMENT ENROLLMENT
000000*                     (ACCT-SKIP-PAY-IND).
000000* 2026-10-15  MAINT   REMINDER ROWS CARRY THE CUSTOMER'S LANGUAGE
000000*                     CODE (RMD-LANG-CD).
000000* 2026-10-15  MAINT   THE LETTER ROW CARRIES THE ZIP AND, FOR A
000000*                     CERTIFIED ADDRESS, THE ZIP+4, DELIVERY
000000*                     POINT AND CARRIER ROUTE FOR THE PRESORT
000000*                     DISCOUNT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUNS NIGHTLY AND REMINDS CARDHOLDERS A FEW DAYS
009100             ==RMD-CHANNEL== BY ==RMP-CHANNEL==
009200             ==RMD-BY-EMAIL== BY ==RMP-BY-EMAIL==
009300             ==RMD-BY-LETTER== BY ==RMP-BY-LETTER==
000000             ==RMD-EMAIL-ADDR== BY ==RMP-EMAIL-ADDR==
000000             ==RMD-LANG-CD== BY ==RMP-LANG-CD==
000000             ==RMD-ADDR-ZIP== BY ==RMP-ADDR-ZIP==
000000             ==RMD-ADDR-ZIP4== BY ==RMP-ADDR-ZIP4==
000000             ==RMD-DLV-POINT== BY ==RMP-DLV-POINT==
000000             ==RMD-CARRIER-RT== BY ==RMP-CARRIER-RT==.
009500*
009600 FD  ALERT-QUEUE-FILE
009700     RECORDING MODE IS F.
020000* AN ACCOUNT IS REMINDED WHEN IT CARRIES A BALANCE, ITS DUE DATE
020100* FALLS WITHIN THE LEAD WINDOW AHEAD OF TODAY, NOTHING HAS
020200* POSTED AGAINST THE CYCLE YET, AND NO ACTIVE AUTOPAY SCHEDULE
020300* EXISTS. A CYCLE WHOSE PAYMENT IS SKIPPED (ACCT-SKIP-PAY-IND)
000000* HAS NOTHING DUE TO REMIND ABOUT.
020400******************************************************************
020500 2000-REMIND-ACCOUNT.
020600     ADD 1                       TO WS-ACCT-COUNT
020700     IF ACCT-CURR-BAL NOT > ZERO
020800        OR ACCT-PAY-DUE-DATE = SPACES
000000        OR ACCT-ACTIVE-STATUS = 'B'
000000        OR ACCT-PAYMENT-SKIPPED
020900         GO TO 2000-REMIND-ACCOUNT-CONTINUE
021000     END-IF
021100     MOVE ACCT-PAY-DUE-DATE (1:4) TO WS-DUE-N (1:4)
030200     MOVE ACCT-ID                TO RMD-ACCT-ID
030300     MOVE CUST-ID                TO RMD-CUST-ID
030400     MOVE ACCT-PAY-DUE-DATE      TO RMD-DUE-DATE
000000     MOVE ACCT-MIN-PAY-DUE       TO RMD-MIN-PAY-DUE
000000     MOVE CUST-LANG-CD           TO RMD-LANG-CD
000000     MOVE SPACES                 TO RMD-ADDR-ZIP
000000                                    RMD-ADDR-ZIP4
000000                                    RMD-DLV-POINT
000000                                    RMD-CARRIER-RT
000000     PERFORM 5100-CHECK-CONTACT-PREF
000000         THRU 5100-CHECK-CONTACT-PREF-EXIT
000000     IF WS-CPR-SUPPRESSED
000000         END-IF
031300         SET RMD-BY-LETTER       TO TRUE
031400         MOVE SPACES             TO RMD-EMAIL-ADDR
000000         MOVE CUST-ADDR-ZIP      TO RMD-ADDR-ZIP
000000         IF CUST-ADDR-STANDARDIZED
000000             MOVE CUST-ADDR-ZIP4     TO RMD-ADDR-ZIP4
000000             MOVE CUST-ADDR-DLV-POINT TO RMD-DLV-POINT
000000             MOVE CUST-ADDR-CARRIER-RT TO RMD-CARRIER-RT
000000         END-IF
031500         MOVE REMINDER-EXTRACT-RECORD
031600                                 TO REMINDER-PRINT-RECORD
031700         WRITE REMINDER-PRINT-RECORD
