000000* 2026-09-03  MAINT   THE EXPOSURE CEILING GATES INCREASES
000000*                     ONLY - A LINE DECREASE IS NEVER HELD BY
000000*                     IT, SO THE CBLNR02C CUTS ALWAYS APPLY.
000000* 2026-10-15  MAINT   A PENDING 'SETTLE' ROW (QUEUED BY COCOL00C
000000*                     FOR A SETTLEMENT OFFER ABOVE THE
000000*                     FORGIVENESS THRESHOLD) OPENS THE SETLOFR
000000*                     OFFER ON APPROVAL AND CLOSES IT AS REJECTED
000000*                     ON REJECTION.
000000* 2026-10-15  MAINT   APPROVING A 'GRADUATE' ROW (QUEUED BY
000000*                     CBGRD01C) SETS THE UNSECURED LIMIT, PUTS
000000*                     THE SECURED DEPOSIT TO REFUND-DUE AND
000000*                     SCHEDULES THE PRODCHG MOVE OFF THE SECURED
000000*                     GROUP AT THE NEXT CUT.
000000* 2026-10-15  MAINT   ADVERSE ACTION NOTICES CARRY THE CUSTOMER'S
000000*                     LANGUAGE CODE (AAN-LANG-CD).
000000* 2026-10-15  MAINT   APPROVING A 'PAYXFER' ROW (QUEUED BY
000000*                     COPXF00C) MOVES THE MISAPPLIED PAYMENT
000000*                     THROUGH COPXFSVC.
000000* 2026-10-15  MAINT   AN APPROVED CREDIT LINE INCREASE OR
000000*                     GRADUATION IS TESTED FOR ABILITY TO PAY
000000*                     (CBATP01C): HELD PENDING FOR MISSING OR
000000*                     STALE INCOME, CAPPED, OR REJECTED WITH THE
000000*                     REASON ON APR-REF-ID; EVERY OUTCOME IS
000000*                     LOGGED TO ATPLOG.
000000* 2026-10-15  MAINT   NO USER MAY APPROVE OR REJECT A ROW ON AN
000000*                     ACCOUNT LINKED TO THEM ON EMPLINK
000000*                     (COEMPSVC), AND A CBLNR01C INCREASE ON AN
000000*                     EMPLOYEE ACCOUNT (APR-REF-ID 'EMPLOYEE')
000000*                     NEEDS AN ADMIN AS THE INDEPENDENT APPROVER.
000000* 2026-10-15  MAINT   AN APPROVED WAIVER CREDIT CARRIES THE
000000*                     REQUESTING USER AS TRAN-KEYED-BY AND THE
000000*                     APPROVER AS TRAN-APPROVED-BY.
000000* 2026-10-15  MAINT   APPROVING A 'FEEDBKO' ROW (QUEUED BY
000000*                     CBBKO01C) RELEASES THE FEED FILE BACKOUT
000000*                     TO CBBKO01C'S NEXT RUN.
001400******************************************************************
001500******************************************************************
001600* REMARKS.       ACCOUNT LIMIT APPROVAL - LISTS PENDING LIMIT
001700*                INCREASES AND APPLIES THEM ON APPROVAL. THE
001800*                REQUESTING USER MAY NOT APPROVE THEIR OWN
001900*                REQUEST. A 'GRADUATE' ROW FROM THE CBGRD01C
000000*                REVIEW MOVES A SECURED CARD TO AN UNSECURED
000000*                LINE AND RELEASES ITS COLLATERAL DEPOSIT. A
000000*                'PAYXFER' ROW FROM COPXF00C MOVES A MISAPPLIED
000000*                PAYMENT TO ITS CORRECT ACCOUNT (COPXFSVC). A
000000*                CREDIT LINE INCREASE MUST PASS THE ABILITY-TO-
000000*                PAY TEST (CBATP01C), WHICH MAY CAP OR REFUSE IT.
000000*                A 'FEEDBKO' ROW RELEASES A CBBKO01C BACKOUT OF A
000000*                WHOLE POSTED FEED FILE.
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 DATA DIVISION.
000000 COPY CVCUS01Y.
000000 COPY CVAAN01Y.
000000 COPY CVCOR01Y.
000000 COPY CVSTL01Y.
000000 COPY CVCOL01Y.
000000 COPY CVCOL02Y.
000000 COPY CVPCH01Y.
000000 COPY CVPCH02Y.
000000 COPY CVPXF01Y.
000000*
000000******************************************************************
000000* ABILITY-TO-PAY PARAMETER FOR CBATP01C AND ITS DECISION LOG ROW.
000000******************************************************************
000000 COPY CVATP01Y.
000000 COPY CVATP02Y.
003900*
004000 01  WS-MISC-STORAGE.
004100     05  WS-RESP-CD              PIC S9(08) COMP.
000000     05  WS-TODAY-MM             PIC X(02).
000000     05  FILLER                  PIC X(01) VALUE '-'.
000000     05  WS-TODAY-DD             PIC X(02).
000000*
000000******************************************************************
000000* GRADUATION - THE GROUP MOVE OFF THE SECURED PRODUCT TAKES
000000* EFFECT AT THE NEXT CYCLE CUT AT LEAST PCP-MIN-NOTICE-DAYS
000000* AWAY, THE SAME DATE RULE COPCH00C SCHEDULES BY.
000000******************************************************************
000000 01  WS-EFFECTIVE-WORK.
000000     05  WS-CUT-DAY              PIC 9(02).
000000     05  WS-EFF-N                PIC 9(08).
000000     05  WS-EFF-N-R REDEFINES WS-EFF-N.
000000         10  WS-EFF-YYYY         PIC 9(04).
000000         10  WS-EFF-MM           PIC 9(02).
000000         10  WS-EFF-DD           PIC 9(02).
000000     05  WS-EFF-X.
000000         10  WS-EFFX-YYYY        PIC 9(04).
000000         10  FILLER              PIC X(01) VALUE '-'.
000000         10  WS-EFFX-MM          PIC 9(02).
000000         10  FILLER              PIC X(01) VALUE '-'.
000000         10  WS-EFFX-DD          PIC 9(02).
000000     05  WS-DAYS-OUT             PIC S9(05) COMP-3.
000000*
000000 COPY CSDAT01Y.
004300*
000000 01  WS-NAV-BACK-PGM         PIC X(08).
000000*
000000     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
000000*
004400 COPY COCOM01Y.
000000 COPY CVEMP02Y.
004500*
004600 LINKAGE SECTION.
004700 01  DFHCOMMAREA                 PIC X(400).
010000         MOVE 'Requestor may not approve own change' TO ERRMSGI
010100         GO TO 3000-PROCESS-APPROVAL-EXIT
010200     END-IF
000000     IF APR-REF-ID = 'EMPLOYEE' AND NOT CDEMO-USRTYP-ADMIN
000000         MOVE 'Employee account - admin approval required'
000000                                 TO ERRMSGI
000000         GO TO 3000-PROCESS-APPROVAL-EXIT
000000     END-IF
000000     PERFORM 3700-CHECK-INSIDER THRU 3700-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 3000-PROCESS-APPROVAL-EXIT
000000     END-IF
000000*    ONLY AN INCREASE CAN ADD EXPOSURE - A DECREASE (THE CBLNR02C
000000*    LINE-CUT QUEUE) MUST NEVER BE HELD BY THE CEILING, OR THE
000000*    EXACT CUSTOMERS THE CUT TARGETS COULD NEVER BE CUT.
000000     IF APRACT-APPROVE
000000        AND (APR-FIELD-NAME = 'ACRDLIM'
000000          OR APR-FIELD-NAME = 'GRADUATE')
000000        AND APR-NEW-VALUE > APR-OLD-VALUE
000000         PERFORM 3500-CHECK-EXPOSURE
000000             THRU 3500-CHECK-EXPOSURE-EXIT
000000         IF ERRMSGI NOT = SPACES
000000             GO TO 3000-PROCESS-APPROVAL-EXIT
000000         END-IF
000000         PERFORM 3600-CHECK-ABILITY-TO-PAY
000000             THRU 3600-CHECK-ABILITY-TO-PAY-EXIT
000000         IF ERRMSGI NOT = SPACES
000000             GO TO 3000-PROCESS-APPROVAL-EXIT
000000         END-IF
000000     END-IF
010300     IF APRACT-APPROVE
000000         IF NOT APR-REJECTED
000000             PERFORM 4000-APPLY-APPROVED-CHANGE
000000                 THRU 4000-APPLY-APPROVED-CHANGE-EXIT
000000         END-IF
010600     ELSE
010700         IF APRACT-REJECT
010800             SET APR-REJECTED    TO TRUE
010900             MOVE 'Limit change rejected' TO INFOMSGI
000000             IF APR-FIELD-NAME = 'SETTLE'
000000                 PERFORM 4650-REJECT-SETTLEMENT
000000                     THRU 4650-REJECT-SETTLEMENT-EXIT
000000             END-IF
011000         END-IF
011100     END-IF
011200     MOVE CDEMO-USER-ID          TO APR-APPROVED-BY
000000 3510-NEXT-EXPOSURE-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* ABILITY TO PAY (CBATP01C) ON AN APPROVED INCREASE: THE MINIMUM
000000* PAYMENTS ON THE CUSTOMER'S OTHER LINES (TOTALLED BY 3500) PLUS
000000* THE NEW ONE MUST FIT THE RESIDUAL INCOME ON THE CUSTOMER MASTER.
000000* MISSING OR STALE INCOME LEAVES THE REQUEST PENDING UNTIL IT IS
000000* RE-CAPTURED ON COCUS01C. A FAILING INCREASE IS CUT TO THE
000000* LARGEST LINE THAT PASSES, OR - WHEN NONE ABOVE THE CURRENT LINE
000000* DOES - REJECTED WITH 'ATP-' AND THE REASON ON APR-REF-ID. EVERY
000000* OUTCOME IS LOGGED TO ATPLOG.
000000******************************************************************
000000 3600-CHECK-ABILITY-TO-PAY.
000000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
000000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
000000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
000000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
000000     MOVE CEX-HOLD-CUST-ID       TO CUST-ID
000000     EXEC CICS
000000         READ DATASET('CUSTDAT')
000000         INTO(CUSTOMER-RECORD)
000000         RIDFLD(CUST-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE SPACES             TO CUSTOMER-RECORD
000000         MOVE CEX-HOLD-CUST-ID   TO CUST-ID
000000     END-IF
000000     IF CUST-STATED-INCOME NUMERIC
000000         MOVE CUST-STATED-INCOME TO ATP-STATED-INCOME
000000     ELSE
000000         MOVE ZERO               TO ATP-STATED-INCOME
000000     END-IF
000000     IF CUST-HOUSING-PMT NUMERIC
000000         MOVE CUST-HOUSING-PMT   TO ATP-HOUSING-PMT
000000     ELSE
000000         MOVE ZERO               TO ATP-HOUSING-PMT
000000     END-IF
000000     MOVE CUST-INCOME-DATE       TO ATP-INCOME-DATE
000000     MOVE CEX-AGG-LIMIT-TOTAL    TO ATP-OTHER-EXPOSURE
000000     MOVE APR-NEW-VALUE          TO ATP-REQUESTED-LIMIT
000000     MOVE APR-OLD-VALUE          TO ATP-CURRENT-LIMIT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ATP-TODAY
000000     CALL 'CBATP01C' USING ATP-PARM
000000     PERFORM 3650-LOG-ATP-DECISION
000000         THRU 3650-LOG-ATP-DECISION-EXIT
000000     EVALUATE TRUE
000000         WHEN ATP-PASSED
000000             CONTINUE
000000         WHEN ATP-CAPPED
000000             MOVE ATP-APPROVED-LIMIT TO APR-NEW-VALUE
000000         WHEN ATP-RECAPTURE-INCOME
000000             MOVE 'Income missing or out of date - re-capture on C
000000-             'OCUS01C'
000000                                 TO ERRMSGI
000000         WHEN OTHER
000000             SET APR-REJECTED    TO TRUE
000000             MOVE SPACES         TO APR-REF-ID
000000             STRING 'ATP-'       DELIMITED BY SIZE
000000                    ATP-REASON-CD DELIMITED BY SIZE
000000               INTO APR-REF-ID
000000             END-STRING
000000             MOVE 'Increase refused - fails ability-to-pay test'
000000                                 TO INFOMSGI
000000     END-EVALUATE.
000000 3600-CHECK-ABILITY-TO-PAY-EXIT.
000000     EXIT.
000000*
000000 3650-LOG-ATP-DECISION.
000000     MOVE SPACES                 TO ATP-DECISION-RECORD
000000     MOVE CUST-ID                TO ATL-CUST-ID
000000     MOVE FUNCTION CURRENT-DATE  TO ATL-TS
000000     MOVE APR-ACCT-ID            TO ATL-ACCT-ID
000000     SET ATL-SRC-APPROVAL        TO TRUE
000000     MOVE CDEMO-USER-ID          TO ATL-USER-ID
000000     MOVE ATP-RESULT             TO ATL-RESULT
000000     MOVE ATP-REASON-CD          TO ATL-REASON-CD
000000     MOVE ATP-REQUESTED-LIMIT    TO ATL-REQUESTED-LIMIT
000000     MOVE ATP-CURRENT-LIMIT      TO ATL-CURRENT-LIMIT
000000     MOVE ATP-APPROVED-LIMIT     TO ATL-APPROVED-LIMIT
000000     MOVE ATP-OTHER-EXPOSURE     TO ATL-OTHER-EXPOSURE
000000     MOVE ATP-STATED-INCOME      TO ATL-STATED-INCOME
000000     MOVE ATP-INCOME-DATE        TO ATL-INCOME-DATE
000000     MOVE ATP-HOUSING-PMT        TO ATL-HOUSING-PMT
000000     MOVE ATP-RESIDUAL-INCOME    TO ATL-RESIDUAL-INCOME
000000     MOVE ATP-MIN-PAY-TOTAL      TO ATL-MIN-PAY-TOTAL
000000     MOVE ATP-MAX-PAYMENT        TO ATL-MAX-PAYMENT
000000     EXEC CICS
000000         WRITE DATASET('ATPLOG')
000000         FROM(ATP-DECISION-RECORD)
000000         RIDFLD(ATL-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 3650-LOG-ATP-DECISION-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* NO USER MAY DECIDE A REQUEST ON AN ACCOUNT LINKED TO THEM ON
000000* EMPLINK - THEIR OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC
000000* ANSWERS AND LOGS THE ATTEMPT.
000000******************************************************************
000000 3700-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE APR-ACCT-ID            TO EMC-ACCT-ID
000000     MOVE ZERO                   TO EMC-CUST-ID
000000     MOVE WS-PGMNAME             TO EMC-PGMNAME
000000     SET EMC-ACCESS-UPDATE       TO TRUE
000000     SET EMC-NOT-LINKED          TO TRUE
000000     EXEC CICS
000000         LINK PROGRAM('COEMPSVC')
000000         COMMAREA(INSIDER-CHECK-PARM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         SET EMC-NOT-LINKED      TO TRUE
000000     END-IF
000000     IF EMC-LINKED
000000         MOVE EMC-MESSAGE        TO ERRMSGI
000000     END-IF.
000000 3700-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
012300 4000-APPLY-APPROVED-CHANGE.
000000     IF APR-FIELD-NAME (1:6) = 'WAIVER'
000000         PERFORM 4500-APPLY-WAIVER THRU 4500-APPLY-WAIVER-EXIT
000000         GO TO 4000-APPLY-APPROVED-CHANGE-EXIT
000000     END-IF
000000     IF APR-FIELD-NAME = 'SETTLE'
000000         PERFORM 4600-APPLY-SETTLEMENT
000000             THRU 4600-APPLY-SETTLEMENT-EXIT
000000         GO TO 4000-APPLY-APPROVED-CHANGE-EXIT
000000     END-IF
000000     IF APR-FIELD-NAME = 'GRADUATE'
000000         PERFORM 4800-APPLY-GRADUATION
000000             THRU 4800-APPLY-GRADUATION-EXIT
000000         GO TO 4000-APPLY-APPROVED-CHANGE-EXIT
000000     END-IF
000000     IF APR-FIELD-NAME = 'FEEDBKO'
000000         SET APR-APPROVED        TO TRUE
000000         MOVE 'Feed backout approved - CBBKO01C will apply it'
000000                                 TO INFOMSGI
000000         GO TO 4000-APPLY-APPROVED-CHANGE-EXIT
000000     END-IF
000000     IF APR-FIELD-NAME = 'PAYXFER'
000000         PERFORM 4900-APPLY-PAYMENT-TRANSFER
000000             THRU 4900-APPLY-PAYMENT-TRANSFER-EXIT
000000         GO TO 4000-APPLY-APPROVED-CHANGE-EXIT
000000     END-IF
012400     EXEC CICS
012500         READ DATASET('ACCTDAT')
012600         INTO(ACCOUNT-RECORD)
000000             THRU 4700-WRITE-ADVERSE-NOTICE-EXIT
000000     END-IF
015200     SET APR-APPROVED            TO TRUE
000000     IF ATP-CAPPED
000000         MOVE 'Increase capped by ability to pay and applied'
000000                                 TO INFOMSGI
000000         GO TO 4000-APPLY-APPROVED-CHANGE-EXIT
000000     END-IF
015300     MOVE 'Limit increase approved and applied' TO INFOMSGI.
015400 4000-APPLY-APPROVED-CHANGE-EXIT.
015500     EXIT.
000000     MOVE APR-NEW-VALUE          TO AAN-NEW-LIMIT
000000     MOVE APR-REF-ID             TO AAN-REASONS
000000     MOVE CUST-FICO-CREDIT-SCORE TO AAN-SCORE
000000     MOVE CUST-LANG-CD           TO AAN-LANG-CD
000000     IF CUST-PAPERLESS-CONSENT-IND = 'Y'
000000        AND CUST-EMAIL-ADDRESS NOT = SPACES
000000         SET AAN-BY-EMAIL        TO TRUE
000000     COMPUTE TRAN-AMT = APR-NEW-VALUE * -1
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE APR-REQUESTED-BY       TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE CDEMO-USER-ID          TO TRAN-APPROVED-BY
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE SPACES                 TO TRAN-DESC
000000     STRING 'GOODWILL WAIVER RSN=' DELIMITED BY SIZE
000000 4500-APPLY-WAIVER-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* APPROVING A 'SETTLE' ROW OPENS THE COLLECTIONS SETTLEMENT OFFER
000000* NAMED IN APR-REF-ID (SETLOFR KEY, CVSTL01Y) WITH THIS USER AS
000000* ITS APPROVER, SO THE NIGHTLY CBSTL01C STARTS WATCHING FOR THE
000000* PAYMENT. AN OFFER WHOSE DUE DATE HAS ALREADY PASSED IS NOT
000000* OPENED - CBSTL01C VOIDS IT.
000000******************************************************************
000000 4600-APPLY-SETTLEMENT.
000000     MOVE APR-REF-ID (1:15)      TO STL-KEY
000000     EXEC CICS
000000         READ DATASET('SETLOFR')
000000         INTO(SETTLEMENT-OFFER-RECORD)
000000         RIDFLD(STL-KEY)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR NOT STL-PENDING-APPROVAL
000000         MOVE 'Settlement offer not pending - not applied'
000000                                 TO ERRMSGI
000000         GO TO 4600-APPLY-SETTLEMENT-EXIT
000000     END-IF
000000     MOVE FUNCTION CURRENT-DATE (1:4) TO WS-TODAY-YYYY
000000     MOVE FUNCTION CURRENT-DATE (5:2) TO WS-TODAY-MM
000000     MOVE FUNCTION CURRENT-DATE (7:2) TO WS-TODAY-DD
000000     IF STL-DUE-DATE < WS-TODAY-DATE
000000         EXEC CICS
000000             UNLOCK DATASET('SETLOFR')
000000         END-EXEC
000000         MOVE 'Settlement due date has passed - not applied'
000000                                 TO ERRMSGI
000000         GO TO 4600-APPLY-SETTLEMENT-EXIT
000000     END-IF
000000     SET STL-OPEN                TO TRUE
000000     MOVE CDEMO-USER-ID          TO STL-APPROVED-BY
000000     EXEC CICS
000000         REWRITE DATASET('SETLOFR')
000000         FROM(SETTLEMENT-OFFER-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Settlement offer could not be updated' TO ERRMSGI
000000         GO TO 4600-APPLY-SETTLEMENT-EXIT
000000     END-IF
000000     MOVE APR-ACCT-ID            TO AUD-ACCT-ID
000000     MOVE WS-CURRENT-TIMESTAMP  TO AUD-TIMESTAMP
000000     MOVE CDEMO-USER-ID          TO AUD-USER-ID
000000     MOVE 'SETTLE'               TO AUD-FIELD-NAME
000000     MOVE APR-OLD-VALUE          TO AUD-OLD-VALUE
000000     MOVE APR-NEW-VALUE          TO AUD-NEW-VALUE
000000     EXEC CICS
000000         WRITE DATASET('ACCTAUD')
000000         FROM(ACCT-AUDIT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     SET APR-APPROVED            TO TRUE
000000     MOVE 'Settlement offer approved' TO INFOMSGI.
000000 4600-APPLY-SETTLEMENT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A REJECTED 'SETTLE' ROW CLOSES THE PENDING OFFER AS REJECTED SO
000000* THE COLLECTOR MAY PUT A NEW ONE TO THE CUSTOMER.
000000******************************************************************
000000 4650-REJECT-SETTLEMENT.
000000     MOVE 'Settlement offer rejected' TO INFOMSGI
000000     MOVE APR-REF-ID (1:15)      TO STL-KEY
000000     EXEC CICS
000000         READ DATASET('SETLOFR')
000000         INTO(SETTLEMENT-OFFER-RECORD)
000000         RIDFLD(STL-KEY)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 4650-REJECT-SETTLEMENT-EXIT
000000     END-IF
000000     IF NOT STL-PENDING-APPROVAL
000000         EXEC CICS
000000             UNLOCK DATASET('SETLOFR')
000000         END-EXEC
000000         GO TO 4650-REJECT-SETTLEMENT-EXIT
000000     END-IF
000000     SET STL-REJECTED            TO TRUE
000000     MOVE CDEMO-USER-ID          TO STL-APPROVED-BY
000000     EXEC CICS
000000         REWRITE DATASET('SETLOFR')
000000         FROM(SETTLEMENT-OFFER-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 4650-REJECT-SETTLEMENT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* APPROVING A 'GRADUATE' ROW (QUEUED BY CBGRD01C) MOVES A SECURED
000000* CARD TO AN UNSECURED LINE: THE PROPOSED LIMIT APPLIES AT ONCE,
000000* THE HELD COLLATERAL DEPOSIT (COLLATRL) GOES TO REFUND-DUE FOR
000000* CBRFD01C TO RETURN THAT NIGHT, AND A PRODUCT CHANGE (PRODCHG)
000000* IS SCHEDULED OFF THE SECURED GROUP SO CBPCH01C SENDS THE NEW
000000* TERMS AND CONVERTS THE ACCOUNT AT THE NEXT CUT. AN ACCOUNT NO
000000* LONGER OPEN ON THE SECURED PRODUCT, OR WHOSE DEPOSIT IS NO
000000* LONGER HELD, IS LEFT PENDING WITH A MESSAGE.
000000******************************************************************
000000 4800-APPLY-GRADUATION.
000000     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
000000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
000000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
000000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
000000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
000000     MOVE APR-ACCT-ID            TO COL-ACCT-ID
000000     EXEC CICS
000000         READ DATASET('COLLATRL')
000000         INTO(COLLATERAL-RECORD)
000000         RIDFLD(COL-ACCT-ID)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'No collateral deposit on file - not graduated'
000000                                 TO ERRMSGI
000000         GO TO 4800-APPLY-GRADUATION-EXIT
000000     END-IF
000000     IF NOT COL-HELD
000000         EXEC CICS
000000             UNLOCK DATASET('COLLATRL')
000000         END-EXEC
000000         MOVE 'Collateral deposit not held - not graduated'
000000                                 TO ERRMSGI
000000         GO TO 4800-APPLY-GRADUATION-EXIT
000000     END-IF
000000     MOVE APR-ACCT-ID            TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         EXEC CICS
000000             UNLOCK DATASET('COLLATRL')
000000         END-EXEC
000000         MOVE 'Account not found - not graduated' TO ERRMSGI
000000         GO TO 4800-APPLY-GRADUATION-EXIT
000000     END-IF
000000     IF ACCT-ACTIVE-STATUS NOT = 'A'
000000        OR ACCT-GROUP-ID NOT = SCP-SECURED-GROUP-ID
000000         EXEC CICS
000000             UNLOCK DATASET('ACCTDAT')
000000         END-EXEC
000000         EXEC CICS
000000             UNLOCK DATASET('COLLATRL')
000000         END-EXEC
000000         MOVE 'Not open on secured product - not graduated'
000000                                 TO ERRMSGI
000000         GO TO 4800-APPLY-GRADUATION-EXIT
000000     END-IF
000000     MOVE APR-NEW-VALUE          TO ACCT-CREDIT-LIMIT
000000     COMPUTE ACCT-CASH-CREDIT-LIMIT ROUNDED =
000000         APR-NEW-VALUE * 0.20
000000     EXEC CICS
000000         REWRITE DATASET('ACCTDAT')
000000         FROM(ACCOUNT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         EXEC CICS
000000             UNLOCK DATASET('COLLATRL')
000000         END-EXEC
000000         MOVE 'Account could not be updated - not graduated'
000000                                 TO ERRMSGI
000000         GO TO 4800-APPLY-GRADUATION-EXIT
000000     END-IF
000000     SET COL-REFUND-DUE          TO TRUE
000000     SET COL-REFUND-GRADUATION   TO TRUE
000000     MOVE COL-DEPOSIT-AMT        TO COL-REFUND-AMT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO COL-REFUND-DUE-DATE
000000     EXEC CICS
000000         REWRITE DATASET('COLLATRL')
000000         FROM(COLLATERAL-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     PERFORM 4810-SCHEDULE-GROUP-MOVE
000000         THRU 4810-SCHEDULE-GROUP-MOVE-EXIT
000000     MOVE ACCT-ID                TO AUD-ACCT-ID
000000     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
000000     MOVE CDEMO-USER-ID          TO AUD-USER-ID
000000     MOVE 'ACRDLIM'              TO AUD-FIELD-NAME
000000     MOVE APR-OLD-VALUE          TO AUD-OLD-VALUE
000000     MOVE APR-NEW-VALUE          TO AUD-NEW-VALUE
000000     EXEC CICS
000000         WRITE DATASET('ACCTAUD')
000000         FROM(ACCT-AUDIT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     MOVE 'COLLATRL'             TO AUD-FIELD-NAME
000000     MOVE 'H'                    TO AUD-OLD-VALUE
000000     MOVE COL-STATUS             TO AUD-NEW-VALUE
000000     EXEC CICS
000000         WRITE DATASET('ACCTAUD')
000000         FROM(ACCT-AUDIT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     SET APR-APPROVED            TO TRUE
000000     MOVE 'Graduated - limit set, deposit to be refunded'
000000                                 TO INFOMSGI.
000000 4800-APPLY-GRADUATION-EXIT.
000000     EXIT.
000000*
000000 4810-SCHEDULE-GROUP-MOVE.
000000     PERFORM 4820-SET-EFFECTIVE-DATE
000000         THRU 4820-SET-EFFECTIVE-DATE-EXIT
000000     MOVE SPACES                 TO PRODUCT-CHANGE-RECORD
000000     MOVE ACCT-ID                TO PCH-ACCT-ID
000000     MOVE WS-CURRENT-TIMESTAMP   TO PCH-KEYED-TS
000000     MOVE ACCT-GROUP-ID          TO PCH-OLD-GROUP-ID
000000     MOVE SCP-GRAD-GROUP-ID      TO PCH-NEW-GROUP-ID
000000     MOVE WS-EFF-X               TO PCH-EFF-DATE
000000     MOVE 'N'                    TO PCH-REISSUE-IND
000000     MOVE CDEMO-USER-ID          TO PCH-KEYED-BY
000000     SET PCH-SCHEDULED           TO TRUE
000000     MOVE ZERO                   TO PCH-FEE-REBATE-AMT
000000     MOVE ZERO                   TO PCH-FEE-CHARGED-AMT
000000     MOVE ZERO                   TO PCH-POINTS-AMT
000000     MOVE ZERO                   TO PCH-CASHOUT-AMT
000000     MOVE ZERO                   TO PCH-CARDS-REISSUED
000000     EXEC CICS
000000         WRITE DATASET('PRODCHG')
000000         FROM(PRODUCT-CHANGE-RECORD)
000000         RIDFLD(PCH-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 4810-SCHEDULE-GROUP-MOVE-EXIT
000000     END-IF
000000     MOVE ACCT-ID                TO AUD-ACCT-ID
000000     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
000000     MOVE CDEMO-USER-ID          TO AUD-USER-ID
000000     MOVE 'PRODCHG'              TO AUD-FIELD-NAME
000000     MOVE ACCT-GROUP-ID          TO AUD-OLD-VALUE
000000     MOVE SPACES                 TO AUD-NEW-VALUE
000000     STRING 'S '                 DELIMITED BY SIZE
000000            PCH-NEW-GROUP-ID     DELIMITED BY SPACE
000000            ' '                  DELIMITED BY SIZE
000000            PCH-EFF-DATE         DELIMITED BY SIZE
000000       INTO AUD-NEW-VALUE
000000     END-STRING
000000     EXEC CICS
000000         WRITE DATASET('ACCTAUD')
000000         FROM(ACCT-AUDIT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC.
000000 4810-SCHEDULE-GROUP-MOVE-EXIT.
000000     EXIT.
000000*
000000 4820-SET-EFFECTIVE-DATE.
000000     MOVE ACCT-CYCLE-DAY         TO WS-CUT-DAY
000000     IF WS-CUT-DAY = ZERO
000000         MOVE 28                 TO WS-CUT-DAY
000000     END-IF
000000     MOVE WS-CURDATE-YEAR        TO WS-EFF-YYYY
000000     MOVE WS-CURDATE-MONTH       TO WS-EFF-MM
000000     MOVE WS-CUT-DAY             TO WS-EFF-DD
000000     IF WS-CUT-DAY NOT > WS-CURDATE-DAY
000000         PERFORM 4830-ADD-MONTH THRU 4830-ADD-MONTH-EXIT
000000     END-IF
000000     COMPUTE WS-DAYS-OUT =
000000         FUNCTION INTEGER-OF-DATE(WS-EFF-N)
000000         - FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
000000     IF WS-DAYS-OUT < PCP-MIN-NOTICE-DAYS
000000         PERFORM 4830-ADD-MONTH THRU 4830-ADD-MONTH-EXIT
000000     END-IF
000000     MOVE WS-EFF-YYYY            TO WS-EFFX-YYYY
000000     MOVE WS-EFF-MM              TO WS-EFFX-MM
000000     MOVE WS-EFF-DD              TO WS-EFFX-DD.
000000 4820-SET-EFFECTIVE-DATE-EXIT.
000000     EXIT.
000000*
000000 4830-ADD-MONTH.
000000     IF WS-EFF-MM = 12
000000         ADD 1                   TO WS-EFF-YYYY
000000         MOVE 1                  TO WS-EFF-MM
000000     ELSE
000000         ADD 1                   TO WS-EFF-MM
000000     END-IF.
000000 4830-ADD-MONTH-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* APPROVING A 'PAYXFER' ROW (QUEUED BY COPXF00C) MAKES THE
000000* MISAPPLIED PAYMENT TRANSFER THROUGH COPXFSVC, THE SAME SERVICE
000000* THE SCREEN USES UNDER THE THRESHOLD - APR-REF-ID IS THE PAY-ID
000000* AND APR-ACCT-ID THE ACCOUNT IT MOVES TO. THE APPROVER IS THE
000000* USER ON THE PAIRED AUDIT ROWS. A TRANSFER THE SERVICE REFUSES
000000* (THE PAYMENT RETURNED OR ALREADY MOVED, THE TARGET CLOSED
000000* SINCE) IS LEFT PENDING WITH ITS MESSAGE.
000000******************************************************************
000000 4900-APPLY-PAYMENT-TRANSFER.
000000     MOVE APR-REF-ID             TO PXF-PAY-ID
000000     MOVE APR-ACCT-ID            TO PXF-TO-ACCT-ID
000000     MOVE CDEMO-USER-ID          TO PXF-USER-ID
000000     EXEC CICS
000000         LINK PROGRAM('COPXFSVC')
000000         COMMAREA(PAY-TRANSFER-PARM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Payment transfer service unavailable - not applied'
000000                                 TO ERRMSGI
000000         GO TO 4900-APPLY-PAYMENT-TRANSFER-EXIT
000000     END-IF
000000     IF NOT PXF-DONE
000000         MOVE PXF-MESSAGE        TO ERRMSGI
000000         GO TO 4900-APPLY-PAYMENT-TRANSFER-EXIT
000000     END-IF
000000     SET APR-APPROVED            TO TRUE
000000     MOVE 'Payment transfer approved and applied' TO INFOMSGI.
000000 4900-APPLY-PAYMENT-TRANSFER-EXIT.
000000     EXIT.
000000*
000000 8000-SEND-MAP.
015800     EXEC CICS
015900         SEND MAP('CACTAPA') MAPSET('COACTAP')
016000         FROM(WS-SCREEN-FIELDS)
