000000* 2026-09-03  MAINT   LEGACY MM/DD/YY PAY-DATE ROWS ARE
000000*                     NORMALIZED BEFORE THE PAST-DUE CARRY'S
000000*                     CYCLE-WINDOW RANGE TEST.
000000* 2026-10-15  MAINT   BILL ONE INSTALLMENT OF EACH ACTIVE
000000*                     INSTALLMENT PLAN (INSTPLAN) AT THE CUT -
000000*                     PLAN FEE OR INTEREST POSTED 04/3003 OR
000000*                     06/4003, PRINCIPAL MOVED TO ACCT-INSTL-DUE-
000000*                     BAL - AND ASK FOR IT ON TOP OF A MINIMUM
000000*                     TAKEN ON THE REVOLVING BALANCE ONLY. THE
000000*                     ADB LEAVES OUT UNBILLED PLAN PRINCIPAL.
000000* 2026-10-15  MAINT   HONOUR A SKIP-A-PAYMENT ENROLLMENT
000000*                     (SKIPPAY) AT THE CUT - ZERO MINIMUM, ACCT-
000000*                     SKIP-PAY-IND SET FOR THE CYCLE - AFTER
000000*                     RECHECKING THE ACCOUNT IS ACTIVE, CURRENT
000000*                     AND PAID UP, AND DO NOT COUNT THE SKIPPED
000000*                     CYCLE AS DELINQUENT AT THE NEXT CUT.
000000* 2026-10-15  MAINT   PENALTY APR (CVPNA01Y) - MARK THE ACCOUNT
000000*                     FOR THE ADVANCE NOTICE (CBPEN01C) AT THE
000000*                     CUT THAT TAKES IT TO THE DELINQUENCY
000000*                     TRIGGER, PUT THE RATE IN FORCE AT THE FIRST
000000*                     CUT ON OR AFTER THE NOTICE'S EFFECTIVE
000000*                     DATE, AND RESTORE THE NORMAL RATE AFTER THE
000000*                     CURE COUNT OF ON-TIME CYCLES - EACH STEP
000000*                     AUDITED TO ACCTAUD.
000000* 2026-10-15  MAINT   STEP ACCT-CLEAN-CYCLES AT ROLLOVER (RESET
000000*                     ON A DELINQUENT OR OVERLIMIT CUT) FOR THE
000000*                     SECURED CARD GRADUATION REVIEW.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   PLAN CHARGE IDS COME FROM CBKEY01C (STREAM
000000*                     'IP') AND A DUPLICATE IS RETRIED. A CHARGE
000000*                     THAT CANNOT BE WRITTEN LEAVES THE PLAN
000000*                     UNBILLED; IT AND ANY FAILED INSTPLAN
000000*                     REWRITE ARE COUNTED AND END THE STEP RC 4.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       READS THE ACCOUNT MASTER, WRITES EACH ACCOUNT'S
000000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-ALERT-STATUS.
000000     SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS INS-KEY
000000         FILE STATUS IS WS-INSTPLAN-STATUS.
000000     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS TRAN-ID
000000         FILE STATUS IS WS-TRAN-MASTER-STATUS.
000000     SELECT SKIP-PAY-FILE ASSIGN TO SKIPPAY
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS SKP-KEY
000000         FILE STATUS IS WS-SKIPPAY-STATUS.
000000     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS AUD-KEY
000000         FILE STATUS IS WS-AUDIT-STATUS.
000000     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000     RECORDING MODE IS F.
000000     COPY CSOPS01Y.
000000*
000000 FD  INSTPLAN-FILE.
000000     COPY CVINS01Y.
000000*
000000 FD  TRAN-MASTER-FILE.
000000     COPY CVTRA01Y.
000000*
000000 FD  SKIP-PAY-FILE.
000000     COPY CVSKP01Y.
000000*
000000 FD  AUDIT-FILE.
000000     COPY CVAUD01Y.
000000*
000000 FD  JOB-LOG-FILE.
000000     COPY CVJOB01Y.
000000*
000000        10 WS-CYS-MM                  PIC 9(02).
000000        10 FILLER                     PIC X(01) VALUE '-'.
000000        10 WS-CYS-DD                  PIC 9(02).
000000 01  WS-INSTPLAN-STATUS               PIC XX.
000000     88 WS-INSTPLAN-OK                VALUE '00'.
000000 01  WS-TRAN-MASTER-STATUS            PIC XX.
000000     88 WS-TRAN-MASTER-OK             VALUE '00'.
000000     88 WS-TRAN-MASTER-DUPLICATE      VALUE '22'.
000000 01  WS-INSTL-WORK.
000000     05 WS-INS-EOF-SW                 PIC X(01).
000000        88 WS-END-OF-PLANS            VALUE 'Y'.
000000     05 WS-INS-PASS                   PIC X(01).
000000        88 WS-INS-PASS-TOTAL          VALUE 'T'.
000000        88 WS-INS-PASS-CANCEL         VALUE 'X'.
000000        88 WS-INS-PASS-PREPAY         VALUE 'P'.
000000        88 WS-INS-PASS-BILL           VALUE 'B'.
000000     05 WS-INS-PLAN-TOTAL             PIC S9(10)V99 COMP-3.
000000     05 WS-INS-PREPAID-AMT            PIC S9(10)V99 COMP-3.
000000     05 WS-INS-PRIN-AMT               PIC S9(09)V99 COMP-3.
000000     05 WS-INS-CHARGE-AMT             PIC S9(07)V99 COMP-3.
000000*
000000* WHAT THIS CUT BILLED ACROSS THE ACCOUNT'S PLANS - PRINCIPAL
000000* PLUS PLAN CHARGES FOR THE MINIMUM PAYMENT, AND THE CHARGES
000000* ALONE FOR THE NEW CYCLE'S DEBIT TOTAL.
000000     05 WS-INSTL-BILLED-TOTAL         PIC S9(10)V99 COMP-3.
000000     05 WS-INSTL-CHARGE-TOTAL         PIC S9(10)V99 COMP-3.
000000     05 WS-REVOLVE-BAL                PIC S9(10)V99 COMP-3.
000000     05 WS-INSTL-BILL-COUNT           PIC 9(07) VALUE ZERO.
000000     05 WS-INSTL-FAIL-COUNT           PIC 9(07) VALUE ZERO.
000000     05 WS-CHARGE-SW                  PIC X(01).
000000        88 WS-CHARGE-PENDING          VALUE 'N'.
000000        88 WS-CHARGE-POSTED           VALUE 'Y'.
000000        88 WS-CHARGE-FAILED           VALUE 'F'.
000000     05 WS-KEY-TRIES                  PIC 9(04) COMP VALUE ZERO.
000000 01  WS-SKIPPAY-STATUS                PIC XX.
000000     88 WS-SKIPPAY-OK                 VALUE '00'.
000000 01  WS-SKIP-WORK.
000000     05 WS-SKIP-SW                    PIC X(01).
000000        88 WS-SKIP-THIS-CYCLE         VALUE 'Y'.
000000     05 WS-SKIP-VOID-REASON           PIC X(30).
000000     05 WS-SKIP-APPLIED-COUNT         PIC 9(07) VALUE ZERO.
000000 01  WS-AUDIT-STATUS                  PIC XX.
000000     88 WS-AUDIT-OK                   VALUE '00'.
000000 01  WS-PENALTY-WORK.
000000     05 WS-PENALTY-SET-COUNT          PIC 9(07) VALUE ZERO.
000000     05 WS-PENALTY-ON-COUNT           PIC 9(07) VALUE ZERO.
000000     05 WS-PENALTY-CURE-COUNT         PIC 9(07) VALUE ZERO.
000000     05 WS-RATE-EDIT                  PIC Z9.99.
000000 01  WS-ALERT-STATUS                  PIC XX.
000000 01  WS-JOBLOG-STATUS                 PIC XX.
000000     88 WS-JOBLOG-OK                  VALUE '00'.
000000* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
000000******************************************************************
000000 COPY CVQSP01Y.
000000******************************************************************
000000* BATCH TRANSACTION KEY PARAMETER - SEE CBKEY01C.
000000******************************************************************
000000 COPY CVKEY01Y.
000000*
000000******************************************************************
000000* MINIMUM PAYMENT POLICY - COMPILED FALLBACK FOR MINPAY.
000000******************************************************************
000000 COPY CVMPT01Y.
000000*
000000******************************************************************
000000* PENALTY APR POLICY - SEE 2900-CHECK-PENALTY-APR.
000000******************************************************************
000000 COPY CVPNA01Y.
000000*
005600******************************************************************
005700 PROCEDURE DIVISION.
005800******************************************************************
000000     OPEN INPUT DAILY-BAL-FILE
000000     OPEN INPUT PAYMENT-FILE
000000     OPEN INPUT HOLIDAY-FILE
000000     OPEN I-O INSTPLAN-FILE
000000     OPEN I-O TRAN-MASTER-FILE
000000     OPEN I-O SKIP-PAY-FILE
000000     OPEN I-O AUDIT-FILE
006900     IF NOT WS-ACCOUNT-OK
007000         DISPLAY 'CBACT04C - ERROR OPENING ACCOUNT FILE'
007100         MOVE 'Y'                TO WS-EOF-SW
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
000000     IF NOT WS-INSTPLAN-OK
000000         DISPLAY 'CBACT04C - ERROR OPENING INSTALLMENT PLAN FILE'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'INSTALLMENT PLAN FILE OPEN ERROR'
000000                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
000000     IF NOT WS-TRAN-MASTER-OK
000000         DISPLAY 'CBACT04C - ERROR OPENING TRANSACTION FILE'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'TRANSACTION FILE OPEN ERROR'
000000                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
000000     IF NOT WS-SKIPPAY-OK
000000         DISPLAY 'CBACT04C - ERROR OPENING SKIP-PAYMENT FILE'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'SKIP-PAYMENT FILE OPEN ERROR'
000000                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
000000     IF NOT WS-AUDIT-OK
000000         DISPLAY 'CBACT04C - ERROR OPENING ACCOUNT AUDIT FILE'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'ACCOUNT AUDIT FILE OPEN ERROR'
000000                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
007300     IF NOT WS-END-OF-ACCOUNTS
007350         PERFORM 2100-READ-NEXT-ACCOUNT
007360             THRU 2100-READ-NEXT-ACCOUNT-EXIT
000000     PERFORM 2300-COMPUTE-ADB THRU 2300-COMPUTE-ADB-EXIT
000000     MOVE WS-ADB-RESULT          TO CYH-AVG-DAILY-BAL
008200     WRITE CYCLE-HISTORY-RECORD
000000*    A CYCLE WHOSE PAYMENT THE CUSTOMER WAS ENROLLED TO SKIP
000000*    (ACCT-SKIP-PAY-IND, SET AT THE LAST CUT) IS NOT COUNTED.
000000     EVALUATE TRUE
000000         WHEN ACCT-PAYMENT-SKIPPED
000000             CONTINUE
000000         WHEN ACCT-ACTIVE-STATUS = 'D' AND ACCT-CURR-BAL > ZERO
000000             ADD 1               TO ACCT-CYCLES-DELINQUENT
000000         WHEN OTHER
000000             MOVE ZERO           TO ACCT-CYCLES-DELINQUENT
000000     END-EVALUATE
000000     IF ACCT-CURR-BAL < ZERO
000000         ADD 1                   TO ACCT-CREDIT-BAL-CYCLES
000000     ELSE
000000         MOVE ZERO               TO ACCT-CREDIT-BAL-CYCLES
000000     END-IF
000000     PERFORM 2400-BILL-INSTALLMENTS
000000         THRU 2400-BILL-INSTALLMENTS-EXIT
000000     PERFORM 2500-SET-MIN-PAYMENT
000000         THRU 2500-SET-MIN-PAYMENT-EXIT
000000     PERFORM 2900-CHECK-PENALTY-APR
000000         THRU 2900-CHECK-PENALTY-APR-EXIT
000000     IF ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
000000         SET ACCT-IS-OVERLIMIT   TO TRUE
000000     ELSE
000000         MOVE 'N'                TO ACCT-OVERLIMIT-IND
000000     END-IF
000000*    A CLEAN CYCLE ENDS NEITHER DELINQUENT NOR OVER THE LIMIT -
000000*    THE SECURED CARD GRADUATION REVIEW (CBGRD01C) COUNTS THEM.
000000*    A SKIPPED-PAYMENT CYCLE NEITHER COUNTS NOR BREAKS THE RUN.
000000     EVALUATE TRUE
000000         WHEN ACCT-PAYMENT-SKIPPED
000000             CONTINUE
000000         WHEN ACCT-CYCLES-DELINQUENT = ZERO
000000          AND NOT ACCT-IS-OVERLIMIT
000000             IF ACCT-CLEAN-CYCLES < 999
000000                 ADD 1           TO ACCT-CLEAN-CYCLES
000000             END-IF
000000         WHEN OTHER
000000             MOVE ZERO           TO ACCT-CLEAN-CYCLES
000000     END-EVALUATE
008300     MOVE ZERO                   TO ACCT-CURR-CYC-CREDIT
008400     MOVE ZERO                   TO ACCT-CURR-CYC-DEBIT
000000     ADD WS-INSTL-CHARGE-TOTAL   TO ACCT-CURR-CYC-DEBIT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-LAST-CYCLE-DATE
000000     IF ACCT-PEND-CYCLE-DAY > ZERO
000000         MOVE ACCT-PEND-CYCLE-DAY TO ACCT-CYCLE-DAY
000000         MOVE 'Y'                TO WS-ADB-EOF-SW
000000         GO TO 2310-NEXT-SNAPSHOT-EXIT
000000     END-IF
000000*    UNBILLED PLAN PRINCIPAL IS NOT PRICED BY THE ACCRUAL, SO
000000*    IT STAYS OUT OF THE FIGURE A FINANCE CHARGE IS CHECKED
000000*    AGAINST.
000000     COMPUTE WS-ADB-SUM =
000000         WS-ADB-SUM + DBL-CURR-BAL - DBL-INSTL-BAL
000000     ADD 1                       TO WS-ADB-DAYS.
000000 2310-NEXT-SNAPSHOT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* BILL ONE INSTALLMENT OF EACH ACTIVE INSTALLMENT PLAN (INSTPLAN,
000000* SET UP ON COINS00C OR BY CBINS01C). FIRST THE PLANS ARE SQUARED
000000* WITH ACCT-INSTL-BAL: A PAYMENT BIG ENOUGH TO PREPAY PLAN
000000* PRINCIPAL HAS ALREADY TAKEN IT OFF THE ACCOUNT'S BUCKET, SO THE
000000* PLANS' REMAINING PRINCIPAL IS BROUGHT DOWN TO MATCH, OLDEST
000000* PURCHASE FIRST, AND A PLAN PAID DOWN TO ZERO CLOSES AS PAID
000000* EARLY ('P'). A BUCKET LEFT ABOVE THE PLANS (A RETURNED
000000* PREPAYMENT PUT IT BACK) DROPS THE EXCESS INTO THE REVOLVING
000000* BALANCE. THEN EACH PLAN BILLS ITS CHARGE THROUGH THE
000000* TRANSACTION MASTER AND MOVES ONE INSTALLMENT'S PRINCIPAL INTO
000000* ACCT-INSTL-DUE-BAL, THE BUCKET THE MINIMUM PAYMENT AND PAYMENT
000000* ALLOCATION SEE. A CHARGED-OFF, BANKRUPT OR SETTLED ACCOUNT HAS
000000* ITS PLANS CANCELLED ('X') AND THE UNBILLED PRINCIPAL FALLS DUE
000000* AT ONCE.
000000******************************************************************
000000 2400-BILL-INSTALLMENTS.
000000     MOVE ZERO                   TO WS-INSTL-BILLED-TOTAL
000000     MOVE ZERO                   TO WS-INSTL-CHARGE-TOTAL
000000     MOVE ZERO                   TO WS-INS-PLAN-TOTAL
000000     SET WS-INS-PASS-TOTAL       TO TRUE
000000     PERFORM 2410-BROWSE-PLANS THRU 2410-BROWSE-PLANS-EXIT
000000     IF WS-INS-PLAN-TOTAL = ZERO AND ACCT-INSTL-BAL = ZERO
000000         GO TO 2400-BILL-INSTALLMENTS-EXIT
000000     END-IF
000000     IF ACCT-ACTIVE-STATUS = 'Z' OR 'B' OR 'S'
000000         SET WS-INS-PASS-CANCEL  TO TRUE
000000         PERFORM 2410-BROWSE-PLANS THRU 2410-BROWSE-PLANS-EXIT
000000         ADD ACCT-INSTL-BAL      TO ACCT-INSTL-DUE-BAL
000000         MOVE ZERO               TO ACCT-INSTL-BAL
000000         GO TO 2400-BILL-INSTALLMENTS-EXIT
000000     END-IF
000000     COMPUTE WS-INS-PREPAID-AMT =
000000         WS-INS-PLAN-TOTAL - ACCT-INSTL-BAL
000000     IF WS-INS-PREPAID-AMT < ZERO
000000         MOVE WS-INS-PLAN-TOTAL  TO ACCT-INSTL-BAL
000000         MOVE ZERO               TO WS-INS-PREPAID-AMT
000000     END-IF
000000     IF WS-INS-PREPAID-AMT > ZERO
000000         SET WS-INS-PASS-PREPAY  TO TRUE
000000         PERFORM 2410-BROWSE-PLANS THRU 2410-BROWSE-PLANS-EXIT
000000     END-IF
000000     SET WS-INS-PASS-BILL        TO TRUE
000000     PERFORM 2410-BROWSE-PLANS THRU 2410-BROWSE-PLANS-EXIT.
000000 2400-BILL-INSTALLMENTS-EXIT.
000000     EXIT.
000000*
000000 2410-BROWSE-PLANS.
000000     MOVE 'N'                    TO WS-INS-EOF-SW
000000     MOVE ACCT-ID                TO INS-ACCT-ID
000000     MOVE LOW-VALUES             TO INS-TRAN-ID
000000     START INSTPLAN-FILE KEY NOT LESS THAN INS-KEY
000000         INVALID KEY
000000             GO TO 2410-BROWSE-PLANS-EXIT
000000     END-START
000000     PERFORM 2420-NEXT-PLAN THRU 2420-NEXT-PLAN-EXIT
000000         UNTIL WS-END-OF-PLANS.
000000 2410-BROWSE-PLANS-EXIT.
000000     EXIT.
000000*
000000 2420-NEXT-PLAN.
000000     READ INSTPLAN-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-INS-EOF-SW
000000             GO TO 2420-NEXT-PLAN-EXIT
000000     END-READ
000000     IF INS-ACCT-ID NOT = ACCT-ID
000000         MOVE 'Y'                TO WS-INS-EOF-SW
000000         GO TO 2420-NEXT-PLAN-EXIT
000000     END-IF
000000     IF NOT INS-ACTIVE
000000         GO TO 2420-NEXT-PLAN-EXIT
000000     END-IF
000000     EVALUATE TRUE
000000         WHEN WS-INS-PASS-TOTAL
000000             ADD INS-PRIN-REMAIN TO WS-INS-PLAN-TOTAL
000000         WHEN WS-INS-PASS-CANCEL
000000             SET INS-CANCELLED   TO TRUE
000000             MOVE WS-CURDATE-YYYY-MM-DD TO INS-CLOSED-DATE
000000             REWRITE INSTALLMENT-PLAN-RECORD
000000             IF NOT WS-INSTPLAN-OK
000000                 PERFORM 2470-PLAN-NOT-UPDATED
000000                     THRU 2470-PLAN-NOT-UPDATED-EXIT
000000             END-IF
000000         WHEN WS-INS-PASS-PREPAY
000000             PERFORM 2430-APPLY-PREPAYMENT
000000                 THRU 2430-APPLY-PREPAYMENT-EXIT
000000         WHEN WS-INS-PASS-BILL
000000             PERFORM 2440-BILL-ONE-PLAN
000000                 THRU 2440-BILL-ONE-PLAN-EXIT
000000     END-EVALUATE.
000000 2420-NEXT-PLAN-EXIT.
000000     EXIT.
000000*
000000 2430-APPLY-PREPAYMENT.
000000     IF WS-INS-PREPAID-AMT NOT > ZERO
000000         GO TO 2430-APPLY-PREPAYMENT-EXIT
000000     END-IF
000000     IF WS-INS-PREPAID-AMT < INS-PRIN-REMAIN
000000         SUBTRACT WS-INS-PREPAID-AMT FROM INS-PRIN-REMAIN
000000         MOVE ZERO               TO WS-INS-PREPAID-AMT
000000     ELSE
000000         SUBTRACT INS-PRIN-REMAIN FROM WS-INS-PREPAID-AMT
000000         MOVE ZERO               TO INS-PRIN-REMAIN
000000         SET INS-PAID-EARLY      TO TRUE
000000         MOVE WS-CURDATE-YYYY-MM-DD TO INS-CLOSED-DATE
000000     END-IF
000000     REWRITE INSTALLMENT-PLAN-RECORD
000000     IF NOT WS-INSTPLAN-OK
000000         PERFORM 2470-PLAN-NOT-UPDATED
000000             THRU 2470-PLAN-NOT-UPDATED-EXIT
000000     END-IF.
000000 2430-APPLY-PREPAYMENT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* ONE INSTALLMENT: THE PLAN CHARGE (THE FLAT MONTHLY FEE, OR A
000000* MONTH'S INTEREST AT THE PLAN RATE ON THE PRINCIPAL STILL OWED)
000000* AND THE REST OF THE EQUAL PAYMENT AS PRINCIPAL. THE LAST
000000* INSTALLMENT - OR ONE THAT WOULD OVERSHOOT AFTER A PART
000000* PREPAYMENT - TAKES EXACTLY WHAT PRINCIPAL IS LEFT. A PLAN
000000* ALREADY BILLED TODAY IS LEFT ALONE SO A RERUN CANNOT DOUBLE IT,
000000* AND ONE WHOSE CHARGE COULD NOT BE WRITTEN IS NOT BILLED AT ALL
000000* - THE NEXT RUN PICKS IT UP.
000000******************************************************************
000000 2440-BILL-ONE-PLAN.
000000     IF INS-LAST-BILL-DATE = WS-CURDATE-YYYY-MM-DD
000000         GO TO 2440-BILL-ONE-PLAN-EXIT
000000     END-IF
000000     IF INS-PRICED-BY-FEE
000000         MOVE INS-MONTHLY-FEE    TO WS-INS-CHARGE-AMT
000000     ELSE
000000         COMPUTE WS-INS-CHARGE-AMT ROUNDED =
000000             INS-PRIN-REMAIN * INS-ANNUAL-RATE / 1200
000000     END-IF
000000     COMPUTE WS-INS-PRIN-AMT = INS-INSTALL-AMT - WS-INS-CHARGE-AMT
000000     IF INS-BILLED-COUNT + 1 NOT < INS-TERM-MONTHS
000000     OR WS-INS-PRIN-AMT > INS-PRIN-REMAIN
000000         MOVE INS-PRIN-REMAIN    TO WS-INS-PRIN-AMT
000000     END-IF
000000     IF WS-INS-PRIN-AMT < ZERO
000000         MOVE ZERO               TO WS-INS-PRIN-AMT
000000     END-IF
000000     IF WS-INS-CHARGE-AMT > ZERO
000000         PERFORM 2450-POST-PLAN-CHARGE
000000             THRU 2450-POST-PLAN-CHARGE-EXIT
000000         IF NOT WS-CHARGE-POSTED
000000             GO TO 2440-BILL-ONE-PLAN-EXIT
000000         END-IF
000000     END-IF
000000     SUBTRACT WS-INS-PRIN-AMT    FROM INS-PRIN-REMAIN
000000     SUBTRACT WS-INS-PRIN-AMT    FROM ACCT-INSTL-BAL
000000     ADD WS-INS-PRIN-AMT         TO ACCT-INSTL-DUE-BAL
000000     ADD 1                       TO INS-BILLED-COUNT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO INS-LAST-BILL-DATE
000000     MOVE WS-INS-PRIN-AMT        TO INS-LAST-PRIN-BILLED
000000     MOVE WS-INS-CHARGE-AMT      TO INS-LAST-CHARGE-BILLED
000000     ADD WS-INS-CHARGE-AMT       TO INS-TOTAL-CHARGES
000000     IF INS-PRIN-REMAIN NOT > ZERO
000000         SET INS-COMPLETED       TO TRUE
000000         MOVE WS-CURDATE-YYYY-MM-DD TO INS-CLOSED-DATE
000000     END-IF
000000     REWRITE INSTALLMENT-PLAN-RECORD
000000     IF NOT WS-INSTPLAN-OK
000000         PERFORM 2470-PLAN-NOT-UPDATED
000000             THRU 2470-PLAN-NOT-UPDATED-EXIT
000000     END-IF
000000     COMPUTE WS-INSTL-BILLED-TOTAL = WS-INSTL-BILLED-TOTAL
000000         + WS-INS-PRIN-AMT + WS-INS-CHARGE-AMT
000000     ADD WS-INS-CHARGE-AMT       TO WS-INSTL-CHARGE-TOTAL
000000     ADD 1                       TO WS-INSTL-BILL-COUNT.
000000 2440-BILL-ONE-PLAN-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* POST THE PLAN CHARGE THROUGH THE TRANSACTION MASTER AGAINST THE
000000* CARD THE PURCHASE WAS MADE ON - 04/3003 FOR A FLAT-FEE PLAN,
000000* 06/4003 FOR A RATE PLAN - SO THE STATEMENT AND THE LEDGER FEED
000000* SEE IT, AND CARRY IT IN THE MATCHING BALANCE BUCKET. THE ROW'S
000000* ID COMES FROM CBKEY01C; A DUPLICATE ASKS FOR ANOTHER. THE
000000* BALANCES MOVE ONLY ONCE THE ROW IS ON THE MASTER.
000000******************************************************************
000000 2450-POST-PLAN-CHARGE.
000000     SET WS-CHARGE-PENDING       TO TRUE
000000     MOVE ZERO                   TO WS-KEY-TRIES
000000     IF INS-PRICED-BY-FEE
000000         MOVE '04'               TO TRAN-TYPE-CD
000000         MOVE '3003'             TO TRAN-CAT-CD
000000         MOVE 'INSTALLMENT PLAN FEE' TO TRAN-DESC
000000     ELSE
000000         MOVE '06'               TO TRAN-TYPE-CD
000000         MOVE '4003'             TO TRAN-CAT-CD
000000         MOVE 'INSTALLMENT PLAN INTEREST' TO TRAN-DESC
000000     END-IF
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000     MOVE WS-INS-CHARGE-AMT      TO TRAN-AMT
000000     MOVE SPACES                 TO TRAN-MERCHANT-ID
000000     MOVE INS-MERCHANT-NAME      TO TRAN-MERCHANT-NAME
000000     MOVE SPACES                 TO TRAN-MERCHANT-CITY
000000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
000000     MOVE SPACES                 TO TRAN-MERCHANT-STATE
000000     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
000000     MOVE INS-CARD-NUM           TO TRAN-CARD-NUM
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000     MOVE INS-TRAN-ID            TO TRAN-ORIG-TRAN-ID
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'Y'                    TO TRAN-BAL-POSTED-IND
000000     MOVE 'IP'                   TO KYP-STREAM
000000     PERFORM 2460-WRITE-PLAN-CHARGE
000000         THRU 2460-WRITE-PLAN-CHARGE-EXIT
000000         UNTIL NOT WS-CHARGE-PENDING
000000     IF NOT WS-CHARGE-POSTED
000000         DISPLAY 'CBACT04C - PLAN CHARGE NOT WRITTEN FOR '
000000                 INS-ACCT-ID ' PLAN ' INS-TRAN-ID
000000                 ' STATUS ' WS-TRAN-MASTER-STATUS
000000         ADD 1                   TO WS-INSTL-FAIL-COUNT
000000         GO TO 2450-POST-PLAN-CHARGE-EXIT
000000     END-IF
000000     IF INS-PRICED-BY-FEE
000000         ADD WS-INS-CHARGE-AMT   TO ACCT-FEE-DUE-BAL
000000     ELSE
000000         ADD WS-INS-CHARGE-AMT   TO ACCT-INT-DUE-BAL
000000     END-IF
000000     ADD WS-INS-CHARGE-AMT       TO ACCT-CURR-BAL.
000000 2450-POST-PLAN-CHARGE-EXIT.
000000     EXIT.
000000*
000000 2460-WRITE-PLAN-CHARGE.
000000     ADD 1                       TO WS-KEY-TRIES
000000     CALL 'CBKEY01C' USING TRAN-KEY-PARM
000000     MOVE KYP-TRAN-ID            TO TRAN-ID
000000     WRITE TRAN-RECORD
000000     EVALUATE TRUE
000000         WHEN WS-TRAN-MASTER-OK
000000             SET WS-CHARGE-POSTED TO TRUE
000000         WHEN WS-TRAN-MASTER-DUPLICATE AND WS-KEY-TRIES < 10
000000             CONTINUE
000000         WHEN OTHER
000000             SET WS-CHARGE-FAILED TO TRUE
000000     END-EVALUATE.
000000 2460-WRITE-PLAN-CHARGE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* AN INSTPLAN REWRITE THAT FAILED: THE PLAN ON FILE NO LONGER
000000* MATCHES WHAT THIS CUT BILLED OR CLOSED, SO IT IS NAMED FOR
000000* OPERATIONS TO PUT RIGHT BEFORE THE NEXT CUT, AND COUNTED.
000000******************************************************************
000000 2470-PLAN-NOT-UPDATED.
000000     DISPLAY 'CBACT04C - INSTPLAN NOT UPDATED FOR ' INS-ACCT-ID
000000             ' PLAN ' INS-TRAN-ID ' STATUS ' WS-INSTPLAN-STATUS
000000     ADD 1                       TO WS-INSTL-FAIL-COUNT.
000000 2470-PLAN-NOT-UPDATED-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* STAMP THE NEW CYCLE'S MINIMUM PAYMENT AND DUE DATE ON THE
000000* ACCOUNT MASTER FROM THE MINPAY POLICY FOR THE ACCOUNT'S GROUP
000000* (PERCENTAGE OF BALANCE, FIXED FLOOR, AND WHETHER OVERLIMIT
000000     IF WS-UNPAID-PRIOR-AMT < ZERO
000000         MOVE ZERO               TO WS-UNPAID-PRIOR-AMT
000000     END-IF
000000     PERFORM 2800-CHECK-SKIP-PAY THRU 2800-CHECK-SKIP-PAY-EXIT
000000     IF MPT-ADD-PASTDUE-IND (WS-MPT-USE-IDX) = 'Y'
000000         MOVE WS-UNPAID-PRIOR-AMT TO ACCT-PAST-DUE-AMT
000000     ELSE
000000     IF ACCT-CURR-BAL NOT > ZERO
000000         MOVE ZERO               TO ACCT-MIN-PAY-DUE
000000     ELSE
000000*        THE PERCENTAGE AND FLOOR APPLY TO THE REVOLVING BALANCE
000000*        ONLY - PLAN PRINCIPAL, BILLED OR NOT, AND THE PLAN
000000*        CHARGES JUST BILLED ARE ASKED FOR AS THE INSTALLMENTS
000000*        THEMSELVES, ADDED ON BELOW.
000000         COMPUTE WS-REVOLVE-BAL = ACCT-CURR-BAL - ACCT-INSTL-BAL
000000             - ACCT-INSTL-DUE-BAL - WS-INSTL-CHARGE-TOTAL
000000         IF WS-REVOLVE-BAL < ZERO
000000             MOVE ZERO           TO WS-REVOLVE-BAL
000000         END-IF
000000         COMPUTE ACCT-MIN-PAY-DUE ROUNDED = WS-REVOLVE-BAL *
000000             MPT-PCT-OF-BAL (WS-MPT-USE-IDX) / 100
000000*        A TRANSITION CYCLE AFTER A CYCLE-DAY CHANGE IS
000000*        DELIBERATELY SHORT OR LONG - PRORATE THE FIXED FLOOR
000000             COMPUTE WS-FLOOR-USE-AMT ROUNDED =
000000                 WS-FLOOR-USE-AMT * WS-CYCLE-DAYS / 30
000000         END-IF
000000         IF WS-FLOOR-USE-AMT > WS-REVOLVE-BAL
000000             MOVE WS-REVOLVE-BAL TO WS-FLOOR-USE-AMT
000000         END-IF
000000         IF ACCT-MIN-PAY-DUE < WS-FLOOR-USE-AMT
000000             MOVE WS-FLOOR-USE-AMT
000000                                 TO ACCT-MIN-PAY-DUE
000000         END-IF
000000         ADD WS-INSTL-BILLED-TOTAL TO ACCT-MIN-PAY-DUE
000000         IF MPT-ADD-OVERLIMIT-IND (WS-MPT-USE-IDX) = 'Y'
000000            AND ACCT-CURR-BAL > ACCT-CREDIT-LIMIT
000000             COMPUTE WS-OVERLIMIT-AMT =
000000             MOVE ACCT-CURR-BAL  TO ACCT-MIN-PAY-DUE
000000         END-IF
000000     END-IF
000000     IF WS-SKIP-THIS-CYCLE
000000         MOVE ZERO               TO ACCT-MIN-PAY-DUE
000000         MOVE ZERO               TO ACCT-PAST-DUE-AMT
000000         SET ACCT-PAYMENT-SKIPPED TO TRUE
000000     ELSE
000000         MOVE 'N'                TO ACCT-SKIP-PAY-IND
000000     END-IF
000000     COMPUTE WS-DUE-DATE-INT =
000000         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N) + 25
000000     PERFORM 2700-ROLL-TO-BUSINESS-DAY
000000            '-'                 DELIMITED BY SIZE
000000            WS-DUE-DATE-N (7:2) DELIMITED BY SIZE
000000       INTO ACCT-PAY-DUE-DATE
000000     END-STRING
000000     IF WS-SKIP-THIS-CYCLE
000000         SET SKP-APPLIED         TO TRUE
000000         MOVE WS-CURDATE-YYYY-MM-DD TO SKP-APPLIED-DATE
000000         MOVE ACCT-PAY-DUE-DATE  TO SKP-SKIPPED-DUE-DATE
000000         REWRITE SKIP-PAY-RECORD
000000         ADD 1                   TO WS-SKIP-APPLIED-COUNT
000000     END-IF.
000000 2500-SET-MIN-PAYMENT-EXIT.
000000     EXIT.
000000*
000000     EXIT.
000000*
000000******************************************************************
000000* SKIP-A-PAYMENT - AN ENROLLMENT (SKIPPAY, CVSKP01Y) FOR THIS
000000* MONTH'S CUT IS RECHECKED BEFORE IT IS HONOURED: THE ACCOUNT MUST
000000* STILL BE ACTIVE AND CURRENT, AND THE MINIMUM JUST ENDED MUST
000000* HAVE BEEN PAID. ONE THAT NO LONGER QUALIFIES IS VOIDED WITH THE
000000* REASON AND THE CYCLE BILLS AS NORMAL. ONE THAT DOES ZEROES THE
000000* NEW MINIMUM AND IS MARKED APPLIED ONCE THE DUE DATE IS SET.
000000******************************************************************
000000 2800-CHECK-SKIP-PAY.
000000     MOVE 'N'                    TO WS-SKIP-SW
000000     MOVE ACCT-ID                TO SKP-ACCT-ID
000000     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO SKP-CYCLE-MONTH
000000     READ SKIP-PAY-FILE
000000         INVALID KEY
000000             GO TO 2800-CHECK-SKIP-PAY-EXIT
000000     END-READ
000000     IF NOT SKP-ENROLLED
000000         GO TO 2800-CHECK-SKIP-PAY-EXIT
000000     END-IF
000000     MOVE SPACES                 TO WS-SKIP-VOID-REASON
000000     EVALUATE TRUE
000000         WHEN ACCT-ACTIVE-STATUS NOT = 'A'
000000             MOVE 'ACCOUNT NOT ACTIVE AT CUT'
000000                                 TO WS-SKIP-VOID-REASON
000000         WHEN ACCT-CYCLES-DELINQUENT > ZERO
000000             MOVE 'ACCOUNT DELINQUENT AT CUT'
000000                                 TO WS-SKIP-VOID-REASON
000000         WHEN WS-UNPAID-PRIOR-AMT > ZERO
000000             MOVE 'PRIOR MINIMUM NOT PAID'
000000                                 TO WS-SKIP-VOID-REASON
000000     END-EVALUATE
000000     IF WS-SKIP-VOID-REASON NOT = SPACES
000000         SET SKP-VOIDED          TO TRUE
000000         MOVE WS-SKIP-VOID-REASON TO SKP-VOID-REASON
000000         REWRITE SKIP-PAY-RECORD
000000         GO TO 2800-CHECK-SKIP-PAY-EXIT
000000     END-IF
000000     MOVE 'Y'                    TO WS-SKIP-SW.
000000 2800-CHECK-SKIP-PAY-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* PENALTY APR (CVPNA01Y) - THE REPRICING THE CARDHOLDER AGREEMENT
000000* ALLOWS ONCE AN ACCOUNT IS 60 DAYS PAST DUE. THE CUT THAT TAKES
000000* ACCT-CYCLES-DELINQUENT TO THE TRIGGER MARKS THE ACCOUNT 'T' FOR
000000* CBPEN01C, WHICH SENDS THE ADVANCE NOTICE AND SETS THE EFFECTIVE
000000* DATE ('P'); CBACT05C ACCRUES AT THE PENALTY RATE FROM THAT DATE
000000* AND THE FIRST CUT ON OR AFTER IT MARKS THE RATE IN FORCE ('A').
000000* FROM THEN ON EVERY CUT WHOSE MINIMUM (WITH ANY PAST DUE) WAS
000000* PAID IN THE CYCLE COUNTS TOWARD THE CURE AND A MISSED ONE STARTS
000000* THE COUNT AGAIN; THE CURE COUNT OF CONSECUTIVE ON-TIME CYCLES
000000* CLEARS THE STATE AND THE NORMAL RATE IS BACK THE NEXT NIGHT.
000000* EACH STEP IS AUDITED TO ACCTAUD.
000000******************************************************************
000000 2900-CHECK-PENALTY-APR.
000000     EVALUATE TRUE
000000         WHEN ACCT-PENALTY-IN-FORCE
000000             PERFORM 2910-COUNT-TOWARD-CURE
000000                 THRU 2910-COUNT-TOWARD-CURE-EXIT
000000         WHEN ACCT-PENALTY-NOTICED
000000             IF WS-CURDATE-YYYY-MM-DD >= ACCT-PENALTY-EFF-DATE
000000                 MOVE SPACES         TO AUD-OLD-VALUE
000000                 STRING 'P '                  DELIMITED BY SIZE
000000                        ACCT-PENALTY-EFF-DATE DELIMITED BY SIZE
000000                   INTO AUD-OLD-VALUE
000000                 END-STRING
000000                 SET ACCT-PENALTY-IN-FORCE TO TRUE
000000                 MOVE ZERO           TO ACCT-PENALTY-ONTIME-CYCLES
000000                 MOVE PNA-ANNUAL-RATE TO WS-RATE-EDIT
000000                 MOVE SPACES         TO AUD-NEW-VALUE
000000                 STRING 'A '         DELIMITED BY SIZE
000000                        WS-RATE-EDIT DELIMITED BY SIZE
000000                   INTO AUD-NEW-VALUE
000000                 END-STRING
000000                 PERFORM 2990-WRITE-PENALTY-AUDIT
000000                     THRU 2990-WRITE-PENALTY-AUDIT-EXIT
000000                 ADD 1               TO WS-PENALTY-ON-COUNT
000000             END-IF
000000         WHEN ACCT-PENALTY-TRIGGERED
000000             CONTINUE
000000         WHEN OTHER
000000             IF ACCT-CYCLES-DELINQUENT >= PNA-TRIGGER-CYCLES
000000                 MOVE ACCT-PENALTY-APR-STATUS TO AUD-OLD-VALUE
000000                 SET ACCT-PENALTY-TRIGGERED TO TRUE
000000                 MOVE SPACES         TO ACCT-PENALTY-EFF-DATE
000000                 MOVE ZERO           TO ACCT-PENALTY-ONTIME-CYCLES
000000                 MOVE SPACES         TO AUD-NEW-VALUE
000000                 STRING 'T '         DELIMITED BY SIZE
000000                        ACCT-CYCLES-DELINQUENT DELIMITED BY SIZE
000000                        ' CYCLES DELINQUENT' DELIMITED BY SIZE
000000                   INTO AUD-NEW-VALUE
000000                 END-STRING
000000                 PERFORM 2990-WRITE-PENALTY-AUDIT
000000                     THRU 2990-WRITE-PENALTY-AUDIT-EXIT
000000                 ADD 1               TO WS-PENALTY-SET-COUNT
000000             END-IF
000000     END-EVALUATE.
000000 2900-CHECK-PENALTY-APR-EXIT.
000000     EXIT.
000000*
000000 2910-COUNT-TOWARD-CURE.
000000     IF WS-UNPAID-PRIOR-AMT > ZERO
000000         MOVE ZERO               TO ACCT-PENALTY-ONTIME-CYCLES
000000         GO TO 2910-COUNT-TOWARD-CURE-EXIT
000000     END-IF
000000     ADD 1                       TO ACCT-PENALTY-ONTIME-CYCLES
000000     IF ACCT-PENALTY-ONTIME-CYCLES < PNA-CURE-CYCLES
000000         GO TO 2910-COUNT-TOWARD-CURE-EXIT
000000     END-IF
000000     MOVE PNA-ANNUAL-RATE        TO WS-RATE-EDIT
000000     MOVE SPACES                 TO AUD-OLD-VALUE
000000     STRING 'A '                 DELIMITED BY SIZE
000000            WS-RATE-EDIT         DELIMITED BY SIZE
000000       INTO AUD-OLD-VALUE
000000     END-STRING
000000     MOVE SPACES                 TO AUD-NEW-VALUE
000000     STRING 'CURED '             DELIMITED BY SIZE
000000            ACCT-PENALTY-ONTIME-CYCLES DELIMITED BY SIZE
000000            ' ON-TIME CYCLES'    DELIMITED BY SIZE
000000       INTO AUD-NEW-VALUE
000000     END-STRING
000000     MOVE 'N'                    TO ACCT-PENALTY-APR-STATUS
000000     MOVE SPACES                 TO ACCT-PENALTY-EFF-DATE
000000     MOVE ZERO                   TO ACCT-PENALTY-ONTIME-CYCLES
000000     PERFORM 2990-WRITE-PENALTY-AUDIT
000000         THRU 2990-WRITE-PENALTY-AUDIT-EXIT
000000     ADD 1                       TO WS-PENALTY-CURE-COUNT.
000000 2910-COUNT-TOWARD-CURE-EXIT.
000000     EXIT.
000000*
000000 2990-WRITE-PENALTY-AUDIT.
000000     MOVE ACCT-ID                TO AUD-ACCT-ID
000000     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
000000     MOVE 'CBACT04C'             TO AUD-USER-ID
000000     MOVE 'PENALTYAPR'           TO AUD-FIELD-NAME
000000     WRITE ACCT-AUDIT-RECORD
000000         INVALID KEY
000000             CONTINUE
000000     END-WRITE.
000000 2990-WRITE-PENALTY-AUDIT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* TOTAL THE POSTED PAYMENTS DATED ON OR AFTER THE CYCLE THAT IS
000000* CLOSING (THE MONTH LEADING UP TO TODAY). PAYMNT CARRIES NO
000000* ACCOUNT PATH, SO THE FILE IS WALKED - THE SAME FULL SCAN
000000     CLOSE DAILY-BAL-FILE
000000     CLOSE PAYMENT-FILE
000000     CLOSE HOLIDAY-FILE
000000     CLOSE INSTPLAN-FILE
000000     CLOSE TRAN-MASTER-FILE
000000     CLOSE SKIP-PAY-FILE
000000     CLOSE AUDIT-FILE
010200     DISPLAY 'CBACT04C - ACCOUNTS ROLLED OVER: ' WS-ACCT-COUNT
000000     DISPLAY 'CBACT04C - PLAN INSTALLMENTS BILLED: '
000000             WS-INSTL-BILL-COUNT
000000     DISPLAY 'CBACT04C - PLAN CHARGES/UPDATES FAILED: '
000000             WS-INSTL-FAIL-COUNT
000000     DISPLAY 'CBACT04C - PAYMENTS SKIPPED: '
000000             WS-SKIP-APPLIED-COUNT
000000     DISPLAY 'CBACT04C - PENALTY APR TRIGGERED: '
000000             WS-PENALTY-SET-COUNT
000000     DISPLAY 'CBACT04C - PENALTY APR IN FORCE: '
000000             WS-PENALTY-ON-COUNT
000000     DISPLAY 'CBACT04C - PENALTY APR CURED: '
000000             WS-PENALTY-CURE-COUNT
000000     IF WS-INSTL-FAIL-COUNT > ZERO AND RETURN-CODE = ZERO
000000         MOVE 4                  TO RETURN-CODE
000000     END-IF
000000     PERFORM 9200-LOG-JOB-STATUS
000000         THRU 9200-LOG-JOB-STATUS-EXIT.
010300 9000-TERMINATE-EXIT.
