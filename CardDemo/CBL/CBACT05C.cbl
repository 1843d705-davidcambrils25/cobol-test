000000*                     CHARGED-OFF ACCOUNT. LEGACY MM/DD/YY
000000*                     PAY-DATE ROWS ARE NORMALIZED BEFORE THE
000000*                     GRACE-PERIOD RANGE TEST.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   AN ACTIVE SCRA DUTY PERIOD ON THE ACCOUNT'S
000000*                     PRIMARY OR JOINT HOLDER (CUSTDAT) CAPS BOTH
000000*                     APRS AT THE SCRA RATE (CVSCR02Y) WHILE IN
000000*                     FORCE.
000000* 2026-10-15  MAINT   UNBILLED INSTALLMENT PLAN PRINCIPAL (ACCT-
000000*                     INSTL-BAL, OR DBL-INSTL-BAL ON THE
000000*                     SNAPSHOT) IS TAKEN OUT OF THE PRICED
000000*                     BALANCE - THE PLAN CARRIES ITS OWN FEE OR
000000*                     RATE.
000000* 2026-10-15  MAINT   A PENALTY APR (CVPNA01Y) IN FORCE, OR
000000*                     NOTICED AND PAST ITS EFFECTIVE DATE, PRICES
000000*                     BOTH APRS AT THE PENALTY RATE AND ENDS
000000*                     PROMOTIONAL PRICING; HARDSHIP AND THE SCRA
000000*                     CAP STILL TAKE PRECEDENCE.
000000* 2026-10-15  MAINT   HOLD INDEX-PRICED GROUP RATES INSIDE THE
000000*                     FLOOR AND CEILING ON THEIR APRMARGN ROW
000000*                     (CVAMG01Y) AFTER THE RATE TABLE LOADS.
000000* 2026-10-15  MAINT   STAMP THE GO-TO PURCHASE, CASH AND RUNNING
000000*                     PROMOTIONAL APRS ON THE ACCOUNT MASTER FOR
000000*                     THE STATEMENT MINIMUM-PAYMENT WARNING
000000*                     (CBMPD01C).
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   THE PURCHASE, CASH AND PROMOTIONAL APRS ARE
000000*                     RESOLVED AND STORED FOR EVERY ACCOUNT READ,
000000*                     NOT ONLY THOSE ACCRUING TONIGHT.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       READS THE ACCOUNT MASTER AND POSTS A NIGHTLY
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS IRT-KEY
000000         FILE STATUS IS WS-INTRATES-STATUS.
000000     SELECT APR-MARGIN-FILE ASSIGN TO APRMARGN
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS AMG-GROUP-ID
000000         FILE STATUS IS WS-APRMARGN-STATUS.
000000     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CARD-ACCT-ID
000000         FILE STATUS IS WS-CARDAIX-STATUS.
000000     SELECT XREF-FILE ASSIGN TO ACCTXREF
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS XRF-ACCT-ID
000000         FILE STATUS IS WS-XREF-STATUS.
000000     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS WS-CUSTOMER-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
000000 FD  INT-RATE-REF-FILE.
000000     COPY CVIRT01Y.
000000*
000000 FD  APR-MARGIN-FILE.
000000     COPY CVAMG01Y.
000000*
000000 FD  TRAN-MASTER-FILE.
000000     COPY CVTRA01Y.
000000*
000000 FD  CARD-AIX-FILE.
000000     COPY CVACT02Y.
000000*
000000 FD  XREF-FILE.
000000     COPY CVXRF01Y.
000000*
000000 FD  CUSTOMER-FILE.
000000     COPY CVCUS01Y.
000000*
004900 WORKING-STORAGE SECTION.
005000 01  WS-ACCOUNT-STATUS                PIC XX.
005100     88 WS-ACCOUNT-OK                 VALUE '00'.
005200     88 WS-ACCOUNT-EOF                VALUE '10'.
000000 01  WS-INTRATES-STATUS               PIC XX.
000000     88 WS-INTRATES-OK                VALUE '00'.
000000 01  WS-APRMARGN-STATUS               PIC XX.
000000     88 WS-APRMARGN-OK                VALUE '00'.
000000 01  WS-RATE-BOUND-COUNT              PIC 9(07) VALUE ZERO.
000000 01  WS-REF-EOF-SW                    PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-REF                 VALUE 'Y'.
000000 01  WS-REF-FOUND-SW                  PIC X(01) VALUE 'N'.
000000     88 WS-PAYMENT-OK                 VALUE '00'.
000000 01  WS-DLYBAL-STATUS                 PIC XX.
000000     88 WS-DLYBAL-OK                  VALUE '00'.
000000 01  WS-XREF-STATUS                   PIC XX.
000000 01  WS-CUSTOMER-STATUS               PIC XX.
000000 01  WS-SCRA-CAP-COUNT                PIC 9(07) VALUE ZERO.
000000 01  WS-PENALTY-RATE-COUNT            PIC 9(07) VALUE ZERO.
000000 01  WS-STMT-EOF-SW                   PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-STMTS               VALUE 'Y'.
000000 01  WS-PAY-EOF-SW                    PIC X(01) VALUE 'N'.
000000 COPY CSDAT01Y.
000000*
000000******************************************************************
000000* SCRA RATE CAP - SEE 3050-CHECK-SCRA.
000000******************************************************************
000000 COPY CVSCR02Y.
000000*
000000******************************************************************
000000* PENALTY APR POLICY - SEE 3000-POST-INTEREST.
000000******************************************************************
000000 COPY CVPNA01Y.
000000*
000000******************************************************************
000000* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
000000******************************************************************
000000 COPY CVJCK01Y.
007400     05 WS-INT-DAILY-RATE             PIC V9(9).
007500     05 WS-INT-AMOUNT                 PIC S9(10)V99 COMP-3.
000000     05 WS-CASH-ANNUAL-RATE           PIC 9(02)V9(02).
000000     05 WS-GOTO-ANNUAL-RATE           PIC 9(02)V9(02).
000000     05 WS-CASH-DAILY-RATE            PIC V9(9).
000000     05 WS-INT-CASH-AMOUNT            PIC S9(10)V99 COMP-3.
000000     05 WS-CASH-PORTION               PIC S9(10)V99 COMP-3.
000000     05 WS-PAID-SINCE-CUT             PIC S9(10)V99 COMP-3.
000000     05 WS-BASIS-BAL                  PIC S9(10)V99 COMP-3.
000000     05 WS-BASIS-CASH                 PIC S9(10)V99 COMP-3.
000000     05 WS-BASIS-INSTL                PIC S9(10)V99 COMP-3.
000000     05 WS-DEFER-SW                   PIC X(01) VALUE 'N'.
000000        88 WS-DEFER-ACTIVE            VALUE 'Y'.
000000     05 WS-DEFER-COUNT                PIC 9(07) VALUE ZERO.
000000        88 WS-PROMO-ACTIVE            VALUE 'Y'.
000000     05 WS-HARDSHIP-SW                PIC X(01) VALUE 'N'.
000000        88 WS-HARDSHIP-IN-FORCE       VALUE 'Y'.
000000     05 WS-PENALTY-PRICED-SW          PIC X(01) VALUE 'N'.
000000        88 WS-PENALTY-PRICED          VALUE 'Y'.
000000     05 WS-STORED-PURCH-APR           PIC 9(02)V9(02).
000000     05 WS-STORED-CASH-APR            PIC 9(02)V9(02).
000000     05 WS-STORED-PROMO-APR           PIC 9(02)V9(02).
000000     05 WS-STORED-PROMO-END           PIC X(10).
000000     05 WS-NEW-TRAN-ID                PIC X(16).
000000     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
007600*
009000     MOVE ACCT-INT-RATE-VALUES        TO ACCT-INT-RATE-TABLE
000000     PERFORM 1200-LOAD-RATE-TABLE
000000         THRU 1200-LOAD-RATE-TABLE-EXIT
000000     PERFORM 1300-APPLY-RATE-BOUNDS
000000         THRU 1300-APPLY-RATE-BOUNDS-EXIT
000000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
000000     MOVE WS-CURDATE-YEAR             TO WS-CURDATE-CCYY
000000     MOVE WS-CURDATE-MONTH            TO WS-CURDATE-MO
000000     OPEN INPUT STMT-ARCHIVE-FILE
000000     OPEN INPUT PAYMENT-FILE
000000     OPEN INPUT DAILY-BAL-FILE
000000     OPEN INPUT XREF-FILE
000000     OPEN INPUT CUSTOMER-FILE
009200     IF NOT WS-ACCOUNT-OK
009300         DISPLAY 'CBACT05C - ERROR OPENING ACCOUNT FILE'
009400         MOVE 'Y'                     TO WS-EOF-SW
000000 1210-LOAD-NEXT-RATE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* HOLD EACH INDEX-PRICED GROUP'S RATES INSIDE THE FLOOR AND
000000* CEILING ON ITS APRMARGN ROW (CVAMG01Y). THE RATE ITSELF IS THE
000000* APPROVED INTRATES ROW CBIDX02C QUEUED AS INDEX PLUS MARGIN -
000000* THIS ONLY GUARDS AGAINST A ROW KEYED OUTSIDE THE DISCLOSED
000000* BOUNDS. A ZERO CEILING MEANS NONE. AN ABSENT FILE MEANS NO
000000* GROUP IS INDEX-PRICED AND THE TABLE STANDS AS LOADED.
000000******************************************************************
000000 1300-APPLY-RATE-BOUNDS.
000000     OPEN INPUT APR-MARGIN-FILE
000000     IF NOT WS-APRMARGN-OK
000000         CLOSE APR-MARGIN-FILE
000000         GO TO 1300-APPLY-RATE-BOUNDS-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-EOF-SW
000000     PERFORM 1310-BOUND-NEXT-GROUP THRU 1310-BOUND-NEXT-GROUP-EXIT
000000         UNTIL WS-END-OF-REF
000000     CLOSE APR-MARGIN-FILE.
000000 1300-APPLY-RATE-BOUNDS-EXIT.
000000     EXIT.
000000*
000000 1310-BOUND-NEXT-GROUP.
000000     READ APR-MARGIN-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-REF-EOF-SW
000000             GO TO 1310-BOUND-NEXT-GROUP-EXIT
000000     END-READ
000000     MOVE 'N'                    TO WS-REF-FOUND-SW
000000     PERFORM VARYING AIR-IDX FROM 1 BY 1
000000             UNTIL AIR-IDX > 5 OR WS-REF-FOUND
000000         IF AIR-GROUP-ID (AIR-IDX) = AMG-GROUP-ID
000000             MOVE 'Y'            TO WS-REF-FOUND-SW
000000         END-IF
000000     END-PERFORM
000000     IF NOT WS-REF-FOUND
000000         GO TO 1310-BOUND-NEXT-GROUP-EXIT
000000     END-IF
000000     SET AIR-IDX DOWN BY 1
000000     IF AIR-ANNUAL-RATE (AIR-IDX) < AMG-FLOOR-RATE
000000         MOVE AMG-FLOOR-RATE     TO AIR-ANNUAL-RATE (AIR-IDX)
000000         ADD 1                   TO WS-RATE-BOUND-COUNT
000000     END-IF
000000     IF AIR-CASH-RATE (AIR-IDX) < AMG-FLOOR-RATE
000000         MOVE AMG-FLOOR-RATE     TO AIR-CASH-RATE (AIR-IDX)
000000         ADD 1                   TO WS-RATE-BOUND-COUNT
000000     END-IF
000000     IF AMG-CEILING-RATE > ZERO
000000         IF AIR-ANNUAL-RATE (AIR-IDX) > AMG-CEILING-RATE
000000             MOVE AMG-CEILING-RATE
000000                                 TO AIR-ANNUAL-RATE (AIR-IDX)
000000             ADD 1               TO WS-RATE-BOUND-COUNT
000000         END-IF
000000         IF AIR-CASH-RATE (AIR-IDX) > AMG-CEILING-RATE
000000             MOVE AMG-CEILING-RATE
000000                                 TO AIR-CASH-RATE (AIR-IDX)
000000             ADD 1               TO WS-RATE-BOUND-COUNT
000000         END-IF
000000     END-IF.
000000 1310-BOUND-NEXT-GROUP-EXIT.
000000     EXIT.
000000*
010400 2000-ACCRUE-INTEREST.
010500     ADD 1                            TO WS-ACCT-COUNT
000000     PERFORM 2700-SETTLE-DEFER-EXPIRY
000000         THRU 2700-SETTLE-DEFER-EXPIRY-EXIT
000000     PERFORM 2800-RESOLVE-APRS THRU 2800-RESOLVE-APRS-EXIT
010600     IF ACCT-ACTIVE-STATUS = 'A'
010700         AND ACCT-CURR-BAL > ZERO
010800         AND ACCT-CURR-CYC-DEBIT > ZERO
012700* CVINT01Y, A GROUP NOT ON THE TABLE USING THE DEFAULT ENTRY
012800* (ALWAYS TABLE ENTRY 1) INSTEAD OF SKIPPING THE ACCOUNT. A
000000* PROMO PAST ITS END DATE IS SIMPLY IGNORED, WHICH IS THE
000000* AUTOMATIC FALLBACK TO THE GROUP RATE. RUN FOR EVERY ACCOUNT,
000000* NOT JUST THE ONES ACCRUING TONIGHT, SO THE APRS STORED ON THE
000000* MASTER ARE CURRENT FOR EVERY STATEMENT; THE ROW IS REWRITTEN
000000* ONLY WHEN ONE OF THEM CHANGED.
012900******************************************************************
000000 2800-RESOLVE-APRS.
000000     MOVE ACCT-PURCH-APR              TO WS-STORED-PURCH-APR
000000     MOVE ACCT-CASH-APR               TO WS-STORED-CASH-APR
000000     MOVE ACCT-PROMO-APR              TO WS-STORED-PROMO-APR
000000     MOVE ACCT-PROMO-APR-END-DATE     TO WS-STORED-PROMO-END
013100     MOVE 'N'                         TO WS-INT-FOUND-SW
013200     PERFORM VARYING AIR-IDX FROM 1 BY 1
013300             UNTIL AIR-IDX > 5 OR WS-INT-RATE-FOUND
000000     IF WS-CASH-ANNUAL-RATE = ZERO
000000         MOVE WS-INT-ANNUAL-RATE      TO WS-CASH-ANNUAL-RATE
000000     END-IF
000000     MOVE WS-INT-ANNUAL-RATE          TO WS-GOTO-ANNUAL-RATE
000000     MOVE 'N'                         TO WS-PENALTY-PRICED-SW
000000     MOVE 'N'                         TO WS-PROMO-ACTIVE-SW
000000     MOVE 'N'                         TO WS-DEFER-SW
000000     MOVE ACCT-ID                     TO PRM-ACCT-ID
000000                 END-IF
000000             END-IF
000000     END-READ
000000*    A PENALTY APR (CVPNA01Y) APPLIES FROM THE EFFECTIVE DATE ON
000000*    THE ADVANCE NOTICE (CBPEN01C) UNTIL CBACT04C CURES IT. IT
000000*    LIFTS BOTH APRS TO THE PENALTY RATE AND ENDS ANY PROMOTIONAL
000000*    PRICING - A DEFERRED PROMO STOPS DEFERRING, ITS MEMO STILL
000000*    SETTLING AT EXPIRY. A HARDSHIP CONCESSION AND THE SCRA CAP
000000*    BELOW STILL TAKE PRECEDENCE.
000000     IF ACCT-PENALTY-IN-FORCE
000000        OR (ACCT-PENALTY-NOTICED
000000            AND WS-CURDATE-YYYY-MM-DD >= ACCT-PENALTY-EFF-DATE)
000000         IF PNA-ANNUAL-RATE > WS-INT-ANNUAL-RATE
000000             MOVE PNA-ANNUAL-RATE     TO WS-INT-ANNUAL-RATE
000000         END-IF
000000         IF PNA-ANNUAL-RATE > WS-CASH-ANNUAL-RATE
000000             MOVE PNA-ANNUAL-RATE     TO WS-CASH-ANNUAL-RATE
000000         END-IF
000000         IF PNA-ANNUAL-RATE > WS-GOTO-ANNUAL-RATE
000000             MOVE PNA-ANNUAL-RATE     TO WS-GOTO-ANNUAL-RATE
000000         END-IF
000000         MOVE 'N'                     TO WS-PROMO-ACTIVE-SW
000000         MOVE 'N'                     TO WS-DEFER-SW
000000         MOVE 'Y'                     TO WS-PENALTY-PRICED-SW
000000     END-IF
000000     MOVE 'N'                         TO WS-HARDSHIP-SW
000000     MOVE ACCT-ID                     TO HRD-ACCT-ID
000000     READ HARDSHIP-FILE
000000                AND WS-CURDATE-YYYY-MM-DD >= HRD-START-DATE
000000                 MOVE HRD-ANNUAL-RATE TO WS-INT-ANNUAL-RATE
000000                 MOVE HRD-ANNUAL-RATE TO WS-CASH-ANNUAL-RATE
000000                 MOVE HRD-ANNUAL-RATE TO WS-GOTO-ANNUAL-RATE
000000                 MOVE 'Y'             TO WS-HARDSHIP-SW
000000             END-IF
000000     END-READ
000000     PERFORM 3050-CHECK-SCRA THRU 3050-CHECK-SCRA-EXIT
000000     IF SCRA-IN-FORCE
000000         IF WS-INT-ANNUAL-RATE > SCRA-CAP-ANNUAL-RATE
000000             MOVE SCRA-CAP-ANNUAL-RATE TO WS-INT-ANNUAL-RATE
000000         END-IF
000000         IF WS-CASH-ANNUAL-RATE > SCRA-CAP-ANNUAL-RATE
000000             MOVE SCRA-CAP-ANNUAL-RATE TO WS-CASH-ANNUAL-RATE
000000         END-IF
000000         IF WS-GOTO-ANNUAL-RATE > SCRA-CAP-ANNUAL-RATE
000000             MOVE SCRA-CAP-ANNUAL-RATE TO WS-GOTO-ANNUAL-RATE
000000         END-IF
000000     END-IF
000000*    STAMP THE RATES JUST SETTLED ON THE ACCOUNT FOR THE
000000*    STATEMENT'S MINIMUM-PAYMENT WARNING - THE GO-TO PURCHASE
000000*    RATE, THE CASH RATE, AND A PLAIN PROMOTIONAL RATE STILL
000000*    RUNNING. A DEFERRED PLAN PROJECTS AT THE GO-TO RATE, SINCE
000000*    ITS INTEREST COMES DUE IF THE BALANCE IS STILL THERE.
000000     MOVE WS-GOTO-ANNUAL-RATE         TO ACCT-PURCH-APR
000000     MOVE WS-CASH-ANNUAL-RATE         TO ACCT-CASH-APR
000000     IF WS-PROMO-ACTIVE AND NOT WS-DEFER-ACTIVE
000000        AND NOT WS-HARDSHIP-IN-FORCE
000000         MOVE WS-INT-ANNUAL-RATE      TO ACCT-PROMO-APR
000000         MOVE PRM-END-DATE            TO ACCT-PROMO-APR-END-DATE
000000     ELSE
000000         MOVE ZERO                    TO ACCT-PROMO-APR
000000         MOVE SPACES                  TO ACCT-PROMO-APR-END-DATE
000000     END-IF
000000     IF ACCT-PURCH-APR NOT = WS-STORED-PURCH-APR
000000        OR ACCT-CASH-APR NOT = WS-STORED-CASH-APR
000000        OR ACCT-PROMO-APR NOT = WS-STORED-PROMO-APR
000000        OR ACCT-PROMO-APR-END-DATE NOT = WS-STORED-PROMO-END
000000         REWRITE ACCOUNT-RECORD
000000     END-IF.
000000 2800-RESOLVE-APRS-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* NIGHTLY ACCRUAL FOR AN ACCOUNT IN GOOD STANDING CARRYING A
000000* BALANCE, AT THE RATES 2800-RESOLVE-APRS SETTLED FOR IT.
000000******************************************************************
013000 3000-POST-INTEREST.
000000     PERFORM 2500-CHECK-GRACE THRU 2500-CHECK-GRACE-EXIT
000000     IF WS-PENALTY-PRICED
000000         ADD 1                        TO WS-PENALTY-RATE-COUNT
000000     END-IF
000000     IF SCRA-IN-FORCE
000000         ADD 1                        TO WS-SCRA-CAP-COUNT
000000     END-IF
000000******************************************************************
000000* THE CASH ADVANCE PORTION OF THE BALANCE PRICES AT ITS OWN
000000* DISCLOSED APR; THE REMAINDER AT THE PURCHASE RATE (PROMO AND
000000******************************************************************
000000     MOVE ACCT-CURR-BAL               TO WS-BASIS-BAL
000000     MOVE ACCT-CASH-ADV-BAL           TO WS-BASIS-CASH
000000     MOVE ACCT-INSTL-BAL              TO WS-BASIS-INSTL
000000     MOVE ACCT-ID                     TO DBL-ACCT-ID
000000     MOVE WS-CURDATE-YYYY-MM-DD       TO DBL-SNAP-DATE
000000     READ DAILY-BAL-FILE
000000         NOT INVALID KEY
000000             MOVE DBL-CURR-BAL        TO WS-BASIS-BAL
000000             MOVE DBL-CASH-ADV-BAL    TO WS-BASIS-CASH
000000             MOVE DBL-INSTL-BAL       TO WS-BASIS-INSTL
000000     END-READ
000000*    UNBILLED INSTALLMENT PLAN PRINCIPAL CARRIES THE PLAN'S OWN
000000*    FEE OR RATE, BILLED BY CBACT04C - IT IS NOT PART OF THE
000000*    REVOLVING BALANCE PRICED HERE.
000000     IF WS-BASIS-INSTL > ZERO
000000         SUBTRACT WS-BASIS-INSTL      FROM WS-BASIS-BAL
000000     END-IF
000000     IF WS-BASIS-BAL NOT > ZERO
000000         GO TO 3000-POST-INTEREST-EXIT
000000     END-IF
000000     END-IF.
015000 3000-POST-INTEREST-EXIT.
015100     EXIT.
000000*
000000******************************************************************
000000* SCRA - AN ACTIVE-DUTY PERIOD IN FORCE TODAY FOR THE ACCOUNT'S
000000* PRIMARY OR JOINT HOLDER (CUST-SCRA-START/END-DATE ON CUSTDAT)
000000* CAPS BOTH APRS AT SCRA-CAP-ANNUAL-RATE, WHATEVER THE GROUP,
000000* PROMO OR HARDSHIP RATE WOULD HAVE BEEN.
000000******************************************************************
000000 3050-CHECK-SCRA.
000000     MOVE 'N'                    TO SCRA-IN-FORCE-SW
000000     MOVE ACCT-ID                TO XRF-ACCT-ID
000000     READ XREF-FILE
000000         INVALID KEY
000000             MOVE ACCT-ID        TO XRF-CUST-ID
000000             MOVE ZERO           TO XRF-JOINT-CUST-ID
000000     END-READ
000000     MOVE XRF-CUST-ID            TO CUST-ID
000000     PERFORM 3060-TEST-SCRA-PERIOD
000000         THRU 3060-TEST-SCRA-PERIOD-EXIT
000000     IF NOT SCRA-IN-FORCE AND XRF-JOINT-CUST-ID > ZERO
000000         MOVE XRF-JOINT-CUST-ID  TO CUST-ID
000000         PERFORM 3060-TEST-SCRA-PERIOD
000000             THRU 3060-TEST-SCRA-PERIOD-EXIT
000000     END-IF.
000000 3050-CHECK-SCRA-EXIT.
000000     EXIT.
000000*
000000 3060-TEST-SCRA-PERIOD.
000000     READ CUSTOMER-FILE
000000         INVALID KEY
000000             GO TO 3060-TEST-SCRA-PERIOD-EXIT
000000     END-READ
000000     IF CUST-SCRA-START-DATE = SPACES
000000        OR CUST-SCRA-START-DATE > WS-CURDATE-YYYY-MM-DD
000000         GO TO 3060-TEST-SCRA-PERIOD-EXIT
000000     END-IF
000000     IF CUST-SCRA-END-DATE = SPACES
000000        OR CUST-SCRA-END-DATE >= WS-CURDATE-YYYY-MM-DD
000000         MOVE 'Y'                TO SCRA-IN-FORCE-SW
000000     END-IF.
000000 3060-TEST-SCRA-PERIOD-EXIT.
000000     EXIT.
000000******************************************************************
000000* THE ACCRUAL ALSO POSTS THROUGH THE TRANSACTION MASTER (TYPE
000000* 06 FINANCE CHARGE, CATEGORY PER WS-POST-CAT) AGAINST THE
000000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
000000     MOVE SPACES                 TO TRAN-MERCHANT-STATE
000000     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
000000     MOVE CARD-NUM               TO TRAN-CARD-NUM
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     CLOSE STMT-ARCHIVE-FILE
000000     CLOSE PAYMENT-FILE
000000     CLOSE DAILY-BAL-FILE
000000     CLOSE XREF-FILE
000000     CLOSE CUSTOMER-FILE
015500     DISPLAY 'CBACT05C - ACCOUNTS READ: ' WS-ACCT-COUNT
015600     DISPLAY 'CBACT05C - INTEREST POSTED: ' WS-INTEREST-COUNT
000000     DISPLAY 'CBACT05C - GRACE PERIOD APPLIED: ' WS-GRACE-COUNT
000000     DISPLAY 'CBACT05C - INTEREST DEFERRED: ' WS-DEFER-COUNT
000000     DISPLAY 'CBACT05C - DEFERRED MEMOS POSTED: '
000000             WS-DEFER-POSTED-COUNT
000000     DISPLAY 'CBACT05C - SCRA RATE CAP APPLIED: '
000000             WS-SCRA-CAP-COUNT
000000     DISPLAY 'CBACT05C - PENALTY APR APPLIED: '
000000             WS-PENALTY-RATE-COUNT
000000     DISPLAY 'CBACT05C - RATES HELD TO FLOOR/CEILING: '
000000             WS-RATE-BOUND-COUNT
000000     PERFORM 9200-LOG-JOB-STATUS
000000         THRU 9200-LOG-JOB-STATUS-EXIT.
015700 9000-TERMINATE-EXIT.
