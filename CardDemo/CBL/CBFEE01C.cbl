000000*                     NORMALIZED BEFORE THE PAID-THIS-CYCLE
000000*                     RANGE TEST - NO LATE FEE ON A PAID
000000*                     ACCOUNT.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   NO FEES ARE ASSESSED WHILE AN SCRA ACTIVE-
000000*                     DUTY PERIOD IS IN FORCE FOR THE ACCOUNT'S
000000*                     PRIMARY OR JOINT HOLDER.
000000* 2026-10-15  MAINT   NO LATE FEE FOR A CYCLE WHOSE PAYMENT IS
000000*                     SKIPPED UNDER A SKIP-A-PAYMENT ENROLLMENT
000000*                     (ACCT-SKIP-PAY-IND).
000000* 2026-10-15  MAINT   THE ANNUAL FEE AMOUNT ON A MAINTAINED
000000*                     FEERATE ROW (CVFER01Y) OVERRIDES THE
000000*                     COMPILED CVAFE01Y AMOUNT FOR ITS GROUP.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE ACCOUNT MASTER AND ASSESSES THE TWO
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS WS-CUSTOMER-STATUS.
000000     SELECT FEE-RATE-FILE ASSIGN TO FEERATE
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS FER-KEY
000000         FILE STATUS IS WS-FEERATE-STATUS.
006200*
006300 DATA DIVISION.
006400 FILE SECTION.
000000 FD  CUSTOMER-FILE.
000000     COPY CVCUS01Y.
000000*
000000 FD  FEE-RATE-FILE.
000000     COPY CVFER01Y.
000000*
008100 WORKING-STORAGE SECTION.
008200 01  WS-ACCOUNT-STATUS                PIC XX.
008300     88 WS-ACCOUNT-OK                 VALUE '00'.
000000     88 WS-HARDSHIP-IN-FORCE          VALUE 'Y'.
000000 01  WS-XREF-STATUS                   PIC XX.
000000 01  WS-CUSTOMER-STATUS               PIC XX.
000000 01  WS-FEERATE-STATUS                PIC XX.
000000     88 WS-FEERATE-OK                 VALUE '00'.
000000 01  WS-REF-EOF-SW                    PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-REF                 VALUE 'Y'.
000000 01  WS-OVLIM-OPTIN-SW                PIC X(01) VALUE 'N'.
000000     88 WS-OVLIM-OPTED-IN             VALUE 'Y'.
000000 01  WS-OVERLIMIT-FEE-COUNT           PIC 9(07) VALUE ZERO.
000000 01  WS-SCRA-SKIP-COUNT               PIC 9(07) VALUE ZERO.
000000 01  WS-OVERLIMIT-FEE-AMT             PIC S9(03)V99 COMP-3
000000                                      VALUE 29.00.
008500 01  WS-TRAN-MASTER-STATUS            PIC XX.
013900 COPY CSDAT01Y.
014000*
000000******************************************************************
000000* SCRA RATE CAP / IN-FORCE SWITCH - SEE 2050-CHECK-SCRA.
000000******************************************************************
000000 COPY CVSCR02Y.
000000*
000000******************************************************************
000000* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
000000******************************************************************
000000 COPY CVQSP01Y.
015600     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
015700     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
015800     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
000000     PERFORM 1200-LOAD-ANNUAL-FEES
000000         THRU 1200-LOAD-ANNUAL-FEES-EXIT
015900     OPEN I-O ACCOUNT-FILE
000000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
000000     MOVE 'CBFEE01C'             TO QSP-JOB-NAME
018000     END-IF.
018100 1000-INITIALIZE-EXIT.
018200     EXIT.
000000*
000000******************************************************************
000000* OVERLAY THE COMPILED ANNUAL FEE TABLE WITH THE FEERATE DATASET -
000000* THE NEWEST ROW PER GROUP DATED ON OR BEFORE TODAY THAT CARRIES
000000* AN ANNUAL FEE (CVFER01Y) REPLACES THE GROUP'S COMPILED AMOUNT.
000000* AN ABSENT FILE LEAVES THE COMPILED TABLE STANDING.
000000******************************************************************
000000 1200-LOAD-ANNUAL-FEES.
000000     OPEN INPUT FEE-RATE-FILE
000000     IF NOT WS-FEERATE-OK
000000         CLOSE FEE-RATE-FILE
000000         GO TO 1200-LOAD-ANNUAL-FEES-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-EOF-SW
000000     PERFORM 1210-LOAD-NEXT-FEE THRU 1210-LOAD-NEXT-FEE-EXIT
000000         UNTIL WS-END-OF-REF
000000     CLOSE FEE-RATE-FILE.
000000 1200-LOAD-ANNUAL-FEES-EXIT.
000000     EXIT.
000000*
000000 1210-LOAD-NEXT-FEE.
000000     READ FEE-RATE-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-REF-EOF-SW
000000             GO TO 1210-LOAD-NEXT-FEE-EXIT
000000     END-READ
000000     IF FER-EFF-DATE > WS-CURDATE-YYYY-MM-DD
000000        OR FER-ANNUAL-FEE-AMT IS NOT NUMERIC
000000         GO TO 1210-LOAD-NEXT-FEE-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-AFE-FOUND-SW
000000     PERFORM VARYING AFE-IDX FROM 1 BY 1
000000             UNTIL AFE-IDX > 5 OR WS-AFE-FOUND
000000         IF AFE-GROUP-ID (AFE-IDX) = FER-GROUP-ID
000000             MOVE FER-ANNUAL-FEE-AMT TO AFE-FEE-AMT (AFE-IDX)
000000             MOVE 'Y'            TO WS-AFE-FOUND-SW
000000         END-IF
000000     END-PERFORM.
000000 1210-LOAD-NEXT-FEE-EXIT.
000000     EXIT.
018300*
018400******************************************************************
018500* ONLY OPEN ACCOUNTS (GOOD STANDING OR DELINQUENT) ARE ASSESSED.
018800******************************************************************
018900 2000-ASSESS-FEES.
019000     ADD 1                       TO WS-ACCT-COUNT
000000     MOVE 'N'                    TO SCRA-IN-FORCE-SW
019100     IF ACCT-ACTIVE-STATUS = 'A' OR ACCT-ACTIVE-STATUS = 'D'
000000         PERFORM 2050-CHECK-SCRA THRU 2050-CHECK-SCRA-EXIT
000000     END-IF
000000     IF SCRA-IN-FORCE
000000         ADD 1                   TO WS-SCRA-SKIP-COUNT
000000     END-IF
000000     IF (ACCT-ACTIVE-STATUS = 'A' OR ACCT-ACTIVE-STATUS = 'D')
000000        AND NOT SCRA-IN-FORCE
019200         PERFORM 3000-CHECK-LATE-FEE
019300             THRU 3000-CHECK-LATE-FEE-EXIT
019400         PERFORM 4000-CHECK-ANNUAL-FEE
020700 2100-READ-NEXT-ACCOUNT-EXIT.
020800     EXIT.
020900*
000000******************************************************************
000000* SCRA - NO FEE OF ANY KIND IS ASSESSED WHILE THE ACCOUNT'S
000000* PRIMARY OR JOINT HOLDER HAS AN ACTIVE-DUTY PERIOD IN FORCE
000000* (CUST-SCRA-START/END-DATE), THE SAME TEST CBACT05C CAPS THE
000000* APR ON.
000000******************************************************************
000000 2050-CHECK-SCRA.
000000     MOVE 'N'                    TO SCRA-IN-FORCE-SW
000000     MOVE ACCT-ID                TO XRF-ACCT-ID
000000     READ XREF-FILE
000000         INVALID KEY
000000             MOVE ACCT-ID        TO XRF-CUST-ID
000000             MOVE ZERO           TO XRF-JOINT-CUST-ID
000000     END-READ
000000     MOVE XRF-CUST-ID            TO CUST-ID
000000     PERFORM 2060-TEST-SCRA-PERIOD
000000         THRU 2060-TEST-SCRA-PERIOD-EXIT
000000     IF NOT SCRA-IN-FORCE AND XRF-JOINT-CUST-ID > ZERO
000000         MOVE XRF-JOINT-CUST-ID  TO CUST-ID
000000         PERFORM 2060-TEST-SCRA-PERIOD
000000             THRU 2060-TEST-SCRA-PERIOD-EXIT
000000     END-IF.
000000 2050-CHECK-SCRA-EXIT.
000000     EXIT.
000000*
000000 2060-TEST-SCRA-PERIOD.
000000     READ CUSTOMER-FILE
000000         INVALID KEY
000000             GO TO 2060-TEST-SCRA-PERIOD-EXIT
000000     END-READ
000000     IF CUST-SCRA-START-DATE = SPACES
000000        OR CUST-SCRA-START-DATE > WS-CURDATE-YYYY-MM-DD
000000         GO TO 2060-TEST-SCRA-PERIOD-EXIT
000000     END-IF
000000     IF CUST-SCRA-END-DATE = SPACES
000000        OR CUST-SCRA-END-DATE >= WS-CURDATE-YYYY-MM-DD
000000         MOVE 'Y'                TO SCRA-IN-FORCE-SW
000000     END-IF.
000000 2060-TEST-SCRA-PERIOD-EXIT.
000000     EXIT.
000000*
021000******************************************************************
021100* LATE FEE - THE CYCLE'S MINIMUM PAYMENT WAS SET (AND NOT
000000* SKIPPED UNDER A SKIP-A-PAYMENT ENROLLMENT), THE DUE DATE
021200* HAS PASSED, NO FEE HAS BEEN ASSESSED FOR THIS DUE DATE YET
000000* (ACCT-LATE-FEE-DATE), AND THE PAYMENTS POSTED ON PAYMNT THIS
000000* CYCLE DO NOT COVER THE MINIMUM - PAYMENTS NEVER ENTER THE
021500 3000-CHECK-LATE-FEE.
021600     IF ACCT-PAY-DUE-DATE = SPACES
021700        OR ACCT-MIN-PAY-DUE NOT > ZERO
000000        OR ACCT-PAYMENT-SKIPPED
021800         GO TO 3000-CHECK-LATE-FEE-EXIT
021900     END-IF
022000     IF WS-CURDATE-YYYY-MM-DD NOT > ACCT-PAY-DUE-DATE
030400     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
030500     MOVE SPACES                 TO TRAN-MERCHANT-STATE
030600     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
030700     MOVE CARD-NUM               TO TRAN-CARD-NUM
030800     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
030900     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
032900             WS-ANNUAL-FEE-COUNT
000000     DISPLAY 'CBFEE01C - OVERLIMIT FEES POSTED: '
000000             WS-OVERLIMIT-FEE-COUNT
000000     DISPLAY 'CBFEE01C - SCRA PROTECTED, NO FEES: '
000000             WS-SCRA-SKIP-COUNT
033000     PERFORM 9200-LOG-JOB-STATUS
033100         THRU 9200-LOG-JOB-STATUS-EXIT.
033200 9000-TERMINATE-EXIT.
