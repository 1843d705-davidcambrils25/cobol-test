000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - AUTOMATIC CREDIT LINE
001100*                     REVIEW FEEDING THE APPROVAL QUEUE.
000000* 2026-10-15  MAINT   SECURED CARD ACCOUNTS ARE LEFT OUT - THEIR
000000*                     LINE IS THE COLLATERAL DEPOSIT, RAISED ONLY
000000*                     BY THE CBGRD01C GRADUATION REVIEW.
000000* 2026-10-15  MAINT   EVERY PROPOSAL IS TESTED FOR ABILITY TO PAY
000000*                     (CBATP01C) ON THE CUSTOMER'S STATED INCOME
000000*                     AND OTHER LINES (ACCTXREF, XREFCAIX,
000000*                     CUSTDAT): CAPPED OR DROPPED WITH A REPORT
000000*                     LINE, AND LOGGED TO ATPLOG.
000000* 2026-10-15  MAINT   AN INCREASE FOR AN ACCOUNT WHOSE HOLDER OR
000000*                     JOINT HOLDER IS LINKED TO A USER ON EMPLINK
000000*                     IS STILL QUEUED BUT MARKED 'EMPLOYEE' FOR
000000*                     INDEPENDENT (ADMIN) APPROVAL ON COACTAPC.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE ACCOUNT MASTER AND, FOR EVERY ACCOUNT
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS APR-KEY
004800         FILE STATUS IS WS-APPROVAL-STATUS.
000000     SELECT XREF-FILE ASSIGN TO ACCTXREF
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS XRF-ACCT-ID
000000         FILE STATUS IS WS-XREF-STATUS.
000000     SELECT XREF-AIX-FILE ASSIGN TO XREFCAIX
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS XAX-CUST-ID
000000         FILE STATUS IS WS-XREFAIX-STATUS.
000000     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS CUST-ID
000000         FILE STATUS IS WS-CUSTOMER-STATUS.
000000     SELECT ATP-LOG-FILE ASSIGN TO ATPLOG
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS ATL-KEY
000000         FILE STATUS IS WS-ATPLOG-STATUS.
000000     SELECT EMPLOYEE-LINK-FILE ASSIGN TO EMPLINK
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS SEQUENTIAL
000000         RECORD KEY IS EML-KEY
000000         FILE STATUS IS WS-EMPLINK-STATUS.
004900     SELECT REVIEW-RPT-FILE ASSIGN TO LNRRPT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-REVIEW-RPT-STATUS.
006900 FD  APPROVAL-FILE.
007000     COPY CVAPR01Y.
007100*
000000 FD  XREF-FILE.
000000     COPY CVXRF01Y.
000000*
000000 FD  XREF-AIX-FILE.
000000     COPY CVXRF01Y
000000         REPLACING ==ACCT-CUST-XREF-RECORD==
000000                                 BY ==XREF-AIX-RECORD==
000000                   ==XRF-ACCT-ID== BY ==XAX-ACCT-ID==
000000                   ==XRF-CUST-ID== BY ==XAX-CUST-ID==
000000                   ==XRF-JOINT-CUST-ID==
000000                                 BY ==XAX-JOINT-CUST-ID==.
000000*
000000 FD  CUSTOMER-FILE.
000000     COPY CVCUS01Y.
000000*
000000 FD  ATP-LOG-FILE.
000000     COPY CVATP02Y.
000000*
000000 FD  EMPLOYEE-LINK-FILE.
000000     COPY CVEMP01Y.
000000*
007200 FD  REVIEW-RPT-FILE
007300     RECORDING MODE IS F.
007400 01  REVIEW-RPT-LINE                  PIC X(80).
008800     88 WS-FICOHIST-OK                VALUE '00'.
008900 01  WS-APPROVAL-STATUS               PIC XX.
009000     88 WS-APPROVAL-OK                VALUE '00'.
000000 01  WS-XREF-STATUS                   PIC XX.
000000     88 WS-XREF-OK                    VALUE '00'.
000000 01  WS-XREFAIX-STATUS                PIC XX.
000000     88 WS-XREFAIX-OK                 VALUE '00'.
000000 01  WS-CUSTOMER-STATUS               PIC XX.
000000     88 WS-CUSTOMER-OK                VALUE '00'.
000000 01  WS-ATPLOG-STATUS                 PIC XX.
000000     88 WS-ATPLOG-OK                  VALUE '00'.
000000 01  WS-EMPLINK-STATUS                PIC XX.
000000     88 WS-EMPLINK-OK                 VALUE '00'.
000000     88 WS-EMPLINK-EOF                VALUE '10'.
009100 01  WS-REVIEW-RPT-STATUS             PIC XX.
009200     88 WS-REVIEW-RPT-OK              VALUE '00'.
009300 01  WS-ALERT-STATUS                  PIC XX.
009700     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
009800 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
009900 01  WS-PROPOSE-COUNT                 PIC 9(07) VALUE ZERO.
000000 01  WS-ATP-CAP-COUNT                 PIC 9(07) VALUE ZERO.
000000 01  WS-ATP-REFUSE-COUNT              PIC 9(07) VALUE ZERO.
000000 01  WS-EMPLOYEE-COUNT                PIC 9(07) VALUE ZERO.
010000 01  WS-ABEND-REASON-TEXT             PIC X(50).
010100*
010200******************************************************************
011900     05 WS-CURRENT-TIMESTAMP          PIC X(26).
012000     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
012100     05 WS-AMT-EDIT                   PIC -(11)9.99.
000000     05 WS-PROPOSED-LIMIT             PIC S9(10)V99 COMP-3.
000000     05 WS-REVIEW-ACCT-ID             PIC 9(11).
000000     05 WS-REVIEW-CUST-ID             PIC 9(09).
000000     05 WS-XAX-EOF-SW                 PIC X(01).
000000        88 WS-END-OF-XAX              VALUE 'Y'.
012200*
012300******************************************************************
012400* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
012600 COPY CSMSG02Y.
012700*
012800 COPY CSDAT01Y.
000000*
000000******************************************************************
000000* SECURED CARD POLICY - A SECURED LINE IS THE COLLATERAL DEPOSIT
000000* AND MOVES ONLY WITH IT, OR BY GRADUATION (CBGRD01C).
000000******************************************************************
000000 COPY CVCOL02Y.
000000*
000000******************************************************************
000000* ABILITY-TO-PAY PARAMETER FOR CBATP01C AND THE CUSTOMER'S OTHER
000000* COMMITTED LINES (CVEXP01Y) IT IS WEIGHED AGAINST.
000000******************************************************************
000000 COPY CVATP01Y.
000000 COPY CVEXP01Y.
000000*
000000******************************************************************
000000* CUSTOMERS LINKED TO A USER ON EMPLINK - THE EMPLOYEES THEMSELVES
000000* AND THEIR DECLARED RELATED CUSTOMERS - LOADED ONCE AT START.
000000* UNUSED ENTRIES STAY ZERO, WHICH NO REAL CUSTOMER ID MATCHES.
000000******************************************************************
000000 01  WS-EMP-TABLE.
000000     05 WS-EMP-COUNT                  PIC S9(04) COMP VALUE ZERO.
000000     05 WS-EMP-MAX                    PIC S9(04) COMP VALUE 2000.
000000     05 WS-EMP-ENTRY                  OCCURS 2000 TIMES
000000                     INDEXED BY WS-EMP-IDX.
000000        10 WS-EMP-CUST-ID             PIC 9(09).
000000 01  WS-EMPLOYEE-SW                   PIC X(01) VALUE 'N'.
000000     88 WS-EMPLOYEE-ACCOUNT           VALUE 'Y'.
000000 01  WS-EMP-MATCH-CUST-ID             PIC 9(09).
012900*
013000 LINKAGE SECTION.
013100*
014800     OPEN INPUT FICO-HIST-FILE
014900     OPEN I-O APPROVAL-FILE
015000     OPEN OUTPUT REVIEW-RPT-FILE
000000     OPEN INPUT XREF-FILE
000000     OPEN INPUT XREF-AIX-FILE
000000     OPEN INPUT CUSTOMER-FILE
000000     OPEN I-O ATP-LOG-FILE
000000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
000000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
000000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
015100     IF NOT WS-ACCOUNT-OK
015200         DISPLAY 'CBLNR01C - ERROR OPENING ACCOUNT FILE'
015300         MOVE 'Y'                TO WS-EOF-SW
015900         DISPLAY 'CBLNR01C - ERROR OPENING APPROVAL FILE'
016000         MOVE 'Y'                TO WS-EOF-SW
016100         MOVE 'APPROVAL FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
000000     IF NOT WS-CUSTOMER-OK OR NOT WS-ATPLOG-OK
000000         DISPLAY 'CBLNR01C - ERROR OPENING CUSTDAT OR ATPLOG'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'ABILITY-TO-PAY FILE OPEN ERROR'
000000                                 TO WS-ABEND-REASON-TEXT
016200         PERFORM 9100-ABEND-NOTIFY
016300             THRU 9100-ABEND-NOTIFY-EXIT
016400     END-IF
000000     IF NOT WS-END-OF-ACCOUNTS
000000         PERFORM 1500-LOAD-EMPLOYEE-LINKS
000000             THRU 1500-LOAD-EMPLOYEE-LINKS-EXIT
000000     END-IF
016500     IF NOT WS-END-OF-ACCOUNTS
016600         PERFORM 2100-READ-NEXT-ACCOUNT
016700             THRU 2100-READ-NEXT-ACCOUNT-EXIT
016900 1000-INITIALIZE-EXIT.
017000     EXIT.
017100*
000000******************************************************************
000000* LOAD EVERY CUSTOMER ID ON EMPLINK. THE FILE IS KEYED BY USER
000000* FIRST, SO A CUSTOMER LINKED TO TWO USERS IS LOADED TWICE - THE
000000* SEARCH STOPS AT THE FIRST. AN EMPLINK THAT CANNOT BE READ, OR
000000* MORE LINKS THAN THE TABLE HOLDS, STOPS THE REVIEW RATHER THAN
000000* LET AN EMPLOYEE ACCOUNT THROUGH UNMARKED.
000000******************************************************************
000000 1500-LOAD-EMPLOYEE-LINKS.
000000     INITIALIZE WS-EMP-TABLE
000000     MOVE 2000                   TO WS-EMP-MAX
000000     OPEN INPUT EMPLOYEE-LINK-FILE
000000     IF NOT WS-EMPLINK-OK
000000         DISPLAY 'CBLNR01C - ERROR OPENING EMPLOYEE LINK FILE'
000000         MOVE 'EMPLOYEE LINK FILE OPEN ERROR'
000000                                 TO WS-ABEND-REASON-TEXT
000000         GO TO 1500-LOAD-EMPLOYEE-LINKS-FAILED
000000     END-IF
000000     PERFORM 1510-LOAD-NEXT-LINK THRU 1510-LOAD-NEXT-LINK-EXIT
000000         UNTIL NOT WS-EMPLINK-OK
000000     CLOSE EMPLOYEE-LINK-FILE
000000     IF WS-EMPLINK-EOF
000000         GO TO 1500-LOAD-EMPLOYEE-LINKS-EXIT
000000     END-IF
000000     DISPLAY 'CBLNR01C - EMPLOYEE LINKS NOT LOADED: '
000000             WS-EMPLINK-STATUS
000000     MOVE 'EMPLOYEE LINK TABLE NOT LOADED'
000000                                 TO WS-ABEND-REASON-TEXT.
000000 1500-LOAD-EMPLOYEE-LINKS-FAILED.
000000     MOVE 'Y'                    TO WS-EOF-SW
000000     PERFORM 9100-ABEND-NOTIFY
000000         THRU 9100-ABEND-NOTIFY-EXIT.
000000 1500-LOAD-EMPLOYEE-LINKS-EXIT.
000000     EXIT.
000000*
000000 1510-LOAD-NEXT-LINK.
000000     READ EMPLOYEE-LINK-FILE NEXT RECORD
000000     IF NOT WS-EMPLINK-OK
000000         GO TO 1510-LOAD-NEXT-LINK-EXIT
000000     END-IF
000000     IF WS-EMP-COUNT NOT < WS-EMP-MAX
000000         MOVE '99'               TO WS-EMPLINK-STATUS
000000         GO TO 1510-LOAD-NEXT-LINK-EXIT
000000     END-IF
000000     ADD 1                       TO WS-EMP-COUNT
000000     SET WS-EMP-IDX              TO WS-EMP-COUNT
000000     MOVE EML-CUST-ID            TO WS-EMP-CUST-ID (WS-EMP-IDX).
000000 1510-LOAD-NEXT-LINK-EXIT.
000000     EXIT.
000000*
017200 2000-REVIEW-ACCOUNT.
017300     ADD 1                       TO WS-ACCT-COUNT
017400     IF ACCT-ACTIVE-STATUS = 'A'
017500        AND ACCT-CYCLES-DELINQUENT = ZERO
017600        AND ACCT-CREDIT-LIMIT > ZERO
000000        AND ACCT-GROUP-ID NOT = SCP-SECURED-GROUP-ID
017700         PERFORM 3000-SCORE-ACCOUNT
017800             THRU 3000-SCORE-ACCOUNT-EXIT
017900     END-IF
019300******************************************************************
019400* QUALIFY THE ACCOUNT: UTILIZATION UNDER THE CEILING, A BUREAU
019500* TREND ON FICOHIST WHOSE LATEST SCORE CLEARS THE FLOOR AND IS
000000* NOT FALLING, AND AN INCREASE THE CUSTOMER CAN AFFORD (4500).
000000* FOR THE TREND THE CUSTOMER IS RESOLVED THE SAME WAY CBSTM01C
019700* RESOLVES IT - CUSTDAT AND FICOHIST ARE KEYED BY THE ACCOUNT
019800* ID IN THIS SHOP'S DATA.
019900******************************************************************
021800     PERFORM 4000-CHECK-ALREADY-PENDING
021900         THRU 4000-CHECK-ALREADY-PENDING-EXIT
022000     IF WS-PENDING-EXISTS
000000         GO TO 3000-SCORE-ACCOUNT-EXIT
000000     END-IF
000000     COMPUTE WS-PROPOSED-LIMIT ROUNDED =
000000         ACCT-CREDIT-LIMIT * WS-INCREASE-FACTOR
000000     PERFORM 4500-CHECK-ABILITY-TO-PAY
000000         THRU 4500-CHECK-ABILITY-TO-PAY-EXIT
000000     IF ATP-REFUSED
022100         GO TO 3000-SCORE-ACCOUNT-EXIT
022200     END-IF
022300     PERFORM 5000-QUEUE-PROPOSAL THRU 5000-QUEUE-PROPOSAL-EXIT.
028500     EXIT.
028600*
028700******************************************************************
000000* NO INCREASE IS PROPOSED THAT THE CUSTOMER COULD NOT AFFORD. THE
000000* CUSTOMER IS RESOLVED THROUGH ACCTXREF (FALLING BACK TO THE
000000* ACCOUNT-ID KEY PUN), THE LINES ON THEIR OTHER OPEN ACCOUNTS ARE
000000* TOTALLED OVER XREFCAIX, AND CBATP01C WEIGHS THE PROPOSED LINE
000000* AGAINST THEIR STATED INCOME. A FAILING PROPOSAL IS CUT TO THE
000000* LARGEST LINE THAT PASSES OR DROPPED, WITH A REPORT LINE GIVING
000000* THE REASON; EVERY OUTCOME IS LOGGED TO ATPLOG. THE OTHER
000000* ACCOUNTS ARE READ THROUGH THE ACCOUNT RECORD, SO THE REVIEWED
000000* ACCOUNT IS READ BACK AFTERWARDS - RESTORING BOTH THE RECORD AND
000000* THE SEQUENTIAL POSITION OF THE MAIN PASS.
000000******************************************************************
000000 4500-CHECK-ABILITY-TO-PAY.
000000     MOVE ACCT-ID                TO WS-REVIEW-ACCT-ID
000000     MOVE ACCT-ID                TO XRF-ACCT-ID
000000     READ XREF-FILE
000000         INVALID KEY
000000             MOVE ACCT-ID        TO XRF-CUST-ID
000000             MOVE ZERO           TO XRF-JOINT-CUST-ID
000000     END-READ
000000     MOVE XRF-CUST-ID            TO WS-REVIEW-CUST-ID
000000     MOVE XRF-CUST-ID            TO CUST-ID
000000     READ CUSTOMER-FILE
000000         INVALID KEY
000000             MOVE SPACES         TO CUSTOMER-RECORD
000000             MOVE WS-REVIEW-CUST-ID TO CUST-ID
000000     END-READ
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
000000     MOVE ACCT-CREDIT-LIMIT      TO ATP-CURRENT-LIMIT
000000     MOVE WS-PROPOSED-LIMIT      TO ATP-REQUESTED-LIMIT
000000     PERFORM 4600-TOTAL-OTHER-EXPOSURE
000000         THRU 4600-TOTAL-OTHER-EXPOSURE-EXIT
000000     MOVE CEX-AGG-LIMIT-TOTAL    TO ATP-OTHER-EXPOSURE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ATP-TODAY
000000     CALL 'CBATP01C' USING ATP-PARM
000000     PERFORM 4700-LOG-ATP-DECISION
000000         THRU 4700-LOG-ATP-DECISION-EXIT
000000     IF ATP-PASSED
000000         GO TO 4500-CHECK-ABILITY-TO-PAY-EXIT
000000     END-IF
000000     MOVE SPACES                 TO REVIEW-RPT-LINE
000000     IF ATP-CAPPED
000000         ADD 1                   TO WS-ATP-CAP-COUNT
000000         MOVE ATP-APPROVED-LIMIT TO WS-PROPOSED-LIMIT
000000         MOVE WS-PROPOSED-LIMIT  TO WS-AMT-EDIT
000000         STRING 'ABILITY-TO-PAY CAP  ACCT ' DELIMITED BY SIZE
000000                ACCT-ID              DELIMITED BY SIZE
000000                ' CAPPED AT='        DELIMITED BY SIZE
000000                WS-AMT-EDIT          DELIMITED BY SIZE
000000           INTO REVIEW-RPT-LINE
000000         END-STRING
000000     ELSE
000000         ADD 1                   TO WS-ATP-REFUSE-COUNT
000000         STRING 'ABILITY-TO-PAY FAIL ACCT ' DELIMITED BY SIZE
000000                ACCT-ID              DELIMITED BY SIZE
000000                ' NOT PROPOSED, REASON ' DELIMITED BY SIZE
000000                ATP-REASON-CD        DELIMITED BY SIZE
000000           INTO REVIEW-RPT-LINE
000000         END-STRING
000000     END-IF
000000     WRITE REVIEW-RPT-LINE.
000000 4500-CHECK-ABILITY-TO-PAY-EXIT.
000000     EXIT.
000000*
000000 4600-TOTAL-OTHER-EXPOSURE.
000000     MOVE ZERO                   TO CEX-AGG-LIMIT-TOTAL
000000     MOVE ZERO                   TO CEX-AGG-BAL-TOTAL
000000     MOVE 'N'                    TO WS-XAX-EOF-SW
000000     MOVE WS-REVIEW-CUST-ID      TO XAX-CUST-ID
000000     START XREF-AIX-FILE KEY NOT LESS THAN XAX-CUST-ID
000000         INVALID KEY
000000             MOVE 'Y'            TO WS-XAX-EOF-SW
000000     END-START
000000     PERFORM 4610-NEXT-OTHER-ACCOUNT
000000         THRU 4610-NEXT-OTHER-ACCOUNT-EXIT
000000         UNTIL WS-END-OF-XAX
000000     MOVE WS-REVIEW-ACCT-ID      TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             MOVE 'Y'            TO WS-EOF-SW
000000     END-READ.
000000 4600-TOTAL-OTHER-EXPOSURE-EXIT.
000000     EXIT.
000000*
000000 4610-NEXT-OTHER-ACCOUNT.
000000     READ XREF-AIX-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-XAX-EOF-SW
000000             GO TO 4610-NEXT-OTHER-ACCOUNT-EXIT
000000     END-READ
000000     IF XAX-CUST-ID NOT = WS-REVIEW-CUST-ID
000000         MOVE 'Y'                TO WS-XAX-EOF-SW
000000         GO TO 4610-NEXT-OTHER-ACCOUNT-EXIT
000000     END-IF
000000     IF XAX-ACCT-ID = WS-REVIEW-ACCT-ID
000000         GO TO 4610-NEXT-OTHER-ACCOUNT-EXIT
000000     END-IF
000000     MOVE XAX-ACCT-ID            TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             GO TO 4610-NEXT-OTHER-ACCOUNT-EXIT
000000     END-READ
000000     IF ACCT-ACTIVE-STATUS = 'C' OR ACCT-ACTIVE-STATUS = 'Z'
000000         GO TO 4610-NEXT-OTHER-ACCOUNT-EXIT
000000     END-IF
000000     ADD ACCT-CREDIT-LIMIT       TO CEX-AGG-LIMIT-TOTAL
000000     ADD ACCT-CURR-BAL           TO CEX-AGG-BAL-TOTAL.
000000 4610-NEXT-OTHER-ACCOUNT-EXIT.
000000     EXIT.
000000*
000000 4700-LOG-ATP-DECISION.
000000     MOVE SPACES                 TO ATP-DECISION-RECORD
000000     MOVE WS-REVIEW-CUST-ID      TO ATL-CUST-ID
000000     MOVE FUNCTION CURRENT-DATE  TO ATL-TS
000000     MOVE WS-REVIEW-ACCT-ID      TO ATL-ACCT-ID
000000     SET ATL-SRC-BATCH           TO TRUE
000000     MOVE 'CBLNR01C'             TO ATL-USER-ID
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
000000     WRITE ATP-DECISION-RECORD
000000         INVALID KEY
000000             DISPLAY 'CBLNR01C - ATPLOG WRITE FAILED ACCT '
000000                     WS-REVIEW-ACCT-ID
000000     END-WRITE.
000000 4700-LOG-ATP-DECISION-EXIT.
000000     EXIT.
000000*
028700******************************************************************
028800* WRITE THE PROPOSED INCREASE AS A PENDING ACCTAPR ROW, THE SAME
028900* RECORD COACTUPC QUEUES FOR AN OVER-THRESHOLD KEYED INCREASE,
029000* SO COACTAPC'S SECOND-USER APPROVAL APPLIES IT OR REFUSES IT.
000000* AN EMPLOYEE ACCOUNT (5100) IS QUEUED MARKED 'EMPLOYEE', WHICH
000000* COACTAPC LETS ONLY AN ADMIN APPROVE.
029100******************************************************************
029200 5000-QUEUE-PROPOSAL.
000000     PERFORM 5100-CHECK-EMPLOYEE THRU 5100-CHECK-EMPLOYEE-EXIT
029300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
029400     ADD 1                       TO WS-SEQ-4
029500     MOVE ACCT-ID                TO APR-ACCT-ID
029600     MOVE WS-SEQ-4               TO APR-SEQ-NUM
029700     MOVE 'ACRDLIM'              TO APR-FIELD-NAME
029800     MOVE ACCT-CREDIT-LIMIT      TO APR-OLD-VALUE
000000     MOVE WS-PROPOSED-LIMIT      TO APR-NEW-VALUE
030100     MOVE 'CBLNR01C'             TO APR-REQUESTED-BY
030200     MOVE WS-CURRENT-TIMESTAMP   TO APR-REQUESTED-TS
000000     MOVE SPACES                 TO APR-REF-ID
000000     IF WS-EMPLOYEE-ACCOUNT
000000         MOVE 'EMPLOYEE'         TO APR-REF-ID
000000     END-IF
030300     SET APR-PENDING             TO TRUE
030400     MOVE SPACES                 TO APR-APPROVED-BY
030500     MOVE SPACES                 TO APR-APPROVED-TS
031300            WS-AMT-EDIT          DELIMITED BY SIZE
031400       INTO REVIEW-RPT-LINE
031500     END-STRING
031600     WRITE REVIEW-RPT-LINE
000000     IF WS-EMPLOYEE-ACCOUNT
000000         ADD 1                   TO WS-EMPLOYEE-COUNT
000000         MOVE SPACES             TO REVIEW-RPT-LINE
000000         STRING '  EMPLOYEE ACCOUNT - CUST ' DELIMITED BY SIZE
000000                WS-EMP-MATCH-CUST-ID DELIMITED BY SIZE
000000                ' - INDEPENDENT APPROVAL REQUIRED'
000000                                     DELIMITED BY SIZE
000000           INTO REVIEW-RPT-LINE
000000         END-STRING
000000         WRITE REVIEW-RPT-LINE
000000     END-IF.
031700 5000-QUEUE-PROPOSAL-EXIT.
031800     EXIT.
000000*
000000******************************************************************
000000* IS THE HOLDER OR JOINT HOLDER (RESOLVED IN 4500) ON EMPLINK?
000000******************************************************************
000000 5100-CHECK-EMPLOYEE.
000000     MOVE 'N'                    TO WS-EMPLOYEE-SW
000000     MOVE ZERO                   TO WS-EMP-MATCH-CUST-ID
000000     IF WS-EMP-COUNT = ZERO
000000         GO TO 5100-CHECK-EMPLOYEE-EXIT
000000     END-IF
000000     MOVE WS-REVIEW-CUST-ID      TO WS-EMP-MATCH-CUST-ID
000000     PERFORM 5110-SEARCH-EMPLOYEE THRU 5110-SEARCH-EMPLOYEE-EXIT
000000     IF NOT WS-EMPLOYEE-ACCOUNT AND XRF-JOINT-CUST-ID > ZERO
000000         MOVE XRF-JOINT-CUST-ID  TO WS-EMP-MATCH-CUST-ID
000000         PERFORM 5110-SEARCH-EMPLOYEE
000000             THRU 5110-SEARCH-EMPLOYEE-EXIT
000000     END-IF.
000000 5100-CHECK-EMPLOYEE-EXIT.
000000     EXIT.
000000*
000000 5110-SEARCH-EMPLOYEE.
000000     IF WS-EMP-MATCH-CUST-ID = ZERO
000000         GO TO 5110-SEARCH-EMPLOYEE-EXIT
000000     END-IF
000000     SET WS-EMP-IDX              TO 1
000000     SEARCH WS-EMP-ENTRY
000000         AT END
000000             CONTINUE
000000         WHEN WS-EMP-CUST-ID (WS-EMP-IDX) = WS-EMP-MATCH-CUST-ID
000000             MOVE 'Y'            TO WS-EMPLOYEE-SW
000000     END-SEARCH.
000000 5110-SEARCH-EMPLOYEE-EXIT.
000000     EXIT.
031900*
032000 9000-TERMINATE.
032100     CLOSE ACCOUNT-FILE
032200     CLOSE FICO-HIST-FILE
032300     CLOSE APPROVAL-FILE
032400     CLOSE REVIEW-RPT-FILE
000000     CLOSE XREF-FILE
000000     CLOSE XREF-AIX-FILE
000000     CLOSE CUSTOMER-FILE
000000     CLOSE ATP-LOG-FILE
032500     DISPLAY 'CBLNR01C - ACCOUNTS READ: ' WS-ACCT-COUNT
032600     DISPLAY 'CBLNR01C - INCREASES PROPOSED: ' WS-PROPOSE-COUNT
000000     DISPLAY 'CBLNR01C - CAPPED BY ABILITY TO PAY: '
000000             WS-ATP-CAP-COUNT
000000     DISPLAY 'CBLNR01C - REFUSED BY ABILITY TO PAY: '
000000             WS-ATP-REFUSE-COUNT
000000     DISPLAY 'CBLNR01C - EMPLOYEE ACCOUNTS MARKED: '
000000             WS-EMPLOYEE-COUNT
032700     PERFORM 9200-LOG-JOB-STATUS
032800         THRU 9200-LOG-JOB-STATUS-EXIT.
032900 9000-TERMINATE-EXIT.
