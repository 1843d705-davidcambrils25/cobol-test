000000*                     (PAST DUE, PENDING CYCLE DAY, CREDIT-BAL
000000*                     CYCLES) AT CREATE - SPACES IN THEM WOULD
000000*                     DATA-EXCEPT THE FIRST CYCLE CUT.
000000* 2026-10-15  MAINT   REFUSE TO OPEN AN ACCOUNT FOR A CUSTOMER
000000*                     HELD FOR OFAC SANCTIONS REVIEW OR CONFIRMED
000000*                     AS A HIT (CUST-OFAC-STATUS).
000000* 2026-10-15  MAINT   A NEW ACCOUNT STARTS WITH ZERO INSTALLMENT
000000*                     PLAN BALANCES AND NO SKIPPED PAYMENT.
000000* 2026-10-15  MAINT   A NEW ACCOUNT STARTS WITH NO PENALTY APR
000000*                     STATE.
000000* 2026-10-15  MAINT   A 'SECURED' GROUP OPEN TAKES ITS LIMIT FROM
000000*                     A COLLATERAL DEPOSIT KEYED IN DEPAMTI
000000*                     (CVCOL02Y RANGE) DRAWN FROM A VERIFIED
000000*                     FUNDACCT ROW, OPENS AT A ZERO LIMIT UNTIL
000000*                     THE DEPOSIT CLEARS, AND BOOKS THE COLLATRL
000000*                     ROW. THE INITIAL LIMIT TABLE MOVES TO
000000*                     CVAIL01Y.
000000* 2026-10-15  MAINT   A NEW ACCOUNT OPENS WITH NO RENUMBERING
000000*                     LINKS (ACCT-XFER-TO/FROM-ACCT-ID ZERO).
000000* 2026-10-15  MAINT   EVERY OPEN IS TESTED FOR ABILITY TO PAY
000000*                     (CBATP01C) ON THE CUSTOMER'S STATED INCOME:
000000*                     REFUSED, OR THE DERIVED LIMIT CAPPED, WHEN
000000*                     THE MINIMUM PAYMENTS WOULD NOT FIT; A
000000*                     CONFIRMED OPEN'S OUTCOME IS LOGGED TO
000000*                     ATPLOG.
000000* 2026-10-15  MAINT   REFUSE TO OPEN AN ACCOUNT FOR A CUSTOMER
000000*                     WHOSE IDENTITY HAS NOT BEEN VERIFIED
000000*                     (CUST-CIP-STATUS) BY THE VENDOR OR FROM
000000*                     DOCUMENTS.
000000* 2026-10-15  MAINT   REFUSE TO OPEN AN ACCOUNT ON A CUSTOMER
000000*                     RECORD RETIRED BY A DUPLICATE MERGE - THE
000000*                     REP IS POINTED AT THE SURVIVING CUSTOMER.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       OPENS A NEW ACCOUNT: FINDS THE CUSTOMER ON
002100*                FIRST CARD TO CARDDAT IN NOT-YET-ACTIVATED
002200*                STATUS SO THE EXISTING ACTIVATION FLOW TAKES
002300*                OVER FROM THERE. THE READ-ONLY AUDITOR ROLE IS
002400*                REFUSED. A SECURED ACCOUNT'S LIMIT IS INSTEAD
000000*                THE COLLATERAL DEPOSIT KEYED WITH IT (COLLATRL,
000000*                CVCOL01Y), DRAWN BY ACH FROM THE CUSTOMER'S
000000*                FUNDING ACCOUNT. EVERY OPEN MUST PASS THE
000000*                ABILITY-TO-PAY TEST (CBATP01C) ON THE CUSTOMER'S
000000*                STATED INCOME, WHICH MAY CAP THE DERIVED LIMIT.
000000*                THE CUSTOMER'S IDENTITY MUST HAVE BEEN VERIFIED
000000*                (CBCIP02C OR COCIP00C) BEFORE ANY ACCOUNT OPENS.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 DATA DIVISION.
004100     05  CONFIRMI                PIC X(01).
004200     05  DRVLIMI                 PIC -(9)9.99.
004300     05  NEWCARDI                PIC X(16).
000000     05  DEPAMTI                 PIC X(12).
000000     05  FNDSEQI                 PIC X(02).
004400     05  ERRMSGI                 PIC X(78).
004500     05  INFOMSGI                PIC X(45).
004600*
005000 COPY CVAUD02Y.
000000 COPY CVXRF01Y.
000000 COPY CVEXP01Y.
000000*
000000******************************************************************
000000* ABILITY-TO-PAY PARAMETER FOR CBATP01C AND ITS DECISION LOG ROW.
000000******************************************************************
000000 COPY CVATP01Y.
000000 COPY CVATP02Y.
005100*
005200 01  WS-MISC-STORAGE.
005300     05  WS-RESP-CD              PIC S9(08) COMP.
005700     05  WS-LIM-FOUND-SW         PIC X(01) VALUE 'N'.
005800         88 WS-LIM-GROUP-FOUND   VALUE 'Y'.
005900     05  WS-EXP-YEAR             PIC 9(04).
000000     05  WS-DEPOSIT-AMT          PIC S9(09)V99 COMP-3.
000000     05  WS-FUND-SEQ             PIC 9(02).
000000     05  WS-SECURED-SW           PIC X(01) VALUE 'N'.
000000         88 WS-SECURED-OPEN      VALUE 'Y'.
000000     05  WS-FND-BROWSE-SW        PIC X(01).
000000         88 WS-FND-BROWSE-DONE   VALUE 'Y'.
000000     05  WS-FND-FOUND-SW         PIC X(01).
000000         88 WS-FND-DEFAULT-FOUND VALUE 'Y'.
006000*
006100******************************************************************
006200* INITIAL CREDIT LIMIT TABLE BY ACCOUNT GROUP AND FICO BAND -
006300* SHARED WITH THE CBGRD01C GRADUATION REVIEW.
006400******************************************************************
006500 COPY CVAIL01Y.
000000*
000000******************************************************************
000000* SECURED CARD POLICY AND COLLATERAL DEPOSIT ROW - A SECURED
000000* ACCOUNT'S LIMIT IS THE DEPOSIT, NOT A SCORE-DERIVED FIGURE.
000000******************************************************************
000000 COPY CVCOL01Y.
000000 COPY CVCOL02Y.
000000 COPY CVFND01Y.
009300*
009400 COPY CSDAT01Y.
009500*
022300     IF ERRMSGI NOT = SPACES
022400         GO TO 3000-PROCESS-INPUT-EXIT
022500     END-IF
000000     IF GROUPI = SCP-SECURED-GROUP-ID
000000         PERFORM 5200-SECURED-LIMIT THRU 5200-SECURED-LIMIT-EXIT
000000         IF ERRMSGI NOT = SPACES
000000             GO TO 3000-PROCESS-INPUT-EXIT
000000         END-IF
000000     ELSE
000000         PERFORM 5000-DERIVE-LIMIT THRU 5000-DERIVE-LIMIT-EXIT
000000     END-IF
022700     MOVE WS-DERIVED-LIMIT       TO DRVLIMI
000000     PERFORM 5500-CHECK-EXPOSURE THRU 5500-CHECK-EXPOSURE-EXIT
000000     IF ERRMSGI NOT = SPACES
000000         GO TO 3000-PROCESS-INPUT-EXIT
000000     END-IF
000000     PERFORM 5600-CHECK-ABILITY-TO-PAY
000000         THRU 5600-CHECK-ABILITY-TO-PAY-EXIT
000000     IF ERRMSGI NOT = SPACES
000000         GO TO 3000-PROCESS-INPUT-EXIT
000000     END-IF
022800     IF CONFIRMI = 'Y'
022900         PERFORM 6000-CREATE-ACCOUNT
023000             THRU 6000-CREATE-ACCOUNT-EXIT
000000         GO TO 3000-PROCESS-INPUT-EXIT
000000     END-IF
000000     IF ATP-CAPPED
000000         MOVE 'Limit capped (ability to pay) - CONFIRM Y'
000000                                 TO INFOMSGI
023100     ELSE
023200         MOVE 'Review derived limit - set CONFIRM to Y to open'
023300                                 TO INFOMSGI
023900* FIND-OR-CREATE: THE CUSTOMER MUST ALREADY BE ON CUSTDAT. A
024000* CALLER WITH A BRAND-NEW CUSTOMER KEYS THE RECORD FIRST ON THE
024100* CUSTOMER MAINTENANCE SCREEN (COCUS01C) AND COMES BACK HERE -
024200* ONE PLACE OWNS CUSTOMER CREATION AND ITS EDITS. A CUSTOMER
000000* HELD FOR OFAC SANCTIONS REVIEW, OR CONFIRMED AS A HIT, MAY NOT
000000* BE OPENED A NEW ACCOUNT; NOR MAY ONE WHOSE IDENTITY HAS NOT
000000* BEEN VERIFIED (CUST-CIP-STATUS 'V' BY THE VENDOR OR 'D' FROM
000000* DOCUMENTS ON COCIP00C). A RECORD RETIRED BY A DUPLICATE MERGE
000000* (CUST-MERGED) IS REFUSED IN FAVOUR OF THE SURVIVING CUSTOMER.
024300******************************************************************
024400 4000-FIND-CUSTOMER.
024500     MOVE FUNCTION NUMVAL(CUSTIDI) TO CUST-ID
025200     IF WS-RESP-CD NOT = ZERO
025300         MOVE 'Customer not on file - add via COCUS01C first'
025400                                 TO ERRMSGI
000000         GO TO 4000-FIND-CUSTOMER-EXIT
000000     END-IF
000000     IF CUST-MERGED
000000         MOVE SPACES             TO ERRMSGI
000000         STRING 'Customer merged into ' DELIMITED BY SIZE
000000                CUST-MERGED-INTO-ID    DELIMITED BY SIZE
000000                ' - open the account on that customer'
000000                                       DELIMITED BY SIZE
000000           INTO ERRMSGI
000000         END-STRING
000000         GO TO 4000-FIND-CUSTOMER-EXIT
000000     END-IF
000000     IF CUST-OFAC-REVIEW-PENDING
000000         MOVE 'Customer held for sanctions review - account not op
000000-             'ened'             TO ERRMSGI
000000         GO TO 4000-FIND-CUSTOMER-EXIT
000000     END-IF
000000     IF CUST-OFAC-CONFIRMED-HIT
000000         MOVE 'Customer is a confirmed sanctions hit - account not
000000-             ' opened'          TO ERRMSGI
000000         GO TO 4000-FIND-CUSTOMER-EXIT
000000     END-IF
000000     IF CUST-CIP-FAILED
000000         MOVE 'Customer failed identity verification - see COCIP00
000000-             'C - account not opened' TO ERRMSGI
000000         GO TO 4000-FIND-CUSTOMER-EXIT
000000     END-IF
000000     IF NOT CUST-CIP-VERIFIED
000000         MOVE 'Customer identity not yet verified - account not op
000000-             'ened'             TO ERRMSGI
000000     END-IF.
025600 4000-FIND-CUSTOMER-EXIT.
025700     EXIT.
025800*
028800     EXIT.
028900*
000000******************************************************************
000000* THE SECURED PRODUCT IS FOR THE APPLICANT THE SCORE TABLE ABOVE
000000* CANNOT PRICE: THE LIMIT IS THE COLLATERAL DEPOSIT THEY FUND,
000000* WHICH MUST FALL IN THE CVCOL02Y RANGE, DRAWN FROM A FUNDACCT
000000* ACCOUNT THAT HAS PASSED ITS PRENOTE - THE ONE KEYED IN FNDSEQI,
000000* OR THE CUSTOMER'S VERIFIED DEFAULT WHEN NONE IS KEYED.
000000******************************************************************
000000 5200-SECURED-LIMIT.
000000     MOVE 'Y'                    TO WS-SECURED-SW
000000     IF DEPAMTI = SPACES OR LOW-VALUES
000000         MOVE 'Secured account - key the collateral deposit'
000000                                 TO ERRMSGI
000000         GO TO 5200-SECURED-LIMIT-EXIT
000000     END-IF
000000     MOVE FUNCTION NUMVAL(DEPAMTI) TO WS-DEPOSIT-AMT
000000     IF WS-DEPOSIT-AMT < SCP-MIN-DEPOSIT-AMT
000000        OR WS-DEPOSIT-AMT > SCP-MAX-DEPOSIT-AMT
000000         MOVE 'Deposit is outside the secured card range'
000000                                 TO ERRMSGI
000000         GO TO 5200-SECURED-LIMIT-EXIT
000000     END-IF
000000     MOVE WS-DEPOSIT-AMT         TO WS-DERIVED-LIMIT
000000     IF FNDSEQI = SPACES OR LOW-VALUES
000000         MOVE ZERO               TO WS-FUND-SEQ
000000         PERFORM 5250-FIND-DEFAULT-FUNDING
000000             THRU 5250-FIND-DEFAULT-FUNDING-EXIT
000000         GO TO 5200-SECURED-LIMIT-EXIT
000000     END-IF
000000     MOVE FUNCTION NUMVAL(FNDSEQI) TO WS-FUND-SEQ
000000     MOVE CUST-ID                TO FND-CUST-ID
000000     MOVE WS-FUND-SEQ            TO FND-SEQ
000000     EXEC CICS
000000         READ DATASET('FUNDACCT')
000000         INTO(FUNDING-ACCOUNT-RECORD)
000000         RIDFLD(FND-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Funding account not on file for this customer'
000000                                 TO ERRMSGI
000000         GO TO 5200-SECURED-LIMIT-EXIT
000000     END-IF
000000     IF NOT FND-VERIFIED
000000         MOVE 'Funding account is not verified - deposit refused'
000000                                 TO ERRMSGI
000000     END-IF.
000000 5200-SECURED-LIMIT-EXIT.
000000     EXIT.
000000*
000000 5250-FIND-DEFAULT-FUNDING.
000000     MOVE 'N'                    TO WS-FND-BROWSE-SW
000000     MOVE 'N'                    TO WS-FND-FOUND-SW
000000     MOVE CUST-ID                TO FND-CUST-ID
000000     MOVE ZERO                   TO FND-SEQ
000000     EXEC CICS
000000         STARTBR DATASET('FUNDACCT')
000000         RIDFLD(FND-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 5250-FIND-DEFAULT-FUNDING-TEST
000000     END-IF
000000     PERFORM 5260-NEXT-FUNDING-ROW
000000         THRU 5260-NEXT-FUNDING-ROW-EXIT
000000         UNTIL WS-FND-BROWSE-DONE
000000     EXEC CICS
000000         ENDBR DATASET('FUNDACCT')
000000     END-EXEC.
000000 5250-FIND-DEFAULT-FUNDING-TEST.
000000     IF NOT WS-FND-DEFAULT-FOUND
000000         MOVE 'No verified default funding account - key one'
000000                                 TO ERRMSGI
000000     END-IF.
000000 5250-FIND-DEFAULT-FUNDING-EXIT.
000000     EXIT.
000000*
000000 5260-NEXT-FUNDING-ROW.
000000     EXEC CICS
000000         READNEXT DATASET('FUNDACCT')
000000         INTO(FUNDING-ACCOUNT-RECORD)
000000         RIDFLD(FND-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO OR FND-CUST-ID NOT = CUST-ID
000000         MOVE 'Y'                TO WS-FND-BROWSE-SW
000000         GO TO 5260-NEXT-FUNDING-ROW-EXIT
000000     END-IF
000000     IF FND-IS-DEFAULT AND FND-VERIFIED
000000         MOVE 'Y'                TO WS-FND-FOUND-SW
000000         MOVE FND-SEQ            TO WS-FUND-SEQ
000000         MOVE 'Y'                TO WS-FND-BROWSE-SW
000000     END-IF.
000000 5260-NEXT-FUNDING-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* TOTAL THE CUSTOMER'S EXISTING CREDIT LIMITS AND BALANCES OVER
000000* THE XREFCAIX PATH AND REFUSE THE OPEN WHEN THE NEW ACCOUNT'S
000000* DERIVED LIMIT WOULD TAKE AGGREGATE COMMITTED CREDIT PAST THE
000000     EXIT.
000000*
029000******************************************************************
000000* ABILITY TO PAY (CBATP01C): THE MINIMUM PAYMENTS ON THE
000000* CUSTOMER'S OTHER LINES PLUS THE DERIVED ONE MUST FIT THE
000000* RESIDUAL INCOME ON THE CUSTOMER MASTER. A FAILING LINE THAT CAN
000000* BE CUT TO ONE THAT PASSES IS CAPPED; OTHERWISE THE OPEN IS
000000* REFUSED, AND MISSING OR STALE INCOME SENDS THE CALLER TO
000000* COCUS01C TO CAPTURE IT. A SECURED LINE IS THE DEPOSIT ITSELF, SO
000000* THERE A CAP REFUSES - THE DEPOSIT HAS TO BE LOWERED. THE OUTCOME
000000* OF A CONFIRMED OPEN IS LOGGED TO ATPLOG, PASS OR FAIL.
000000******************************************************************
000000 5600-CHECK-ABILITY-TO-PAY.
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
000000     MOVE WS-DERIVED-LIMIT       TO ATP-REQUESTED-LIMIT
000000     MOVE ZERO                   TO ATP-CURRENT-LIMIT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ATP-TODAY
000000     CALL 'CBATP01C' USING ATP-PARM
000000     IF WS-SECURED-OPEN AND ATP-CAPPED
000000         SET ATP-REFUSED         TO TRUE
000000     END-IF
000000     IF CONFIRMI = 'Y'
000000         PERFORM 5650-LOG-ATP-DECISION
000000             THRU 5650-LOG-ATP-DECISION-EXIT
000000     END-IF
000000     EVALUATE TRUE
000000         WHEN ATP-PASSED
000000             CONTINUE
000000         WHEN ATP-CAPPED
000000             MOVE ATP-APPROVED-LIMIT TO WS-DERIVED-LIMIT
000000             MOVE WS-DERIVED-LIMIT TO DRVLIMI
000000         WHEN ATP-NO-INCOME
000000             MOVE 'No stated income on file - capture it on COCUS0
000000-             '1C'
000000                                 TO ERRMSGI
000000         WHEN ATP-STALE-INCOME
000000             MOVE 'Stated income is out of date - re-capture on CO
000000-             'CUS01C'
000000                                 TO ERRMSGI
000000         WHEN ATP-NO-RESIDUAL
000000             MOVE 'No income left after housing - ability to pay f
000000-             'ails'
000000                                 TO ERRMSGI
000000         WHEN WS-SECURED-OPEN
000000             MOVE 'Deposit exceeds ability to pay - lower the depo
000000-             'sit'
000000                                 TO ERRMSGI
000000         WHEN OTHER
000000             MOVE 'Minimum payments exceed ability to pay - open r
000000-             'efused'
000000                                 TO ERRMSGI
000000     END-EVALUATE.
000000 5600-CHECK-ABILITY-TO-PAY-EXIT.
000000     EXIT.
000000*
000000 5650-LOG-ATP-DECISION.
000000     MOVE SPACES                 TO ATP-DECISION-RECORD
000000     MOVE CUST-ID                TO ATL-CUST-ID
000000     MOVE FUNCTION CURRENT-DATE  TO ATL-TS
000000     MOVE FUNCTION NUMVAL(ACCTSIDI) TO ATL-ACCT-ID
000000     SET ATL-SRC-ORIGINATION     TO TRUE
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
000000 5650-LOG-ATP-DECISION-EXIT.
000000     EXIT.
000000*
029000******************************************************************
029100* CREATE THE ACCOUNT (OPEN DATE TODAY, THREE-YEAR TERM, CASH
029200* LIMIT AT 20% OF THE CREDIT LIMIT, BILLING ZIP FROM THE
029300* CUSTOMER ADDRESS) AND ISSUE THE FIRST CARD NOT-YET-ACTIVATED
030400     MOVE WS-DERIVED-LIMIT       TO ACCT-CREDIT-LIMIT
030500     COMPUTE ACCT-CASH-CREDIT-LIMIT ROUNDED =
030600         WS-DERIVED-LIMIT * 0.20
000000*    A SECURED ACCOUNT HAS NOTHING TO SPEND UNTIL ITS DEPOSIT
000000*    CLEARS - CBACH02C SETS THE LIMIT TO IT ON SETTLEMENT.
000000     IF WS-SECURED-OPEN
000000         MOVE ZERO               TO ACCT-CREDIT-LIMIT
000000         MOVE ZERO               TO ACCT-CASH-CREDIT-LIMIT
000000     END-IF
030700     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-OPEN-DATE
030800     COMPUTE WS-EXP-YEAR = WS-CURDATE-YEAR + 3
030900     STRING WS-EXP-YEAR          DELIMITED BY SIZE
000000     MOVE ZERO                   TO ACCT-PAST-DUE-AMT
000000     MOVE ZERO                   TO ACCT-PEND-CYCLE-DAY
000000     MOVE ZERO                   TO ACCT-CREDIT-BAL-CYCLES
000000     MOVE ZERO                   TO ACCT-INSTL-BAL
000000     MOVE ZERO                   TO ACCT-INSTL-DUE-BAL
000000     MOVE 'N'                    TO ACCT-SKIP-PAY-IND
000000     MOVE 'N'                    TO ACCT-PENALTY-APR-STATUS
000000     MOVE SPACES                 TO ACCT-PENALTY-EFF-DATE
000000     MOVE ZERO                   TO ACCT-PENALTY-ONTIME-CYCLES
000000     MOVE ZERO                   TO ACCT-CLEAN-CYCLES
000000     MOVE ZERO                   TO ACCT-XFER-TO-ACCT-ID
000000     MOVE ZERO                   TO ACCT-XFER-FROM-ACCT-ID
000000     COMPUTE ACCT-CYCLE-DAY = FUNCTION MOD(ACCT-ID, 28) + 1
033400     EXEC CICS
033500         WRITE DATASET('ACCTDAT')
000000     PERFORM 7100-WRITE-XREF-ROW
000000         THRU 7100-WRITE-XREF-ROW-EXIT
034700     PERFORM 7200-LOG-ACTIVITY THRU 7200-LOG-ACTIVITY-EXIT
000000     IF WS-SECURED-OPEN
000000         PERFORM 7300-WRITE-COLLATERAL
000000             THRU 7300-WRITE-COLLATERAL-EXIT
000000         GO TO 6000-CREATE-ACCOUNT-EXIT
000000     END-IF
034800     MOVE 'Account opened - first card issued' TO INFOMSGI.
034900 6000-CREATE-ACCOUNT-EXIT.
035000     EXIT.
039800 7200-LOG-ACTIVITY-EXIT.
039900     EXIT.
040000*
000000******************************************************************
000000* BOOK THE COLLATERAL DEPOSIT TO BE DRAWN - CBACH01C ORIGINATES IT
000000* ON TONIGHT'S ACH EXTRACT AND CBACH02C OPENS THE LIMIT WHEN THE
000000* BANK SETTLES IT.
000000******************************************************************
000000 7300-WRITE-COLLATERAL.
000000     MOVE SPACES                 TO COLLATERAL-RECORD
000000     MOVE ACCT-ID                TO COL-ACCT-ID
000000     MOVE CUST-ID                TO COL-CUST-ID
000000     MOVE WS-FUND-SEQ            TO COL-FUND-SEQ
000000     MOVE WS-DEPOSIT-AMT         TO COL-DEPOSIT-AMT
000000     SET COL-AWAITING-ORIG       TO TRUE
000000     MOVE CDEMO-USER-ID          TO COL-OPENED-BY
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO COL-OPENED-DATE
000000     MOVE ZERO                   TO COL-APPLIED-AMT
000000     MOVE ZERO                   TO COL-REFUND-AMT
000000     EXEC CICS
000000         WRITE DATASET('COLLATRL')
000000         FROM(COLLATERAL-RECORD)
000000         RIDFLD(COL-ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Account opened - deposit not booked, call support'
000000                                 TO ERRMSGI
000000         GO TO 7300-WRITE-COLLATERAL-EXIT
000000     END-IF
000000     MOVE 'Secured account opened - limit opens on deposit'
000000                                 TO INFOMSGI.
000000 7300-WRITE-COLLATERAL-EXIT.
000000     EXIT.
000000*
040100 8000-SEND-MAP.
040200     EXEC CICS
040300         SEND MAP('CACT01A') MAPSET('COACT01')
