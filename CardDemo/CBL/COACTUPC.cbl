000000* 2026-08-22  MAINT   REFUSE THE UPDATE WHILE A NIGHTLY BATCH
000000*                     JOB HOLDS THE ACCTDAT QUIESCE FLAG ON
000000*                     BATCHCTL (SEE CBQSC01C).
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 11 ENTRIES FOR
000000*                     THE 'S' SANCTIONS FREEZE.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 12 ENTRIES FOR
000000*                     THE 'C' SETTLED-FOR-LESS REASON 'STLD'.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 13 ENTRIES FOR
000000*                     THE 'C' TRANSFERRED REASON 'XFER' (ACCOUNT
000000*                     RENUMBERING).
000000* 2026-10-15  MAINT   A CREDIT LIMIT INCREASE APPLIED DIRECTLY IS
000000*                     TESTED FOR ABILITY TO PAY (CBATP01C)
000000*                     AGAINST THE CUSTOMER'S OTHER LINES
000000*                     (XREFCAIX): CAPPED, OR THE SAVE REFUSED;
000000*                     EVERY OUTCOME IS LOGGED TO ATPLOG.
000000* 2026-10-15  MAINT   AN UPDATE TO AN ACCOUNT LINKED TO THE USER
000000*                     ON EMPLINK (THEIR OWN OR A RELATED
000000*                     CUSTOMER'S) IS REFUSED (COEMPSVC).
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 DATA DIVISION.
004302 COPY CVAPR01Y.
004294 COPY CVAUD02Y.
000000 COPY CVXRF01Y.
000000 COPY CVEXP01Y.
000000*
000000******************************************************************
000000* ABILITY-TO-PAY PARAMETER FOR CBATP01C AND ITS DECISION LOG ROW.
000000******************************************************************
000000 COPY CVATP01Y.
000000 COPY CVATP02Y.
000000*
000000******************************************************************
000000* INSIDER ACCOUNT CHECK PARAMETER FOR COEMPSVC.
000000******************************************************************
000000 COPY CVEMP02Y.
004300*
004400 01  WS-MISC-STORAGE.
004500     05  WS-RESP-CD              PIC S9(08) COMP.
000000     05  WS-APR-SEQ-BASE         PIC 9(04).
000000     05  WS-APR-SEQ-BUMP         PIC 9(01) VALUE ZERO.
000000     05  WS-RESOLVED-CUST-ID     PIC 9(09).
000000     05  WS-ATP-REFUSED-SW       PIC X(01) VALUE 'N'.
000000         88 WS-ATP-REFUSED       VALUE 'Y'.
000000         88 WS-ATP-CAPPED-LINE   VALUE 'C'.
004900*
000000******************************************************************
000000* CALENDAR VALIDATION FOR THE OPEN/EXPIRATION DATE TRIPLETS KEYED
012400     MOVE 'N'                    TO WS-FOUND-SW
012500     MOVE SPACES                 TO ASTREASO
012600     PERFORM VARYING ASR-IDX FROM 1 BY 1
012700             UNTIL ASR-IDX > 13 OR WS-REASON-FOUND
012800         IF ASR-STATUS-CD (ASR-IDX) = ACCT-ACTIVE-STATUS
012900             MOVE ASR-REASON-DESC (ASR-IDX) TO ASTREASO
013000             MOVE 'Y'            TO WS-FOUND-SW
007070                                 TO ERRMSGO
007080         GO TO 7000-UPDATE-ACCOUNT-EXIT
007090     END-IF
000000     PERFORM 7950-CHECK-INSIDER THRU 7950-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 7000-UPDATE-ACCOUNT-EXIT
000000     END-IF
007100     EXEC CICS
007110         READ DATASET('ACCTDAT')
007120         INTO(BEFORE-ACCOUNT-RECORD)
000000         UPDATE
007200         RESP(WS-RESP-CD)
007210     END-EXEC
000000     IF FUNCTION NUMVAL(ACRDLIMI) > BACT-CREDIT-LIMIT
000000         PERFORM 7040-TOTAL-OTHER-EXPOSURE
000000             THRU 7040-TOTAL-OTHER-EXPOSURE-EXIT
000000     END-IF
007220     MOVE BEFORE-ACCOUNT-RECORD  TO ACCOUNT-RECORD
007230     MOVE BEFORE-CUSTOMER-RECORD TO CUSTOMER-RECORD
007232     PERFORM 7020-HOLD-LIMIT-INCREASES
007234         THRU 7020-HOLD-LIMIT-INCREASES-EXIT
000000     IF WS-ATP-REFUSED
000000         GO TO 7000-UPDATE-ACCOUNT-EXIT
000000     END-IF
000000     PERFORM 7030-VALIDATE-ACCT-DATES
000000         THRU 7030-VALIDATE-ACCT-DATES-EXIT
000000     IF WS-DTVAL-BAD
000000         GO TO 7000-UPDATE-ACCOUNT-EXIT
000000     END-IF
007442     PERFORM 7200-LOG-ACTIVITY THRU 7200-LOG-ACTIVITY-EXIT
000000     IF WS-ATP-CAPPED-LINE
000000         MOVE 'Saved - limit capped by ability-to-pay test'
000000                                 TO INFOMSGO
000000         GO TO 7000-UPDATE-ACCOUNT-EXIT
000000     END-IF
007450     MOVE 'Account update applied' TO INFOMSGO.
007460 7000-UPDATE-ACCOUNT-EXIT.
007470     EXIT.
007495             THRU 7025-QUEUE-APPROVAL-EXIT
007496         MOVE BACT-CREDIT-LIMIT  TO ACCT-CREDIT-LIMIT
007497     ELSE
000000         IF APR-NEW-VALUE > BACT-CREDIT-LIMIT
000000             PERFORM 7045-CHECK-ABILITY-TO-PAY
000000                 THRU 7045-CHECK-ABILITY-TO-PAY-EXIT
000000             IF WS-ATP-REFUSED
000000                 GO TO 7020-HOLD-LIMIT-INCREASES-EXIT
000000             END-IF
000000         END-IF
007498         MOVE APR-NEW-VALUE      TO ACCT-CREDIT-LIMIT
007499     END-IF
007500     MOVE FUNCTION NUMVAL(ACSHLIMI) TO APR-NEW-VALUE
000000     END-IF
007528     MOVE 'Limit increase held for approval' TO INFOMSGO.
007529 7025-QUEUE-APPROVAL-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* TOTAL THE CREDIT LINES THE CUSTOMER HOLDS ON THEIR OTHER OPEN
000000* ACCOUNTS (XREFCAIX PATH, CLOSED AND CHARGED-OFF LEFT OUT) FOR
000000* THE ABILITY-TO-PAY TEST ON A CREDIT LIMIT INCREASE. THE OTHER
000000* ACCOUNTS ARE READ THROUGH ACCOUNT-RECORD, SO THIS RUNS BEFORE
000000* THE BEFORE-IMAGE IS COPIED INTO IT.
000000******************************************************************
000000 7040-TOTAL-OTHER-EXPOSURE.
000000     MOVE ZERO                   TO CEX-AGG-LIMIT-TOTAL
000000     MOVE ZERO                   TO CEX-AGG-BAL-TOTAL
000000     MOVE BACT-ID                TO CEX-SKIP-ACCT-ID
000000     MOVE WS-RESOLVED-CUST-ID    TO CEX-HOLD-CUST-ID
000000     MOVE 'N'                    TO CEX-BROWSE-SW
000000     MOVE WS-RESOLVED-CUST-ID    TO XRF-CUST-ID
000000     EXEC CICS
000000         STARTBR DATASET('XREFCAIX')
000000         RIDFLD(XRF-CUST-ID)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 7040-TOTAL-OTHER-EXPOSURE-EXIT
000000     END-IF
000000     PERFORM 7041-NEXT-EXPOSURE-ROW
000000         THRU 7041-NEXT-EXPOSURE-ROW-EXIT
000000         UNTIL CEX-BROWSE-DONE
000000     EXEC CICS
000000         ENDBR DATASET('XREFCAIX')
000000     END-EXEC.
000000 7040-TOTAL-OTHER-EXPOSURE-EXIT.
000000     EXIT.
000000*
000000 7041-NEXT-EXPOSURE-ROW.
000000     EXEC CICS
000000         READNEXT DATASET('XREFCAIX')
000000         INTO(ACCT-CUST-XREF-RECORD)
000000         RIDFLD(XRF-CUST-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR XRF-CUST-ID NOT = CEX-HOLD-CUST-ID
000000         MOVE 'Y'                TO CEX-BROWSE-SW
000000         GO TO 7041-NEXT-EXPOSURE-ROW-EXIT
000000     END-IF
000000     IF XRF-ACCT-ID = CEX-SKIP-ACCT-ID
000000         GO TO 7041-NEXT-EXPOSURE-ROW-EXIT
000000     END-IF
000000     MOVE XRF-ACCT-ID            TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 7041-NEXT-EXPOSURE-ROW-EXIT
000000     END-IF
000000     IF ACCT-ACTIVE-STATUS = 'C' OR ACCT-ACTIVE-STATUS = 'Z'
000000         GO TO 7041-NEXT-EXPOSURE-ROW-EXIT
000000     END-IF
000000     ADD ACCT-CREDIT-LIMIT       TO CEX-AGG-LIMIT-TOTAL
000000     ADD ACCT-CURR-BAL           TO CEX-AGG-BAL-TOTAL.
000000 7041-NEXT-EXPOSURE-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A CREDIT LIMIT INCREASE SMALL ENOUGH TO APPLY DIRECTLY MUST
000000* STILL PASS THE ABILITY-TO-PAY TEST (CBATP01C) ON THE CUSTOMER'S
000000* STATED INCOME. A FAILING INCREASE THAT CAN BE CUT TO A LINE THAT
000000* PASSES IS APPLIED AT THAT LINE (APR-NEW-VALUE IS LOWERED FOR
000000* THE CALLER); OTHERWISE THE WHOLE SAVE IS REFUSED. THE OUTCOME IS
000000* LOGGED TO ATPLOG EITHER WAY.
000000******************************************************************
000000 7045-CHECK-ABILITY-TO-PAY.
000000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
000000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
000000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
000000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
000000     IF CUST-STATED-INCOME OF CUSTOMER-RECORD NUMERIC
000000         MOVE CUST-STATED-INCOME OF CUSTOMER-RECORD
000000                                 TO ATP-STATED-INCOME
000000     ELSE
000000         MOVE ZERO               TO ATP-STATED-INCOME
000000     END-IF
000000     IF CUST-HOUSING-PMT OF CUSTOMER-RECORD NUMERIC
000000         MOVE CUST-HOUSING-PMT OF CUSTOMER-RECORD
000000                                 TO ATP-HOUSING-PMT
000000     ELSE
000000         MOVE ZERO               TO ATP-HOUSING-PMT
000000     END-IF
000000     MOVE CUST-INCOME-DATE OF CUSTOMER-RECORD
000000                                 TO ATP-INCOME-DATE
000000     MOVE CEX-AGG-LIMIT-TOTAL    TO ATP-OTHER-EXPOSURE
000000     MOVE APR-NEW-VALUE          TO ATP-REQUESTED-LIMIT
000000     MOVE BACT-CREDIT-LIMIT      TO ATP-CURRENT-LIMIT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ATP-TODAY
000000     CALL 'CBATP01C' USING ATP-PARM
000000     MOVE SPACES                 TO ATP-DECISION-RECORD
000000     MOVE WS-RESOLVED-CUST-ID    TO ATL-CUST-ID
000000     MOVE FUNCTION CURRENT-DATE  TO ATL-TS
000000     MOVE BACT-ID                TO ATL-ACCT-ID
000000     SET ATL-SRC-ACCT-UPDATE     TO TRUE
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
000000     END-EXEC
000000     EVALUATE TRUE
000000         WHEN ATP-PASSED
000000             CONTINUE
000000         WHEN ATP-CAPPED
000000             MOVE ATP-APPROVED-LIMIT TO APR-NEW-VALUE
000000             MOVE 'C'            TO WS-ATP-REFUSED-SW
000000         WHEN ATP-RECAPTURE-INCOME
000000             MOVE 'Y'            TO WS-ATP-REFUSED-SW
000000             MOVE 'Income missing or out of date - re-capture on C
000000-             'OCUS01C'
000000                                 TO ERRMSGO
000000         WHEN OTHER
000000             MOVE 'Y'            TO WS-ATP-REFUSED-SW
000000             MOVE 'Increase fails ability-to-pay test - not saved'
000000                                 TO ERRMSGO
000000     END-EVALUATE.
000000 7045-CHECK-ABILITY-TO-PAY-EXIT.
007530     EXIT.
007531*
007490 7100-AUDIT-CHANGED-FIELDS.
000000     END-IF.
000000 7900-CHECK-QUIESCE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 7950-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE ACCTSIDI               TO EMC-ACCT-ID
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
000000         MOVE EMC-MESSAGE        TO ERRMSGO
000000     END-IF.
000000 7950-CHECK-INSIDER-EXIT.
000000     EXIT.
000000******************************************************************
000000* OVERLAY THE COMPILED STATUS REASON TABLE WITH THE MAINTAINED
000000* STATRSN DATASET - THE NEWEST ROW PER STATUS DATED ON OR
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-FOUND-SW
000000     PERFORM VARYING ASR-IDX FROM 1 BY 1
000000             UNTIL ASR-IDX > 13 OR WS-REF-FOUND
000000         IF ASR-STATUS-CD (ASR-IDX) = SRN-STATUS-CD
000000            OR ASR-STATUS-CD (ASR-IDX) = SPACES
000000             MOVE SRN-STATUS-CD  TO ASR-STATUS-CD (ASR-IDX)
