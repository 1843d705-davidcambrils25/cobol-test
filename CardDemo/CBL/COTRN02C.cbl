000000* 2026-09-03  MAINT   KEYED FOREIGN AMOUNTS CONVERT AT THE
000000*                     NEWEST CURRHIST RATE (CVCRH01Y), FALLING
000000*                     BACK TO THE CURRENT CURRRATE ROW.
000000* 2026-10-15  MAINT   A POSTED CROSS-BORDER OR CASH ADVANCE ROW
000000*                     NOW ALSO POSTS ITS FOREIGN TRANSACTION /
000000*                     CASH ADVANCE FEE ROW (6060) AT THE GROUP'S
000000*                     FEERATE (CVFER01Y) RATES.
000000* 2026-10-15  MAINT   THE MERCHANT'S CATEGORY CODE (MER-MCC) IS
000000*                     CARRIED ONTO TRAN-MCC / FRD-MCC, AND A
000000*                     CHARGE IN A CATEGORY THE CARD OR ACCOUNT
000000*                     BLOCKS (CATBLOCK, CVCBK01Y) IS HELD FOR
000000*                     REVIEW (5240).
000000* 2026-10-15  MAINT   CORPORATE CARDS - A DEBIT ON AN ACCOUNT
000000*                     LINKED TO A COMPANY IS HELD FOR REVIEW WHEN
000000*                     IT WOULD CARRY THE COMPANY PAST ITS
000000*                     AGGREGATE LIMIT ACROSS ALL ITS ACCOUNTS, OR
000000*                     THE COMPANY IS NOT ACTIVE (5390).
000000* 2026-10-15  MAINT   A TRANSACTION ON AN ACCOUNT LINKED TO THE
000000*                     USER ON EMPLINK (THEIR OWN OR A RELATED
000000*                     CUSTOMER'S) IS REFUSED (COEMPSVC).
000000* 2026-10-15  MAINT   THE KEYING USER, PROGRAM AND ANY APPROVER
000000*                     ARE STAMPED ON THE TRANSACTION ROW FOR THE
000000*                     CBMCR01C MANUAL CREDIT REPORT.
000000* 2026-10-15  MAINT   A FEE ROW IS KEYED FROM THE CLOCK LIKE ITS
000000*                     CHARGE AND RETRIED ON DUPREC; A FEE ROW OR
000000*                     FEE BUCKET UPDATE THAT FAILS IS REPORTED ON
000000*                     THE SCREEN.
001400******************************************************************
001500******************************************************************
001600* REMARKS.       POSTS A NEW TRANSACTION AGAINST A CARD. WARNS
000000 COPY CVCXR01Y.
000000 COPY CVPAY01Y.
000000 COPY CVCRH01Y.
000000 COPY CVFER01Y.
000000 COPY CVFET01Y.
000000 COPY CVCBK01Y.
000000 COPY CVMCC01Y.
000000 COPY CVCMP01Y.
000000 COPY CVCMP03Y.
003200*
003300 01  WS-MISC-STORAGE.
003400     05  WS-RESP-CD              PIC S9(08) COMP.
004000         88  WS-BROWSE-DONE      VALUE 'Y'.
004100     05  WS-NEW-TRAN-ID          PIC X(16).
000000     05  WS-CURRENT-TIMESTAMP    PIC X(26).
000000     05  WS-TRAN-MCC             PIC X(04) VALUE SPACES.
000000*
000000******************************************************************
000000* FRAUD-RULE CHECK WORKING STORAGE (5200-CHECK-FRAUD-RULES).
000000         88  WS-AIX-BROWSE-DONE  VALUE 'Y'.
000000     05  WS-TCV-BROWSE-SW        PIC X(01) VALUE 'N'.
000000         88  WS-TCV-BROWSE-DONE  VALUE 'Y'.
000000     05  WS-CMP-EXPOSURE-AMT     PIC S9(13)V99 COMP-3.
000000     05  WS-CMP-BROWSE-SW        PIC X(01) VALUE 'N'.
000000         88  WS-CMP-BROWSE-DONE  VALUE 'Y'.
000000*
000000******************************************************************
000000* FOREIGN TRANSACTION / CASH ADVANCE FEE WORKING STORAGE
000000* (6060-ASSESS-TRAN-FEES).
000000******************************************************************
000000 01  WS-TRAN-FEE-STORAGE.
000000     05  WS-FEE-USE-IDX          PIC 9(01).
000000     05  WS-FEE-FOUND-SW         PIC X(01).
000000         88  WS-FEE-GROUP-FOUND  VALUE 'Y'.
000000     05  WS-FEE-AMT              PIC S9(09)V99 COMP-3.
000000     05  WS-FEE-PCT-AMT          PIC S9(09)V99 COMP-3.
000000     05  WS-FEE-CAT-CD           PIC X(04).
000000     05  WS-FEE-DESC             PIC X(60).
000000     05  WS-FEE-TRAN-ID          PIC X(16).
000000     05  WS-FEE-TRAN-ID-N        REDEFINES WS-FEE-TRAN-ID
000000                                 PIC 9(16).
000000     05  WS-FEE-NEXT-ID          PIC X(16).
000000     05  WS-FEE-TRIES            PIC 9(04) COMP.
000000     05  WS-FEE-WRITE-SW         PIC X(01).
000000         88  WS-FEE-WRITE-DONE   VALUE 'Y'.
000000     05  WS-FEE-FX-SW            PIC X(01).
000000         88  WS-FEE-CROSS-BORDER VALUE 'Y'.
000000     05  WS-FEE-PARENT-AMT       PIC S9(09)V99 COMP-3.
000000*
000000******************************************************************
000000* CATEGORY BLOCK WORKING STORAGE (5240-CHECK-CATEGORY-BLOCK).
000000******************************************************************
000000 01  WS-CATEGORY-BLOCK-STORAGE.
000000     05  WS-CBK-GAMBLING-SW      PIC X(01).
000000         88  WS-CBK-IS-GAMBLING  VALUE 'Y'.
000000     05  WS-CBK-CASH-SW          PIC X(01).
000000         88  WS-CBK-IS-CASH      VALUE 'Y'.
000000     05  WS-CBK-ONLINE-SW        PIC X(01).
000000         88  WS-CBK-IS-ONLINE    VALUE 'Y'.
000000     05  WS-CBK-INTL-SW          PIC X(01).
000000         88  WS-CBK-IS-INTL      VALUE 'Y'.
000000     05  WS-CBK-HIT-SW           PIC X(01).
000000         88  WS-CBK-BLOCKED      VALUE 'Y'.
004200*
004300 COPY CSDAT01Y.
004400*
000000     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
000000*
004500 COPY COCOM01Y.
000000 COPY CVEMP02Y.
004600*
004700 LINKAGE SECTION.
004800 01  DFHCOMMAREA                 PIC X(400).
000000     IF ERRMSGO NOT = SPACES
000000         GO TO 3000-PROCESS-INPUT-EXIT
000000     END-IF
000000     PERFORM 5075-CHECK-INSIDER THRU 5075-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 3000-PROCESS-INPUT-EXIT
000000     END-IF
000000     PERFORM 5150-CONVERT-KEYED-AMOUNT
000000         THRU 5150-CONVERT-KEYED-AMOUNT-EXIT
000000     IF ERRMSGO NOT = SPACES
000000             THRU 5200-CHECK-FRAUD-RULES-EXIT
000000         PERFORM 5300-CHECK-OVER-LIMIT
000000             THRU 5300-CHECK-OVER-LIMIT-EXIT
000000         PERFORM 5390-CHECK-COMPANY-LIMIT
000000             THRU 5390-CHECK-COMPANY-LIMIT-EXIT
000000         PERFORM 5400-CHECK-CASH-LIMIT
000000             THRU 5400-CHECK-CASH-LIMIT-EXIT
000000         EVALUATE TRUE
000000     MOVE MER-CITY               TO MCITYI
000000     MOVE MER-ZIP                TO MZIPI
000000     MOVE MER-STATE              TO MSTATEI
000000     MOVE MER-COUNTRY            TO MCTRYI
000000     MOVE MER-MCC                TO WS-TRAN-MCC.
000000 5060-VALIDATE-MERCHANT-EXIT.
000000     EXIT.
000000*
000000     EXIT.
000000*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 5075-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE CARD-ACCT-ID           TO EMC-ACCT-ID
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
000000 5075-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* STANDARD CHECK-DIGIT TEST - FROM THE RIGHTMOST DIGIT, EVERY
000000* SECOND DIGIT IS DOUBLED (LESS NINE WHEN THAT CARRIES) AND THE
000000* TOTAL MUST DIVIDE EVENLY BY TEN.
000000     PERFORM 5210-CHECK-MERCHANT-LOCATION
000000         THRU 5210-CHECK-MERCHANT-LOCATION-EXIT
000000     PERFORM 5220-CHECK-VELOCITY
000000         THRU 5220-CHECK-VELOCITY-EXIT
000000     PERFORM 5240-CHECK-CATEGORY-BLOCK
000000         THRU 5240-CHECK-CATEGORY-BLOCK-EXIT.
000000 5200-CHECK-FRAUD-RULES-EXIT.
000000     EXIT.
000000*
000000     EXIT.
000000*
000000******************************************************************
000000* CARDHOLDER CATEGORY BLOCKS - THE SAME CLASSES COAUTSVC DECLINES
000000* ON: GAMBLING OR ATM/CASH BY THE MERCHANT'S MCC (CVMCC01Y), CASH
000000* ALSO ON A TYPE 03 ROW, ONLINE-ONLY ON THE 'ONLINE' CHANNEL, AND
000000* INTERNATIONAL ON A FOREIGN MERCHANT COUNTRY OR CURRENCY. A HIT
000000* ON THE CARD'S OR THE ACCOUNT'S CATBLOCK ROW HOLDS THE ROW FOR
000000* REVIEW LIKE ANY OTHER FRAUD RULE, SO A CARDHOLDER WHO CALLS TO
000000* VOUCH FOR THE CHARGE CAN STILL HAVE IT RELEASED.
000000******************************************************************
000000 5240-CHECK-CATEGORY-BLOCK.
000000     MOVE 'N'                    TO WS-CBK-GAMBLING-SW
000000                                    WS-CBK-CASH-SW
000000                                    WS-CBK-ONLINE-SW
000000                                    WS-CBK-INTL-SW
000000                                    WS-CBK-HIT-SW
000000     IF WS-TRAN-MCC NOT = SPACES
000000         PERFORM VARYING MCC-IDX FROM 1 BY 1
000000                 UNTIL MCC-IDX > 8
000000             IF MCC-CLASS-CD (MCC-IDX) = WS-TRAN-MCC
000000                 IF MCC-CLASS-GAMBLING (MCC-IDX)
000000                     MOVE 'Y'    TO WS-CBK-GAMBLING-SW
000000                 END-IF
000000                 IF MCC-CLASS-CASH (MCC-IDX)
000000                     MOVE 'Y'    TO WS-CBK-CASH-SW
000000                 END-IF
000000             END-IF
000000         END-PERFORM
000000     END-IF
000000     IF TTYPCDI = '03'
000000         MOVE 'Y'                TO WS-CBK-CASH-SW
000000     END-IF
000000     IF TRNSRCI = 'ONLINE'
000000         MOVE 'Y'                TO WS-CBK-ONLINE-SW
000000     END-IF
000000     IF (MCTRYI NOT = SPACES AND MCTRYI NOT = LOW-VALUES
000000         AND MCTRYI NOT = 'USA')
000000        OR (TCURRI NOT = SPACES AND TCURRI NOT = LOW-VALUES
000000            AND TCURRI NOT = 'USD')
000000         MOVE 'Y'                TO WS-CBK-INTL-SW
000000     END-IF
000000     IF NOT WS-CBK-IS-GAMBLING AND NOT WS-CBK-IS-CASH
000000        AND NOT WS-CBK-IS-ONLINE AND NOT WS-CBK-IS-INTL
000000         GO TO 5240-CHECK-CATEGORY-BLOCK-EXIT
000000     END-IF
000000     MOVE SPACES                 TO CBK-KEY
000000     SET CBK-CARD-LEVEL          TO TRUE
000000     MOVE CARDNINI               TO CBK-ENTITY-ID
000000     PERFORM 5245-APPLY-BLOCK-ROW
000000         THRU 5245-APPLY-BLOCK-ROW-EXIT
000000     IF NOT WS-CBK-BLOCKED
000000         MOVE CARDNINI           TO CARD-NUM
000000         EXEC CICS
000000             READ DATASET('CARDDAT')
000000             INTO(CARD-RECORD)
000000             RIDFLD(CARD-NUM)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         IF WS-RESP-CD = DFHRESP(NORMAL)
000000             MOVE SPACES         TO CBK-KEY
000000             SET CBK-ACCOUNT-LEVEL TO TRUE
000000             MOVE CARD-ACCT-ID   TO CBK-ENTITY-ID (1:11)
000000             PERFORM 5245-APPLY-BLOCK-ROW
000000                 THRU 5245-APPLY-BLOCK-ROW-EXIT
000000         END-IF
000000     END-IF
000000     IF WS-CBK-BLOCKED
000000         MOVE 'Y'                TO WS-FRAUD-SW
000000         IF WS-FRAUD-REASON-TEXT = SPACES
000000             MOVE 'Merchant category blocked by cardholder'
000000                                 TO WS-FRAUD-REASON-TEXT
000000         END-IF
000000     END-IF.
000000 5240-CHECK-CATEGORY-BLOCK-EXIT.
000000     EXIT.
000000*
000000 5245-APPLY-BLOCK-ROW.
000000     EXEC CICS
000000         READ DATASET('CATBLOCK')
000000         INTO(CATEGORY-BLOCK-RECORD)
000000         RIDFLD(CBK-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 5245-APPLY-BLOCK-ROW-EXIT
000000     END-IF
000000     IF (WS-CBK-IS-GAMBLING AND CBK-GAMBLING-BLOCKED)
000000        OR (WS-CBK-IS-CASH AND CBK-CASH-BLOCKED)
000000        OR (WS-CBK-IS-ONLINE AND CBK-ONLINE-BLOCKED)
000000        OR (WS-CBK-IS-INTL AND CBK-INTL-BLOCKED)
000000         MOVE 'Y'                TO WS-CBK-HIT-SW
000000     END-IF.
000000 5245-APPLY-BLOCK-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* AVAILABLE-CREDIT CHECK - A DEBIT (POSITIVE AMOUNT THAT IS NOT
000000* A PAYMENT OR CREDIT TYPE) THAT WOULD CARRY ACCT-CURR-BAL PAST
000000* ACCT-CREDIT-LIMIT PLUS THE COURTESY TOLERANCE IS DIVERTED TO
000000 5350-SUM-NEXT-UNPOSTED-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CORPORATE CARD - A DEBIT ON AN ACCOUNT LINKED TO A COMPANY
000000* (ACCT-COMPANY-ID) IS ALSO HELD TO THE COMPANY'S AGGREGATE LIMIT
000000* (CVCMP01Y): THE BALANCES, OPEN HOLDS AND UNPOSTED ROWS OF EVERY
000000* ACCOUNT ON CMPACCT, WITH THIS TRANSACTION, MAY NOT PASS IT. A
000000* BREACH, OR A COMPANY NO LONGER ACTIVE, DIVERTS THE TRANSACTION
000000* TO THE TRANFRD REVIEW QUEUE LIKE THE ACCOUNT'S OWN OVER-LIMIT
000000* CHECK. EACH MEMBER IS WALKED WITH 5310/5330, SO CARD-RECORD AND
000000* ACCOUNT-RECORD ARE SCRATCH HERE - 5400 AND 6000 READ THEM AGAIN.
000000******************************************************************
000000 5390-CHECK-COMPANY-LIMIT.
000000     IF TTYPCDI = '02' OR TTYPCDI = '07'
000000         GO TO 5390-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     IF WS-USD-AMT NOT > ZERO OR WS-FRAUD-FOUND
000000         GO TO 5390-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     MOVE CARDNINI               TO CARD-NUM
000000     EXEC CICS
000000         READ DATASET('CARDDAT')
000000         INTO(CARD-RECORD)
000000         RIDFLD(CARD-NUM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 5390-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(CARD-ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR ACCT-COMPANY-ID = SPACES
000000         GO TO 5390-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     MOVE ACCT-COMPANY-ID        TO CMP-COMPANY-ID
000000     EXEC CICS
000000         READ DATASET('COMPANY')
000000         INTO(COMPANY-RECORD)
000000         RIDFLD(CMP-COMPANY-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR NOT CMP-ACTIVE
000000         MOVE 'Y'                TO WS-FRAUD-SW
000000         MOVE 'Company account not active'
000000                                 TO WS-FRAUD-REASON-TEXT
000000         GO TO 5390-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     IF CMP-CREDIT-LIMIT NOT > ZERO
000000         GO TO 5390-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     MOVE WS-USD-AMT             TO WS-CMP-EXPOSURE-AMT
000000     MOVE 'N'                    TO WS-CMP-BROWSE-SW
000000     MOVE CMP-COMPANY-ID         TO CMA-COMPANY-ID
000000     MOVE ZERO                   TO CMA-ACCT-ID
000000     EXEC CICS
000000         STARTBR DATASET('CMPACCT')
000000         RIDFLD(CMA-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 5390-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     PERFORM 5395-NEXT-COMPANY-ACCT
000000         THRU 5395-NEXT-COMPANY-ACCT-EXIT
000000         UNTIL WS-CMP-BROWSE-DONE
000000     EXEC CICS
000000         ENDBR DATASET('CMPACCT')
000000     END-EXEC
000000     IF WS-CMP-EXPOSURE-AMT > CMP-CREDIT-LIMIT
000000         MOVE 'Y'                TO WS-FRAUD-SW
000000         MOVE 'Company aggregate credit limit exceeded'
000000                                 TO WS-FRAUD-REASON-TEXT
000000     END-IF.
000000 5390-CHECK-COMPANY-LIMIT-EXIT.
000000     EXIT.
000000*
000000 5395-NEXT-COMPANY-ACCT.
000000     EXEC CICS
000000         READNEXT DATASET('CMPACCT')
000000         INTO(COMPANY-ACCOUNT-RECORD)
000000         RIDFLD(CMA-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR CMA-COMPANY-ID NOT = CMP-COMPANY-ID
000000         MOVE 'Y'                TO WS-CMP-BROWSE-SW
000000         GO TO 5395-NEXT-COMPANY-ACCT-EXIT
000000     END-IF
000000     MOVE CMA-ACCT-ID            TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 5395-NEXT-COMPANY-ACCT-EXIT
000000     END-IF
000000     MOVE CMA-ACCT-ID            TO CARD-ACCT-ID
000000     PERFORM 5310-SUM-OPEN-HOLDS
000000         THRU 5310-SUM-OPEN-HOLDS-EXIT
000000     PERFORM 5330-SUM-UNPOSTED-TRANS
000000         THRU 5330-SUM-UNPOSTED-TRANS-EXIT
000000     COMPUTE WS-CMP-EXPOSURE-AMT = WS-CMP-EXPOSURE-AMT
000000         + ACCT-CURR-BAL + WS-OPEN-HOLD-AMT + WS-UNPOSTED-AMT.
000000 5395-NEXT-COMPANY-ACCT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CASH ADVANCE LIMIT CHECK - A TYPE 03 TRANSACTION THAT WOULD
018300     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
018400     MOVE SPACES                 TO TRAN-ORIG-TRAN-ID
000000     MOVE WS-TRAN-MCC            TO TRAN-MCC
000000     MOVE CDEMO-USER-ID          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
000000     PERFORM 6020-CONVERT-CURRENCY
000000         THRU 6020-CONVERT-CURRENCY-EXIT
000000     IF ERRMSGO NOT = SPACES
018900         RIDFLD(TRAN-ID)
019000         RESP(WS-RESP-CD)
019100     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(NORMAL)
000000         PERFORM 6060-ASSESS-TRAN-FEES
000000             THRU 6060-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     IF TTYPCDI = '03'
000000         PERFORM 6050-TRACK-CASH-BUCKET
000000             THRU 6050-TRACK-CASH-BUCKET-EXIT
000000     END-IF
000000     IF ERRMSGO = SPACES
000000         MOVE 'Transaction posted' TO ERRMSGO
000000     END-IF.
019300 6000-POST-TRANSACTION-EXIT.
019400     EXIT.
019500*
000000     EXIT.
000000*
000000******************************************************************
000000* THE FEES THE CARDHOLDER AGREEMENT DISCLOSES ON A POSTED ROW -
000000* A FOREIGN TRANSACTION FEE WHEN THE ROW IS IN A FOREIGN
000000* CURRENCY OR FROM A MERCHANT OUTSIDE THE US, AND A CASH ADVANCE
000000* FEE (THE GREATER OF A FLAT AMOUNT OR A PERCENT) ON TYPE 03.
000000* THE SAME RULE CBTRN03C 3400 APPLIES TO THE MERCHANT FEED. EACH
000000* FEE IS ITS OWN 04 ROW CARRYING THE CHARGE'S ID IN
000000* TRAN-ORIG-TRAN-ID, KEYED FROM THE CLOCK AS THE CHARGE IS (6070).
000000* RATES ARE PER ACCT-GROUP-ID FROM THE FEERATE DATASET OVER THE
000000* CVFET01Y TABLE.
000000******************************************************************
000000 6060-ASSESS-TRAN-FEES.
000000     MOVE WS-NEW-TRAN-ID         TO WS-FEE-TRAN-ID
000000     IF TRAN-AMT NOT > ZERO
000000         GO TO 6060-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     IF TRAN-TYPE-CD = '02' OR '04' OR '05' OR '06' OR '07'
000000         GO TO 6060-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-FEE-FX-SW
000000     IF TRAN-CURR-CD NOT = 'USD'
000000        OR (TRAN-MERCHANT-COUNTRY NOT = SPACES
000000        AND TRAN-MERCHANT-COUNTRY NOT = LOW-VALUES
000000        AND TRAN-MERCHANT-COUNTRY NOT = 'USA')
000000         MOVE 'Y'                TO WS-FEE-FX-SW
000000     END-IF
000000     IF NOT WS-FEE-CROSS-BORDER AND TRAN-TYPE-CD NOT = '03'
000000         GO TO 6060-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     MOVE TRAN-AMT               TO WS-FEE-PARENT-AMT
000000     MOVE TRAN-FEE-RATE-VALUES   TO TRAN-FEE-RATE-TABLE
000000     PERFORM 6065-LOAD-FEE-RATES
000000         THRU 6065-LOAD-FEE-RATES-EXIT
000000     MOVE CARDNINI               TO CARD-NUM
000000     EXEC CICS
000000         READ DATASET('CARDDAT')
000000         INTO(CARD-RECORD)
000000         RIDFLD(CARD-NUM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 6060-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(CARD-ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 6060-ASSESS-TRAN-FEES-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-FEE-FOUND-SW
000000     MOVE 1                      TO WS-FEE-USE-IDX
000000     PERFORM VARYING FET-IDX FROM 1 BY 1
000000             UNTIL FET-IDX > 8 OR WS-FEE-GROUP-FOUND
000000         IF FET-GROUP-ID (FET-IDX) = ACCT-GROUP-ID
000000             MOVE 'Y'            TO WS-FEE-FOUND-SW
000000             SET WS-FEE-USE-IDX  TO FET-IDX
000000         END-IF
000000     END-PERFORM
000000     IF WS-FEE-CROSS-BORDER
000000         COMPUTE WS-FEE-AMT ROUNDED =
000000             WS-FEE-PARENT-AMT * FET-FX-PCT (WS-FEE-USE-IDX) / 100
000000         MOVE '3003'             TO WS-FEE-CAT-CD
000000         MOVE 'FOREIGN TRANSACTION FEE' TO WS-FEE-DESC
000000         PERFORM 6070-POST-TRAN-FEE
000000             THRU 6070-POST-TRAN-FEE-EXIT
000000     END-IF
000000     IF TTYPCDI = '03'
000000         COMPUTE WS-FEE-PCT-AMT ROUNDED =
000000             WS-FEE-PARENT-AMT * FET-CASH-PCT (WS-FEE-USE-IDX)
000000             / 100
000000         MOVE FET-CASH-FLAT-AMT (WS-FEE-USE-IDX) TO WS-FEE-AMT
000000         IF WS-FEE-PCT-AMT > WS-FEE-AMT
000000             MOVE WS-FEE-PCT-AMT TO WS-FEE-AMT
000000         END-IF
000000         MOVE '3004'             TO WS-FEE-CAT-CD
000000         MOVE 'CASH ADVANCE FEE' TO WS-FEE-DESC
000000         PERFORM 6070-POST-TRAN-FEE
000000             THRU 6070-POST-TRAN-FEE-EXIT
000000     END-IF.
000000 6060-ASSESS-TRAN-FEES-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* OVERLAY THE COMPILED FEE RATE TABLE WITH THE FEERATE DATASET,
000000* THE SAME WAY 5005 LOADS TRANTYPE.
000000******************************************************************
000000 6065-LOAD-FEE-RATES.
000000     MOVE 'N'                    TO WS-REF-EOF-SW
000000     MOVE LOW-VALUES             TO FER-KEY
000000     EXEC CICS
000000         STARTBR DATASET('FEERATE')
000000         RIDFLD(FER-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 6065-LOAD-FEE-RATES-EXIT
000000     END-IF
000000     PERFORM 6066-LOAD-NEXT-FEE-RATE
000000         THRU 6066-LOAD-NEXT-FEE-RATE-EXIT
000000         UNTIL WS-END-OF-REF
000000     EXEC CICS
000000         ENDBR DATASET('FEERATE')
000000     END-EXEC.
000000 6065-LOAD-FEE-RATES-EXIT.
000000     EXIT.
000000*
000000 6066-LOAD-NEXT-FEE-RATE.
000000     EXEC CICS
000000         READNEXT DATASET('FEERATE')
000000         INTO(TRAN-FEE-RATE-RECORD)
000000         RIDFLD(FER-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         MOVE 'Y'                TO WS-REF-EOF-SW
000000         GO TO 6066-LOAD-NEXT-FEE-RATE-EXIT
000000     END-IF
000000     IF FER-EFF-DATE > WS-CURDATE-YYYY-MM-DD
000000         GO TO 6066-LOAD-NEXT-FEE-RATE-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-REF-FOUND-SW
000000     PERFORM VARYING FET-IDX FROM 1 BY 1
000000             UNTIL FET-IDX > 8 OR WS-REF-FOUND
000000         IF FET-GROUP-ID (FET-IDX) = FER-GROUP-ID
000000            OR FET-GROUP-ID (FET-IDX) = SPACES
000000             MOVE FER-GROUP-ID   TO FET-GROUP-ID (FET-IDX)
000000             MOVE FER-FX-PCT     TO FET-FX-PCT (FET-IDX)
000000             MOVE FER-CASH-FLAT-AMT
000000                                 TO FET-CASH-FLAT-AMT (FET-IDX)
000000             MOVE FER-CASH-PCT   TO FET-CASH-PCT (FET-IDX)
000000             MOVE 'Y'            TO WS-REF-FOUND-SW
000000         END-IF
000000     END-PERFORM.
000000 6066-LOAD-NEXT-FEE-RATE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* WRITE ONE FEE ROW TO TRANFILE, UNPOSTED SO THE NIGHTLY
000000* CBTRN02C RUN APPLIES IT TO THE BALANCE, AND TRACK THE FEE
000000* BUCKET ON THE ACCOUNT NOW THE SAME WAY 6050 TRACKS CASH. THE
000000* ROW IS KEYED FROM THE CLOCK LIKE THE CHARGE, ALWAYS ABOVE THE
000000* LAST ID THIS TASK USED; A DUPREC MOVES IT ON BY ONE AND TRIES
000000* AGAIN. A ROW OR BUCKET UPDATE THAT STILL FAILS IS REPORTED ON
000000* THE SCREEN - THE CHARGE ITSELF STANDS.
000000******************************************************************
000000 6070-POST-TRAN-FEE.
000000     IF WS-FEE-AMT NOT > ZERO
000000         GO TO 6070-POST-TRAN-FEE-EXIT
000000     END-IF
000000     MOVE FUNCTION CURRENT-DATE TO WS-FEE-NEXT-ID
000000     IF WS-FEE-NEXT-ID > WS-FEE-TRAN-ID
000000         MOVE WS-FEE-NEXT-ID     TO WS-FEE-TRAN-ID
000000     ELSE
000000         ADD 1                   TO WS-FEE-TRAN-ID-N
000000     END-IF
000000     MOVE '04'                   TO TRAN-TYPE-CD
000000     MOVE WS-FEE-CAT-CD          TO TRAN-CAT-CD
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000     MOVE WS-FEE-DESC            TO TRAN-DESC
000000     MOVE WS-FEE-AMT             TO TRAN-AMT
000000     MOVE SPACES                 TO TRAN-MERCHANT-ID
000000                                    TRAN-MERCHANT-NAME
000000                                    TRAN-MERCHANT-CITY
000000                                    TRAN-MERCHANT-ZIP
000000                                    TRAN-MERCHANT-STATE
000000                                    TRAN-MERCHANT-COUNTRY
000000                                    TRAN-MCC
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE WS-NEW-TRAN-ID         TO TRAN-ORIG-TRAN-ID
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE WS-FEE-AMT             TO TRAN-ORIG-AMT
000000     MOVE ZERO                   TO WS-FEE-TRIES
000000     MOVE 'N'                    TO WS-FEE-WRITE-SW
000000     PERFORM 6075-WRITE-FEE-ROW THRU 6075-WRITE-FEE-ROW-EXIT
000000         UNTIL WS-FEE-WRITE-DONE
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         MOVE 'Transaction posted - fee row not written'
000000                                 TO ERRMSGO
000000         GO TO 6070-POST-TRAN-FEE-EXIT
000000     END-IF
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(CARD-ACCT-ID)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         MOVE 'Transaction posted - fee not added to the account'
000000                                 TO ERRMSGO
000000         GO TO 6070-POST-TRAN-FEE-EXIT
000000     END-IF
000000     ADD WS-FEE-AMT              TO ACCT-FEE-DUE-BAL
000000     EXEC CICS
000000         REWRITE DATASET('ACCTDAT')
000000         FROM(ACCOUNT-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         MOVE 'Transaction posted - fee not added to the account'
000000                                 TO ERRMSGO
000000     END-IF.
000000 6070-POST-TRAN-FEE-EXIT.
000000     EXIT.
000000*
000000 6075-WRITE-FEE-ROW.
000000     ADD 1                       TO WS-FEE-TRIES
000000     MOVE WS-FEE-TRAN-ID         TO TRAN-ID
000000     EXEC CICS
000000         WRITE DATASET('TRANFILE')
000000         FROM(TRAN-RECORD)
000000         RIDFLD(TRAN-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(DUPREC) AND WS-FEE-TRIES < 10
000000         ADD 1                   TO WS-FEE-TRAN-ID-N
000000     ELSE
000000         MOVE 'Y'                TO WS-FEE-WRITE-SW
000000     END-IF.
000000 6075-WRITE-FEE-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A FRAUD-RULE HIT DOES NOT WRITE TRANFILE. INSTEAD THE PENDING
000000* TRANSACTION IS QUEUED TO TRANFRD (CVFRD01Y) FOR A REVIEWER TO
000000* CLEAR OR REJECT, THE SAME "HOLD RATHER THAN APPLY" APPROACH
000000     MOVE MNAMEI                 TO FRD-MERCHANT-NAME
000000     MOVE MSTATEI                TO FRD-MERCHANT-STATE
000000     MOVE MCTRYI                 TO FRD-MERCHANT-COUNTRY
000000     MOVE WS-TRAN-MCC            TO FRD-MCC
000000     MOVE TORIGDTI               TO FRD-ORIG-DATE
000000     IF TCURRI = SPACES OR TCURRI = LOW-VALUES
000000         MOVE 'USD'              TO FRD-CURR-CD
