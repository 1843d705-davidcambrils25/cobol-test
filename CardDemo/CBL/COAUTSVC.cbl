000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - CALLABLE REAL-TIME
001100*                     AUTHORIZATION SERVICE.
000000* 2026-10-15  MAINT   CARDHOLDER CATEGORY BLOCKS (CATBLOCK,
000000*                     CVCBK01Y) - A CHARGE IN A CLASS THE CARD
000000*                     OR ITS ACCOUNT BLOCKS (GAMBLING, ATM/CASH,
000000*                     ONLINE-ONLY, INTERNATIONAL) DECLINES CBLK
000000*                     (3800). THE MCC COMES FROM THE REQUEST OR
000000*                     THE MERCHANT MASTER.
000000* 2026-10-15  MAINT   A DORMANT ('I') ACCOUNT IS REFERRED (RESULT
000000*                     'R', REASON REAC) AND MARKED FOR OVERNIGHT
000000*                     REACTIVATION BY CBDRM02C INSTEAD OF HARD-
000000*                     DECLINED.
000000* 2026-10-15  MAINT   CORPORATE CARDS - AN ACCOUNT LINKED TO A
000000*                     COMPANY (ACCT-COMPANY-ID) IS ALSO HELD TO
000000*                     THE COMPANY'S AGGREGATE LIMIT ACROSS ALL
000000*                     ITS ACCOUNTS (CMPL) AND DECLINED WHILE THE
000000*                     COMPANY IS NOT ACTIVE (CMPS) (3550).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE GRANT/DECLINE DECISION THAT USED TO LIVE
004200 COPY CVFPR01Y.
004300 COPY CVTRV01Y.
004400 COPY CVTRA01Y.
000000 COPY CVMER01Y.
000000 COPY CVCBK01Y.
000000 COPY CVMCC01Y.
000000 COPY CVCMP01Y.
000000 COPY CVCMP03Y.
004500*
004600 01  WS-MISC-STORAGE.
004700     05  WS-RESP-CD              PIC S9(08) COMP.
006000     05  WS-FPR-DONE-SW          PIC X(01).
006100         88  WS-FPR-DONE         VALUE 'Y'.
006200     05  WS-FPR-BROWSE-KEY       PIC X(10).
000000     05  WS-VELOCITY-COUNT       PIC 9(05).
000000*
000000******************************************************************
000000* COMPANY AGGREGATE LIMIT WORK AREA (3550) - THE REQUESTING
000000* ACCOUNT, KEPT WHILE THE COMPANY'S OTHER ACCOUNTS ARE READ OVER
000000* IT, AND THE COMPANY'S EXPOSURE ACROSS ALL OF THEM.
000000******************************************************************
000000 01  WS-COMPANY-LIMIT-WORK.
000000     05  WS-CMP-REQ-ACCT-ID      PIC 9(11).
000000     05  WS-CMP-EXPOSURE-AMT     PIC S9(13)V99 COMP-3.
000000     05  WS-CMP-BROWSE-SW        PIC X(01).
000000         88  WS-CMP-BROWSE-DONE  VALUE 'Y'.
000000*
000000******************************************************************
000000* CATEGORY BLOCK WORK AREA (3800) - THE CLASSES THE CHARGE FALLS
000000* IN, AND THE MCC AND COUNTRY IT WAS CLASSIFIED BY.
000000******************************************************************
000000 01  WS-CATEGORY-BLOCK-WORK.
000000     05  WS-CBK-MCC              PIC X(04).
000000     05  WS-CBK-COUNTRY          PIC X(03).
000000     05  WS-CBK-GAMBLING-SW      PIC X(01).
000000         88  WS-CBK-IS-GAMBLING  VALUE 'Y'.
000000     05  WS-CBK-CASH-SW          PIC X(01).
000000         88  WS-CBK-IS-CASH      VALUE 'Y'.
000000     05  WS-CBK-ONLINE-SW        PIC X(01).
000000         88  WS-CBK-IS-ONLINE    VALUE 'Y'.
000000     05  WS-CBK-INTL-SW          PIC X(01).
000000         88  WS-CBK-IS-INTL      VALUE 'Y'.
006400*
006500******************************************************************
006600* COMPILED FRAUD-RULE DEFAULTS - OVERRIDDEN BY THE NEWEST
008700                                 TO AUTH-SERVICE-PARM
008800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
008900     PERFORM 3000-DECIDE THRU 3000-DECIDE-EXIT
000000     IF AUP-DECLINED OR AUP-REFERRED
000000         PERFORM 5000-LOG-DECLINE THRU 5000-LOG-DECLINE-EXIT
000000     END-IF
009000     MOVE AUTH-SERVICE-PARM
011900     IF AUP-REASON-CD NOT = '0000'
012000         GO TO 3000-DECIDE-EXIT
012100     END-IF
000000     PERFORM 3800-CHECK-CATEGORY-BLOCK
000000         THRU 3800-CHECK-CATEGORY-BLOCK-EXIT
000000     IF AUP-REASON-CD NOT = '0000'
000000         GO TO 3000-DECIDE-EXIT
000000     END-IF
012200     PERFORM 3500-CHECK-LIMITS THRU 3500-CHECK-LIMITS-EXIT
012300     IF AUP-REASON-CD NOT = '0000'
012400         GO TO 3000-DECIDE-EXIT
014900         MOVE 'Card not on file' TO AUP-REASON-TEXT
015000         GO TO 3100-CHECK-CARD-EXIT
015100     END-IF
015200     IF (CARD-ACTIVE-STATUS NOT = 'A'
000000         AND CARD-ACTIVE-STATUS NOT = 'I')
015300        OR CARD-NOT-YET-ACTIVATED
015400         MOVE 'CARD'             TO AUP-REASON-CD
015500         MOVE 'Card is blocked or not activated'
016900                                 TO AUP-REASON-TEXT
017000         GO TO 3100-CHECK-CARD-EXIT
017100     END-IF
000000     IF CARD-ACTIVE-STATUS = 'I' OR ACCT-ACTIVE-STATUS = 'I'
000000         PERFORM 3150-REFER-DORMANT THRU 3150-REFER-DORMANT-EXIT
000000         GO TO 3100-CHECK-CARD-EXIT
000000     END-IF
017200     IF ACCT-ACTIVE-STATUS NOT = 'A'
017300        AND ACCT-ACTIVE-STATUS NOT = 'D'
017400         MOVE 'CARD'             TO AUP-REASON-CD
017900 3100-CHECK-CARD-EXIT.
018000     EXIT.
018100*
000000******************************************************************
000000* A DORMANT ACCOUNT (CBDRM01C SET IT 'I' AND BLOCKED ITS CARDS)
000000* IS NOT HARD-DECLINED: THE ATTEMPT IS REFERRED (REAC) AND THE
000000* ACCOUNT MARKED FOR REACTIVATION, WHICH CBDRM02C CARRIES OUT
000000* OVERNIGHT - THE CARDHOLDER IS TOLD TO TRY AGAIN TOMORROW.
000000* A DORMANCY-BLOCKED CARD ON AN ACCOUNT THAT IS NOT ITSELF
000000* DORMANT IS AN ORDINARY BLOCKED CARD.
000000******************************************************************
000000 3150-REFER-DORMANT.
000000     IF ACCT-ACTIVE-STATUS NOT = 'I'
000000         MOVE 'CARD'             TO AUP-REASON-CD
000000         MOVE 'Card is blocked or not activated'
000000                                 TO AUP-REASON-TEXT
000000         GO TO 3150-REFER-DORMANT-EXIT
000000     END-IF
000000     MOVE ACCT-ID                TO AUP-ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(NORMAL)
000000         MOVE 'Y'                TO ACCT-REACTIVATE-IND
000000         EXEC CICS
000000             REWRITE DATASET('ACCTDAT')
000000             FROM(ACCOUNT-RECORD)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000     END-IF
000000     SET AUP-REFERRED            TO TRUE
000000     MOVE 'REAC'                 TO AUP-REASON-CD
000000     MOVE 'Dormant account - referred for reactivation'
000000                                 TO AUP-REASON-TEXT.
000000 3150-REFER-DORMANT-EXIT.
000000     EXIT.
000000*
018200******************************************************************
018300* PICK UP THE NEWEST FRAUD PARAMETER ROW NOT LATER THAN TODAY -
018400* A BACKWARD BROWSE FROM THE END OF THE FILE, THE SAME WALK
039200     COMPUTE WS-PROJECTED-BAL =
039300         ACCT-CURR-BAL + WS-OPEN-HOLD-AMT + AUP-AMOUNT
000000         + WS-UNSETTLED-PAY-AMT
000000     IF WS-PROJECTED-BAL > WS-EFFECTIVE-LIMIT
000000         MOVE 'OVLM'             TO AUP-REASON-CD
000000         MOVE 'Insufficient available credit'
000000                                 TO AUP-REASON-TEXT
000000         GO TO 3500-CHECK-LIMITS-EXIT
000000     END-IF
000000     IF ACCT-COMPANY-ID NOT = SPACES
000000         PERFORM 3550-CHECK-COMPANY-LIMIT
000000             THRU 3550-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF.
000000 3500-CHECK-LIMITS-EXIT.
040000     EXIT.
040100*
000000******************************************************************
000000* CORPORATE CARD - THE EMPLOYEE'S OWN LIMIT IS NOT THE WHOLE
000000* STORY. THE COMPANY (CVCMP01Y) MUST BE ACTIVE, AND THE BALANCES
000000* PLUS OPEN HOLDS OF EVERY ACCOUNT LINKED TO IT (CMPACCT), WITH
000000* THIS REQUEST, MAY NOT PASS ITS AGGREGATE LIMIT (ZERO = NONE).
000000* THE MEMBERS ARE READ INTO ACCOUNT-RECORD ONE BY ONE, SO THE
000000* REQUESTING ACCOUNT IS READ BACK AT THE END. THE HOLDS ARE
000000* SUMMED HERE RATHER THAN BY 3600, WHICH WOULD DISTURB THE NEXT
000000* HOLD SEQUENCE 4000 NEEDS.
000000******************************************************************
000000 3550-CHECK-COMPANY-LIMIT.
000000     MOVE ACCT-ID                TO WS-CMP-REQ-ACCT-ID
000000     MOVE ACCT-COMPANY-ID        TO CMP-COMPANY-ID
000000     EXEC CICS
000000         READ DATASET('COMPANY')
000000         INTO(COMPANY-RECORD)
000000         RIDFLD(CMP-COMPANY-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR NOT CMP-ACTIVE
000000         MOVE 'CMPS'             TO AUP-REASON-CD
000000         MOVE 'Company account not active'
000000                                 TO AUP-REASON-TEXT
000000         GO TO 3550-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     IF CMP-CREDIT-LIMIT NOT > ZERO
000000         GO TO 3550-CHECK-COMPANY-LIMIT-EXIT
000000     END-IF
000000     MOVE AUP-AMOUNT             TO WS-CMP-EXPOSURE-AMT
000000     MOVE 'N'                    TO WS-CMP-BROWSE-SW
000000     MOVE CMP-COMPANY-ID         TO CMA-COMPANY-ID
000000     MOVE ZERO                   TO CMA-ACCT-ID
000000     EXEC CICS
000000         STARTBR DATASET('CMPACCT')
000000         RIDFLD(CMA-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(NORMAL)
000000         PERFORM 3560-NEXT-COMPANY-ACCT
000000             THRU 3560-NEXT-COMPANY-ACCT-EXIT
000000             UNTIL WS-CMP-BROWSE-DONE
000000         EXEC CICS
000000             ENDBR DATASET('CMPACCT')
000000         END-EXEC
000000     END-IF
000000     MOVE WS-CMP-REQ-ACCT-ID     TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-CMP-EXPOSURE-AMT > CMP-CREDIT-LIMIT
000000         MOVE 'CMPL'             TO AUP-REASON-CD
000000         MOVE 'Company aggregate credit limit exceeded'
000000                                 TO AUP-REASON-TEXT
000000     END-IF.
000000 3550-CHECK-COMPANY-LIMIT-EXIT.
000000     EXIT.
000000*
000000 3560-NEXT-COMPANY-ACCT.
000000     EXEC CICS
000000         READNEXT DATASET('CMPACCT')
000000         INTO(COMPANY-ACCOUNT-RECORD)
000000         RIDFLD(CMA-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR CMA-COMPANY-ID NOT = CMP-COMPANY-ID
000000         MOVE 'Y'                TO WS-CMP-BROWSE-SW
000000         GO TO 3560-NEXT-COMPANY-ACCT-EXIT
000000     END-IF
000000     MOVE CMA-ACCT-ID            TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 3560-NEXT-COMPANY-ACCT-EXIT
000000     END-IF
000000     ADD ACCT-CURR-BAL           TO WS-CMP-EXPOSURE-AMT
000000     MOVE 'N'                    TO WS-AUT-BROWSE-SW
000000     MOVE ACCT-ID                TO AUT-ACCT-ID
000000     MOVE ZERO                   TO AUT-SEQ
000000     EXEC CICS
000000         STARTBR DATASET('AUTHFILE')
000000         RIDFLD(AUT-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 3560-NEXT-COMPANY-ACCT-EXIT
000000     END-IF
000000     PERFORM 3570-NEXT-COMPANY-HOLD
000000         THRU 3570-NEXT-COMPANY-HOLD-EXIT
000000         UNTIL WS-AUT-BROWSE-DONE
000000     EXEC CICS
000000         ENDBR DATASET('AUTHFILE')
000000     END-EXEC.
000000 3560-NEXT-COMPANY-ACCT-EXIT.
000000     EXIT.
000000*
000000 3570-NEXT-COMPANY-HOLD.
000000     EXEC CICS
000000         READNEXT DATASET('AUTHFILE')
000000         INTO(AUTH-HOLD-RECORD)
000000         RIDFLD(AUT-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR AUT-ACCT-ID NOT = ACCT-ID
000000         MOVE 'Y'                TO WS-AUT-BROWSE-SW
000000         GO TO 3570-NEXT-COMPANY-HOLD-EXIT
000000     END-IF
000000     IF AUT-OPEN
000000         ADD AUT-AMOUNT          TO WS-CMP-EXPOSURE-AMT
000000     END-IF.
000000 3570-NEXT-COMPANY-HOLD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* TOTAL THE ACCOUNT'S OPEN HOLDS AND NOTE THE NEXT FREE
040400* SEQUENCE ON THE WAY PAST - ONE BROWSE SERVES BOTH, THE SAME
040500* WALK COAUT00C ALWAYS RAN.
040600******************************************************************
046900 3700-GET-EFFECTIVE-LIMIT-EXIT.
047000     EXIT.
047100*
000000******************************************************************
000000* CARDHOLDER CATEGORY BLOCKS. CLASSIFY THE CHARGE - GAMBLING OR
000000* ATM/CASH BY ITS MCC (CVMCC01Y), CASH ALSO WHEN THE CALLER SAYS
000000* CASH ADVANCE, ONLINE-ONLY BY THE 'ONLINE' CHANNEL, AND
000000* INTERNATIONAL BY A MERCHANT COUNTRY OUTSIDE THE US - THEN
000000* DECLINE WHEN EITHER THE CARD'S OWN CATBLOCK ROW OR ITS
000000* ACCOUNT'S ROW BLOCKS ANY OF THOSE CLASSES. NO ROW, NO BLOCK.
000000******************************************************************
000000 3800-CHECK-CATEGORY-BLOCK.
000000     MOVE AUP-MCC                TO WS-CBK-MCC
000000     MOVE AUP-MERCHANT-COUNTRY   TO WS-CBK-COUNTRY
000000     IF AUP-MERCHANT-ID NOT = SPACES
000000        AND (WS-CBK-MCC = SPACES OR WS-CBK-COUNTRY = SPACES)
000000         MOVE AUP-MERCHANT-ID    TO MER-ID
000000         EXEC CICS
000000             READ DATASET('MERCHDAT')
000000             INTO(MERCHANT-RECORD)
000000             RIDFLD(MER-ID)
000000             RESP(WS-RESP-CD)
000000         END-EXEC
000000         IF WS-RESP-CD = DFHRESP(NORMAL)
000000             IF WS-CBK-MCC = SPACES
000000                 MOVE MER-MCC    TO WS-CBK-MCC
000000             END-IF
000000             IF WS-CBK-COUNTRY = SPACES
000000                 MOVE MER-COUNTRY TO WS-CBK-COUNTRY
000000             END-IF
000000         END-IF
000000     END-IF
000000     MOVE 'N'                    TO WS-CBK-GAMBLING-SW
000000                                    WS-CBK-CASH-SW
000000                                    WS-CBK-ONLINE-SW
000000                                    WS-CBK-INTL-SW
000000     IF WS-CBK-MCC NOT = SPACES
000000         PERFORM VARYING MCC-IDX FROM 1 BY 1
000000                 UNTIL MCC-IDX > 8
000000             IF MCC-CLASS-CD (MCC-IDX) = WS-CBK-MCC
000000                 IF MCC-CLASS-GAMBLING (MCC-IDX)
000000                     MOVE 'Y'    TO WS-CBK-GAMBLING-SW
000000                 END-IF
000000                 IF MCC-CLASS-CASH (MCC-IDX)
000000                     MOVE 'Y'    TO WS-CBK-CASH-SW
000000                 END-IF
000000             END-IF
000000         END-PERFORM
000000     END-IF
000000     IF AUP-IS-CASH-ADVANCE
000000         MOVE 'Y'                TO WS-CBK-CASH-SW
000000     END-IF
000000     IF AUP-SOURCE = 'ONLINE'
000000         MOVE 'Y'                TO WS-CBK-ONLINE-SW
000000     END-IF
000000     IF WS-CBK-COUNTRY NOT = SPACES
000000        AND WS-CBK-COUNTRY NOT = 'USA'
000000         MOVE 'Y'                TO WS-CBK-INTL-SW
000000     END-IF
000000     IF NOT WS-CBK-IS-GAMBLING AND NOT WS-CBK-IS-CASH
000000        AND NOT WS-CBK-IS-ONLINE AND NOT WS-CBK-IS-INTL
000000         GO TO 3800-CHECK-CATEGORY-BLOCK-EXIT
000000     END-IF
000000     MOVE SPACES                 TO CBK-KEY
000000     SET CBK-CARD-LEVEL          TO TRUE
000000     MOVE AUP-CARD-NUM           TO CBK-ENTITY-ID
000000     PERFORM 3810-APPLY-BLOCK-ROW
000000         THRU 3810-APPLY-BLOCK-ROW-EXIT
000000     IF AUP-REASON-CD NOT = '0000'
000000         GO TO 3800-CHECK-CATEGORY-BLOCK-EXIT
000000     END-IF
000000     MOVE SPACES                 TO CBK-KEY
000000     SET CBK-ACCOUNT-LEVEL       TO TRUE
000000     MOVE ACCT-ID                TO CBK-ENTITY-ID (1:11)
000000     PERFORM 3810-APPLY-BLOCK-ROW
000000         THRU 3810-APPLY-BLOCK-ROW-EXIT.
000000 3800-CHECK-CATEGORY-BLOCK-EXIT.
000000     EXIT.
000000*
000000 3810-APPLY-BLOCK-ROW.
000000     EXEC CICS
000000         READ DATASET('CATBLOCK')
000000         INTO(CATEGORY-BLOCK-RECORD)
000000         RIDFLD(CBK-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 3810-APPLY-BLOCK-ROW-EXIT
000000     END-IF
000000     IF (WS-CBK-IS-GAMBLING AND CBK-GAMBLING-BLOCKED)
000000        OR (WS-CBK-IS-CASH AND CBK-CASH-BLOCKED)
000000        OR (WS-CBK-IS-ONLINE AND CBK-ONLINE-BLOCKED)
000000        OR (WS-CBK-IS-INTL AND CBK-INTL-BLOCKED)
000000         MOVE 'CBLK'             TO AUP-REASON-CD
000000         MOVE 'Merchant category blocked by cardholder'
000000                                 TO AUP-REASON-TEXT
000000     END-IF.
000000 3810-APPLY-BLOCK-ROW-EXIT.
000000     EXIT.
000000*
047200******************************************************************
047300* THE APPROVAL IS ONLY REAL ONCE THE HOLD IS ON AUTHFILE - THE
047400* RESERVED CREDIT MUST BE VISIBLE TO THE NEXT REQUEST.
