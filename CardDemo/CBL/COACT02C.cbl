000000*                     POSTS THE PRO-RATED UNUSED-MONTHS REBATE
000000*                     (05/3001 CREDIT) THROUGH THE NORMAL
000000*                     POSTING PATH AUTOMATICALLY.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 11 ENTRIES FOR
000000*                     THE 'S' SANCTIONS FREEZE. AN ACCOUNT FROZEN
000000*                     UNDER SANCTIONS MAY NOT BE CLOSED.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 12 ENTRIES FOR
000000*                     'STLD' (SETTLED FOR LESS). THE CLOSURE
000000*                     REASON IS KEPT ON ACCT-CLOSE-REASON-CD;
000000*                     'STLD' MAY NOT BE KEYED - ONLY A PAID
000000*                     SETTLEMENT SETS IT.
000000* 2026-10-15  MAINT   THE CLOSURE REBATE NOW LOADS THE COMPILED
000000*                     ANNUAL FEE TABLE AND PRICES FROM THE
000000*                     FEERATE ROW (CVFER01Y) IN FORCE WHEN THE
000000*                     FEE WAS CHARGED, WHERE IT CARRIES ONE.
000000* 2026-10-15  MAINT   CLOSURE RELEASES A SECURED CARD'S
000000*                     COLLATERAL DEPOSIT - HELD GOES TO REFUND-
000000*                     DUE FOR CBRFD01C, UNDRAWN IS CANCELLED. A
000000*                     DEPOSIT STILL CLEARING BLOCKS CLOSURE.
000000* 2026-10-15  MAINT   STATUS REASON TABLE GROWN TO 13 ENTRIES FOR
000000*                     'XFER' (TRANSFERRED TO A NEW ACCOUNT
000000*                     NUMBER). LIKE 'STLD' IT MAY NOT BE KEYED -
000000*                     ONLY THE COXFR00C TRANSFER SETS IT.
000000* 2026-10-15  MAINT   AN ACCOUNT, OR A PRIMARY OR JOINT CUSTOMER
000000*                     ON IT, UNDER LEGAL HOLD (LEGLHOLD) MAY NOT
000000*                     BE CLOSED.
000000* 2026-10-15  MAINT   A CLOSURE OF AN ACCOUNT LINKED TO THE USER
000000*                     ON EMPLINK IS REFUSED (COEMPSVC).
000000* 2026-10-15  MAINT   THE KEYING USER, PROGRAM AND ANY APPROVER
000000*                     ARE STAMPED ON THE TRANSACTION ROW FOR THE
000000*                     CBMCR01C MANUAL CREDIT REPORT.
001100******************************************************************
001200******************************************************************
001300* REMARKS.       CLOSES AN ACCOUNT PROPERLY, INSTEAD OF THE BARE
002000*                CANCELLED SO CBPAY01C STOPS DRAWING ON IT, AND
002100*                THE WHOLE TRAIL - STATUS, REASON, CARDS STOPPED,
002200*                SCHEDULES CANCELLED - IS WRITTEN TO ACCTAUD.
002300*                THE READ-ONLY AUDITOR ROLE IS REFUSED. A
000000*                SECURED CARD'S HELD COLLATERAL DEPOSIT IS SET
000000*                UP FOR REFUND BY CBRFD01C; ONE STILL CLEARING
000000*                BLOCKS THE CLOSURE UNTIL IT SETTLES. AN
000000*                ACCOUNT UNDER LEGAL HOLD - ON THE ACCOUNT OR ON
000000*                EITHER CUSTOMER NAMED ON IT - IS REFUSED, AS IS
000000*                ONE WHOSE HOLD STATUS CANNOT BE READ.
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 DATA DIVISION.
004700 COPY CVAUD01Y.
000000 COPY CVTRA01Y.
000000 COPY CVAFE01Y.
000000 COPY CVFER01Y.
000000 COPY CVCOL01Y.
000000 COPY CVXRF01Y.
000000 COPY CVLGH01Y.
004800*
004900 01  WS-MISC-STORAGE.
005000     05  WS-RESP-CD              PIC S9(08) COMP.
000000         10  WS-ANNUAL-FEE-AMT   PIC 9(03)V99.
000000         10  WS-REBATE-AMT       PIC S9(07)V99 COMP-3.
000000         10  WS-REBATE-CARD-NUM  PIC X(16).
000000     05  WS-LGH-WORK.
000000         10  WS-LGH-HELD-SW      PIC X(01).
000000             88 WS-LGH-HELD      VALUE 'Y'.
000000         10  WS-LGH-BROWSE-SW    PIC X(01).
000000             88 WS-LGH-BROWSE-DONE VALUE 'Y'.
000000         10  WS-LGH-SCOPE        PIC X(01).
000000         10  WS-LGH-ENTITY-ID    PIC 9(11).
000000         10  WS-LGH-TODAY        PIC X(10).
006200*
006300 01  WS-NAV-BACK-PGM         PIC X(08).
006400*
000000         88  WS-REF-FOUND        VALUE 'Y'.
000000*
007200 COPY COCOM01Y.
000000 COPY CVEMP02Y.
007300*
007400 LINKAGE SECTION.
007500 01  DFHCOMMAREA                 PIC X(400).
020100 4000-VALIDATE-REASON.
020200     MOVE 'N'                    TO WS-REASON-OK-SW
020300     PERFORM VARYING ASR-IDX FROM 1 BY 1
020400             UNTIL ASR-IDX > 13 OR WS-REASON-OK
020500         IF ASR-STATUS-CD (ASR-IDX) = 'C'
020600            AND ASR-REASON-CD (ASR-IDX) = REASONI
020700             MOVE 'Y'            TO WS-REASON-OK-SW
020900     END-PERFORM
021000     IF NOT WS-REASON-OK
021100         MOVE 'Reason code is not a closure reason' TO ERRMSGI
000000         GO TO 4000-VALIDATE-REASON-EXIT
000000     END-IF
000000*    'STLD' IS FURNISHED TO THE BUREAUS AS SETTLED FOR LESS THAN
000000*    THE FULL BALANCE - ONLY A PAID SETTLEMENT (CBSTL01C) SETS IT.
000000     IF REASONI = 'STLD'
000000         MOVE 'STLD is set only when a settlement offer is paid'
000000                                 TO ERRMSGI
000000         GO TO 4000-VALIDATE-REASON-EXIT
000000     END-IF
000000*    'XFER' IS SET ONLY BY ACCOUNT RENUMBERING (COXFR00C), WHICH
000000*    MOVES THE BALANCE AND CARDS ONTO THE NEW ACCOUNT NUMBER.
000000     IF REASONI = 'XFER'
000000         MOVE 'XFER is set only by the account transfer (CXFR)'
000000                                 TO ERRMSGI
000000     END-IF.
021300 4000-VALIDATE-REASON-EXIT.
021400     EXIT.
021500*
022000* TRAIL ON ACCTAUD.
022100******************************************************************
022200 5000-CLOSE-ACCOUNT.
000000     PERFORM 5050-CHECK-INSIDER THRU 5050-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 5000-CLOSE-ACCOUNT-EXIT
000000     END-IF
022300     MOVE FUNCTION NUMVAL(ACCTSIDI) TO WS-ACCT-KEY
022400     EXEC CICS
022500         READ DATASET('ACCTDAT')
023600         MOVE 'Account is already closed' TO ERRMSGI
023700         GO TO 5000-CLOSE-ACCOUNT-EXIT
023800     END-IF
000000     IF ACCT-ACTIVE-STATUS = 'S'
000000         MOVE 'Account frozen under sanctions - cannot close'
000000                                 TO ERRMSGI
000000         GO TO 5000-CLOSE-ACCOUNT-EXIT
000000     END-IF
000000     PERFORM 5100-CHECK-LEGAL-HOLD
000000         THRU 5100-CHECK-LEGAL-HOLD-EXIT
000000     IF WS-LGH-HELD
000000         MOVE 'Account under legal hold - cannot close'
000000                                 TO ERRMSGI
000000         GO TO 5000-CLOSE-ACCOUNT-EXIT
000000     END-IF
023900     IF ACCT-CURR-BAL NOT = ZERO
024000         MOVE 'Balance is not zero - work via collections queue'
024100                                 TO ERRMSGI
024200         GO TO 5000-CLOSE-ACCOUNT-EXIT
024300     END-IF
000000     MOVE WS-ACCT-KEY            TO COL-ACCT-ID
000000     EXEC CICS
000000         READ DATASET('COLLATRL')
000000         INTO(COLLATERAL-RECORD)
000000         RIDFLD(COL-ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = ZERO AND COL-ORIGINATED
000000         MOVE 'Secured deposit still clearing - try later'
000000                                 TO ERRMSGI
000000         GO TO 5000-CLOSE-ACCOUNT-EXIT
000000     END-IF
024400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
024500     MOVE ACCT-ID                TO AUD-ACCT-ID
024600     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
025400     MOVE REASONI                TO AUD-NEW-VALUE
025500     PERFORM 5900-WRITE-AUDIT-ROW
025600     MOVE 'C'                    TO ACCT-ACTIVE-STATUS
000000     MOVE REASONI                TO ACCT-CLOSE-REASON-CD
025700     EXEC CICS
025800         REWRITE DATASET('ACCTDAT')
025900         FROM(ACCOUNT-RECORD)
027500     PERFORM 5900-WRITE-AUDIT-ROW
000000     PERFORM 7500-POST-FEE-REBATE
000000         THRU 7500-POST-FEE-REBATE-EXIT
000000     PERFORM 7800-RELEASE-COLLATERAL
000000         THRU 7800-RELEASE-COLLATERAL-EXIT
027600     MOVE 'Account closed - cards stopped, autopay cancelled'
027700                                 TO INFOMSGI.
027800 5000-CLOSE-ACCOUNT-EXIT.
027900     EXIT.
000000*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 5050-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE FUNCTION NUMVAL(ACCTSIDI) TO EMC-ACCT-ID
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
000000 5050-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* LEGAL HOLD: THE ACCOUNT ITSELF (SCOPE 'A') AND THE PRIMARY AND
000000* JOINT CUSTOMERS ON ITS ACCTXREF ROW (SCOPE 'C') ARE LOOKED UP
000000* ON LEGLHOLD - THE SAME RULE CBLGH01C APPLIES IN BATCH. AN
000000* ACTIVE HOLD WITH NO RELEASE DATE, OR ONE STILL IN THE FUTURE,
000000* BINDS. ANY READ ERROR OTHER THAN NOT-FOUND COUNTS AS HELD.
000000******************************************************************
000000 5100-CHECK-LEGAL-HOLD.
000000     MOVE 'N'                    TO WS-LGH-HELD-SW
000000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
000000     STRING WS-CURRENT-TIMESTAMP (1:4) '-'
000000            WS-CURRENT-TIMESTAMP (5:2) '-'
000000            WS-CURRENT-TIMESTAMP (7:2)
000000            DELIMITED BY SIZE INTO WS-LGH-TODAY
000000     END-STRING
000000     MOVE 'A'                    TO WS-LGH-SCOPE
000000     MOVE WS-ACCT-KEY            TO WS-LGH-ENTITY-ID
000000     PERFORM 5110-FIND-HOLD THRU 5110-FIND-HOLD-EXIT
000000     IF WS-LGH-HELD
000000         GO TO 5100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     MOVE WS-ACCT-KEY            TO XRF-ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTXREF')
000000         INTO(ACCT-CUST-XREF-RECORD)
000000         RIDFLD(XRF-ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(NOTFND)
000000         GO TO 5100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Y'                TO WS-LGH-HELD-SW
000000         GO TO 5100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     MOVE 'C'                    TO WS-LGH-SCOPE
000000     MOVE XRF-CUST-ID            TO WS-LGH-ENTITY-ID
000000     PERFORM 5110-FIND-HOLD THRU 5110-FIND-HOLD-EXIT
000000     IF WS-LGH-HELD OR XRF-JOINT-CUST-ID = ZERO
000000         GO TO 5100-CHECK-LEGAL-HOLD-EXIT
000000     END-IF
000000     MOVE XRF-JOINT-CUST-ID      TO WS-LGH-ENTITY-ID
000000     PERFORM 5110-FIND-HOLD THRU 5110-FIND-HOLD-EXIT.
000000 5100-CHECK-LEGAL-HOLD-EXIT.
000000     EXIT.
000000*
000000 5110-FIND-HOLD.
000000     MOVE WS-LGH-SCOPE           TO LGH-SCOPE
000000     MOVE WS-LGH-ENTITY-ID       TO LGH-ENTITY-ID
000000     MOVE LOW-VALUES             TO LGH-MATTER-NO
000000     EXEC CICS
000000         STARTBR DATASET('LEGLHOLD')
000000         RIDFLD(LGH-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(NOTFND)
000000         GO TO 5110-FIND-HOLD-EXIT
000000     END-IF
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Y'                TO WS-LGH-HELD-SW
000000         GO TO 5110-FIND-HOLD-EXIT
000000     END-IF
000000     MOVE 'N'                    TO WS-LGH-BROWSE-SW
000000     PERFORM 5120-NEXT-HOLD THRU 5120-NEXT-HOLD-EXIT
000000         UNTIL WS-LGH-BROWSE-DONE
000000     EXEC CICS
000000         ENDBR DATASET('LEGLHOLD')
000000     END-EXEC.
000000 5110-FIND-HOLD-EXIT.
000000     EXIT.
000000*
000000 5120-NEXT-HOLD.
000000     EXEC CICS
000000         READNEXT DATASET('LEGLHOLD')
000000         INTO(LEGAL-HOLD-RECORD)
000000         RIDFLD(LGH-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD = DFHRESP(ENDFILE)
000000         MOVE 'Y'                TO WS-LGH-BROWSE-SW
000000         GO TO 5120-NEXT-HOLD-EXIT
000000     END-IF
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'Y'                TO WS-LGH-HELD-SW
000000         MOVE 'Y'                TO WS-LGH-BROWSE-SW
000000         GO TO 5120-NEXT-HOLD-EXIT
000000     END-IF
000000     IF LGH-SCOPE NOT = WS-LGH-SCOPE
000000        OR LGH-ENTITY-ID NOT = WS-LGH-ENTITY-ID
000000         MOVE 'Y'                TO WS-LGH-BROWSE-SW
000000         GO TO 5120-NEXT-HOLD-EXIT
000000     END-IF
000000     IF LGH-ACTIVE
000000        AND (LGH-RELEASE-DATE = SPACES
000000             OR LGH-RELEASE-DATE > WS-LGH-TODAY)
000000         MOVE 'Y'                TO WS-LGH-HELD-SW
000000         MOVE 'Y'                TO WS-LGH-BROWSE-SW
000000     END-IF.
000000 5120-NEXT-HOLD-EXIT.
000000     EXIT.
028000*
028100 5900-WRITE-AUDIT-ROW.
028200     EXEC CICS
000000     IF WS-MONTHS-USED < ZERO OR WS-MONTHS-USED >= 12
000000         GO TO 7500-POST-FEE-REBATE-EXIT
000000     END-IF
000000     MOVE ANNUAL-FEE-VALUES      TO ANNUAL-FEE-TABLE
000000     MOVE 'N'                    TO WS-AFE-FOUND-SW
000000     PERFORM VARYING AFE-IDX FROM 1 BY 1
000000             UNTIL AFE-IDX > 5 OR WS-AFE-FOUND
000000     IF NOT WS-AFE-FOUND
000000         MOVE AFE-FEE-AMT (1)    TO WS-ANNUAL-FEE-AMT
000000     END-IF
000000     PERFORM 7510-FIND-CHARGED-FEE
000000         THRU 7510-FIND-CHARGED-FEE-EXIT
000000     IF WS-ANNUAL-FEE-AMT NOT > ZERO
000000         GO TO 7500-POST-FEE-REBATE-EXIT
000000     END-IF
000000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
000000     MOVE SPACES                 TO TRAN-MERCHANT-STATE
000000     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE WS-REBATE-CARD-NUM     TO TRAN-CARD-NUM
000000     MOVE CDEMO-USER-ID          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000 7500-POST-FEE-REBATE-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* THE FEE ACTUALLY CHARGED - THE GROUP'S FEERATE ROW (CVFER01Y) IN
000000* FORCE ON ACCT-ANNUAL-FEE-DATE OVERRIDES THE COMPILED AMOUNT WHEN
000000* IT CARRIES AN ANNUAL FEE, THE SAME RULE CBFEE01C CHARGED BY.
000000******************************************************************
000000 7510-FIND-CHARGED-FEE.
000000     MOVE 'N'                    TO WS-REF-EOF-SW
000000     MOVE LOW-VALUES             TO FER-KEY
000000     MOVE ACCT-GROUP-ID          TO FER-GROUP-ID
000000     EXEC CICS
000000         STARTBR DATASET('FEERATE')
000000         RIDFLD(FER-KEY)
000000         GTEQ
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000         GO TO 7510-FIND-CHARGED-FEE-EXIT
000000     END-IF
000000     PERFORM 7520-READ-NEXT-FEE-ROW
000000         THRU 7520-READ-NEXT-FEE-ROW-EXIT
000000         UNTIL WS-END-OF-REF
000000     EXEC CICS
000000         ENDBR DATASET('FEERATE')
000000     END-EXEC.
000000 7510-FIND-CHARGED-FEE-EXIT.
000000     EXIT.
000000*
000000 7520-READ-NEXT-FEE-ROW.
000000     EXEC CICS
000000         READNEXT DATASET('FEERATE')
000000         INTO(TRAN-FEE-RATE-RECORD)
000000         RIDFLD(FER-KEY)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
000000        OR FER-GROUP-ID NOT = ACCT-GROUP-ID
000000        OR FER-EFF-DATE > ACCT-ANNUAL-FEE-DATE
000000         MOVE 'Y'                TO WS-REF-EOF-SW
000000         GO TO 7520-READ-NEXT-FEE-ROW-EXIT
000000     END-IF
000000     IF FER-ANNUAL-FEE-AMT IS NUMERIC
000000         MOVE FER-ANNUAL-FEE-AMT TO WS-ANNUAL-FEE-AMT
000000     END-IF.
000000 7520-READ-NEXT-FEE-ROW-EXIT.
000000     EXIT.
000000*
000000 7600-FIND-FIRST-CARD.
000000     MOVE 'N'                    TO WS-REBATE-CARD-SW
000000     MOVE SPACES                 TO WS-REBATE-CARD-NUM
000000     END-EXEC.
000000 7600-FIND-FIRST-CARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A SECURED CARD'S COLLATERAL DEPOSIT (COLLATRL) IS RELEASED ON
000000* CLOSURE. A HELD DEPOSIT GOES TO REFUND-DUE SO CBRFD01C RETURNS
000000* IT THE NEXT NIGHT THROUGH THE NORMAL REFUND PATH; A DEPOSIT NOT
000000* YET DRAWN IS CANCELLED SO CBACH01C NEVER ORIGINATES IT.
000000******************************************************************
000000 7800-RELEASE-COLLATERAL.
000000     MOVE WS-ACCT-KEY            TO COL-ACCT-ID
000000     EXEC CICS
000000         READ DATASET('COLLATRL')
000000         INTO(COLLATERAL-RECORD)
000000         RIDFLD(COL-ACCT-ID)
000000         UPDATE
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 7800-RELEASE-COLLATERAL-EXIT
000000     END-IF
000000     MOVE COL-STATUS             TO AUD-OLD-VALUE
000000     EVALUATE TRUE
000000         WHEN COL-HELD
000000             SET COL-REFUND-DUE  TO TRUE
000000             SET COL-REFUND-CLOSURE TO TRUE
000000             MOVE COL-DEPOSIT-AMT TO COL-REFUND-AMT
000000             STRING WS-CURRENT-TIMESTAMP (1:4) '-'
000000                    WS-CURRENT-TIMESTAMP (5:2) '-'
000000                    WS-CURRENT-TIMESTAMP (7:2)
000000                    DELIMITED BY SIZE INTO COL-REFUND-DUE-DATE
000000             END-STRING
000000         WHEN COL-AWAITING-ORIG
000000             SET COL-CANCELLED   TO TRUE
000000         WHEN OTHER
000000             EXEC CICS
000000                 UNLOCK DATASET('COLLATRL')
000000             END-EXEC
000000             GO TO 7800-RELEASE-COLLATERAL-EXIT
000000     END-EVALUATE
000000     EXEC CICS
000000         REWRITE DATASET('COLLATRL')
000000         FROM(COLLATERAL-RECORD)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         GO TO 7800-RELEASE-COLLATERAL-EXIT
000000     END-IF
000000     MOVE 'COLLATRL'             TO AUD-FIELD-NAME
000000     MOVE COL-STATUS             TO AUD-NEW-VALUE
000000     PERFORM 5900-WRITE-AUDIT-ROW.
000000 7800-RELEASE-COLLATERAL-EXIT.
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
