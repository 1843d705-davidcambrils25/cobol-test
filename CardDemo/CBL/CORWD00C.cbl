000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - REWARDS POINTS BALANCE
001100*                     AND REDEMPTION.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   A REDEMPTION ON AN ACCOUNT LINKED TO THE
000000*                     USER ON EMPLINK IS REFUSED (COEMPSVC).
000000* 2026-10-15  MAINT   THE KEYING USER, PROGRAM AND ANY APPROVER
000000*                     ARE STAMPED ON THE TRANSACTION ROW FOR THE
000000*                     CBMCR01C MANUAL CREDIT REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       SHOWS AN ACCOUNT'S REWARDS POINTS BALANCE AND,
006200     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
006300*
006400 COPY COCOM01Y.
000000 COPY CVEMP02Y.
006500*
006600 LINKAGE SECTION.
006700 01  DFHCOMMAREA                 PIC X(400).
020400* REFUND (NEGATED AMOUNT) AGAINST THE FIRST CARD ON THE ACCOUNT.
020500******************************************************************
020600 5000-REDEEM-POINTS.
000000     PERFORM 5100-CHECK-INSIDER THRU 5100-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 5000-REDEEM-POINTS-EXIT
000000     END-IF
020700     IF REDEEMI > RWD-POINTS-BAL
020800         MOVE 'Not enough points for that redemption'
020900                                 TO ERRMSGI
025000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
025100     MOVE SPACES                 TO TRAN-MERCHANT-STATE
025200     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
025300     MOVE CARD-NUM               TO TRAN-CARD-NUM
025400     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
025500     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE CDEMO-USER-ID          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
025800     EXEC CICS
025900         WRITE DATASET('TRANFILE')
026000         FROM(TRAN-RECORD)
027900 5000-REDEEM-POINTS-EXIT.
028000     EXIT.
028100*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 5100-CHECK-INSIDER.
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
000000 5100-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
028200 8000-SEND-MAP.
028300     EXEC CICS
028400         SEND MAP('CRWD00A') MAPSET('CORWD00')
