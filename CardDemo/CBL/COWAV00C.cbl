000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - GOODWILL INTEREST/FEE
001100*                     WAIVER.
000000* 2026-10-15  MAINT   A CHARGE ON AN ACCOUNT LINKED TO THE USER
000000*                     ON EMPLINK (THEIR OWN OR A RELATED
000000*                     CUSTOMER'S) IS NOT WAIVED (COEMPSVC).
000000* 2026-10-15  MAINT   THE KEYING USER, PROGRAM AND ANY APPROVER
000000*                     ARE STAMPED ON THE TRANSACTION ROW FOR THE
000000*                     CBMCR01C MANUAL CREDIT REPORT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WAIVES AN INTEREST OR FEE CHARGE PROPERLY,
004700 COPY CVTRA01Y.
004800 COPY CVACT02Y.
004900 COPY CVAPR01Y.
000000 COPY CVEMP02Y.
005000*
005100 01  WS-MISC-STORAGE.
005200     05  WS-RESP-CD              PIC S9(08) COMP.
022700         MOVE 'Charge amount is not waivable' TO ERRMSGI
022800         GO TO 5000-WAIVE-CHARGE-EXIT
022900     END-IF
000000     PERFORM 6100-RESOLVE-ACCOUNT
000000         THRU 6100-RESOLVE-ACCOUNT-EXIT
000000     IF ERRMSGI NOT = SPACES
000000         GO TO 5000-WAIVE-CHARGE-EXIT
000000     END-IF
000000     PERFORM 6200-CHECK-INSIDER THRU 6200-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 5000-WAIVE-CHARGE-EXIT
000000     END-IF
023000     MOVE TRAN-AMT               TO WS-WAIVER-AMT
023100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
023200     IF WS-WAIVER-AMT > WS-WAIVER-APPR-THRESHOLD
029300 6100-RESOLVE-ACCOUNT-EXIT.
029400     EXIT.
029500*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 6200-CHECK-INSIDER.
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
000000         MOVE EMC-MESSAGE        TO ERRMSGI
000000     END-IF.
000000 6200-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
029600******************************************************************
029700* POST THE OFFSETTING CREDIT NOW - SAME TYPE/CATEGORY, NEGATED
029800* AMOUNT, LINKED TO THE CHARGE VIA TRAN-ORIG-TRAN-ID, WITH THE
030400     COMPUTE TRAN-AMT = TRAN-AMT * -1
030500     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'N'                    TO TRAN-BAL-POSTED-IND
000000     MOVE CDEMO-USER-ID          TO TRAN-KEYED-BY
000000     MOVE WS-PGMNAME             TO TRAN-KEYED-PGM
000000     MOVE SPACES                 TO TRAN-APPROVED-BY
030600     MOVE 'USD'                  TO TRAN-CURR-CD
030700     MOVE SPACES                 TO TRAN-DESC
030800     STRING 'GOODWILL WAIVER RSN=' DELIMITED BY SIZE
