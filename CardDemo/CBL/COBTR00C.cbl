000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-08-22  MAINT   INITIAL VERSION - BALANCE TRANSFER INTAKE.
000000* 2026-10-15  MAINT   A BALANCE TRANSFER TO AN ACCOUNT LINKED TO
000000*                     THE USER ON EMPLINK IS REFUSED (COEMPSVC).
001100******************************************************************
001200******************************************************************
001300* REMARKS.       TAKES A BALANCE TRANSFER REQUEST: THE EXTERNAL
006800     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
006900*
007000 COPY COCOM01Y.
000000 COPY CVEMP02Y.
007100*
007200 LINKAGE SECTION.
007300 01  DFHCOMMAREA                 PIC X(400).
019700 3000-PROCESS-INPUT-EXIT.
019800     EXIT.
019900*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 3900-CHECK-INSIDER.
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
000000 3900-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
020000******************************************************************
020100* THE TRANSFER IS ACCEPTED ONLY WHEN BALANCE + OPEN HOLDS + THE
020200* TRANSFER STAYS WITHIN THE CREDIT LIMIT - THE FUNDED PAYOFF
020300* POSTS AS A DRAW AGAINST THE LINE AND MUST FIT IT.
020400******************************************************************
020500 4000-QUEUE-TRANSFER.
000000     PERFORM 3900-CHECK-INSIDER THRU 3900-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 4000-QUEUE-TRANSFER-EXIT
000000     END-IF
020600     MOVE FUNCTION NUMVAL(ACCTSIDI) TO ACCT-ID
020700     EXEC CICS
020800         READ DATASET('ACCTDAT')
