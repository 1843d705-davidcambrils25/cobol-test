000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - TEMPORARY CREDIT LIMIT
001100*                     OVERRIDE ENTRY AND VIEW.
000000* 2026-10-15  MAINT   A TEMPORARY LIMIT ON AN ACCOUNT LINKED TO
000000*                     THE USER ON EMPLINK IS REFUSED (COEMPSVC).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       VIEWS AND MAINTAINS AN ACCOUNT'S TEMPORARY
007000     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
007100*
007200 COPY COCOM01Y.
000000 COPY CVEMP02Y.
007300*
007400 LINKAGE SECTION.
007500 01  DFHCOMMAREA                 PIC X(400).
018400                                 TO ERRMSGI
018500             GO TO 3000-PROCESS-INPUT-EXIT
018600         END-IF
000000         PERFORM 3100-CHECK-INSIDER THRU 3100-CHECK-INSIDER-EXIT
000000         IF EMC-LINKED
000000             GO TO 3000-PROCESS-INPUT-EXIT
000000         END-IF
018700     END-IF
018800     EVALUATE TRUE
018900         WHEN TLOACT-SET
019900 3000-PROCESS-INPUT-EXIT.
020000     EXIT.
020100*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 3100-CHECK-INSIDER.
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
000000 3100-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
020200 4000-VIEW-OVERRIDE.
020300     MOVE FUNCTION NUMVAL(ACCTSIDI) TO TLO-ACCT-ID
020400     EXEC CICS
