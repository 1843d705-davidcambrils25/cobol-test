000000*                     ACCRUED MEMO AND SETTLED MARKER;
000000*                     CONVERTING A PLAN WITH A NONZERO MEMO TO
000000*                     A PLAIN RATE IS REFUSED.
000000* 2026-10-15  MAINT   A PROMOTIONAL RATE ON AN ACCOUNT LINKED TO
000000*                     THE USER ON EMPLINK IS REFUSED (COEMPSVC).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       VIEWS AND MAINTAINS AN ACCOUNT'S PROMOTIONAL
005700     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
005800*
005900 COPY COCOM01Y.
000000 COPY CVEMP02Y.
006000*
006100 LINKAGE SECTION.
006200 01  DFHCOMMAREA                 PIC X(400).
020500* PRECEDE THE START DATE.
020600******************************************************************
020700 5000-SET-RATE.
000000     PERFORM 5200-CHECK-INSIDER THRU 5200-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 5000-SET-RATE-EXIT
000000     END-IF
020800     MOVE FUNCTION NUMVAL(PRMRATEI) TO WS-RATE-WORK
020900     IF WS-RATE-WORK NOT > ZERO
021000         MOVE 'Rate must be greater than zero' TO ERRMSGI
000000 5100-SET-PLAN-TYPE-EXIT.
000000     EXIT.
024100*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 5200-CHECK-INSIDER.
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
000000 5200-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
024200 8000-SEND-MAP.
024300     EXEC CICS
024400         SEND MAP('CPRM00A') MAPSET('COPRM00')
