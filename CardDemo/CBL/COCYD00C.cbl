000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - BILLING CYCLE DAY
001100*                     CHANGE.
000000* 2026-10-15  MAINT   A CYCLE DAY CHANGE ON AN ACCOUNT LINKED TO
000000*                     THE USER ON EMPLINK IS REFUSED (COEMPSVC).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       KEYS A BILLING CYCLE-DAY CHANGE FOR AN ACCOUNT.
006900     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
007000*
007100 COPY COCOM01Y.
000000 COPY CVEMP02Y.
007200*
007300 LINKAGE SECTION.
007400 01  DFHCOMMAREA                 PIC X(400).
020000* CHANGE TAKES EFFECT AT THE NEXT CBACT04C CUT.
020100******************************************************************
020200 5000-SAVE-CYCLE-DAY.
000000     PERFORM 5100-CHECK-INSIDER THRU 5100-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 5000-SAVE-CYCLE-DAY-EXIT
000000     END-IF
020300     IF NEWCDI = SPACES OR LOW-VALUES
020400         MOVE 'New cycle day is required' TO ERRMSGI
020500         GO TO 5000-SAVE-CYCLE-DAY-EXIT
025500 5000-SAVE-CYCLE-DAY-EXIT.
025600     EXIT.
025700*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 5100-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE WS-ACCT-ID-N           TO EMC-ACCT-ID
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
025800******************************************************************
025900* AUDIT ROW FOR THE CHANGE, EXACTLY AS COACTUPC WRITES ITS
026000* FIELD-CHANGE ROWS - WHO KEYED IT, WHEN, OLD AND NEW DAY.
