000000*                     SECURITY EVENT ROW (SECEVENT, CVSEV01Y) -
000000*                     USER, TERMINAL, OUTCOME - REPORTED DAILY
000000*                     BY CBSEC01C.
000000* 2026-10-15  MAINT   A USER SUSPENDED BY THE QUARTERLY ACCESS
000000*                     RECERTIFICATION (SEC-USR-SUSPENDED) IS
000000*                     REFUSED LIKE A DEACTIVATED ONE.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       VALIDATES USERIDI/PASSWDI AGAINST USRSEC. A
000000             THRU 7500-LOG-SECURITY-EVENT-EXIT
012900         GO TO 4000-READ-USER-EXIT
012910     END-IF
000000     IF SEC-USR-SUSPENDED
000000         MOVE 'Access suspended pending recertification'
000000                                 TO ERRMSGO
000000         MOVE 'I'                TO WS-SEV-OUTCOME-CD
000000         PERFORM 7500-LOG-SECURITY-EVENT
000000             THRU 7500-LOG-SECURITY-EVENT-EXIT
000000         GO TO 4000-READ-USER-EXIT
000000     END-IF
012920     IF SEC-USR-LOCKED
012930         MOVE 'Account is locked - see your administrator'
012940                                 TO ERRMSGO
