001000* 2026-08-09  MAINT   INITIAL VERSION - USER UNLOCK, CLEARS THE
001100*                     LOCKED STATUS AND FAILED ATTEMPT COUNT SET
001200*                     BY COSGN00C'S SIGN-ON LOCKOUT.
000000* 2026-10-15  MAINT   ALSO LIFTS A RECERTIFICATION SUSPENSION
000000*                     (SEC-USR-SUSPENDED, SET BY CBURC02C) ONCE
000000*                     THE USER'S ACCESS HAS BEEN CERTIFIED LATE.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       USRIDINI IS READ AND ITS NAME/TYPE/STATUS SHOWN
001600*                FOR CONFIRMATION. SETTING CONFIRMI TO 'Y' PUTS
001700*                THE USER BACK TO ACTIVE AND RESETS ITS FAILED
001800*                SIGN-ON ATTEMPT COUNT TO ZERO. A USER
000000*                SUSPENDED BY THE ACCESS RECERTIFICATION IS PUT
000000*                BACK TO ACTIVE THE SAME WAY.
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 DATA DIVISION.
010600* SIGN ON AGAIN THROUGH COSGN00C.
010700******************************************************************
010800 5000-UNLOCK-USER.
010900     IF NOT SEC-USR-LOCKED AND NOT SEC-USR-SUSPENDED
011000         MOVE 'User is not locked or suspended' TO ERRMSGO
011100         GO TO 5000-UNLOCK-USER-EXIT
011200     END-IF
000000     IF SEC-USR-SUSPENDED
000000         MOVE 'User suspension lifted' TO ERRMSGO
000000     ELSE
000000         MOVE 'User unlocked'    TO ERRMSGO
000000     END-IF
011300     SET SEC-USR-ACTIVE          TO TRUE
011400     MOVE ZERO                   TO SEC-USR-FAIL-COUNT
011500     EXEC CICS
011900     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE 'User unlock failed' TO ERRMSGO
000000     END-IF.
012100 5000-UNLOCK-USER-EXIT.
012200     EXIT.
012300*
