000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - INBOUND BANKRUPTCY
001100*                     NOTICE FEED.
000000* 2026-10-15  MAINT   AN ACCOUNT FROZEN UNDER SANCTIONS ('S')
000000*                     KEEPS THE FREEZE AND IS NOT RESTAMPED 'B'.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PROCESSES THE INBOUND BANKRUPTCY NOTICE FEED
025200* WALK THE CROSS-REFERENCE FRONT TO BACK AND STAMP EVERY ACCOUNT
025300* THE CUSTOMER HOLDS, PRIMARY OR JOINT. A CHARGED-OFF ACCOUNT
025400* ('Z') KEEPS ITS STATUS - THE BALANCE IS ALREADY WRITTEN OFF
025500* AND THE CHGOFF ROW CARRIES THE RECOVERY SIDE. AN ACCOUNT
000000* FROZEN UNDER SANCTIONS ('S') KEEPS THE FREEZE.
025600******************************************************************
025700 4000-STAMP-ACCOUNTS.
025800     MOVE 'N'                    TO WS-XREF-EOF-SW
028300             GO TO 4100-SCAN-NEXT-XREF-EXIT
028400     END-READ
028500     IF ACCT-ACTIVE-STATUS = 'B' OR ACCT-ACTIVE-STATUS = 'Z'
000000        OR ACCT-ACTIVE-STATUS = 'S'
028600         GO TO 4100-SCAN-NEXT-XREF-EXIT
028700     END-IF
028800     MOVE 'B'                    TO ACCT-ACTIVE-STATUS
