000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - GL SUSPENSE AGING AND
001100*                     REPOST WORKSTATION.
000000* 2026-10-15  MAINT   A REPOST REQUEST STAMPS THE REQUESTING USER
000000*                     AND DATE ON THE ROW
000000*                     (GLS-REQUESTED-BY/-DATE).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE DRAIN THE SUSPENSE ACCOUNT NEVER HAD. WITH
021700         GO TO 5000-REQUEST-REPOST-EXIT
021800     END-IF
021900     SET GLS-REPOST-REQUESTED    TO TRUE
000000     MOVE CDEMO-USER-ID          TO GLS-REQUESTED-BY
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO GLS-REQUESTED-DATE
022000     EXEC CICS
022100         REWRITE DATASET('GLSUSP')
022200         FROM(GL-SUSPENSE-RECORD)
