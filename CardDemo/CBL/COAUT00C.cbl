000000* 2026-09-03  MAINT   PF5 LISTS THE KEYED CARD'S LAST FIVE
000000*                     DECLINES FROM THE DECLLOG COAUTSVC
000000*                     WRITES.
000000* 2026-10-15  MAINT   A DORMANT-ACCOUNT REFERRAL FROM COAUTSVC
000000*                     SHOWS AS REFERRED, NOT DECLINED.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       KEYS AN AUTHORIZATION HOLD AGAINST AN ACCOUNT:
000000     IF AUP-APPROVED
000000         MOVE AUP-AUTH-SEQ       TO AUTSEQI
000000         MOVE 'Authorization hold granted' TO INFOMSGI
000000         GO TO 4000-GRANT-HOLD-EXIT
000000     END-IF
000000     IF AUP-REFERRED
000000         MOVE SPACES             TO ERRMSGI
000000         STRING 'Referred - '    DELIMITED BY SIZE
000000                AUP-REASON-TEXT  DELIMITED BY SIZE
000000           INTO ERRMSGI
000000         END-STRING
000000     ELSE
000000         MOVE SPACES             TO ERRMSGI
000000         STRING 'Declined - '    DELIMITED BY SIZE
