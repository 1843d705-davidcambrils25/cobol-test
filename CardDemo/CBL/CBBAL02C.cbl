000000*                     THEIR BALANCE EFFECT IS ZERO - AND SKIP
000000*                     CHARGED-OFF ('Z') ACCOUNTS, WHOSE MONEY
000000*                     TRAIL LIVES ON CHGOFF.
000000* 2026-10-15  MAINT   EXCLUDE THE 12/9100 AND 12/9102 SECURED
000000*                     CARD DEPOSIT ROWS FROM THE RECOMPUTATION -
000000*                     THEY NEVER MOVE THE CARD BALANCE.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       CBBAL01C PROVES THE DAY'S TRANSACTION FILE
000000     AND TRAN-CAT-CD OF TRAN-RECORD = '6001'
000000         GO TO 2100-NEXT-MASTER-ROW-EXIT
000000     END-IF
000000*    12/9100 AND 12/9102 SECURED CARD DEPOSIT ROWS BOOK THE
000000*    COLLATERAL TO AND FROM ITS LIABILITY - THE CARD BALANCE
000000*    NEVER MOVES, SO THEY ARE EXCLUDED THE SAME WAY. 12/9101
000000*    (DEPOSIT APPLIED AT CHARGE-OFF) IS A REAL CREDIT AND STAYS.
000000     IF TRAN-TYPE-CD OF TRAN-RECORD = '12'
000000     AND (TRAN-CAT-CD OF TRAN-RECORD = '9100'
000000       OR TRAN-CAT-CD OF TRAN-RECORD = '9102')
000000         GO TO 2100-NEXT-MASTER-ROW-EXIT
000000     END-IF
023900     MOVE TRAN-CARD-NUM OF TRAN-RECORD TO CARD-NUM
024000     READ CARD-FILE
024100         INVALID KEY
000000     AND TRAN-CAT-CD OF TRAN-ARCH-RECORD = '6001'
000000         GO TO 3100-NEXT-ARCHIVE-ROW-EXIT
000000     END-IF
000000*    12/9100 AND 12/9102 DEPOSIT MEMO ROWS ARE EXCLUDED TOO.
000000     IF TRAN-TYPE-CD OF TRAN-ARCH-RECORD = '12'
000000     AND (TRAN-CAT-CD OF TRAN-ARCH-RECORD = '9100'
000000       OR TRAN-CAT-CD OF TRAN-ARCH-RECORD = '9102')
000000         GO TO 3100-NEXT-ARCHIVE-ROW-EXIT
000000     END-IF
027900     MOVE TRAN-CARD-NUM OF TRAN-ARCH-RECORD TO CARD-NUM
028000     READ CARD-FILE
028100         INVALID KEY
