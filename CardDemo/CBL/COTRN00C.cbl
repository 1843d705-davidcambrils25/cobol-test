001000* 2026-08-09  MAINT   INITIAL VERSION - TRANSACTION LIST, WITH
001100*                     DATE-RANGE (TORIGDT/TPROCDT) AND CATEGORY
001200*                     FILTERING.
000000* 2026-10-15  MAINT   A RENUMBERED ACCOUNT LISTS AS ONE ACCOUNT -
000000*                     THE KEYED NUMBER IS FOLLOWED FORWARD TO THE
000000*                     LIVE ACCOUNT (ACCT-XFER-TO-ACCT-ID) AND THE
000000*                     LIST WORKS BACK THROUGH EACH ACCT-XFER-
000000*                     FROM-ACCT-ID PREDECESSOR.
001300******************************************************************
001400******************************************************************
001500* REMARKS.       LISTS TRANSACTIONS FOR THE ACCOUNT KEYED IN
002500*
002600 COPY COTRN00.
002700*
000000 COPY CVACT01Y.
000000*
000000 COPY CVACT02Y.
000000*
003000 COPY CVTRA01Y.
003100*
003200 01  WS-MISC-STORAGE.
003600         88  WS-BROWSE-DONE      VALUE 'Y'.
003700     05  WS-CARD-BROWSE-SW       PIC X(01) VALUE 'N'.
003800         88  WS-CARD-BROWSE-DONE VALUE 'Y'.
000000     05  WS-DATE-KEY             PIC X(10).
000000     05  WS-LIST-ACCT-ID         PIC 9(11).
000000     05  WS-LINK-CNT             PIC 9(02).
004000*
000000 01  WS-NAV-BACK-PGM         PIC X(08).
000000*
009000* AND FOR EACH CARD BROWSE ITS TRANSACTIONS (TRANCARD, KEYED BY
009100* CARD NUMBER), KEEPING ROWS THAT PASS THE DATE-RANGE AND
009200* CATEGORY FILTERS UNTIL THE SCREEN'S 5 ROWS ARE FULL.
000000* A RENUMBERED ACCOUNT (COXFR00C) READS AS ONE ACCOUNT: THE
000000* KEYED NUMBER IS FIRST FOLLOWED FORWARD TO THE LIVE ACCOUNT, AND
000000* THE LISTING THEN WORKS BACK THROUGH EACH PREDECESSOR IN TURN.
000000******************************************************************
000000 6000-LIST-ACCOUNT-TRANSACTIONS.
000000     MOVE ZERO                   TO WS-ROW-COUNT
000000     MOVE FUNCTION NUMVAL(ACCTSIDI) TO WS-LIST-ACCT-ID
000000     PERFORM 6010-FIND-LIVE-ACCOUNT
000000         THRU 6010-FIND-LIVE-ACCOUNT-EXIT
000000     MOVE ZERO                   TO WS-LINK-CNT
000000     PERFORM 6050-LIST-ONE-ACCOUNT
000000         THRU 6050-LIST-ONE-ACCOUNT-EXIT
000000         UNTIL WS-ROW-COUNT = 5
000000            OR WS-LIST-ACCT-ID = ZERO
000000            OR WS-LINK-CNT > 9
000000     IF WS-ROW-COUNT = 0
000000         MOVE 'No transactions found for that account'
000000                                 TO ERRMSGO
000000     END-IF.
000000 6000-LIST-ACCOUNT-TRANSACTIONS-EXIT.
000000     EXIT.
000000*
000000 6010-FIND-LIVE-ACCOUNT.
000000     MOVE ZERO                   TO WS-LINK-CNT
000000     PERFORM 6020-FOLLOW-FORWARD THRU 6020-FOLLOW-FORWARD-EXIT
000000         UNTIL WS-LINK-CNT > 9.
000000 6010-FIND-LIVE-ACCOUNT-EXIT.
000000     EXIT.
000000*
000000 6020-FOLLOW-FORWARD.
000000     ADD 1                       TO WS-LINK-CNT
000000     MOVE WS-LIST-ACCT-ID        TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000        OR ACCT-XFER-TO-ACCT-ID = ZERO
000000         MOVE 99                 TO WS-LINK-CNT
000000         GO TO 6020-FOLLOW-FORWARD-EXIT
000000     END-IF
000000     MOVE ACCT-XFER-TO-ACCT-ID   TO WS-LIST-ACCT-ID.
000000 6020-FOLLOW-FORWARD-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* LIST ONE ACCOUNT'S CARDS, THEN STEP BACK TO THE ACCOUNT IT WAS
000000* RENUMBERED FROM (ZERO WHEN IT WAS NOT).
000000******************************************************************
000000 6050-LIST-ONE-ACCOUNT.
000000     ADD 1                       TO WS-LINK-CNT
000000     MOVE 'N'                    TO WS-CARD-BROWSE-SW
000000     MOVE WS-LIST-ACCT-ID        TO CARD-ACCT-ID
000000     EXEC CICS
009900         STARTBR DATASET('CARDAIX')
010000         RIDFLD(CARD-ACCT-ID)
010100         GTEQ
010200         RESP(WS-RESP-CD)
010300     END-EXEC
000000     PERFORM 6100-LIST-NEXT-CARD THRU 6100-LIST-NEXT-CARD-EXIT
000000         UNTIL WS-CARD-BROWSE-DONE
000000            OR WS-ROW-COUNT = 5
000000     EXEC CICS
000000         ENDBR DATASET('CARDAIX')
000000     END-EXEC
000000     MOVE WS-LIST-ACCT-ID        TO ACCT-ID
000000     EXEC CICS
000000         READ DATASET('ACCTDAT')
000000         INTO(ACCOUNT-RECORD)
000000         RIDFLD(ACCT-ID)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         MOVE ZERO               TO WS-LIST-ACCT-ID
000000     ELSE
000000         MOVE ACCT-XFER-FROM-ACCT-ID TO WS-LIST-ACCT-ID
000000     END-IF.
000000 6050-LIST-ONE-ACCOUNT-EXIT.
000000     EXIT.
011600*
011700 6100-LIST-NEXT-CARD.
011800     EXEC CICS
012200         RESP(WS-RESP-CD)
012300     END-EXEC
012400     IF WS-RESP-CD NOT = ZERO
000000        OR CARD-ACCT-ID NOT = WS-LIST-ACCT-ID
012600         MOVE 'Y'                TO WS-CARD-BROWSE-SW
012700         GO TO 6100-LIST-NEXT-CARD-EXIT
012800     END-IF
