000000* 2026-08-22  MAINT   A RETURNED PAYMENT NOW PUTS BACK THE
000000*                     COMPONENT-BUCKET AMOUNTS ITS ALLOCATION
000000*                     (PAYALLOC) DRAINED, NOT JUST THE BALANCE.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   A RETURNED PAYMENT PUTS BACK WHAT IT TOOK
000000*                     OFF THE BILLED INSTALLMENT AND UNBILLED
000000*                     PLAN PRINCIPAL BUCKETS.
000000* 2026-10-15  MAINT   A 'CD' CONFIRMATION IS A BOUNCED SECURED
000000*                     CARD COLLATERAL DEPOSIT - THE COLLATRL ROW
000000*                     IS MARKED RETURNED, AND A DEPOSIT ALREADY
000000*                     HELD HAS ITS LIMIT TAKEN BACK AND ITS
000000*                     12/9100 BOOKING REVERSED.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE INBOUND PAYMENT RETURNS FEED (RTNFEED,
002300*                THE SAME ACCOUNT SUSPENDS ITS ACTIVE AUTOPAY
002400*                SCHEDULES SO CBPAY01C STOPS DRAWING ON A FUNDING
002500*                ACCOUNT THAT KEEPS BOUNCING. RUN DAILY AS THE
002600*                RETURNS FEED ARRIVES FROM THE BANK. A BOUNCED
000000*                SECURED CARD COLLATERAL DEPOSIT IS MARKED
000000*                RETURNED ON COLLATRL INSTEAD.
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS FND-KEY
000000         FILE STATUS IS WS-FUNDING-STATUS.
000000     SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS COL-ACCT-ID
000000         FILE STATUS IS WS-COLLATRL-STATUS.
003900     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
006900 FD  PAYMENT-FILE.
007000     COPY CVPAY01Y.
007100*
000000 FD  COLLATERAL-FILE.
000000     COPY CVCOL01Y.
000000*
007200 FD  ACCOUNT-FILE.
007300     COPY CVACT01Y.
007400*
000000 01  WS-FUNDING-STATUS                PIC XX.
000000     88 WS-FUNDING-OK                 VALUE '00'.
000000 01  WS-PRENOTE-RTN-COUNT             PIC 9(07) VALUE ZERO.
000000 01  WS-COLLATRL-STATUS               PIC XX.
000000 01  WS-DEPOSIT-RTN-COUNT             PIC 9(07) VALUE ZERO.
011000 01  WS-SUSPEND-COUNT                 PIC 9(07) VALUE ZERO.
011100 01  WS-ABEND-REASON-TEXT             PIC X(50).
000000 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
015300     OPEN INPUT RETURN-FEED-FILE
015400     OPEN I-O PAYMENT-FILE
000000     OPEN I-O FUNDING-FILE
000000     OPEN I-O COLLATERAL-FILE
015500     OPEN I-O ACCOUNT-FILE
000000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
000000     MOVE 'CBRTN01C'             TO QSP-JOB-NAME
000000             THRU 2500-PRENOTE-RETURN-EXIT
000000         GO TO 2000-PROCESS-RETURN-CONTINUE
000000     END-IF
000000     IF RTN-CONFIRM-NO (1:2) = 'CD'
000000         PERFORM 2600-DEPOSIT-RETURN
000000             THRU 2600-DEPOSIT-RETURN-EXIT
000000         GO TO 2000-PROCESS-RETURN-CONTINUE
000000     END-IF
018700     MOVE RTN-CONFIRM-NO         TO PAY-ID
018800     READ PAYMENT-FILE
018900         INVALID KEY
000000 2500-PRENOTE-RETURN-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A 'CD' CONFIRMATION IS A SECURED CARD COLLATERAL DEPOSIT DRAWN
000000* BY CBACH01C - THE ACCOUNT RIDES THE CONFIRMATION. THE DEPOSIT IS
000000* MARKED RETURNED. IF THE CLEARING WINDOW HAD ALREADY HELD IT, THE
000000* LIMIT IT OPENED IS TAKEN BACK TO ZERO AND ITS 12/9100 BOOKING IS
000000* REVERSED, SO NOTHING IS LENT AGAINST MONEY WE NEVER RECEIVED. NO
000000* RETURNED-PAYMENT FEE - NO PAYMENT WAS MADE.
000000******************************************************************
000000 2600-DEPOSIT-RETURN.
000000     MOVE RTN-CONFIRM-NO (3:11)  TO COL-ACCT-ID
000000     READ COLLATERAL-FILE
000000         INVALID KEY
000000             ADD 1               TO WS-REJECT-COUNT
000000             DISPLAY 'CBRTN01C - DEPOSIT ROW NOT FOUND: '
000000                 RTN-CONFIRM-NO
000000             GO TO 2600-DEPOSIT-RETURN-EXIT
000000     END-READ
000000     IF NOT COL-ORIGINATED AND NOT COL-HELD
000000         ADD 1                   TO WS-REJECT-COUNT
000000         GO TO 2600-DEPOSIT-RETURN-EXIT
000000     END-IF
000000     IF COL-HELD
000000         PERFORM 2650-UNWIND-HELD-DEPOSIT
000000             THRU 2650-UNWIND-HELD-DEPOSIT-EXIT
000000     END-IF
000000     SET COL-RETURNED            TO TRUE
000000     MOVE RTN-REASON-CD          TO COL-RETURN-REASON-CD
000000     REWRITE COLLATERAL-RECORD
000000     ADD 1                       TO WS-DEPOSIT-RTN-COUNT.
000000 2600-DEPOSIT-RETURN-EXIT.
000000     EXIT.
000000*
000000 2650-UNWIND-HELD-DEPOSIT.
000000     MOVE COL-ACCT-ID            TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             GO TO 2650-UNWIND-HELD-DEPOSIT-EXIT
000000     END-READ
000000     MOVE ZERO                   TO ACCT-CREDIT-LIMIT
000000     MOVE ZERO                   TO ACCT-CASH-CREDIT-LIMIT
000000     REWRITE ACCOUNT-RECORD
000000     MOVE COL-ACCT-ID            TO CARD-ACCT-ID
000000     START CARD-AIX-FILE KEY NOT LESS THAN CARD-ACCT-ID
000000         INVALID KEY
000000             GO TO 2650-UNWIND-HELD-DEPOSIT-EXIT
000000     END-START
000000     READ CARD-AIX-FILE NEXT RECORD
000000         AT END
000000             GO TO 2650-UNWIND-HELD-DEPOSIT-EXIT
000000     END-READ
000000     IF CARD-ACCT-ID NOT = COL-ACCT-ID
000000         GO TO 2650-UNWIND-HELD-DEPOSIT-EXIT
000000     END-IF
000000     ADD 1                       TO WS-SEQ-4
000000     MOVE FUNCTION CURRENT-DATE TO WS-NEW-TRAN-ID
000000     MOVE WS-SEQ-4               TO WS-NEW-TRAN-ID (13:4)
000000     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
000000     MOVE '12'                   TO TRAN-TYPE-CD
000000     MOVE '9100'                 TO TRAN-CAT-CD
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000     MOVE 'SECURED CARD DEPOSIT RETURNED' TO TRAN-DESC
000000     COMPUTE TRAN-AMT = COL-DEPOSIT-AMT * -1
000000     MOVE SPACES                 TO TRAN-MERCHANT-ID
000000     MOVE SPACES                 TO TRAN-MERCHANT-NAME
000000     MOVE SPACES                 TO TRAN-MERCHANT-CITY
000000     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
000000     MOVE SPACES                 TO TRAN-MERCHANT-STATE
000000     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
000000     MOVE CARD-NUM               TO TRAN-CARD-NUM
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
000000     MOVE 'Y'                    TO TRAN-REVERSAL-IND
000000     MOVE RTN-CONFIRM-NO         TO TRAN-ORIG-TRAN-ID
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'Y'                    TO TRAN-BAL-POSTED-IND
000000     WRITE TRAN-RECORD.
000000 2650-UNWIND-HELD-DEPOSIT-EXIT.
000000     EXIT.
000000*
021000 2100-READ-NEXT-RETURN.
021100     READ RETURN-FEED-FILE
021200         AT END
000000             ADD ALC-AMOUNT      TO ACCT-FEE-DUE-BAL
000000         WHEN ALC-BUCKET-CASH-ADV
000000             ADD ALC-AMOUNT      TO ACCT-CASH-ADV-BAL
000000         WHEN ALC-BUCKET-INSTL-DUE
000000             ADD ALC-AMOUNT      TO ACCT-INSTL-DUE-BAL
000000         WHEN ALC-BUCKET-INSTL-PLAN
000000             ADD ALC-AMOUNT      TO ACCT-INSTL-BAL
000000         WHEN OTHER
000000             CONTINUE
000000     END-EVALUATE.
027700     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
027800     MOVE SPACES                 TO TRAN-MERCHANT-STATE
027900     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
028000     MOVE WS-FEE-CARD-NUM        TO TRAN-CARD-NUM
028100     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
028200     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
035200     CLOSE RETURN-FEED-FILE
035300     CLOSE PAYMENT-FILE
000000     CLOSE FUNDING-FILE
000000     CLOSE COLLATERAL-FILE
035400     CLOSE ACCOUNT-FILE
035500     CLOSE TRAN-MASTER-FILE
035600     CLOSE CARD-AIX-FILE
035800     DISPLAY 'CBRTN01C - RETURNS APPLIED: ' WS-RETURN-COUNT
035900     DISPLAY 'CBRTN01C - ROWS REJECTED: ' WS-REJECT-COUNT
036000     DISPLAY 'CBRTN01C - SCHEDULES SUSPENDED: ' WS-SUSPEND-COUNT
000000     DISPLAY 'CBRTN01C - DEPOSITS RETURNED: ' WS-DEPOSIT-RTN-COUNT
036100     PERFORM 9200-LOG-JOB-STATUS
036200         THRU 9200-LOG-JOB-STATUS-EXIT.
036300 9000-TERMINATE-EXIT.
