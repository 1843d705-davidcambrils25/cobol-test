000900*----------------------------------------------------------------
001000* 2026-09-03  MAINT   INITIAL VERSION - ACH SETTLEMENT
001100*                     ACKNOWLEDGMENT PROCESSING.
000000* 2026-10-15  MAINT   A SETTLED 'CD' SECURED CARD DEPOSIT (ACK OR
000000*                     CLEARING WINDOW) IS HELD, SETS THE
000000*                     ACCOUNT'S CREDIT LIMIT TO THE DEPOSIT AND
000000*                     BOOKS 12/9100 TO THE COLLATERAL LIABILITY.
000000*                     JOINS THE ACCTDAT QUIESCE PROTOCOL
000000*                     (CBQSC01C) NOW THAT IT UPDATES ACCOUNTS.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE OTHER HALF OF THE CBACH01C CONVERSATION.
002400*                AFTER WS-CLEARING-DAYS IS TREATED AS SETTLED,
002500*                SO A MISSED BANK FILE CANNOT HOLD CREDIT
002600*                HOSTAGE FOREVER. RUN DAILY AFTER THE BANK FILE
002700*                ARRIVES. A SETTLED SECURED CARD COLLATERAL
000000*                DEPOSIT (COLLATRL) IS HELD AND OPENS THE
000000*                ACCOUNT'S CREDIT LIMIT AT THE DEPOSIT.
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS PAY-ID
003900         FILE STATUS IS WS-PAYMENT-STATUS.
000000     SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS COL-ACCT-ID
000000         FILE STATUS IS WS-COLLATRL-STATUS.
000000     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS ACCT-ID
000000         FILE STATUS IS WS-ACCOUNT-STATUS.
000000     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS TRAN-ID
000000         FILE STATUS IS WS-TRAN-MASTER-STATUS.
000000     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS CARD-ACCT-ID
000000         FILE STATUS IS WS-CARDAIX-STATUS.
004000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-ALERT-STATUS.
005500 FD  PAYMENT-FILE.
005600     COPY CVPAY01Y.
005700*
000000 FD  COLLATERAL-FILE.
000000     COPY CVCOL01Y.
000000*
000000 FD  ACCOUNT-FILE.
000000     COPY CVACT01Y.
000000*
000000 FD  TRAN-MASTER-FILE.
000000     COPY CVTRA01Y.
000000*
000000 FD  CARD-AIX-FILE.
000000     COPY CVACT02Y.
000000*
005800 FD  ALERT-QUEUE-FILE
005900     RECORDING MODE IS F.
006000     COPY CSOPS01Y.
006700     88 WS-ACK-OK                     VALUE '00'.
006800 01  WS-PAYMENT-STATUS                PIC XX.
006900     88 WS-PAYMENT-OK                 VALUE '00'.
000000 01  WS-COLLATRL-STATUS               PIC XX.
000000 01  WS-ACCOUNT-STATUS                PIC XX.
000000     88 WS-ACCOUNT-OK                 VALUE '00'.
000000 01  WS-TRAN-MASTER-STATUS            PIC XX.
000000 01  WS-CARDAIX-STATUS                PIC XX.
007000 01  WS-ALERT-STATUS                  PIC XX.
007100 01  WS-JOBLOG-STATUS                 PIC XX.
007200     88 WS-JOBLOG-OK                  VALUE '00'.
007800 01  WS-SETTLED-COUNT                 PIC 9(07) VALUE ZERO.
007900 01  WS-AGED-COUNT                    PIC 9(07) VALUE ZERO.
008000 01  WS-REJECT-COUNT                  PIC 9(07) VALUE ZERO.
000000 01  WS-COL-EOF-SW                    PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-COLLATERAL          VALUE 'Y'.
000000 01  WS-DEPOSIT-HELD-COUNT            PIC 9(07) VALUE ZERO.
000000 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
000000*
000000 01  WS-DEPOSIT-WORK.
000000     05 WS-HOLD-DATE                  PIC X(10).
000000     05 WS-NEW-TRAN-ID                PIC X(16).
000000     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
000000     05 WS-CARD-FOUND-SW              PIC X(01) VALUE 'N'.
000000        88 WS-CARD-FOUND              VALUE 'Y'.
008100 01  WS-ABEND-REASON-TEXT             PIC X(50).
008200*
008300******************************************************************
010300 COPY CSMSG02Y.
010400*
010500 COPY CSDAT01Y.
000000*
000000******************************************************************
000000* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
000000******************************************************************
000000 COPY CVQSP01Y.
010600*
010700 LINKAGE SECTION.
010800*
011600         UNTIL WS-END-OF-ACKS
011700     PERFORM 4000-AGE-STRAGGLERS
011800         THRU 4000-AGE-STRAGGLERS-EXIT
000000     PERFORM 4500-AGE-DEPOSITS
000000         THRU 4500-AGE-DEPOSITS-EXIT
011900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
012000     GOBACK.
012100*
013400     MOVE WS-AGE-CUTOFF-N (7:2)  TO WS-AGC-DD
013500     OPEN INPUT ACH-ACK-FILE
013600     OPEN I-O PAYMENT-FILE
000000     OPEN I-O COLLATERAL-FILE
000000     OPEN I-O ACCOUNT-FILE
000000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
000000     MOVE 'CBACH02C'             TO QSP-JOB-NAME
000000     SET QSP-ACTION-SET          TO TRUE
000000     CALL 'CBQSC01C' USING QUIESCE-PARM
000000     OPEN I-O TRAN-MASTER-FILE
000000     OPEN INPUT CARD-AIX-FILE
013700     IF NOT WS-ACK-OK
013800         DISPLAY 'CBACH02C - ERROR OPENING ACK FEED'
013900         MOVE 'Y'                TO WS-EOF-SW
015700*
015800 2000-PROCESS-ACKS.
015900     ADD 1                       TO WS-ACK-COUNT
000000     IF SAK-CONFIRM-NO (1:2) = 'CD'
000000         PERFORM 2500-DEPOSIT-ACK THRU 2500-DEPOSIT-ACK-EXIT
000000         GO TO 2000-PROCESS-ACKS-NEXT
000000     END-IF
016000     MOVE SAK-CONFIRM-NO         TO PAY-ID
016100     READ PAYMENT-FILE
016200         INVALID KEY
018700 2100-READ-NEXT-ACK-EXIT.
018800     EXIT.
018900*
000000******************************************************************
000000* A 'CD' CONFIRMATION IS A SECURED CARD COLLATERAL DEPOSIT DRAWN
000000* BY CBACH01C - THE ACCOUNT RIDES THE CONFIRMATION.
000000******************************************************************
000000 2500-DEPOSIT-ACK.
000000     MOVE SAK-CONFIRM-NO (3:11)  TO COL-ACCT-ID
000000     READ COLLATERAL-FILE
000000         INVALID KEY
000000             ADD 1               TO WS-REJECT-COUNT
000000             DISPLAY 'CBACH02C - DEPOSIT NOT FOUND, SKIPPED: '
000000                 SAK-CONFIRM-NO
000000             GO TO 2500-DEPOSIT-ACK-EXIT
000000     END-READ
000000     IF NOT COL-ORIGINATED
000000         ADD 1                   TO WS-REJECT-COUNT
000000         GO TO 2500-DEPOSIT-ACK-EXIT
000000     END-IF
000000     MOVE SAK-SETTLE-DATE        TO WS-HOLD-DATE
000000     PERFORM 6000-HOLD-DEPOSIT THRU 6000-HOLD-DEPOSIT-EXIT.
000000 2500-DEPOSIT-ACK-EXIT.
000000     EXIT.
000000*
019000******************************************************************
019100* SECOND PASS - ANY ORIGINATED PAYMENT STILL UNACKNOWLEDGED
019200* PAST THE CLEARING WINDOW IS TREATED AS SETTLED, SO A MISSED
022300 4100-AGE-NEXT-PAYMENT-EXIT.
022400     EXIT.
022500*
000000******************************************************************
000000* THE SAME CLEARING WINDOW FOR COLLATERAL DEPOSITS - A DRAWN
000000* DEPOSIT STILL UNACKNOWLEDGED PAST IT IS HELD, SO A MISSED BANK
000000* FILE DOES NOT LEAVE A FUNDED SECURED CARD WITH NO LIMIT.
000000******************************************************************
000000 4500-AGE-DEPOSITS.
000000     MOVE 'N'                    TO WS-COL-EOF-SW
000000     MOVE ZERO                   TO COL-ACCT-ID
000000     START COLLATERAL-FILE KEY NOT LESS THAN COL-ACCT-ID
000000         INVALID KEY
000000             GO TO 4500-AGE-DEPOSITS-EXIT
000000     END-START
000000     PERFORM 4600-AGE-NEXT-DEPOSIT
000000         THRU 4600-AGE-NEXT-DEPOSIT-EXIT
000000         UNTIL WS-END-OF-COLLATERAL.
000000 4500-AGE-DEPOSITS-EXIT.
000000     EXIT.
000000*
000000 4600-AGE-NEXT-DEPOSIT.
000000     READ COLLATERAL-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-COL-EOF-SW
000000             GO TO 4600-AGE-NEXT-DEPOSIT-EXIT
000000     END-READ
000000     IF COL-ORIGINATED
000000        AND COL-ORIG-DATE NOT = SPACES
000000        AND COL-ORIG-DATE <= WS-AGE-CUTOFF-X
000000         MOVE WS-CURDATE-YYYY-MM-DD TO WS-HOLD-DATE
000000         PERFORM 6000-HOLD-DEPOSIT THRU 6000-HOLD-DEPOSIT-EXIT
000000     END-IF.
000000 4600-AGE-NEXT-DEPOSIT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* THE DEPOSIT HAS SETTLED: THE ACCOUNT'S CREDIT LIMIT BECOMES THE
000000* DEPOSIT (CASH LIMIT AT THE USUAL 20%), THE ROW IS HELD, AND THE
000000* DEPOSIT IS BOOKED TO THE COLLATERAL LIABILITY THROUGH THE
000000* TRANSACTION MASTER (12/9100) FOR THE CBGLX01C FEED. THE ROW IS
000000* MARKED ALREADY-APPLIED - THE DEPOSIT IS THE CUSTOMER'S MONEY
000000* HELD, NOT A PAYMENT, AND NEVER TOUCHES THE CARD BALANCE.
000000******************************************************************
000000 6000-HOLD-DEPOSIT.
000000     MOVE COL-ACCT-ID            TO ACCT-ID
000000     READ ACCOUNT-FILE
000000         INVALID KEY
000000             ADD 1               TO WS-REJECT-COUNT
000000             DISPLAY 'CBACH02C - DEPOSIT ACCOUNT NOT FOUND: '
000000                 COL-ACCT-ID
000000             GO TO 6000-HOLD-DEPOSIT-EXIT
000000     END-READ
000000     MOVE COL-DEPOSIT-AMT        TO ACCT-CREDIT-LIMIT
000000     COMPUTE ACCT-CASH-CREDIT-LIMIT ROUNDED =
000000         COL-DEPOSIT-AMT * 0.20
000000     REWRITE ACCOUNT-RECORD
000000     SET COL-HELD                TO TRUE
000000     MOVE WS-HOLD-DATE           TO COL-HELD-DATE
000000     REWRITE COLLATERAL-RECORD
000000     ADD 1                       TO WS-DEPOSIT-HELD-COUNT
000000     PERFORM 6100-FIND-FIRST-CARD
000000         THRU 6100-FIND-FIRST-CARD-EXIT
000000     IF NOT WS-CARD-FOUND
000000         DISPLAY 'CBACH02C - NO CARD, DEPOSIT NOT JOURNALED: '
000000             COL-ACCT-ID
000000         GO TO 6000-HOLD-DEPOSIT-EXIT
000000     END-IF
000000     ADD 1                       TO WS-SEQ-4
000000     MOVE FUNCTION CURRENT-DATE TO WS-NEW-TRAN-ID
000000     MOVE WS-SEQ-4               TO WS-NEW-TRAN-ID (13:4)
000000     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
000000     MOVE '12'                   TO TRAN-TYPE-CD
000000     MOVE '9100'                 TO TRAN-CAT-CD
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000     MOVE 'SECURED CARD DEPOSIT RECEIVED' TO TRAN-DESC
000000     MOVE COL-DEPOSIT-AMT        TO TRAN-AMT
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
000000     MOVE 'N'                    TO TRAN-REVERSAL-IND
000000     MOVE SPACES                 TO TRAN-ORIG-TRAN-ID
000000     STRING 'CD'                 DELIMITED BY SIZE
000000            COL-ACCT-ID          DELIMITED BY SIZE
000000       INTO TRAN-ORIG-TRAN-ID
000000     END-STRING
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'Y'                    TO TRAN-BAL-POSTED-IND
000000     WRITE TRAN-RECORD.
000000 6000-HOLD-DEPOSIT-EXIT.
000000     EXIT.
000000*
000000 6100-FIND-FIRST-CARD.
000000     MOVE 'N'                    TO WS-CARD-FOUND-SW
000000     MOVE COL-ACCT-ID            TO CARD-ACCT-ID
000000     START CARD-AIX-FILE KEY NOT LESS THAN CARD-ACCT-ID
000000         INVALID KEY
000000             GO TO 6100-FIND-FIRST-CARD-EXIT
000000     END-START
000000     READ CARD-AIX-FILE NEXT RECORD
000000         AT END
000000             GO TO 6100-FIND-FIRST-CARD-EXIT
000000     END-READ
000000     IF CARD-ACCT-ID = COL-ACCT-ID
000000         MOVE 'Y'                TO WS-CARD-FOUND-SW
000000     END-IF.
000000 6100-FIND-FIRST-CARD-EXIT.
000000     EXIT.
000000*
022600 9000-TERMINATE.
000000     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
000000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
000000     MOVE 'CBACH02C'             TO QSP-JOB-NAME
000000     SET QSP-ACTION-CLEAR        TO TRUE
000000     CALL 'CBQSC01C' USING QUIESCE-PARM
000000     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
022700     CLOSE ACH-ACK-FILE
022800     CLOSE PAYMENT-FILE
000000     CLOSE COLLATERAL-FILE
000000     CLOSE ACCOUNT-FILE
000000     CLOSE TRAN-MASTER-FILE
000000     CLOSE CARD-AIX-FILE
022900     DISPLAY 'CBACH02C - ACK ROWS READ: ' WS-ACK-COUNT
023000     DISPLAY 'CBACH02C - PAYMENTS SETTLED: ' WS-SETTLED-COUNT
023100     DISPLAY 'CBACH02C - AGED TO SETTLED: ' WS-AGED-COUNT
023200     DISPLAY 'CBACH02C - REJECTED ROWS: ' WS-REJECT-COUNT
000000     DISPLAY 'CBACH02C - DEPOSITS HELD: ' WS-DEPOSIT-HELD-COUNT
023300     PERFORM 9200-LOG-JOB-STATUS
023400         THRU 9200-LOG-JOB-STATUS-EXIT.
023500 9000-TERMINATE-EXIT.
