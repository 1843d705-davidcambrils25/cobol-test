000000*                     ORIGINATES ZERO-DOLLAR PRENOTES FOR NEW
000000*                     FUNDING ACCOUNTS, VERIFYING THEM ONCE THE
000000*                     RESPONSE WINDOW PASSES CLEAN.
000000* 2026-10-15  MAINT   DRAW SECURED CARD COLLATERAL DEPOSITS
000000*                     (COLLATRL, CVCOL01Y) ON THE EXTRACT UNDER A
000000*                     'CD' CONFIRMATION, FROM THE VERIFIED
000000*                     FUNDACCT ROW THE DEPOSIT NAMES.
000000* 2026-10-15  MAINT   REGISTER THE ACH EXTRACT (ACHEXTR) ON THE
000000*                     OUTBOUND FILE REGISTRY (CBOBF01C) AS THE RUN
000000*                     ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       DAY-END EXTRACT THAT ACTUALLY MOVES THE MONEY A
002300*                COUNTED AND LEFT UNMARKED FOR FOLLOW-UP. THE
002400*                EXTRACT ENDS WITH A TRAILER CARRYING THE BATCH
002500*                CONTROL COUNT AND AMOUNT TOTAL. RUN AT DAY END.
000000*                SECURED CARD COLLATERAL DEPOSITS (COLLATRL) ARE
000000*                DRAWN ON THE SAME EXTRACT.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS FND-KEY
000000         FILE STATUS IS WS-FUNDING-STATUS.
000000     SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS COL-ACCT-ID
000000         FILE STATUS IS WS-COLLATRL-STATUS.
004500     SELECT ACH-EXTRACT-FILE ASSIGN TO ACHEXTR
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-ACHEXTR-STATUS.
000000 FD  FUNDING-FILE.
000000     COPY CVFND01Y.
000000*
000000 FD  COLLATERAL-FILE.
000000     COPY CVCOL01Y.
000000*
006800 FD  ACH-EXTRACT-FILE
006900     RECORDING MODE IS F.
007000     COPY CVACH01Y.
000000 01  WS-FND-EOF-SW                    PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-FUNDING             VALUE 'Y'.
000000 01  WS-PRENOTE-COUNT                 PIC 9(07) VALUE ZERO.
000000 01  WS-COLLATRL-STATUS               PIC XX.
000000     88 WS-COLLATRL-OK                VALUE '00'.
000000 01  WS-COL-EOF-SW                    PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-COLLATERAL          VALUE 'Y'.
000000 01  WS-DEPOSIT-COUNT                 PIC 9(07) VALUE ZERO.
000000 01  WS-DEPOSIT-HELD-COUNT            PIC 9(07) VALUE ZERO.
000000 01  WS-VERIFIED-COUNT                PIC 9(07) VALUE ZERO.
000000 01  WS-EFT-ID-USED                   PIC X(10).
000000 01  WS-FND-FOUND-SW                  PIC X(01).
010200*
010300 COPY CSDAT01Y.
010400*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
010500 LINKAGE SECTION.
010600*
010700******************************************************************
011300         THRU 2000-ORIGINATE-PAYMENT-EXIT
011400         UNTIL WS-END-OF-PAYMENTS
000000     PERFORM 4000-PRENOTE-PASS THRU 4000-PRENOTE-PASS-EXIT
000000     PERFORM 5000-DEPOSIT-PASS THRU 5000-DEPOSIT-PASS-EXIT
011500     PERFORM 7000-WRITE-TRAILER THRU 7000-WRITE-TRAILER-EXIT
011600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
011700     GOBACK.
012500     OPEN INPUT XREF-FILE
012600     OPEN INPUT CUSTOMER-FILE
000000     OPEN I-O FUNDING-FILE
000000     OPEN I-O COLLATERAL-FILE
012700     OPEN OUTPUT ACH-EXTRACT-FILE
000000     COMPUTE WS-PRENOTE-CUTOFF-INT =
000000         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
000000 4100-PRENOTE-NEXT-ROW-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* SECURED CARD DEPOSIT PASS - EVERY COLLATERAL DEPOSIT BOOKED AT
000000* ORIGINATION AND NOT YET DRAWN ('P') GOES OUT AS A DEBIT ON THE
000000* FUNDACCT ROW IT NAMES, UNDER A 'CD' CONFIRMATION CARRYING THE
000000* ACCOUNT, AND IS MARKED ORIGINATED. CBACH02C HOLDS IT WHEN THE
000000* BANK SETTLES IT; CBRTN01C MARKS IT RETURNED IF IT BOUNCES. A
000000* FUNDING ROW NO LONGER VERIFIED LEAVES THE DEPOSIT WAITING AND
000000* COUNTED FOR FOLLOW-UP, THE SAME RULE 3100 APPLIES TO PAYMENTS.
000000******************************************************************
000000 5000-DEPOSIT-PASS.
000000     MOVE 'N'                    TO WS-COL-EOF-SW
000000     MOVE ZERO                   TO COL-ACCT-ID
000000     START COLLATERAL-FILE KEY NOT LESS THAN COL-ACCT-ID
000000         INVALID KEY
000000             GO TO 5000-DEPOSIT-PASS-EXIT
000000     END-START
000000     PERFORM 5100-DEPOSIT-NEXT-ROW
000000         THRU 5100-DEPOSIT-NEXT-ROW-EXIT
000000         UNTIL WS-END-OF-COLLATERAL.
000000 5000-DEPOSIT-PASS-EXIT.
000000     EXIT.
000000*
000000 5100-DEPOSIT-NEXT-ROW.
000000     READ COLLATERAL-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-COL-EOF-SW
000000             GO TO 5100-DEPOSIT-NEXT-ROW-EXIT
000000     END-READ
000000     IF NOT COL-AWAITING-ORIG
000000         GO TO 5100-DEPOSIT-NEXT-ROW-EXIT
000000     END-IF
000000     MOVE COL-CUST-ID            TO FND-CUST-ID
000000     MOVE COL-FUND-SEQ           TO FND-SEQ
000000     READ FUNDING-FILE
000000         INVALID KEY
000000             ADD 1               TO WS-DEPOSIT-HELD-COUNT
000000             GO TO 5100-DEPOSIT-NEXT-ROW-EXIT
000000     END-READ
000000     IF NOT FND-VERIFIED
000000         ADD 1                   TO WS-DEPOSIT-HELD-COUNT
000000         GO TO 5100-DEPOSIT-NEXT-ROW-EXIT
000000     END-IF
000000     SET ACH-DETAIL-REC          TO TRUE
000000     MOVE SPACES                 TO ACH-CONFIRM-NO
000000     STRING 'CD'                 DELIMITED BY SIZE
000000            COL-ACCT-ID          DELIMITED BY SIZE
000000       INTO ACH-CONFIRM-NO
000000     END-STRING
000000     MOVE COL-ACCT-ID            TO ACH-ACCT-ID
000000     MOVE FND-EFT-ACCOUNT-ID     TO ACH-EFT-ACCOUNT-ID
000000     MOVE COL-DEPOSIT-AMT        TO ACH-AMOUNT
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO ACH-DATE
000000     WRITE ACH-EXTRACT-RECORD
000000     SET COL-ORIGINATED          TO TRUE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO COL-ORIG-DATE
000000     REWRITE COLLATERAL-RECORD
000000     ADD 1                       TO WS-DEPOSIT-COUNT
000000     ADD COL-DEPOSIT-AMT         TO WS-ORIG-AMT-TOTAL.
000000 5100-DEPOSIT-NEXT-ROW-EXIT.
000000     EXIT.
000000*
020500 7000-WRITE-TRAILER.
020600     MOVE SPACES                 TO ACH-EXTRACT-RECORD
020700     MOVE 'T'                    TO ACH-TRL-REC-TYPE
000000     COMPUTE ACH-TRL-COUNT =
000000         WS-ORIG-COUNT + WS-PRENOTE-COUNT + WS-DEPOSIT-COUNT
020900     MOVE WS-ORIG-AMT-TOTAL      TO ACH-TRL-AMT-TOTAL
021000     MOVE WS-CURDATE-YYYY-MM-DD  TO ACH-TRL-DATE
021100     WRITE ACH-EXTRACT-RECORD.
021200 7000-WRITE-TRAILER-EXIT.
021300     EXIT.
021400*
000000******************************************************************
000000* REGISTER THE ACH EXTRACT (ACHEXTR) ON THE OUTBOUND FILE
000000* REGISTRY SO ITS TRANSMISSION AND THE ORIGINATING BANK'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'ACHEXTR'              TO OBP-FILE-NAME
000000     MOVE 'ACHBANK'              TO OBP-PARTNER-CD
000000     MOVE 'CBACH01C'             TO OBP-JOB-NAME
000000     COMPUTE OBP-REC-COUNT =
000000         WS-ORIG-COUNT + WS-PRENOTE-COUNT + WS-DEPOSIT-COUNT
000000     MOVE WS-ORIG-AMT-TOTAL      TO OBP-AMT-TOTAL
000000     MOVE 012                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBACH01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
021500 9000-TERMINATE.
021600     CLOSE PAYMENT-FILE
021700     CLOSE XREF-FILE
021800     CLOSE CUSTOMER-FILE
000000     CLOSE FUNDING-FILE
000000     CLOSE COLLATERAL-FILE
021900     CLOSE ACH-EXTRACT-FILE
022000     DISPLAY 'CBACH01C - PAYMENTS READ: ' WS-PAYMENT-COUNT
022100     DISPLAY 'CBACH01C - DEBITS ORIGINATED: ' WS-ORIG-COUNT
022200     DISPLAY 'CBACH01C - NO EFT ACCOUNT: ' WS-NO-EFT-COUNT
000000     DISPLAY 'CBACH01C - PRENOTES SENT: ' WS-PRENOTE-COUNT
000000     DISPLAY 'CBACH01C - FUNDING VERIFIED: ' WS-VERIFIED-COUNT
000000     DISPLAY 'CBACH01C - DEPOSITS DRAWN: ' WS-DEPOSIT-COUNT
000000     DISPLAY 'CBACH01C - DEPOSITS HELD BACK: '
000000         WS-DEPOSIT-HELD-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
022300     PERFORM 9200-LOG-JOB-STATUS
022400         THRU 9200-LOG-JOB-STATUS-EXIT.
022500 9000-TERMINATE-EXIT.
