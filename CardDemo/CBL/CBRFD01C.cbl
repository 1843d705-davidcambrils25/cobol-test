000000*                     AND RESOLVE THE CARD BEFORE ANY MONEY
000000*                     MOVES - A NO-CARD ACCOUNT IS REPORTED,
000000*                     NOT REFUNDED WITHOUT AN OFFSETTING DEBIT.
000000* 2026-10-15  MAINT   TRAN-MCC (MERCHANT CATEGORY CODE) IS
000000*                     BLANKED ON THE ROWS THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   THE ACH AND CHECK REFUND EXTRACT LAYOUTS
000000*                     MOVE TO COPYBOOKS CVRFA01Y AND CVRFC01Y SO
000000*                     CBAML01C CAN READ THEM.
000000* 2026-10-15  MAINT   SECOND PASS REFUNDS SECURED CARD COLLATERAL
000000*                     DEPOSITS SET REFUND-DUE ON COLLATRL - ACH
000000*                     TO THE FUNDING ACCOUNT, ELSE THE EFT
000000*                     ACCOUNT ON FILE, ELSE CHECK - AND POSTS
000000*                     12/9102.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
000000* 2026-10-15  MAINT   REGISTER THE ACH AND CHECK REFUND FILES
000000*                     (RFDACH AND RFDCHK) ON THE OUTBOUND FILE
000000*                     REGISTRY (CBOBF01C) AS THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN ONCE PER CYCLE AFTER CBACT04C. AN ACCOUNT
002500*                RERUN CANNOT REFUND THE SAME MONEY TWICE.
002600*                REFUNDS ISSUED ARE REPORTED ON RFDRPT - BEFORE
002700*                THE STATE ESCHEATMENT AUDITORS REPORT THEM FOR
002800*                US. A SECOND PASS RETURNS SECURED CARD
000000*                COLLATERAL DEPOSITS SET REFUND-DUE ON COLLATRL
000000*                THE SAME WAY (12/9102).
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS CARD-ACCT-ID
005700         FILE STATUS IS WS-CARDAIX-STATUS.
000000     SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS COL-ACCT-ID
000000         FILE STATUS IS WS-COLLATRL-STATUS.
000000     SELECT FUNDING-FILE ASSIGN TO FUNDACCT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS FND-KEY
000000         FILE STATUS IS WS-FUNDACCT-STATUS.
005800     SELECT REFUND-ACH-FILE ASSIGN TO RFDACH
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RFDACH-STATUS.
009000 FD  CARD-AIX-FILE.
009100     COPY CVACT02Y.
009200*
000000 FD  COLLATERAL-FILE.
000000     COPY CVCOL01Y.
000000*
000000 FD  FUNDING-FILE.
000000     COPY CVFND01Y.
000000*
009300 FD  REFUND-ACH-FILE
009400     RECORDING MODE IS F.
000000     COPY CVRFA01Y.
010200*
010300 FD  REFUND-CHECK-FILE
010400     RECORDING MODE IS F.
000000     COPY CVRFC01Y.
011200*
011300 FD  REFUND-REPORT-FILE
011400     RECORDING MODE IS F.
013000 01  WS-TRAN-MASTER-STATUS            PIC XX.
013100     88 WS-TRAN-MASTER-OK             VALUE '00'.
013200 01  WS-CARDAIX-STATUS                PIC XX.
000000 01  WS-COLLATRL-STATUS               PIC XX.
000000     88 WS-COLLATRL-OK                VALUE '00'.
000000 01  WS-FUNDACCT-STATUS               PIC XX.
013300 01  WS-RFDACH-STATUS                 PIC XX.
013400 01  WS-RFDCHK-STATUS                 PIC XX.
013500 01  WS-REPORT-STATUS                 PIC XX.
014100 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
014200 01  WS-ACH-COUNT                     PIC 9(07) VALUE ZERO.
014300 01  WS-CHECK-COUNT                   PIC 9(07) VALUE ZERO.
000000 01  WS-COL-EOF-SW                    PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-DEPOSITS            VALUE 'Y'.
000000 01  WS-DEPOSIT-RFD-COUNT             PIC 9(07) VALUE ZERO.
000000 01  WS-ACH-AMT-TOTAL                 PIC S9(11)V99 COMP-3
000000                                      VALUE ZERO.
000000 01  WS-CHECK-AMT-TOTAL               PIC S9(11)V99 COMP-3
000000                                      VALUE ZERO.
014400 01  WS-ABEND-REASON-TEXT             PIC X(50).
000000 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
014500*
000000******************************************************************
000000 COPY CVQSP01Y.
016400*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
016500 LINKAGE SECTION.
016600*
016700******************************************************************
017200     PERFORM 2000-REFUND-ACCOUNT
017300         THRU 2000-REFUND-ACCOUNT-EXIT
017400         UNTIL WS-END-OF-ACCOUNTS
000000     PERFORM 5000-DEPOSIT-REFUNDS
000000         THRU 5000-DEPOSIT-REFUNDS-EXIT
017500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
017600     GOBACK.
017700*
018500     OPEN INPUT CUSTOMER-FILE
018600     OPEN I-O TRAN-MASTER-FILE
018700     OPEN INPUT CARD-AIX-FILE
000000     OPEN I-O COLLATERAL-FILE
000000     OPEN INPUT FUNDING-FILE
018800     OPEN OUTPUT REFUND-ACH-FILE
018900     OPEN OUTPUT REFUND-CHECK-FILE
019000     OPEN OUTPUT REFUND-REPORT-FILE
025000         MOVE WS-CURDATE-YYYY-MM-DD TO RFA-REFUND-DATE
025100         WRITE REFUND-ACH-RECORD
025200         ADD 1                   TO WS-ACH-COUNT
000000         ADD WS-REFUND-AMT       TO WS-ACH-AMT-TOTAL
025300     ELSE
025400         MOVE ACCT-ID            TO RFC-ACCT-ID
025500         MOVE CUST-ID            TO RFC-CUST-ID
026300         MOVE WS-CURDATE-YYYY-MM-DD TO RFC-REFUND-DATE
026400         WRITE REFUND-CHECK-RECORD
026500         ADD 1                   TO WS-CHECK-COUNT
000000         ADD WS-REFUND-AMT       TO WS-CHECK-AMT-TOTAL
026600     END-IF
026700     PERFORM 4000-POST-REFUND-DEBIT
026800         THRU 4000-POST-REFUND-DEBIT-EXIT
031200     MOVE SPACES                 TO TRAN-MERCHANT-ZIP
031300     MOVE SPACES                 TO TRAN-MERCHANT-STATE
031400     MOVE SPACES                 TO TRAN-MERCHANT-COUNTRY
000000     MOVE SPACES                 TO TRAN-MCC
000000     MOVE SPACES                 TO TRAN-KEYED-BY
000000                                    TRAN-KEYED-PGM
000000                                    TRAN-APPROVED-BY
031500     MOVE CARD-NUM               TO TRAN-CARD-NUM
031600     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-ORIG-DATE
031700     MOVE WS-CURDATE-YYYY-MM-DD  TO TRAN-PROC-DATE
032300     WRITE TRAN-RECORD.
032400 4000-POST-REFUND-DEBIT-EXIT.
032500     EXIT.
000000*
000000******************************************************************
000000* SECOND PASS - SECURED CARD COLLATERAL DEPOSITS (COLLATRL) SET
000000* REFUND-DUE BY CLOSURE (COACT02C), GRADUATION (COACTAPC) OR A
000000* CHARGE-OFF THAT LEFT DEPOSIT OVER (CBCHO01C) GO BACK THE SAME
000000* WAY A CREDIT BALANCE DOES: ACH TO THE FUNDING ACCOUNT THE
000000* DEPOSIT CAME FROM WHILE IT IS STILL VERIFIED, ELSE TO THE
000000* CUSTOMER'S EFT ACCOUNT ON FILE, ELSE BY CHECK. THE DEPOSIT
000000* NEVER SAT ON THE CARD BALANCE, SO THE 12/9102 ROW IS MARKED
000000* ALREADY-APPLIED - IT ONLY TAKES THE LIABILITY DOWN IN THE
000000* CBGLX01C JOURNAL. THE ROW GOES TO REFUNDED, SO A RERUN CANNOT
000000* PAY IT TWICE.
000000******************************************************************
000000 5000-DEPOSIT-REFUNDS.
000000     IF NOT WS-COLLATRL-OK
000000         GO TO 5000-DEPOSIT-REFUNDS-EXIT
000000     END-IF
000000     MOVE LOW-VALUES             TO COL-ACCT-ID
000000     START COLLATERAL-FILE KEY NOT LESS THAN COL-ACCT-ID
000000         INVALID KEY
000000             GO TO 5000-DEPOSIT-REFUNDS-EXIT
000000     END-START
000000     PERFORM 5100-DEPOSIT-NEXT-ROW
000000         THRU 5100-DEPOSIT-NEXT-ROW-EXIT
000000         UNTIL WS-END-OF-DEPOSITS.
000000 5000-DEPOSIT-REFUNDS-EXIT.
000000     EXIT.
000000*
000000 5100-DEPOSIT-NEXT-ROW.
000000     READ COLLATERAL-FILE NEXT RECORD
000000         AT END
000000             MOVE 'Y'            TO WS-COL-EOF-SW
000000             GO TO 5100-DEPOSIT-NEXT-ROW-EXIT
000000     END-READ
000000     IF COL-REFUND-DUE
000000         PERFORM 5200-REFUND-DEPOSIT
000000             THRU 5200-REFUND-DEPOSIT-EXIT
000000     END-IF.
000000 5100-DEPOSIT-NEXT-ROW-EXIT.
000000     EXIT.
000000*
000000 5200-REFUND-DEPOSIT.
000000     MOVE COL-ACCT-ID            TO ACCT-ID
000000     MOVE COL-REFUND-AMT         TO WS-REFUND-AMT
000000     PERFORM 3500-FIND-FIRST-CARD
000000         THRU 3500-FIND-FIRST-CARD-EXIT
000000     IF NOT WS-CARD-FOUND
000000         MOVE SPACES             TO REFUND-REPORT-LINE
000000         STRING ACCT-ID          DELIMITED BY SIZE
000000                '  DEPOSIT NOT REFUNDED - NO CARD ON FILE'
000000                                 DELIMITED BY SIZE
000000           INTO REFUND-REPORT-LINE
000000         END-STRING
000000         WRITE REFUND-REPORT-LINE
000000         GO TO 5200-REFUND-DEPOSIT-EXIT
000000     END-IF
000000     MOVE COL-CUST-ID            TO CUST-ID
000000     READ CUSTOMER-FILE
000000         INVALID KEY
000000             GO TO 5200-REFUND-DEPOSIT-EXIT
000000     END-READ
000000     MOVE COL-CUST-ID            TO FND-CUST-ID
000000     MOVE COL-FUND-SEQ           TO FND-SEQ
000000     READ FUNDING-FILE
000000         INVALID KEY
000000             MOVE SPACES         TO FND-STATUS
000000     END-READ
000000     IF FND-VERIFIED
000000         MOVE FND-EFT-ACCOUNT-ID
000000                                 TO RFA-EFT-ACCOUNT-ID
000000     ELSE
000000         MOVE CUST-EFT-ACCOUNT-ID
000000                                 TO RFA-EFT-ACCOUNT-ID
000000     END-IF
000000     IF RFA-EFT-ACCOUNT-ID NOT = SPACES
000000         MOVE ACCT-ID            TO RFA-ACCT-ID
000000         MOVE CUST-ID            TO RFA-CUST-ID
000000         MOVE WS-REFUND-AMT      TO RFA-AMOUNT
000000         MOVE WS-CURDATE-YYYY-MM-DD TO RFA-REFUND-DATE
000000         WRITE REFUND-ACH-RECORD
000000         ADD 1                   TO WS-ACH-COUNT
000000         ADD WS-REFUND-AMT       TO WS-ACH-AMT-TOTAL
000000         SET COL-REFUND-BY-ACH   TO TRUE
000000     ELSE
000000         MOVE ACCT-ID            TO RFC-ACCT-ID
000000         MOVE CUST-ID            TO RFC-CUST-ID
000000         MOVE SPACES             TO RFC-CUST-NAME
000000         STRING CUST-FIRST-NAME  DELIMITED BY '  '
000000                ' '              DELIMITED BY SIZE
000000                CUST-LAST-NAME   DELIMITED BY '  '
000000           INTO RFC-CUST-NAME
000000         END-STRING
000000         MOVE WS-REFUND-AMT      TO RFC-AMOUNT
000000         MOVE WS-CURDATE-YYYY-MM-DD TO RFC-REFUND-DATE
000000         WRITE REFUND-CHECK-RECORD
000000         ADD 1                   TO WS-CHECK-COUNT
000000         ADD WS-REFUND-AMT       TO WS-CHECK-AMT-TOTAL
000000         SET COL-REFUND-BY-CHECK TO TRUE
000000     END-IF
000000     PERFORM 5300-POST-DEPOSIT-REFUND
000000         THRU 5300-POST-DEPOSIT-REFUND-EXIT
000000     SET COL-REFUNDED            TO TRUE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO COL-REFUND-DATE
000000     REWRITE COLLATERAL-RECORD
000000     ADD 1                       TO WS-DEPOSIT-RFD-COUNT
000000     MOVE WS-REFUND-AMT          TO WS-AMT-EDIT
000000     MOVE SPACES                 TO REFUND-REPORT-LINE
000000     STRING ACCT-ID              DELIMITED BY SIZE
000000            '  '                 DELIMITED BY SIZE
000000            WS-AMT-EDIT          DELIMITED BY SIZE
000000            '  SECURED DEPOSIT'  DELIMITED BY SIZE
000000       INTO REFUND-REPORT-LINE
000000     END-STRING
000000     WRITE REFUND-REPORT-LINE.
000000 5200-REFUND-DEPOSIT-EXIT.
000000     EXIT.
000000*
000000 5300-POST-DEPOSIT-REFUND.
000000     ADD 1                       TO WS-SEQ-4
000000     MOVE FUNCTION CURRENT-DATE TO WS-NEW-TRAN-ID
000000     MOVE WS-SEQ-4               TO WS-NEW-TRAN-ID (13:4)
000000     MOVE WS-NEW-TRAN-ID         TO TRAN-ID
000000     MOVE '12'                   TO TRAN-TYPE-CD
000000     MOVE '9102'                 TO TRAN-CAT-CD
000000     MOVE 'CNP'                  TO TRAN-SOURCE
000000     MOVE 'SECURED DEPOSIT REFUNDED' TO TRAN-DESC
000000     MOVE WS-REFUND-AMT          TO TRAN-AMT
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
000000     MOVE 'USD'                  TO TRAN-CURR-CD
000000     MOVE TRAN-AMT               TO TRAN-ORIG-AMT
000000     MOVE 'Y'                    TO TRAN-BAL-POSTED-IND
000000     WRITE TRAN-RECORD.
000000 5300-POST-DEPOSIT-REFUND-EXIT.
000000     EXIT.
032600*
000000******************************************************************
000000* REGISTER THE ACH AND CHECK REFUND FILES (RFDACH AND RFDCHK) ON
000000* THE OUTBOUND FILE REGISTRY SO THEIR TRANSMISSION AND THE
000000* RECEIVERS' ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C).
000000* A RUN THAT FAILED SENDS NOTHING AND REGISTERS NOTHING. THE
000000* CALL LEAVES ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS
000000* PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'RFDACH'               TO OBP-FILE-NAME
000000     MOVE 'ACHBANK'              TO OBP-PARTNER-CD
000000     MOVE 'CBRFD01C'             TO OBP-JOB-NAME
000000     MOVE WS-ACH-COUNT           TO OBP-REC-COUNT
000000     MOVE WS-ACH-AMT-TOTAL       TO OBP-AMT-TOTAL
000000     MOVE 012                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBRFD01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE 'RFDCHK'               TO OBP-FILE-NAME
000000     MOVE 'CHKPRINT'             TO OBP-PARTNER-CD
000000     MOVE 'CBRFD01C'             TO OBP-JOB-NAME
000000     MOVE WS-CHECK-COUNT         TO OBP-REC-COUNT
000000     MOVE WS-CHECK-AMT-TOTAL     TO OBP-AMT-TOTAL
000000     MOVE 048                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBRFD01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
032700 9000-TERMINATE.
000000     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
000000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
033000     CLOSE CUSTOMER-FILE
033100     CLOSE TRAN-MASTER-FILE
033200     CLOSE CARD-AIX-FILE
000000     CLOSE COLLATERAL-FILE
000000     CLOSE FUNDING-FILE
033300     CLOSE REFUND-ACH-FILE
033400     CLOSE REFUND-CHECK-FILE
033500     CLOSE REFUND-REPORT-FILE
033600     DISPLAY 'CBRFD01C - ACCOUNTS READ: ' WS-ACCT-COUNT
033700     DISPLAY 'CBRFD01C - ACH REFUNDS: ' WS-ACH-COUNT
033800     DISPLAY 'CBRFD01C - CHECK REFUNDS: ' WS-CHECK-COUNT
000000     DISPLAY 'CBRFD01C - DEPOSITS REFUNDED: ' WS-DEPOSIT-RFD-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
033900     PERFORM 9200-LOG-JOB-STATUS
034000         THRU 9200-LOG-JOB-STATUS-EXIT.
034100 9000-TERMINATE-EXIT.
