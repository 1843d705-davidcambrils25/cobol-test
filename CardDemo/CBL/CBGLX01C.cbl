000000*                     OF SUSPENSE, AND AN OPRALRT FIRES WHEN
000000*                     OPEN SUSPENSE BREACHES THE COUNT, AMOUNT
000000*                     OR AGE THRESHOLDS.
000000* 2026-10-15  MAINT   MAP THE 11/9001 SETTLEMENT WRITE-OFF ROWS
000000*                     CBSTL01C POSTS TO BAD DEBT EXPENSE AGAINST
000000*                     THE RECEIVABLE, SIGNED LIKE 11/9000.
000000* 2026-10-15  MAINT   MAP THE 04/3003 INSTALLMENT PLAN FEE AND
000000*                     06/4003 INSTALLMENT PLAN INTEREST ROWS.
000000* 2026-10-15  MAINT   MAP THE SECURED CARD DEPOSIT ROWS TO THE
000000*                     NEW 21200000 DEPOSIT LIABILITY - 12/9100
000000*                     RECEIVED (CASH), 12/9101 APPLIED AT CHARGE-
000000*                     OFF (RECEIVABLE, SIGNED LIKE 11/9000) AND
000000*                     12/9102 REFUNDED (CASH).
000000* 2026-10-15  MAINT   A NEW SUSPENSE ROW STARTS WITH NO REPOST
000000*                     REQUESTER.
000000* 2026-10-15  MAINT   REGISTER THE GL JOURNAL EXTRACT (GLJRNL) ON
000000*                     THE OUTBOUND FILE REGISTRY (CBOBF01C) AS THE
000000*                     RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE TRANSACTION MASTER AND, FOR EVERY ROW
007300     88 WS-END-OF-TRANSACTIONS        VALUE 'Y'.
007400 01  WS-TRAN-COUNT                    PIC 9(07) VALUE ZERO.
007500 01  WS-JOURNAL-COUNT                 PIC 9(07) VALUE ZERO.
000000 01  WS-JOURNAL-AMT-TOTAL             PIC S9(11)V99 COMP-3
000000                                      VALUE ZERO.
007600 01  WS-SUSPENSE-COUNT                PIC 9(07) VALUE ZERO.
007700 01  WS-MAP-FOUND-SW                  PIC X(01) VALUE 'N'.
007800     88 WS-MAP-FOUND                  VALUE 'Y'.
008400* JOURNAL PAIR, LAID OUT THE SAME FLAT-VALUES-PLUS-REDEFINES WAY
008500* AS CVTRA02Y. 14100000 CARDHOLDER RECEIVABLES, 14200000 CASH
008600* ADVANCE RECEIVABLES, 10100000 CASH/SETTLEMENT, 21100000
008700* MERCHANT SETTLEMENT PAYABLE, 21200000 SECURED CARD DEPOSIT
000000* LIABILITY, 41100000 INTEREST INCOME,
008800* 44100000/44200000 FEE INCOME, 66100000 BAD DEBT EXPENSE,
000000* 99999999 SUSPENSE.
008900******************************************************************
000000        '0640021410000041100000'.
000000     05 FILLER                   PIC X(22) VALUE
000000        '0860011010000014100000'.
000000     05 FILLER                   PIC X(22) VALUE
000000        '1190011410000066100000'.
000000     05 FILLER                   PIC X(22) VALUE
000000        '0430031410000044100000'.
000000     05 FILLER                   PIC X(22) VALUE
000000        '0640031410000041100000'.
000000     05 FILLER                   PIC X(22) VALUE
000000        '1291001010000021200000'.
000000     05 FILLER                   PIC X(22) VALUE
000000        '1291011410000021200000'.
000000     05 FILLER                   PIC X(22) VALUE
000000        '1291022120000010100000'.
011800*
011900 01  GL-ACCOUNT-MAP-REDEF REDEFINES GL-ACCOUNT-MAP-VALUES.
012000     05 GLM-VALUE-ENTRY OCCURS 21 TIMES.
012100        10 GLM-VALUE-TYPE-CD     PIC X(02).
012200        10 GLM-VALUE-CAT-CD      PIC X(04).
012300        10 GLM-VALUE-DR-ACCOUNT  PIC X(08).
013400*
013500 COPY CSDAT01Y.
013600*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
013700 LINKAGE SECTION.
013800*
013900******************************************************************
022800     SET GLJ-CREDIT              TO TRUE
022900     MOVE WS-CR-ACCOUNT          TO GLJ-GL-ACCOUNT
023000     WRITE GL-JOURNAL-RECORD
000000     ADD TRAN-AMT                TO WS-JOURNAL-AMT-TOTAL
023100     ADD 2                       TO WS-JOURNAL-COUNT.
023200 3000-WRITE-JOURNAL-PAIR-EXIT.
023300     EXIT.
000000     MOVE TRAN-AMT               TO GLS-AMOUNT
000000     SET GLS-OPEN                TO TRUE
000000     MOVE SPACES                 TO GLS-REPOST-DATE
000000     MOVE SPACES                 TO GLS-REQUESTED-BY
000000     MOVE SPACES                 TO GLS-REQUESTED-DATE
000000     WRITE GL-SUSPENSE-RECORD
000000         INVALID KEY
000000             CONTINUE
000000     SET GLJ-CREDIT              TO TRUE
000000     MOVE WS-CR-ACCOUNT          TO GLJ-GL-ACCOUNT
000000     WRITE GL-JOURNAL-RECORD
000000     ADD GLS-AMOUNT              TO WS-JOURNAL-AMT-TOTAL
000000     ADD 2                       TO WS-JOURNAL-COUNT
000000     SET GLS-REPOSTED            TO TRUE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO GLS-REPOST-DATE
000000 5000-CHECK-SUSPENSE-ALERT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* REGISTER THE GL JOURNAL EXTRACT (GLJRNL) ON THE OUTBOUND FILE
000000* REGISTRY SO ITS TRANSMISSION AND THE GENERAL LEDGER'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'GLJRNL'               TO OBP-FILE-NAME
000000     MOVE 'GL'                   TO OBP-PARTNER-CD
000000     MOVE 'CBGLX01C'             TO OBP-JOB-NAME
000000     MOVE WS-JOURNAL-COUNT       TO OBP-REC-COUNT
000000     MOVE WS-JOURNAL-AMT-TOTAL   TO OBP-AMT-TOTAL
000000     MOVE 006                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBGLX01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
023500 9000-TERMINATE.
023600     CLOSE TRAN-MASTER-FILE
023700     CLOSE GL-JOURNAL-FILE
000000     DISPLAY 'CBGLX01C - SUSPENSE REPOSTED: ' WS-REPOST-COUNT
000000     DISPLAY 'CBGLX01C - OPEN SUSPENSE ROWS: '
000000             WS-OPEN-SUSP-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
024300     PERFORM 9200-LOG-JOB-STATUS
024400         THRU 9200-LOG-JOB-STATUS-EXIT.
024500 9000-TERMINATE-EXIT.
