000000* 2026-09-03  MAINT   BANKRUPTCY ('B', STAMPED BY CBBKR01C) NOW
000000*                     FURNISHES AS 93 - PETITION FILED - INSTEAD
000000*                     OF FALLING TO THE EXCEPTIONS REPORT.
000000* 2026-10-15  MAINT   AN ACCOUNT CLOSED BY A PAID SETTLEMENT
000000*                     (ACCT-CLOSE-REASON-CD 'STLD') IS FURNISHED
000000*                     WITH SPECIAL COMMENT 'AU' - SETTLED FOR
000000*                     LESS THAN THE FULL BALANCE.
000000* 2026-10-15  MAINT   A CYCLE WHOSE PAYMENT IS SKIPPED UNDER A
000000*                     SKIP-A-PAYMENT ENROLLMENT (ACCT-SKIP-PAY-
000000*                     IND) IS FURNISHED AS CURRENT - STATUS 11,
000000*                     RATING 0.
000000* 2026-10-15  MAINT   AN ACCOUNT CLOSED BY RENUMBERING (REASON
000000*                     'XFER') IS NO LONGER FURNISHED AS A
000000*                     CLOSURE; THE NEW ACCOUNT'S FIRST ROW AFTER
000000*                     THE TRANSFER CARRIES THE OLD NUMBER IN CBR-
000000*                     PRIOR-ACCT-ID (ACCOUNT NUMBER CHANGE) SO
000000*                     THE BUREAU KEEPS ONE TRADELINE.
000000* 2026-10-15  MAINT   REGISTER THE CREDIT BUREAU EXTRACT (CBREXTR)
000000*                     ON THE OUTBOUND FILE REGISTRY (CBOBF01C) AS
000000*                     THE RUN ENDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE OUTBOUND SIDE OF THE BUREAU RELATIONSHIP WE
010100     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
010200 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
010300 01  WS-FURNISH-COUNT                 PIC 9(07) VALUE ZERO.
000000 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
000000 01  WS-XFER-COUNT                    PIC 9(07) VALUE ZERO.
000000 01  WS-LAST-RUN-DATE.
000000     05  WS-LAST-RUN-YYYY             PIC 9(04).
000000     05  FILLER                       PIC X(01) VALUE '-'.
000000     05  WS-LAST-RUN-MM               PIC 9(02).
000000     05  FILLER                       PIC X(01) VALUE '-'.
000000     05  WS-LAST-RUN-DD               PIC 9(02).
010500 01  WS-MAP-OK-SW                     PIC X(01).
010600     88 WS-MAP-OK                     VALUE 'Y'.
010700 01  WS-ABEND-REASON-TEXT             PIC X(50).
011000*
011100 COPY CSDAT01Y.
011200*
000000******************************************************************
000000* OUTBOUND FILE REGISTRATION PARAMETER - SEE CBOBF01C.
000000******************************************************************
000000 COPY CVOBP01Y.
000000*
011300 LINKAGE SECTION.
011400*
011500******************************************************************
012700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
012800     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
012900     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
000000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
000000*    THE SAME DAY LAST MONTH - THE PREVIOUS MONTH-END RUN. AN
000000*    ACCOUNT NUMBER CHANGE DATED AFTER IT IS NOT YET FURNISHED.
000000     MOVE WS-CURDATE-YEAR        TO WS-LAST-RUN-YYYY
000000     MOVE WS-CURDATE-DAY         TO WS-LAST-RUN-DD
000000     IF WS-CURDATE-MONTH = 1
000000         MOVE 12                 TO WS-LAST-RUN-MM
000000         SUBTRACT 1              FROM WS-LAST-RUN-YYYY
000000     ELSE
000000         COMPUTE WS-LAST-RUN-MM = WS-CURDATE-MONTH - 1
000000     END-IF
000000     OPEN INPUT ACCOUNT-FILE
013200     OPEN INPUT XREF-FILE
013300     OPEN INPUT CUSTOMER-FILE
013400     OPEN OUTPUT BUREAU-EXTRACT-FILE
017500* MAP THE ACCOUNT TO FURNISHER CODES. A STATUS WITH NO CLEAN
017600* MAPPING GOES TO THE EXCEPTIONS REPORT - GUESSING A FURNISHER
017700* CODE IS HOW AN ISSUER ENDS UP RE-REPORTING A WHOLE MONTH.
000000* A CYCLE WHOSE PAYMENT WAS SKIPPED UNDER THE SKIP-A-PAYMENT
000000* PROGRAM (ACCT-SKIP-PAY-IND) IS FURNISHED AS CURRENT.
017800******************************************************************
000000 3000-MAP-AND-WRITE.
000000     MOVE 'Y'                    TO WS-MAP-OK-SW
000000*    AN ACCOUNT CLOSED BY RENUMBERING IS REPORTED THROUGH ITS
000000*    SUCCESSOR'S ACCOUNT NUMBER CHANGE, NOT AS A CLOSED TRADELINE.
000000     IF ACCT-ACTIVE-STATUS = 'C' AND ACCT-CLOSED-TRANSFERRED
000000         ADD 1                   TO WS-XFER-COUNT
000000         GO TO 3000-MAP-AND-WRITE-EXIT
000000     END-IF
018100     EVALUATE TRUE
000000         WHEN ACCT-PAYMENT-SKIPPED
000000          AND (ACCT-ACTIVE-STATUS = 'A'
000000            OR ACCT-ACTIVE-STATUS = 'D')
000000             MOVE '11'           TO CBR-STATUS-CD
018200         WHEN ACCT-ACTIVE-STATUS = 'A'
018300             MOVE '11'           TO CBR-STATUS-CD
018400         WHEN ACCT-ACTIVE-STATUS = 'C'
020900         GO TO 3000-MAP-AND-WRITE-EXIT
021000     END-IF
021100     EVALUATE TRUE
000000         WHEN ACCT-PAYMENT-SKIPPED
021200         WHEN ACCT-CYCLES-DELINQUENT = ZERO
021300             MOVE '0'            TO CBR-PAYMENT-RATING
021400         WHEN ACCT-CYCLES-DELINQUENT = 1
024100     MOVE ACCT-CURR-BAL          TO CBR-CURR-BAL
024200     MOVE ACCT-CREDIT-LIMIT      TO CBR-CREDIT-LIMIT
024300     MOVE WS-CURDATE-YYYY-MM-DD  TO CBR-REPORT-DATE
000000     MOVE SPACES                 TO CBR-SPECIAL-COMMENT
000000     IF ACCT-ACTIVE-STATUS = 'C' AND ACCT-CLOSED-SETTLED
000000         MOVE 'AU'               TO CBR-SPECIAL-COMMENT
000000     END-IF
000000     MOVE ZERO                   TO CBR-PRIOR-ACCT-ID
000000     IF ACCT-XFER-FROM-ACCT-ID NOT = ZERO
000000        AND ACCT-XFER-DATE > WS-LAST-RUN-DATE
000000         MOVE ACCT-XFER-FROM-ACCT-ID TO CBR-PRIOR-ACCT-ID
000000     END-IF
024400     WRITE BUREAU-FURNISH-RECORD
024500     ADD 1                       TO WS-FURNISH-COUNT.
024600 3000-MAP-AND-WRITE-EXIT.
024700     EXIT.
024800*
000000******************************************************************
000000* REGISTER THE CREDIT BUREAU EXTRACT (CBREXTR) ON THE OUTBOUND
000000* FILE REGISTRY SO ITS TRANSMISSION AND THE BUREAU'S
000000* ACKNOWLEDGMENT CAN BE TRACKED (CBOBF02C, CBOBF03C). A RUN THAT
000000* FAILED SENDS NOTHING AND REGISTERS NOTHING. THE CALL LEAVES
000000* ITS OWN RETURN CODE BEHIND, SO THE RUN'S ZERO IS PUT BACK.
000000******************************************************************
000000 8500-REGISTER-OUTBOUND.
000000     IF RETURN-CODE NOT = ZERO
000000         GO TO 8500-REGISTER-OUTBOUND-EXIT
000000     END-IF
000000     MOVE 'CBREXTR'              TO OBP-FILE-NAME
000000     MOVE 'BUREAU'               TO OBP-PARTNER-CD
000000     MOVE 'CBCBR01C'             TO OBP-JOB-NAME
000000     MOVE WS-FURNISH-COUNT       TO OBP-REC-COUNT
000000     MOVE ZERO                   TO OBP-AMT-TOTAL
000000     MOVE 048                    TO OBP-ACK-WINDOW-HRS
000000     CALL 'CBOBF01C' USING OUTBOUND-REG-PARM
000000     IF OBP-FAILED
000000         DISPLAY 'CBCBR01C - OUTBOUND REGISTRY NOT UPDATED: '
000000                 OBP-FILE-ID
000000     END-IF
000000     MOVE ZERO                   TO RETURN-CODE.
000000 8500-REGISTER-OUTBOUND-EXIT.
000000     EXIT.
000000*
024900 9000-TERMINATE.
025000     CLOSE ACCOUNT-FILE
025100     CLOSE XREF-FILE
025400     CLOSE EXCEPTION-RPT-FILE
025500     DISPLAY 'CBCBR01C - ACCOUNTS READ: ' WS-ACCT-COUNT
025600     DISPLAY 'CBCBR01C - ROWS FURNISHED: ' WS-FURNISH-COUNT
000000     DISPLAY 'CBCBR01C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
000000     DISPLAY 'CBCBR01C - TRANSFERRED, NOT FURNISHED: '
000000             WS-XFER-COUNT
000000     PERFORM 8500-REGISTER-OUTBOUND
000000         THRU 8500-REGISTER-OUTBOUND-EXIT
025800     PERFORM 9200-LOG-JOB-STATUS
025900         THRU 9200-LOG-JOB-STATUS-EXIT.
026000 9000-TERMINATE-EXIT.
