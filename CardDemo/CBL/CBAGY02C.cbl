000000*                     AND WRITE IT SETTLED WITH THE COLLECTION
000000*                     DATE - THE AGENCY HOLDS THE MONEY, SO THE
000000*                     CLEARING HOLD NEVER APPLIES.
000000* 2026-10-15  MAINT   AN AGENCY CLOSURE RECORDS A DEBT
000000*                     CANCELLATION EVENT ON DEBTCNL FOR 1099-C
000000*                     REPORTING; LATER RECOVERIES RE-AMOUNT IT
000000*                     AND A RECALL VOIDS IT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PROCESSES THE AGENCY'S ANSWERS TO THE CBAGY01C
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS PAY-ID
004500         FILE STATUS IS WS-PAYMENT-STATUS.
000000     SELECT DEBT-CANCEL-FILE ASSIGN TO DEBTCNL
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS RANDOM
000000         RECORD KEY IS DCN-KEY
000000         FILE STATUS IS WS-DEBTCNL-STATUS.
004600     SELECT AGY-REPORT-FILE ASSIGN TO AGYRPT
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-REPORT-STATUS.
006700 FD  PAYMENT-FILE.
006800     COPY CVPAY01Y.
006900*
000000 FD  DEBT-CANCEL-FILE.
000000     COPY CVDCN01Y.
000000*
007000 FD  AGY-REPORT-FILE
007100     RECORDING MODE IS F.
007200 01  AGY-REPORT-LINE                  PIC X(80).
008400 01  WS-CHGOFF-STATUS                 PIC XX.
008500     88 WS-CHGOFF-OK                  VALUE '00'.
008600 01  WS-PAYMENT-STATUS                PIC XX.
000000 01  WS-DEBTCNL-STATUS                PIC XX.
000000     88 WS-DEBTCNL-OK                 VALUE '00'.
008700 01  WS-REPORT-STATUS                 PIC XX.
008800 01  WS-ALERT-STATUS                  PIC XX.
008900 01  WS-JOBLOG-STATUS                 PIC XX.
009500 01  WS-RECALL-COUNT                  PIC 9(07) VALUE ZERO.
009600 01  WS-CLOSE-COUNT                   PIC 9(07) VALUE ZERO.
009700 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
000000 01  WS-CANCEL-COUNT                  PIC 9(07) VALUE ZERO.
009800 01  WS-RECOVERED-TOTAL               PIC S9(11)V99 COMP-3
009900                                      VALUE ZERO.
010000 01  WS-ABEND-REASON-TEXT             PIC X(50).
010300     05 WS-NEW-PAY-ID                 PIC X(16).
010400     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
010500     05 WS-AMT-EDIT                   PIC -(11)9.99.
000000     05 WS-CANCEL-INT-AMT             PIC S9(10)V99 COMP-3.
010600*
010700******************************************************************
010800* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
013200     OPEN INPUT AGY-RETURN-FILE
013300     OPEN I-O CHARGE-OFF-FILE
013400     OPEN I-O PAYMENT-FILE
000000     OPEN I-O DEBT-CANCEL-FILE
013500     OPEN OUTPUT AGY-REPORT-FILE
013600     IF NOT WS-AGYRETN-OK
013700         DISPLAY 'CBAGY02C - ERROR OPENING AGENCY RETURN FEED'
014900         PERFORM 9100-ABEND-NOTIFY
015000             THRU 9100-ABEND-NOTIFY-EXIT
015100     END-IF
000000     IF NOT WS-DEBTCNL-OK
000000         DISPLAY 'CBAGY02C - ERROR OPENING DEBT CANCEL FILE'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'DEBT CANCEL FILE OPEN ERROR'
000000                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000     END-IF
015200     IF NOT WS-END-OF-RETURNS
015300         PERFORM 2100-READ-NEXT-RETURN
015400             THRU 2100-READ-NEXT-RETURN-EXIT
017100             PERFORM 3000-POST-AGENCY-PAYMENT
017200                 THRU 3000-POST-AGENCY-PAYMENT-EXIT
017300         WHEN AGR-ACTION-RECALL
000000             IF CHO-DISP-CLOSED
000000                 PERFORM 4200-VOID-CANCEL-EVENT
000000                     THRU 4200-VOID-CANCEL-EVENT-EXIT
000000             END-IF
017400             SET CHO-DISP-RECALLED TO TRUE
017500             MOVE AGR-DATE       TO CHO-DISP-DATE
017600             MOVE 'N'            TO CHO-PLACED-IND
018200             MOVE 'N'            TO CHO-PLACED-IND
018300             REWRITE CHARGE-OFF-RECORD
018400             ADD 1               TO WS-CLOSE-COUNT
000000             PERFORM 4000-RECORD-CANCEL-EVENT
000000                 THRU 4000-RECORD-CANCEL-EVENT-EXIT
018500         WHEN OTHER
018600             ADD 1               TO WS-EXCEPTION-COUNT
018700             PERFORM 7100-REPORT-EXCEPTION
023700         MOVE 'N'                TO CHO-PLACED-IND
023800     END-IF
023900     REWRITE CHARGE-OFF-RECORD
000000     IF CHO-DISP-CLOSED
000000         PERFORM 4100-REAMOUNT-CANCEL-EVENT
000000             THRU 4100-REAMOUNT-CANCEL-EVENT-EXIT
000000     END-IF
024000     ADD AGR-AMOUNT              TO WS-RECOVERED-TOTAL
024100     ADD 1                       TO WS-PAYMENT-COUNT.
024200 3000-POST-AGENCY-PAYMENT-EXIT.
024300     EXIT.
024400*
000000******************************************************************
000000* AN AGENCY CLOSURE IS THE IDENTIFIABLE EVENT THAT CANCELS THE
000000* DEBT FOR TAX PURPOSES - WE HAVE DECIDED TO STOP COLLECTING -
000000* SO IT IS RECORDED ON DEBTCNL (CVDCN01Y) FOR THE ANNUAL 1099-C
000000* RUN (CBTXC01C): WHAT IS LEFT OF THE WRITE-OFF AFTER
000000* RECOVERIES IS THE AMOUNT DISCHARGED. RECOVERIES ARE TAKEN AS
000000* HAVING PAID THE WRITTEN-OFF INTEREST FIRST, SO THE INTEREST
000000* STILL INCLUDED IS WHAT THEY DID NOT COVER. A CLOSURE ROW
000000* REPEATED ON A RERUN OF THE FEED REPLACES THE FIRST. NOTHING
000000* LEFT TO CANCEL MEANS NO EVENT.
000000******************************************************************
000000 4000-RECORD-CANCEL-EVENT.
000000     IF CHO-RECOVERED-AMT >= CHO-ORIG-BAL
000000         GO TO 4000-RECORD-CANCEL-EVENT-EXIT
000000     END-IF
000000     MOVE CHO-ACCT-ID            TO DCN-ACCT-ID
000000     MOVE CHO-DISP-DATE          TO DCN-EVENT-DATE
000000     SET DCN-EVENT-COLLECTION-ENDED TO TRUE
000000     SET DCN-ACTIVE              TO TRUE
000000     PERFORM 4300-SET-CANCEL-AMOUNTS
000000         THRU 4300-SET-CANCEL-AMOUNTS-EXIT
000000     MOVE 'CBAGY02C'             TO DCN-SOURCE-PGM
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO DCN-UPDATED-DATE
000000     WRITE DEBT-CANCEL-RECORD
000000         INVALID KEY
000000             REWRITE DEBT-CANCEL-RECORD
000000     END-WRITE
000000     ADD 1                       TO WS-CANCEL-COUNT.
000000 4000-RECORD-CANCEL-EVENT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* MONEY THAT ARRIVES AFTER THE CLOSURE WAS NOT CANCELLED AFTER
000000* ALL - THE EVENT IS RE-AMOUNTED FROM THE CHGOFF BALANCES, OR
000000* VOIDED WHEN THE RECOVERIES HAVE CAUGHT THE WRITE-OFF, AND A
000000* FORM ALREADY FILED IS CORRECTED BY THE NEXT CBTXC01C RUN.
000000******************************************************************
000000 4100-REAMOUNT-CANCEL-EVENT.
000000     MOVE CHO-ACCT-ID            TO DCN-ACCT-ID
000000     MOVE CHO-DISP-DATE          TO DCN-EVENT-DATE
000000     READ DEBT-CANCEL-FILE
000000         INVALID KEY
000000             GO TO 4100-REAMOUNT-CANCEL-EVENT-EXIT
000000     END-READ
000000     IF CHO-RECOVERED-AMT >= CHO-ORIG-BAL
000000         SET DCN-VOIDED          TO TRUE
000000     ELSE
000000         PERFORM 4300-SET-CANCEL-AMOUNTS
000000             THRU 4300-SET-CANCEL-AMOUNTS-EXIT
000000     END-IF
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO DCN-UPDATED-DATE
000000     REWRITE DEBT-CANCEL-RECORD.
000000 4100-REAMOUNT-CANCEL-EVENT-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* A RECALL AFTER A CLOSURE REOPENS COLLECTION, SO THE DEBT WAS
000000* NOT CANCELLED - THE CLOSURE'S EVENT IS VOIDED. CALLED BEFORE
000000* CHO-DISP-DATE IS OVERWRITTEN WITH THE RECALL DATE.
000000******************************************************************
000000 4200-VOID-CANCEL-EVENT.
000000     MOVE CHO-ACCT-ID            TO DCN-ACCT-ID
000000     MOVE CHO-DISP-DATE          TO DCN-EVENT-DATE
000000     READ DEBT-CANCEL-FILE
000000         INVALID KEY
000000             GO TO 4200-VOID-CANCEL-EVENT-EXIT
000000     END-READ
000000     SET DCN-VOIDED              TO TRUE
000000     MOVE WS-CURDATE-YYYY-MM-DD  TO DCN-UPDATED-DATE
000000     REWRITE DEBT-CANCEL-RECORD.
000000 4200-VOID-CANCEL-EVENT-EXIT.
000000     EXIT.
000000*
000000 4300-SET-CANCEL-AMOUNTS.
000000     COMPUTE DCN-DEBT-AMT = CHO-ORIG-BAL - CHO-RECOVERED-AMT
000000     COMPUTE WS-CANCEL-INT-AMT =
000000         CHO-INT-AMT - CHO-RECOVERED-AMT
000000     IF WS-CANCEL-INT-AMT < ZERO
000000         MOVE ZERO               TO WS-CANCEL-INT-AMT
000000     END-IF
000000     MOVE WS-CANCEL-INT-AMT      TO DCN-INT-AMT.
000000 4300-SET-CANCEL-AMOUNTS-EXIT.
000000     EXIT.
000000*
024500 7100-REPORT-EXCEPTION.
024600     MOVE AGR-AMOUNT             TO WS-AMT-EDIT
024700     MOVE SPACES                 TO AGY-REPORT-LINE
026900     CLOSE AGY-RETURN-FILE
027000     CLOSE CHARGE-OFF-FILE
027100     CLOSE PAYMENT-FILE
000000     CLOSE DEBT-CANCEL-FILE
027200     CLOSE AGY-REPORT-FILE
027300     DISPLAY 'CBAGY02C - RETURN ROWS READ: ' WS-RETURN-COUNT
027400     DISPLAY 'CBAGY02C - PAYMENTS POSTED: ' WS-PAYMENT-COUNT
027500     DISPLAY 'CBAGY02C - RECALLS: ' WS-RECALL-COUNT
027600     DISPLAY 'CBAGY02C - CLOSURES: ' WS-CLOSE-COUNT
000000     DISPLAY 'CBAGY02C - CANCELLATION EVENTS: ' WS-CANCEL-COUNT
027700     DISPLAY 'CBAGY02C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
027800     PERFORM 9200-LOG-JOB-STATUS
027900         THRU 9200-LOG-JOB-STATUS-EXIT.
