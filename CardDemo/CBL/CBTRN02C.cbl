000000*                     RUN'S DATE (JOBLOG) THROUGH TODAY, SO THE
000000*                     SCAN NO LONGER GROWS WITH HISTORY AND NO
000000*                     UNAPPLIED BACKLOG IS SILENTLY SKIPPED.
000000* 2026-10-15  MAINT   A PAYMENT POSTED TO A DORMANT ('I') ACCOUNT
000000*                     SETS ACCT-REACTIVATE-IND SO CBDRM02C
000000*                     REOPENS THE ACCOUNT AND ITS CARDS.
000000* 2026-10-15  MAINT   CAN RUN AS ONE OF N CONCURRENT PARTITIONS
000000*                     BY ACCOUNT RANGE (PARTCTL, CVPTN01Y), EACH
000000*                     WITH ITS OWN PARTCKPT CHECKPOINT (CVPCK01Y)
000000*                     AND JOBLOG ROW (CBTRN2NN); A FAILED
000000*                     PARTITION RESUMES FROM ITS CHECKPOINT AND
000000*                     A FINISHED ONE IS NOT RERUN. CBPMG01C
000000*                     MERGES THE PARTITIONS AND CLEARS ACCTDAT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE TRANSACTION MASTER THROUGH ITS
003000*                UNPOSTED AND REPORTED ON THE EXCEPTION REPORT
003100*                FOR MANUAL REPAIR. RUNS AFTER CBTRN03C IN THE
003200*                NIGHTLY STREAM.
000000*                WITH A PARTCTL RECORD THE RUN IS ONE PARTITION
000000*                OF A PARTITIONED RUN AND POSTS ONLY THE ROWS
000000*                WHOSE CARD'S ACCOUNT FALLS IN ITS RANGE; THE
000000*                CBPMG01C MERGE STEP THEN STANDS FOR THE WHOLE
000000*                JOB ON JOBLOG AND CLEARS THE ACCTDAT QUIESCE.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS JBS-KEY
006200         FILE STATUS IS WS-JOBLOG-STATUS.
000000     SELECT PART-CTL-FILE ASSIGN TO PARTCTL
000000         ORGANIZATION IS SEQUENTIAL
000000         FILE STATUS IS WS-PARTCTL-STATUS.
000000     SELECT PART-CKPT-FILE ASSIGN TO PARTCKPT
000000         ORGANIZATION IS INDEXED
000000         ACCESS MODE IS DYNAMIC
000000         RECORD KEY IS PCK-KEY
000000         FILE STATUS IS WS-PARTCKPT-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
008300 FD  JOB-LOG-FILE.
008400     COPY CVJOB01Y.
008500*
000000 FD  PART-CTL-FILE
000000     RECORDING MODE IS F.
000000     COPY CVPTN01Y.
000000*
000000 FD  PART-CKPT-FILE.
000000     COPY CVPCK01Y.
000000*
008600 WORKING-STORAGE SECTION.
008700 01  WS-TRAN-MASTER-STATUS            PIC XX.
008800     88 WS-TRAN-MASTER-OK             VALUE '00'.
000000 01  WS-JLOG-EOF-SW                   PIC X(01) VALUE 'N'.
000000     88 WS-END-OF-JOBLOG              VALUE 'Y'.
000000 01  WS-WINDOW-START                  PIC X(10).
000000 01  WS-PARTCTL-STATUS                PIC XX.
000000     88 WS-PARTCTL-OK                 VALUE '00'.
000000 01  WS-PARTCKPT-STATUS               PIC XX.
000000     88 WS-PARTCKPT-OK                VALUE '00'.
000000 01  WS-STEP-NAME                     PIC X(08) VALUE 'CBTRN02C'.
000000*
000000 01  WS-PARTITION-WORK.
000000     05 WS-PARTITION-SW               PIC X(01) VALUE 'N'.
000000        88 WS-PARTITIONED             VALUE 'Y'.
000000     05 WS-PART-INVALID-SW            PIC X(01) VALUE 'N'.
000000        88 WS-PART-INVALID            VALUE 'Y'.
000000     05 WS-PART-SKIP-SW               PIC X(01) VALUE 'N'.
000000        88 WS-PART-SKIPPED            VALUE 'Y'.
000000     05 WS-IN-PART-SW                 PIC X(01) VALUE 'N'.
000000        88 WS-IN-PARTITION            VALUE 'Y'.
000000     05 WS-PCK-FOUND-SW               PIC X(01) VALUE 'N'.
000000        88 WS-PCK-FOUND               VALUE 'Y'.
000000     05 WS-CKPT-FINAL-SW              PIC X(01) VALUE 'N'.
000000        88 WS-CKPT-FINAL              VALUE 'Y'.
000000     05 WS-RESTART-SW                 PIC X(01) VALUE 'N'.
000000        88 WS-RESTART-RUN             VALUE 'Y'.
000000     05 WS-PART-NUMBER                PIC 9(02) VALUE ZERO.
000000     05 WS-PART-COUNT                 PIC 9(02) VALUE ZERO.
000000     05 WS-PART-ACCT-LOW              PIC 9(11) VALUE ZERO.
000000     05 WS-PART-ACCT-HIGH             PIC 9(11) VALUE ZERO.
000000     05 WS-SKIP-DATE                  PIC X(10).
000000     05 WS-SKIP-KEY                   PIC X(16).
000000     05 WS-CKPT-PENDING               PIC 9(05) VALUE ZERO.
000000     05 WS-CHECKPOINT-INTERVAL        PIC 9(05) VALUE 00100.
010500*
010600 01  WS-POST-WORK.
010700     05 WS-CREDIT-SW                  PIC X(01) VALUE 'N'.
014600     GOBACK.
014700*
014800 1000-INITIALIZE.
000000     PERFORM 1050-LOAD-PARTITION THRU 1050-LOAD-PARTITION-EXIT
000000     IF WS-PART-INVALID
000000         DISPLAY 'CBTRN02C - PARTITION CONTROL RECORD INVALID'
000000         MOVE 'Y'                TO WS-EOF-SW
000000         MOVE 'PARTITION CONTROL RECORD INVALID'
000000                                 TO WS-ABEND-REASON-TEXT
000000         PERFORM 9100-ABEND-NOTIFY
000000             THRU 9100-ABEND-NOTIFY-EXIT
000000         GO TO 1000-INITIALIZE-EXIT
000000     END-IF
000000     IF WS-PARTITIONED
000000         DISPLAY 'CBTRN02C - PARTITION ' WS-PART-NUMBER
000000                 ' OF ' WS-PART-COUNT
000000                 ', ACCOUNTS ' WS-PART-ACCT-LOW
000000                 ' THRU ' WS-PART-ACCT-HIGH
000000     END-IF
014900     MOVE 'CBTRN02C'             TO JCK-JOB-NAME
015000     CALL 'CBJCK01C' USING JOBCHECK-PARM
015100     IF JCK-REFUSED
018400                                 TO EXCEPTION-REPORT-LINE
018500     WRITE EXCEPTION-REPORT-LINE
000000     PERFORM 1200-FIND-LAST-RUN THRU 1200-FIND-LAST-RUN-EXIT
000000     IF WS-PARTITIONED AND NOT WS-END-OF-TRANS
000000         PERFORM 1100-CHECK-PART-RESTART
000000             THRU 1100-CHECK-PART-RESTART-EXIT
000000     END-IF
000000     IF NOT WS-END-OF-TRANS
000000         MOVE WS-WINDOW-START    TO TRAN-PROC-DATE
000000         START TRAN-MASTER-FILE KEY NOT LESS THAN TRAN-PROC-DATE
018600     IF NOT WS-END-OF-TRANS
018700         PERFORM 2100-READ-NEXT-TRAN
018800             THRU 2100-READ-NEXT-TRAN-EXIT
000000     END-IF
000000     IF WS-RESTART-RUN
000000         PERFORM 2200-SKIP-TO-RESTART-POINT
000000             THRU 2200-SKIP-TO-RESTART-POINT-EXIT
000000             UNTIL WS-END-OF-TRANS
000000             OR TRAN-PROC-DATE NOT = WS-SKIP-DATE
000000             OR TRAN-ID > WS-SKIP-KEY
018900     END-IF.
019000 1000-INITIALIZE-EXIT.
019100     EXIT.
000000*
000000******************************************************************
000000* A PARTCTL RECORD MAKES THIS RUN ONE PARTITION OF A PARTITIONED
000000* RUN (CVPTN01Y) - IT POSTS ONLY ITS OWN ACCOUNT RANGE, KEEPS ITS
000000* OWN PARTCKPT CHECKPOINT AND LOGS TO JOBLOG AS CBTRN2NN. NO
000000* PARTCTL (OR AN EMPTY ONE) IS THE WHOLE JOB, RUN SERIALLY. THE
000000* PARTITIONED SWITCH IS SET AS SOON AS A RECORD IS READ, SO EVEN
000000* A REFUSED PARTITION LEAVES THE SHARED QUIESCE FLAG ALONE.
000000******************************************************************
000000 1050-LOAD-PARTITION.
000000     OPEN INPUT PART-CTL-FILE
000000     IF NOT WS-PARTCTL-OK
000000         CLOSE PART-CTL-FILE
000000         GO TO 1050-LOAD-PARTITION-EXIT
000000     END-IF
000000     READ PART-CTL-FILE
000000         AT END
000000             CLOSE PART-CTL-FILE
000000             GO TO 1050-LOAD-PARTITION-EXIT
000000     END-READ
000000     MOVE 'Y'                    TO WS-PARTITION-SW
000000     IF PTN-JOB-NAME NOT = 'CBTRN02C'
000000        OR PTN-PARTITION NOT NUMERIC
000000        OR PTN-PART-COUNT NOT NUMERIC
000000        OR PTN-ACCT-LOW NOT NUMERIC
000000        OR PTN-ACCT-HIGH NOT NUMERIC
000000         MOVE 'Y'                TO WS-PART-INVALID-SW
000000         CLOSE PART-CTL-FILE
000000         GO TO 1050-LOAD-PARTITION-EXIT
000000     END-IF
000000     IF PTN-PARTITION = ZERO
000000        OR PTN-PARTITION > PTN-PART-COUNT
000000        OR PTN-ACCT-LOW > PTN-ACCT-HIGH
000000         MOVE 'Y'                TO WS-PART-INVALID-SW
000000     END-IF
000000     MOVE PTN-PARTITION          TO WS-PART-NUMBER
000000     MOVE PTN-PART-COUNT         TO WS-PART-COUNT
000000     MOVE PTN-ACCT-LOW           TO WS-PART-ACCT-LOW
000000     MOVE PTN-ACCT-HIGH          TO WS-PART-ACCT-HIGH
000000     MOVE 'CBTRN2'               TO WS-STEP-NAME (1:6)
000000     MOVE WS-PART-NUMBER         TO WS-STEP-NAME (7:2)
000000     CLOSE PART-CTL-FILE.
000000 1050-LOAD-PARTITION-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* THIS PARTITION'S PARTCKPT ROW DECIDES HOW IT STARTS. NO ROW IS
000000* A FRESH START. AN INCOMPLETE ROW MEANS THE LAST RUN OF THIS
000000* PARTITION FAILED - ITS COUNTS ARE RESTORED AND THE DATE PATH IS
000000* RE-ENTERED AT ITS LAST CHECKPOINTED ROW. A COMPLETE ROW WRITTEN
000000* TODAY MEANS THE PARTITION HAS ALREADY FINISHED AND IS WAITING
000000* ON THE MERGE, SO A RERUN OF THE WHOLE JOB LEAVES IT ALONE; ONE
000000* FROM AN EARLIER DAY WAS NEVER MERGED AND IS SET ASIDE - THE
000000* POSTED MARKER MAKES POSTING THE RANGE AFRESH SAFE. ROWS APPLIED
000000* AFTER THE LAST CHECKPOINT OF A FAILED RUN COUNT AS ALREADY
000000* APPLIED ON THE RESUMED RUN.
000000******************************************************************
000000 1100-CHECK-PART-RESTART.
000000     OPEN INPUT PART-CKPT-FILE
000000     IF NOT WS-PARTCKPT-OK
000000         CLOSE PART-CKPT-FILE
000000         GO TO 1100-CHECK-PART-RESTART-EXIT
000000     END-IF
000000     MOVE 'CBTRN02C'             TO PCK-JOB-NAME
000000     MOVE WS-PART-NUMBER         TO PCK-PARTITION
000000     READ PART-CKPT-FILE
000000         INVALID KEY
000000             CLOSE PART-CKPT-FILE
000000             GO TO 1100-CHECK-PART-RESTART-EXIT
000000     END-READ
000000     IF PCK-RUN-COMPLETE
000000         IF PCK-TIMESTAMP (1:8) = WS-CURDATE-N
000000             DISPLAY 'CBTRN02C - PARTITION ' WS-PART-NUMBER
000000                     ' ALREADY COMPLETE, AWAITING MERGE'
000000             MOVE 'Y'            TO WS-PART-SKIP-SW
000000             MOVE 'Y'            TO WS-EOF-SW
000000         ELSE
000000             DISPLAY 'CBTRN02C - UNMERGED CHECKPOINT OF '
000000                     PCK-TIMESTAMP (1:8) ' SET ASIDE'
000000         END-IF
000000         CLOSE PART-CKPT-FILE
000000         GO TO 1100-CHECK-PART-RESTART-EXIT
000000     END-IF
000000     SET WS-RESTART-RUN          TO TRUE
000000     MOVE PCK-LAST-DATE          TO WS-SKIP-DATE
000000     MOVE PCK-LAST-DATE          TO WS-WINDOW-START
000000     MOVE PCK-LAST-KEY           TO WS-SKIP-KEY
000000     MOVE PCK-READ-COUNT         TO WS-TRAN-COUNT
000000     MOVE PCK-ACCEPT-COUNT       TO WS-POSTED-COUNT
000000     MOVE PCK-REJECT-COUNT       TO WS-UNMATCHED-COUNT
000000     MOVE PCK-SKIP-COUNT         TO WS-SKIPPED-COUNT
000000     DISPLAY 'CBTRN02C - RESUMING PARTITION ' WS-PART-NUMBER
000000             ', KEY=' WS-SKIP-DATE ' ' WS-SKIP-KEY
000000     CLOSE PART-CKPT-FILE.
000000 1100-CHECK-PART-RESTART-EXIT.
000000     EXIT.
000000******************************************************************
000000* THE POSTING WINDOW OPENS AT THE DATE OF THIS JOB'S LAST
000000* SUCCESSFUL JOBLOG RUN (INCLUSIVE - THE POSTED MARKER MAKES
000000         MOVE 'Y'                TO WS-EOF-SW
000000         GO TO 2000-POST-TRANSACTIONS-EXIT
000000     END-IF
000000     IF WS-PARTITIONED
000000         PERFORM 2050-CHECK-PARTITION
000000             THRU 2050-CHECK-PARTITION-EXIT
000000         IF NOT WS-IN-PARTITION
000000             GO TO 2000-POST-TRANSACTIONS-CONTINUE
000000         END-IF
000000     END-IF
020000     ADD 1                       TO WS-TRAN-COUNT
000000     ADD 1                       TO WS-CKPT-PENDING
020700     IF TRAN-BAL-POSTED
020800         ADD 1                   TO WS-SKIPPED-COUNT
020900         GO TO 2000-POST-TRANSACTIONS-CONTINUE
022100     REWRITE TRAN-RECORD
022200     ADD 1                       TO WS-POSTED-COUNT.
022300 2000-POST-TRANSACTIONS-CONTINUE.
000000     IF WS-PARTITIONED
000000        AND WS-CKPT-PENDING NOT < WS-CHECKPOINT-INTERVAL
000000         MOVE 'N'                TO WS-CKPT-FINAL-SW
000000         PERFORM 5000-WRITE-PART-CKPT
000000             THRU 5000-WRITE-PART-CKPT-EXIT
000000         MOVE ZERO               TO WS-CKPT-PENDING
000000     END-IF
022400     PERFORM 2100-READ-NEXT-TRAN
022500         THRU 2100-READ-NEXT-TRAN-EXIT.
022600 2000-POST-TRANSACTIONS-EXIT.
023300     END-READ.
023400 2100-READ-NEXT-TRAN-EXIT.
023500     EXIT.
000000*
000000******************************************************************
000000* A PARTITION TAKES A ROW WHEN THE ROW'S CARD BELONGS TO AN
000000* ACCOUNT IN ITS RANGE. A ROW WHOSE CARD IS NOT ON FILE HAS NO
000000* ACCOUNT AND BELONGS TO PARTITION 1, SO ITS EXCEPTION IS
000000* REPORTED EXACTLY ONCE ACROSS THE PARTITIONS.
000000******************************************************************
000000 2050-CHECK-PARTITION.
000000     MOVE 'Y'                    TO WS-IN-PART-SW
000000     MOVE TRAN-CARD-NUM          TO CARD-NUM
000000     READ CARD-FILE
000000         INVALID KEY
000000             IF WS-PART-NUMBER NOT = 1
000000                 MOVE 'N'        TO WS-IN-PART-SW
000000             END-IF
000000             GO TO 2050-CHECK-PARTITION-EXIT
000000     END-READ
000000     IF CARD-ACCT-ID < WS-PART-ACCT-LOW
000000        OR CARD-ACCT-ID > WS-PART-ACCT-HIGH
000000         MOVE 'N'                TO WS-IN-PART-SW
000000     END-IF.
000000 2050-CHECK-PARTITION-EXIT.
000000     EXIT.
000000*
000000******************************************************************
000000* CALLED ONLY WHEN A FAILED PARTITION RESUMES - PASSES OVER THE
000000* ROWS OF THE CHECKPOINTED DATE UP TO AND INCLUDING THE LAST
000000* CHECKPOINTED ROW, WHICH THE FAILED RUN HAD ALREADY DEALT WITH.
000000******************************************************************
000000 2200-SKIP-TO-RESTART-POINT.
000000     PERFORM 2100-READ-NEXT-TRAN
000000         THRU 2100-READ-NEXT-TRAN-EXIT.
000000 2200-SKIP-TO-RESTART-POINT-EXIT.
000000     EXIT.
023600*
023700******************************************************************
023800* CARD NUMBER ON THE ROW -> CARD MASTER -> ACCOUNT MASTER. A
028000         ADD WS-POST-AMT         TO ACCT-CURR-BAL
028100         ADD WS-POST-AMT         TO ACCT-CURR-CYC-DEBIT
028200     END-IF
000000*    A PAYMENT ON A DORMANT ('I') ACCOUNT ASKS FOR IT BACK -
000000*    CBDRM02C REOPENS IT AND ITS CARDS LATER TONIGHT.
000000     IF TRAN-TYPE-CD = '02'
000000        AND NOT TRAN-IS-REVERSAL
000000        AND ACCT-ACTIVE-STATUS = 'I'
000000         MOVE 'Y'                TO ACCT-REACTIVATE-IND
000000     END-IF
028300     REWRITE ACCOUNT-RECORD.
028400 3100-APPLY-TO-ACCOUNT-EXIT.
028500     EXIT.
029500 4000-WRITE-EXCEPTION-EXIT.
029600     EXIT.
029700*
000000******************************************************************
000000* WRITES OR REPLACES THIS PARTITION'S PARTCKPT ROW. THE CALLER
000000* SETS WS-CKPT-FINAL-SW - 'N' FOR AN IN-FLIGHT CHECKPOINT, WHICH
000000* CARRIES THE LAST ROW DEALT WITH, 'Y' FOR THE COMPLETED ROW
000000* 9000-TERMINATE WRITES ONCE THE PARTITION HAS FINISHED.
000000******************************************************************
000000 5000-WRITE-PART-CKPT.
000000     OPEN I-O PART-CKPT-FILE
000000     IF NOT WS-PARTCKPT-OK
000000         DISPLAY 'CBTRN02C - ERROR OPENING PARTITION CHECKPOINT'
000000         GO TO 5000-WRITE-PART-CKPT-EXIT
000000     END-IF
000000     MOVE SPACES                 TO WS-SKIP-DATE
000000                                    WS-SKIP-KEY
000000     IF NOT WS-CKPT-FINAL
000000         MOVE TRAN-PROC-DATE     TO WS-SKIP-DATE
000000         MOVE TRAN-ID            TO WS-SKIP-KEY
000000     END-IF
000000     MOVE 'CBTRN02C'             TO PCK-JOB-NAME
000000     MOVE WS-PART-NUMBER         TO PCK-PARTITION
000000     READ PART-CKPT-FILE
000000         INVALID KEY
000000             MOVE 'N'            TO WS-PCK-FOUND-SW
000000         NOT INVALID KEY
000000             MOVE 'Y'            TO WS-PCK-FOUND-SW
000000     END-READ
000000     MOVE SPACES                 TO PARTITION-CKPT-RECORD
000000     MOVE 'CBTRN02C'             TO PCK-JOB-NAME
000000     MOVE WS-PART-NUMBER         TO PCK-PARTITION
000000     MOVE WS-STEP-NAME           TO PCK-STEP-NAME
000000     MOVE WS-PART-COUNT          TO PCK-PART-COUNT
000000     MOVE WS-PART-ACCT-LOW       TO PCK-ACCT-LOW
000000     MOVE WS-PART-ACCT-HIGH      TO PCK-ACCT-HIGH
000000     MOVE FUNCTION CURRENT-DATE  TO PCK-TIMESTAMP
000000     IF WS-CKPT-FINAL
000000         SET PCK-RUN-COMPLETE    TO TRUE
000000     ELSE
000000         SET PCK-RUN-INCOMPLETE  TO TRUE
000000     END-IF
000000     MOVE RETURN-CODE            TO PCK-RETURN-CODE
000000     MOVE WS-SKIP-DATE           TO PCK-LAST-DATE
000000     MOVE WS-SKIP-KEY            TO PCK-LAST-KEY
000000     MOVE WS-TRAN-COUNT          TO PCK-READ-COUNT
000000     MOVE WS-POSTED-COUNT        TO PCK-ACCEPT-COUNT
000000     MOVE WS-UNMATCHED-COUNT     TO PCK-REJECT-COUNT
000000     MOVE WS-SKIPPED-COUNT       TO PCK-SKIP-COUNT
000000     MOVE ZERO                   TO PCK-REJECT-BADCODE-COUNT
000000                                    PCK-REJECT-DUP-COUNT
000000                                    PCK-REJECT-OVLIM-COUNT
000000                                    PCK-REJECT-MERCH-COUNT
000000                                    PCK-REJECT-CURR-COUNT
000000                                    PCK-HOLD-COUNT
000000                                    PCK-REJECT-CARD-COUNT
000000                                    PCK-REJECT-CASH-COUNT
000000     IF WS-PCK-FOUND
000000         REWRITE PARTITION-CKPT-RECORD
000000     ELSE
000000         WRITE PARTITION-CKPT-RECORD
000000     END-IF
000000     CLOSE PART-CKPT-FILE.
000000 5000-WRITE-PART-CKPT-EXIT.
000000     EXIT.
000000*
029800 9000-TERMINATE.
000000     IF NOT WS-PARTITIONED
000000         MOVE RETURN-CODE        TO WS-SAVED-RETURN-CODE
000000         MOVE 'ACCTDAT'          TO QSP-RESOURCE-NAME
000000         MOVE 'CBTRN02C'         TO QSP-JOB-NAME
000000         SET QSP-ACTION-CLEAR    TO TRUE
000000         CALL 'CBQSC01C' USING QUIESCE-PARM
000000         MOVE WS-SAVED-RETURN-CODE
000000                                 TO RETURN-CODE
000000     END-IF
029900     CLOSE TRAN-MASTER-FILE
030000     CLOSE CARD-FILE
030100     CLOSE ACCOUNT-FILE
031100             THRU 9100-ABEND-NOTIFY-EXIT
031200         MOVE 8                  TO RETURN-CODE
031300     END-IF
000000*    A PARTITION THAT GOT THROUGH ITS RANGE MARKS ITS CHECKPOINT
000000*    COMPLETE FOR THE MERGE; ONE THAT FAILED KEEPS ITS LAST
000000*    IN-FLIGHT CHECKPOINT SO THE RERUN RESUMES FROM THERE.
000000     IF WS-PARTITIONED
000000        AND NOT WS-PART-SKIPPED
000000        AND RETURN-CODE < 16
000000         MOVE 'Y'                TO WS-CKPT-FINAL-SW
000000         PERFORM 5000-WRITE-PART-CKPT
000000             THRU 5000-WRITE-PART-CKPT-EXIT
000000     END-IF
031400     PERFORM 9200-LOG-JOB-STATUS
031500         THRU 9200-LOG-JOB-STATUS-EXIT.
031600 9000-TERMINATE-EXIT.
032400******************************************************************
032500 9100-ABEND-NOTIFY.
032600     MOVE 'AB01'                 TO ABEND-CODE
032700     MOVE WS-STEP-NAME           TO ABEND-CULPRIT
032800     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
032900     STRING ABEND-CULPRIT   DELIMITED BY SIZE
033000            ' - '           DELIMITED BY SIZE
035400         DISPLAY 'CBTRN02C - ERROR OPENING JOB LOG FILE'
035500         GO TO 9200-LOG-JOB-STATUS-EXIT
035600     END-IF
035700     MOVE WS-STEP-NAME           TO JBS-JOB-NAME
035800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
035900     IF RETURN-CODE = ZERO
036000         SET JBS-STATUS-SUCCESS  TO TRUE
