000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBGRD01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - SECURED CARD GRADUATION
001100*                     REVIEW.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN MONTHLY AFTER THE CYCLE (CBACT04C), WHICH
001500*                STEPS ACCT-CLEAN-CYCLES. AN OPEN ACCOUNT ON THE
001600*                SECURED PRODUCT (SCP-SECURED-GROUP-ID, CVCOL02Y)
001700*                WHOSE COLLATERAL DEPOSIT IS HELD (COLLATRL,
001800*                CVCOL01Y) AND WHICH HAS RUN SCP-GRAD-CLEAN-CYCLES
001900*                CONSECUTIVE CYCLES WITHOUT A DELINQUENCY OR AN
002000*                OVERLIMIT IS PROPOSED FOR AN UNSECURED LINE: A
002100*                'GRADUATE' ROW GOES ON THE ACCTAPR APPROVAL
002200*                QUEUE WITH THE LIMIT THE CVAIL01Y TABLE GIVES
002300*                THE GRADUATION GROUP AT THE CUSTOMER'S CURRENT
002400*                BUREAU SCORE - NEVER LESS THAN THE DEPOSIT, SO
002500*                GRADUATING NEVER CUTS THE LINE. A SECOND USER
002600*                APPROVES IT ON COACTAPC, WHICH SETS THE LIMIT,
002700*                RELEASES THE DEPOSIT FOR REFUND AND SCHEDULES
002800*                THE PRODUCT CHANGE. AN ACCOUNT ALREADY WAITING
002900*                ON A PENDING 'GRADUATE' ROW IS NOT PROPOSED
003000*                AGAIN. NOTHING ON ACCTDAT IS CHANGED HERE.
003100*                PROPOSALS ARE LISTED ON GRDRPT.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS ACCT-ID
004000         FILE STATUS IS WS-ACCOUNT-STATUS.
004100     SELECT COLLATERAL-FILE ASSIGN TO COLLATRL
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS COL-ACCT-ID
004500         FILE STATUS IS WS-COLLATRL-STATUS.
004600     SELECT XREF-FILE ASSIGN TO ACCTXREF
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS XRF-ACCT-ID
005000         FILE STATUS IS WS-XREF-STATUS.
005100     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUST-ID
005500         FILE STATUS IS WS-CUSTOMER-STATUS.
005600     SELECT APPROVAL-FILE ASSIGN TO ACCTAPR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS APR-KEY
006000         FILE STATUS IS WS-ACCTAPR-STATUS.
006100     SELECT GRAD-REPORT-FILE ASSIGN TO GRDRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-REPORT-STATUS.
006400     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-ALERT-STATUS.
006700     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS JBS-KEY
007100         FILE STATUS IS WS-JOBLOG-STATUS.
007200*
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  ACCOUNT-FILE.
007600     COPY CVACT01Y.
007700*
007800 FD  COLLATERAL-FILE.
007900     COPY CVCOL01Y.
008000*
008100 FD  XREF-FILE.
008200     COPY CVXRF01Y.
008300*
008400 FD  CUSTOMER-FILE.
008500     COPY CVCUS01Y.
008600*
008700 FD  APPROVAL-FILE.
008800     COPY CVAPR01Y.
008900*
009000 FD  GRAD-REPORT-FILE
009100     RECORDING MODE IS F.
009200 01  GRAD-REPORT-LINE                 PIC X(80).
009300*
009400 FD  ALERT-QUEUE-FILE
009500     RECORDING MODE IS F.
009600     COPY CSOPS01Y.
009700*
009800 FD  JOB-LOG-FILE.
009900     COPY CVJOB01Y.
010000*
010100 WORKING-STORAGE SECTION.
010200 01  WS-ACCOUNT-STATUS                PIC XX.
010300     88 WS-ACCOUNT-OK                 VALUE '00'.
010400 01  WS-COLLATRL-STATUS               PIC XX.
010500     88 WS-COLLATRL-OK                VALUE '00'.
010600 01  WS-XREF-STATUS                   PIC XX.
010700 01  WS-CUSTOMER-STATUS               PIC XX.
010800 01  WS-ACCTAPR-STATUS                PIC XX.
010900     88 WS-ACCTAPR-OK                 VALUE '00'.
011000 01  WS-REPORT-STATUS                 PIC XX.
011100 01  WS-ALERT-STATUS                  PIC XX.
011200 01  WS-JOBLOG-STATUS                 PIC XX.
011300     88 WS-JOBLOG-OK                  VALUE '00'.
011400 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
011500     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
011600 01  WS-APR-EOF-SW                    PIC X(01) VALUE 'N'.
011700     88 WS-END-OF-APPROVALS           VALUE 'Y'.
011800 01  WS-APR-PENDING-SW                PIC X(01) VALUE 'N'.
011900     88 WS-GRAD-ALREADY-PENDING       VALUE 'Y'.
012000 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
012100 01  WS-ELIGIBLE-COUNT                PIC 9(07) VALUE ZERO.
012200 01  WS-PROPOSED-COUNT                PIC 9(07) VALUE ZERO.
012300 01  WS-PENDING-COUNT                 PIC 9(07) VALUE ZERO.
012400 01  WS-ABEND-REASON-TEXT             PIC X(50).
012500*
012600 01  WS-GRAD-WORK.
012700     05 WS-NEXT-APR-SEQ               PIC 9(04).
012800     05 WS-PROPOSED-LIMIT             PIC S9(10)V99 COMP-3.
012900     05 WS-LIMIT-EDIT                 PIC Z(9)9.99.
013000     05 WS-DEPOSIT-EDIT               PIC Z(9)9.99.
013100     05 WS-CURRENT-TIMESTAMP          PIC X(26).
013200*
013300******************************************************************
013400* SECURED CARD POLICY - PRODUCT GROUP, CLEAN CYCLES TO GRADUATE
013500* AND THE GROUP A GRADUATE MOVES TO.
013600******************************************************************
013700 COPY CVCOL02Y.
013800*
013900******************************************************************
014000* INITIAL CREDIT LIMIT TABLE BY ACCOUNT GROUP AND FICO BAND - THE
014100* SAME TABLE ORIGINATION (COACT01C) PRICES A NEW LINE FROM.
014200******************************************************************
014300 COPY CVAIL01Y.
014400*
014500******************************************************************
014600* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
014700******************************************************************
014800 COPY CSMSG02Y.
014900*
015000 COPY CSDAT01Y.
015100*
015200******************************************************************
015300* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
015400******************************************************************
015500 COPY CVJCK01Y.
015600*
015700 LINKAGE SECTION.
015800*
015900******************************************************************
016000 PROCEDURE DIVISION.
016100******************************************************************
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
016400     PERFORM 2000-REVIEW-ACCOUNT THRU 2000-REVIEW-ACCOUNT-EXIT
016500         UNTIL WS-END-OF-ACCOUNTS
016600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016700     GOBACK.
016800*
016900 1000-INITIALIZE.
017000     MOVE 'CBGRD01C'             TO JCK-JOB-NAME
017100     CALL 'CBJCK01C' USING JOBCHECK-PARM
017200     IF JCK-REFUSED
017300         DISPLAY 'CBGRD01C - PREDECESSOR CHECK REFUSED RUN'
017400         MOVE 'Y'                TO WS-EOF-SW
017500         MOVE 'PREDECESSOR JOB CHECK FAILED'
017600                                 TO WS-ABEND-REASON-TEXT
017700         PERFORM 9100-ABEND-NOTIFY
017800             THRU 9100-ABEND-NOTIFY-EXIT
017900         GO TO 1000-INITIALIZE-EXIT
018000     END-IF
018100     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
018200     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
018300     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
018400     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
018500     MOVE ACCT-INIT-LIMIT-VALUES TO ACCT-INIT-LIMIT-TABLE
018600     OPEN INPUT ACCOUNT-FILE
018700     OPEN INPUT COLLATERAL-FILE
018800     OPEN INPUT XREF-FILE
018900     OPEN INPUT CUSTOMER-FILE
019000     OPEN I-O APPROVAL-FILE
019100     OPEN OUTPUT GRAD-REPORT-FILE
019200     IF NOT WS-ACCOUNT-OK
019300         DISPLAY 'CBGRD01C - ERROR OPENING ACCOUNT FILE'
019400         MOVE 'Y'                TO WS-EOF-SW
019500         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
019600         PERFORM 9100-ABEND-NOTIFY
019700             THRU 9100-ABEND-NOTIFY-EXIT
019800     END-IF
019900     IF NOT WS-COLLATRL-OK
020000         DISPLAY 'CBGRD01C - ERROR OPENING COLLATERAL FILE'
020100         MOVE 'Y'                TO WS-EOF-SW
020200         MOVE 'COLLATERAL FILE OPEN ERROR'
020300                                 TO WS-ABEND-REASON-TEXT
020400         PERFORM 9100-ABEND-NOTIFY
020500             THRU 9100-ABEND-NOTIFY-EXIT
020600     END-IF
020700     IF NOT WS-ACCTAPR-OK
020800         DISPLAY 'CBGRD01C - ERROR OPENING APPROVAL FILE'
020900         MOVE 'Y'                TO WS-EOF-SW
021000         MOVE 'APPROVAL FILE OPEN ERROR'
021100                                 TO WS-ABEND-REASON-TEXT
021200         PERFORM 9100-ABEND-NOTIFY
021300             THRU 9100-ABEND-NOTIFY-EXIT
021400     END-IF
021500     MOVE 'CBGRD01C - SECURED CARD GRADUATION PROPOSALS'
021600                                 TO GRAD-REPORT-LINE
021700     WRITE GRAD-REPORT-LINE
021800     MOVE 'ACCOUNT       DEPOSIT          PROPOSED LIMIT  SEQ'
021900                                 TO GRAD-REPORT-LINE
022000     WRITE GRAD-REPORT-LINE
022100     IF NOT WS-END-OF-ACCOUNTS
022200         PERFORM 2100-READ-NEXT-ACCOUNT
022300             THRU 2100-READ-NEXT-ACCOUNT-EXIT
022400     END-IF.
022500 1000-INITIALIZE-EXIT.
022600     EXIT.
022700*
022800******************************************************************
022900* ONLY AN OPEN SECURED ACCOUNT WITH ENOUGH CLEAN CYCLES AND A
023000* DEPOSIT ACTUALLY HELD IS A CANDIDATE - A DEPOSIT STILL CLEARING,
023100* RETURNED OR ALREADY RELEASED HAS NOTHING TO GRADUATE FROM.
023200******************************************************************
023300 2000-REVIEW-ACCOUNT.
023400     ADD 1                       TO WS-ACCT-COUNT
023500     IF ACCT-GROUP-ID NOT = SCP-SECURED-GROUP-ID
023600        OR ACCT-ACTIVE-STATUS NOT = 'A'
023700        OR ACCT-CLEAN-CYCLES < SCP-GRAD-CLEAN-CYCLES
023800         GO TO 2000-REVIEW-ACCOUNT-NEXT
023900     END-IF
024000     MOVE ACCT-ID                TO COL-ACCT-ID
024100     READ COLLATERAL-FILE
024200         INVALID KEY
024300             GO TO 2000-REVIEW-ACCOUNT-NEXT
024400     END-READ
024500     IF NOT COL-HELD
024600         GO TO 2000-REVIEW-ACCOUNT-NEXT
024700     END-IF
024800     ADD 1                       TO WS-ELIGIBLE-COUNT
024900     PERFORM 3000-SCAN-APPROVALS THRU 3000-SCAN-APPROVALS-EXIT
025000     IF WS-GRAD-ALREADY-PENDING
025100         ADD 1                   TO WS-PENDING-COUNT
025200         GO TO 2000-REVIEW-ACCOUNT-NEXT
025300     END-IF
025400     PERFORM 4000-DERIVE-LIMIT THRU 4000-DERIVE-LIMIT-EXIT
025500     PERFORM 5000-QUEUE-PROPOSAL THRU 5000-QUEUE-PROPOSAL-EXIT.
025600 2000-REVIEW-ACCOUNT-NEXT.
025700     PERFORM 2100-READ-NEXT-ACCOUNT
025800         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
025900 2000-REVIEW-ACCOUNT-EXIT.
026000     EXIT.
026100*
026200 2100-READ-NEXT-ACCOUNT.
026300     READ ACCOUNT-FILE NEXT RECORD
026400         AT END
026500             MOVE 'Y'            TO WS-EOF-SW
026600     END-READ.
026700 2100-READ-NEXT-ACCOUNT-EXIT.
026800     EXIT.
026900*
027000******************************************************************
027100* WALK THE ACCOUNT'S ACCTAPR ROWS: A 'GRADUATE' ROW STILL PENDING
027200* MEANS LAST MONTH'S PROPOSAL IS WAITING ON AN APPROVER, AND THE
027300* HIGHEST SEQUENCE NUMBER SEEN GIVES THE KEY FOR A NEW ROW.
027400******************************************************************
027500 3000-SCAN-APPROVALS.
027600     MOVE 'N'                    TO WS-APR-PENDING-SW
027700     MOVE 'N'                    TO WS-APR-EOF-SW
027800     MOVE 1                      TO WS-NEXT-APR-SEQ
027900     MOVE ACCT-ID                TO APR-ACCT-ID
028000     MOVE ZERO                   TO APR-SEQ-NUM
028100     START APPROVAL-FILE KEY NOT LESS THAN APR-KEY
028200         INVALID KEY
028300             GO TO 3000-SCAN-APPROVALS-EXIT
028400     END-START
028500     PERFORM 3100-NEXT-APPROVAL THRU 3100-NEXT-APPROVAL-EXIT
028600         UNTIL WS-END-OF-APPROVALS.
028700 3000-SCAN-APPROVALS-EXIT.
028800     EXIT.
028900*
029000 3100-NEXT-APPROVAL.
029100     READ APPROVAL-FILE NEXT RECORD
029200         AT END
029300             MOVE 'Y'            TO WS-APR-EOF-SW
029400             GO TO 3100-NEXT-APPROVAL-EXIT
029500     END-READ
029600     IF APR-ACCT-ID NOT = ACCT-ID
029700         MOVE 'Y'                TO WS-APR-EOF-SW
029800         GO TO 3100-NEXT-APPROVAL-EXIT
029900     END-IF
030000     IF APR-SEQ-NUM NOT < WS-NEXT-APR-SEQ
030100         COMPUTE WS-NEXT-APR-SEQ = APR-SEQ-NUM + 1
030200     END-IF
030300     IF APR-FIELD-NAME = 'GRADUATE' AND APR-PENDING
030400         MOVE 'Y'                TO WS-APR-PENDING-SW
030500     END-IF.
030600 3100-NEXT-APPROVAL-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* PRICE THE UNSECURED LINE THE WAY ORIGINATION WOULD PRICE A NEW
031100* ACCOUNT IN THE GRADUATION GROUP AT THE CUSTOMER'S CURRENT
031200* SCORE (COACT01C 5000-DERIVE-LIMIT), FLOORED AT THE DEPOSIT.
031300******************************************************************
031400 4000-DERIVE-LIMIT.
031500     MOVE ACCT-ID                TO XRF-ACCT-ID
031600     READ XREF-FILE
031700         INVALID KEY
031800             MOVE COL-CUST-ID    TO XRF-CUST-ID
031900     END-READ
032000     MOVE XRF-CUST-ID            TO CUST-ID
032100     READ CUSTOMER-FILE
032200         INVALID KEY
032300             MOVE ZERO           TO CUST-FICO-CREDIT-SCORE
032400     END-READ
032500     SET AIL-IDX                 TO 1
032600     SEARCH AIL-ENTRY
032700         AT END
032800             SET AIL-IDX         TO 1
032900         WHEN AIL-GROUP-ID (AIL-IDX) = SCP-GRAD-GROUP-ID
033000             CONTINUE
033100     END-SEARCH
033200     EVALUATE TRUE
033300         WHEN CUST-FICO-CREDIT-SCORE >= 750
033400             MOVE AIL-LIMIT-HI (AIL-IDX)  TO WS-PROPOSED-LIMIT
033500         WHEN CUST-FICO-CREDIT-SCORE >= 650
033600             MOVE AIL-LIMIT-MID (AIL-IDX) TO WS-PROPOSED-LIMIT
033700         WHEN OTHER
033800             MOVE AIL-LIMIT-LOW (AIL-IDX) TO WS-PROPOSED-LIMIT
033900     END-EVALUATE
034000     IF WS-PROPOSED-LIMIT < COL-DEPOSIT-AMT
034100         MOVE COL-DEPOSIT-AMT    TO WS-PROPOSED-LIMIT
034200     END-IF.
034300 4000-DERIVE-LIMIT-EXIT.
034400     EXIT.
034500*
034600 5000-QUEUE-PROPOSAL.
034700     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
034800     MOVE SPACES                 TO LIMIT-APPROVAL-RECORD
034900     MOVE ACCT-ID                TO APR-ACCT-ID
035000     MOVE WS-NEXT-APR-SEQ        TO APR-SEQ-NUM
035100     MOVE 'GRADUATE'             TO APR-FIELD-NAME
035200     MOVE 'GRADUATE'             TO APR-REF-ID
035300     MOVE ACCT-CREDIT-LIMIT      TO APR-OLD-VALUE
035400     MOVE WS-PROPOSED-LIMIT      TO APR-NEW-VALUE
035500     MOVE 'CBGRD01C'             TO APR-REQUESTED-BY
035600     MOVE WS-CURRENT-TIMESTAMP   TO APR-REQUESTED-TS
035700     SET APR-PENDING             TO TRUE
035800     WRITE LIMIT-APPROVAL-RECORD
035900         INVALID KEY
036000             DISPLAY 'CBGRD01C - APPROVAL ROW NOT WRITTEN: '
036100                 ACCT-ID
036200             GO TO 5000-QUEUE-PROPOSAL-EXIT
036300     END-WRITE
036400     ADD 1                       TO WS-PROPOSED-COUNT
036500     MOVE WS-PROPOSED-LIMIT      TO WS-LIMIT-EDIT
036600     MOVE COL-DEPOSIT-AMT        TO WS-DEPOSIT-EDIT
036700     MOVE SPACES                 TO GRAD-REPORT-LINE
036800     STRING ACCT-ID              DELIMITED BY SIZE
036900            '  '                 DELIMITED BY SIZE
037000            WS-DEPOSIT-EDIT      DELIMITED BY SIZE
037100            '  '                 DELIMITED BY SIZE
037200            WS-LIMIT-EDIT        DELIMITED BY SIZE
037300            '  '                 DELIMITED BY SIZE
037400            APR-SEQ-NUM          DELIMITED BY SIZE
037500       INTO GRAD-REPORT-LINE
037600     END-STRING
037700     WRITE GRAD-REPORT-LINE.
037800 5000-QUEUE-PROPOSAL-EXIT.
037900     EXIT.
038000*
038100 9000-TERMINATE.
038200     CLOSE ACCOUNT-FILE
038300     CLOSE COLLATERAL-FILE
038400     CLOSE XREF-FILE
038500     CLOSE CUSTOMER-FILE
038600     CLOSE APPROVAL-FILE
038700     CLOSE GRAD-REPORT-FILE
038800     DISPLAY 'CBGRD01C - ACCOUNTS READ: ' WS-ACCT-COUNT
038900     DISPLAY 'CBGRD01C - ELIGIBLE TO GRADUATE: '
039000         WS-ELIGIBLE-COUNT
039100     DISPLAY 'CBGRD01C - PROPOSALS QUEUED: ' WS-PROPOSED-COUNT
039200     DISPLAY 'CBGRD01C - ALREADY PENDING: ' WS-PENDING-COUNT
039300     PERFORM 9200-LOG-JOB-STATUS
039400         THRU 9200-LOG-JOB-STATUS-EXIT.
039500 9000-TERMINATE-EXIT.
039600     EXIT.
039700*
039800******************************************************************
039900* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
040000* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
040100* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
040200* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
040300******************************************************************
040400 9100-ABEND-NOTIFY.
040500     MOVE 'AB01'                 TO ABEND-CODE
040600     MOVE 'CBGRD01C'             TO ABEND-CULPRIT
040700     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
040800     STRING ABEND-CULPRIT   DELIMITED BY SIZE
040900            ' - '           DELIMITED BY SIZE
041000            ABEND-REASON    DELIMITED BY SIZE
041100       INTO ABEND-MSG
041200     END-STRING
041300     OPEN EXTEND ALERT-QUEUE-FILE
041400     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
041500     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
041600     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
041700     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
041800     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
041900     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
042000     WRITE OPS-ALERT-RECORD
042100     CLOSE ALERT-QUEUE-FILE
042200     MOVE 16                     TO RETURN-CODE.
042300 9100-ABEND-NOTIFY-EXIT.
042400     EXIT.
042500*
042600******************************************************************
042700* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
042800* WHETHER THE JOB RAN AND HOW IT WENT.
042900******************************************************************
043000 9200-LOG-JOB-STATUS.
043100     OPEN I-O JOB-LOG-FILE
043200     IF NOT WS-JOBLOG-OK
043300         DISPLAY 'CBGRD01C - ERROR OPENING JOB LOG FILE'
043400         GO TO 9200-LOG-JOB-STATUS-EXIT
043500     END-IF
043600     MOVE 'CBGRD01C'             TO JBS-JOB-NAME
043700     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
043800     IF RETURN-CODE = ZERO
043900         SET JBS-STATUS-SUCCESS  TO TRUE
044000     ELSE
044100         SET JBS-STATUS-FAILED   TO TRUE
044200     END-IF
044300     MOVE RETURN-CODE            TO JBS-RETURN-CODE
044400     MOVE WS-PROPOSED-COUNT      TO JBS-REC-COUNT
044500     WRITE JOB-STATUS-RECORD
044600     CLOSE JOB-LOG-FILE.
044700 9200-LOG-JOB-STATUS-EXIT.
044800     EXIT.
