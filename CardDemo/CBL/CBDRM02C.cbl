000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDRM02C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NIGHTLY REACTIVATION OF
001100*                     DORMANT ACCOUNTS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUNS NIGHTLY AFTER CBTRN02C. AN INACTIVE ('I')
001500*                ACCOUNT CARRYING A REACTIVATION REQUEST
001600*                (ACCT-REACTIVATE-IND) - SET BY COAUTSVC WHEN A
001700*                PURCHASE WAS REFERRED ON IT, OR BY CBTRN02C
001800*                WHEN A PAYMENT POSTED TO IT - IS REOPENED ('A')
001900*                WITH TODAY AS ITS LAST ACTIVITY AND ANY
002000*                DORMANCY NOTICE CLEARED. THE CARDS CBDRM01C
002100*                BLOCKED FOR DORMANCY ('I') COME BACK TO 'A',
002200*                SO THEY DROP OFF THE NEXT CBHCD01C HOT-CARD
002300*                EXTRACT; A CARD STOPPED FOR ANY OTHER REASON
002400*                STAYS STOPPED. EVERY CHANGE IS AUDITED ON
002500*                ACCTAUD.
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS ACCT-ID
003400         FILE STATUS IS WS-ACCOUNT-STATUS.
003500     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS CAIX-ACCT-ID
003900         FILE STATUS IS WS-CARDAIX-STATUS.
004000     SELECT CARD-FILE ASSIGN TO CARDDAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CARD-NUM
004400         FILE STATUS IS WS-CARD-STATUS.
004500     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS AUD-KEY
004900         FILE STATUS IS WS-AUDIT-STATUS.
005000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-ALERT-STATUS.
005300     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS JBS-KEY
005700         FILE STATUS IS WS-JOBLOG-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ACCOUNT-FILE.
006200     COPY CVACT01Y.
006300*
006400 FD  CARD-AIX-FILE.
006500     COPY CVACT02Y
006600         REPLACING ==CARD-RECORD== BY ==CARD-AIX-RECORD==
006700             ==CARD-NUM== BY ==CAIX-CARD-NUM==
006800             ==CARD-ACCT-ID== BY ==CAIX-ACCT-ID==
006900             ==CARD-CVV-CD== BY ==CAIX-CVV-CD==
007000             ==CARD-EMBOSSED-NAME== BY ==CAIX-EMBOSSED-NAME==
007100             ==CARD-EXPIRAION-DATE== BY ==CAIX-EXPIRAION-DATE==
007200             ==CARD-ACTIVE-STATUS== BY ==CAIX-ACTIVE-STATUS==
007300             ==CARD-ACTIVATION-STATUS== BY
007400                 ==CAIX-ACTIVATION-STATUS==
007500             ==CARD-NOT-YET-ACTIVATED== BY
007600                 ==CAIX-NOT-YET-ACTIVATED==
007700             ==CARD-IS-ACTIVATED== BY ==CAIX-IS-ACTIVATED==
007800             ==CARD-ACTIVATION-DATE== BY
007900                 ==CAIX-ACTIVATION-DATE==
008000             ==CARD-HOTLIST-DATE== BY ==CAIX-HOTLIST-DATE==
008100             ==CARD-EMBOSS-SENT-DATE== BY
008200                 ==CAIX-EMBOSS-SENT-DATE==.
008300*
008400 FD  CARD-FILE.
008500     COPY CVACT02Y.
008600*
008700 FD  AUDIT-FILE.
008800     COPY CVAUD01Y.
008900*
009000 FD  ALERT-QUEUE-FILE
009100     RECORDING MODE IS F.
009200     COPY CSOPS01Y.
009300*
009400 FD  JOB-LOG-FILE.
009500     COPY CVJOB01Y.
009600*
009700 WORKING-STORAGE SECTION.
009800 01  WS-ACCOUNT-STATUS                PIC XX.
009900     88 WS-ACCOUNT-OK                 VALUE '00'.
010000 01  WS-CARDAIX-STATUS                PIC XX.
010100 01  WS-CARD-STATUS                   PIC XX.
010200 01  WS-AUDIT-STATUS                  PIC XX.
010300 01  WS-ALERT-STATUS                  PIC XX.
010400 01  WS-JOBLOG-STATUS                 PIC XX.
010500     88 WS-JOBLOG-OK                  VALUE '00'.
010600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
010700     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
010800 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
010900     88 WS-END-OF-CARDS               VALUE 'Y'.
011000 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
011100 01  WS-REACTIVATED-COUNT             PIC 9(07) VALUE ZERO.
011200 01  WS-CARD-RESTORED-COUNT           PIC 9(07) VALUE ZERO.
011300 01  WS-CARDS-RESTORED                PIC 9(03).
011400 01  WS-ABEND-REASON-TEXT             PIC X(50).
011500 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
011600*
011700******************************************************************
011800* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
011900******************************************************************
012000 COPY CSMSG02Y.
012100*
012200 COPY CSDAT01Y.
012300*
012400******************************************************************
012500* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
012600******************************************************************
012700 COPY CVQSP01Y.
012800*
012900 LINKAGE SECTION.
013000*
013100******************************************************************
013200 PROCEDURE DIVISION.
013300******************************************************************
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
013600     PERFORM 2000-REACTIVATE-ACCOUNT
013700         THRU 2000-REACTIVATE-ACCOUNT-EXIT
013800         UNTIL WS-END-OF-ACCOUNTS
013900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014000     GOBACK.
014100*
014200 1000-INITIALIZE.
014300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
014400     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
014500     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
014600     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
014700     OPEN I-O ACCOUNT-FILE
014800     OPEN INPUT CARD-AIX-FILE
014900     OPEN I-O CARD-FILE
015000     OPEN I-O AUDIT-FILE
015100     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
015200     MOVE 'CBDRM02C'             TO QSP-JOB-NAME
015300     SET QSP-ACTION-SET          TO TRUE
015400     CALL 'CBQSC01C' USING QUIESCE-PARM
015500     IF NOT WS-ACCOUNT-OK
015600         DISPLAY 'CBDRM02C - ERROR OPENING ACCOUNT FILE'
015700         MOVE 'Y'                TO WS-EOF-SW
015800         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
015900         PERFORM 9100-ABEND-NOTIFY
016000             THRU 9100-ABEND-NOTIFY-EXIT
016100         GO TO 1000-INITIALIZE-EXIT
016200     END-IF
016300     MOVE ZERO                   TO ACCT-ID
016400     START ACCOUNT-FILE KEY NOT LESS THAN ACCT-ID
016500         INVALID KEY
016600             MOVE 'Y'            TO WS-EOF-SW
016700     END-START
016800     IF NOT WS-END-OF-ACCOUNTS
016900         PERFORM 2100-READ-NEXT-ACCOUNT
017000             THRU 2100-READ-NEXT-ACCOUNT-EXIT
017100     END-IF.
017200 1000-INITIALIZE-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600* A REQUEST ON AN ACCOUNT THAT IS NO LONGER INACTIVE (REOPENED
017700* BY HAND, OR MOVED TO ANOTHER STATUS SINCE) IS SIMPLY CLEARED.
017800******************************************************************
017900 2000-REACTIVATE-ACCOUNT.
018000     ADD 1                       TO WS-ACCT-COUNT
018100     IF NOT ACCT-REACTIVATE-REQUESTED
018200         GO TO 2000-REACTIVATE-ACCOUNT-CONTINUE
018300     END-IF
018400     IF ACCT-ACTIVE-STATUS NOT = 'I'
018500         MOVE 'N'                TO ACCT-REACTIVATE-IND
018600         REWRITE ACCOUNT-RECORD
018700         GO TO 2000-REACTIVATE-ACCOUNT-CONTINUE
018800     END-IF
018900     MOVE 'A'                    TO ACCT-ACTIVE-STATUS
019000     MOVE 'N'                    TO ACCT-REACTIVATE-IND
019100     MOVE SPACES                 TO ACCT-DORMANT-NOTICE-DATE
019200     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-LAST-ACTIVITY-DATE
019300     REWRITE ACCOUNT-RECORD
019400     MOVE 'ACSTTUS'              TO AUD-FIELD-NAME
019500     MOVE 'I'                    TO AUD-OLD-VALUE
019600     MOVE 'A'                    TO AUD-NEW-VALUE
019700     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
019800     PERFORM 3000-RESTORE-CARDS THRU 3000-RESTORE-CARDS-EXIT
019900     MOVE 'CARDREST'             TO AUD-FIELD-NAME
020000     MOVE SPACES                 TO AUD-OLD-VALUE
020100     MOVE WS-CARDS-RESTORED      TO AUD-NEW-VALUE
020200     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
020300     ADD 1                       TO WS-REACTIVATED-COUNT.
020400 2000-REACTIVATE-ACCOUNT-CONTINUE.
020500     PERFORM 2100-READ-NEXT-ACCOUNT
020600         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
020700 2000-REACTIVATE-ACCOUNT-EXIT.
020800     EXIT.
020900*
021000 2100-READ-NEXT-ACCOUNT.
021100     READ ACCOUNT-FILE NEXT RECORD
021200         AT END
021300             MOVE 'Y'            TO WS-EOF-SW
021400     END-READ.
021500 2100-READ-NEXT-ACCOUNT-EXIT.
021600     EXIT.
021700*
021800******************************************************************
021900* BRING BACK THE ACCOUNT'S DORMANT-BLOCKED CARDS OVER CARDAIX.
022000******************************************************************
022100 3000-RESTORE-CARDS.
022200     MOVE ZERO                   TO WS-CARDS-RESTORED
022300     MOVE 'N'                    TO WS-CARD-EOF-SW
022400     MOVE ACCT-ID                TO CAIX-ACCT-ID
022500     START CARD-AIX-FILE KEY NOT LESS THAN CAIX-ACCT-ID
022600         INVALID KEY
022700             MOVE 'Y'            TO WS-CARD-EOF-SW
022800     END-START
022900     PERFORM 3100-RESTORE-NEXT-CARD
023000         THRU 3100-RESTORE-NEXT-CARD-EXIT
023100         UNTIL WS-END-OF-CARDS.
023200 3000-RESTORE-CARDS-EXIT.
023300     EXIT.
023400*
023500 3100-RESTORE-NEXT-CARD.
023600     READ CARD-AIX-FILE NEXT RECORD
023700         AT END
023800             MOVE 'Y'            TO WS-CARD-EOF-SW
023900             GO TO 3100-RESTORE-NEXT-CARD-EXIT
024000     END-READ
024100     IF CAIX-ACCT-ID NOT = ACCT-ID
024200         MOVE 'Y'                TO WS-CARD-EOF-SW
024300         GO TO 3100-RESTORE-NEXT-CARD-EXIT
024400     END-IF
024500     IF CAIX-ACTIVE-STATUS NOT = 'I'
024600         GO TO 3100-RESTORE-NEXT-CARD-EXIT
024700     END-IF
024800     MOVE CAIX-CARD-NUM          TO CARD-NUM
024900     READ CARD-FILE
025000         INVALID KEY
025100             GO TO 3100-RESTORE-NEXT-CARD-EXIT
025200     END-READ
025300     MOVE 'A'                    TO CARD-ACTIVE-STATUS
025400     REWRITE CARD-RECORD
025500     ADD 1                       TO WS-CARDS-RESTORED
025600     ADD 1                       TO WS-CARD-RESTORED-COUNT.
025700 3100-RESTORE-NEXT-CARD-EXIT.
025800     EXIT.
025900*
026000 5900-WRITE-AUDIT-ROW.
026100     MOVE ACCT-ID                TO AUD-ACCT-ID
026200     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
026300     MOVE 'CBDRM02C'             TO AUD-USER-ID
026400     WRITE ACCT-AUDIT-RECORD.
026500 5900-WRITE-AUDIT-ROW-EXIT.
026600     EXIT.
026700*
026800 9000-TERMINATE.
026900     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
027000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
027100     MOVE 'CBDRM02C'             TO QSP-JOB-NAME
027200     SET QSP-ACTION-CLEAR        TO TRUE
027300     CALL 'CBQSC01C' USING QUIESCE-PARM
027400     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
027500     CLOSE ACCOUNT-FILE
027600     CLOSE CARD-AIX-FILE
027700     CLOSE CARD-FILE
027800     CLOSE AUDIT-FILE
027900     DISPLAY 'CBDRM02C - ACCOUNTS READ: ' WS-ACCT-COUNT
028000     DISPLAY 'CBDRM02C - ACCOUNTS REACTIVATED: '
028100             WS-REACTIVATED-COUNT
028200     DISPLAY 'CBDRM02C - CARDS RESTORED: ' WS-CARD-RESTORED-COUNT
028300     PERFORM 9200-LOG-JOB-STATUS
028400         THRU 9200-LOG-JOB-STATUS-EXIT.
028500 9000-TERMINATE-EXIT.
028600     EXIT.
028700*
028800******************************************************************
028900* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
029000* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
029100* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
029200* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
029300******************************************************************
029400 9100-ABEND-NOTIFY.
029500     MOVE 'AB01'                 TO ABEND-CODE
029600     MOVE 'CBDRM02C'             TO ABEND-CULPRIT
029700     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
029800     STRING ABEND-CULPRIT   DELIMITED BY SIZE
029900            ' - '           DELIMITED BY SIZE
030000            ABEND-REASON    DELIMITED BY SIZE
030100       INTO ABEND-MSG
030200     END-STRING
030300     OPEN EXTEND ALERT-QUEUE-FILE
030400     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
030500     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
030600     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
030700     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
030800     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
030900     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
031000     WRITE OPS-ALERT-RECORD
031100     CLOSE ALERT-QUEUE-FILE
031200     MOVE 16                     TO RETURN-CODE.
031300 9100-ABEND-NOTIFY-EXIT.
031400     EXIT.
031500*
031600******************************************************************
031700* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
031800* WHETHER THE JOB RAN AND HOW IT WENT.
031900******************************************************************
032000 9200-LOG-JOB-STATUS.
032100     OPEN I-O JOB-LOG-FILE
032200     IF NOT WS-JOBLOG-OK
032300         DISPLAY 'CBDRM02C - ERROR OPENING JOB LOG FILE'
032400         GO TO 9200-LOG-JOB-STATUS-EXIT
032500     END-IF
032600     MOVE 'CBDRM02C'             TO JBS-JOB-NAME
032700     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
032800     IF RETURN-CODE = ZERO
032900         SET JBS-STATUS-SUCCESS  TO TRUE
033000     ELSE
033100         SET JBS-STATUS-FAILED   TO TRUE
033200     END-IF
033300     MOVE RETURN-CODE            TO JBS-RETURN-CODE
033400     MOVE WS-REACTIVATED-COUNT   TO JBS-REC-COUNT
033500     WRITE JOB-STATUS-RECORD
033600     CLOSE JOB-LOG-FILE.
033700 9200-LOG-JOB-STATUS-EXIT.
033800     EXIT.
