000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBPEN01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - PENALTY APR ADVANCE
001100*                     NOTICES.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN NIGHTLY AFTER THE CYCLE (CBACT04C). EVERY
001500*                ACCOUNT CBACT04C HAS MARKED FOR THE PENALTY APR
001600*                (ACCT-PENALTY-APR-STATUS 'T', CVPNA01Y) IS SENT
001700*                THE ADVANCE NOTICE THE AGREEMENT REQUIRES: THE
001800*                PENALTY RATE, THE DATE IT TAKES EFFECT
001900*                (PNA-NOTICE-DAYS FROM TODAY) AND THE ON-TIME
002000*                PAYMENTS THAT WILL CURE IT. THE NOTICE SPLITS
002100*                EMAIL/PRINT THE WAY THE DORMANCY NOTICES DO
002200*                (PENEMAIL/PENPRINT, CVPNA02Y) AND IS LOGGED TO
002300*                CORRHIST AS THE PROOF OF NOTICE. IT IS A
002400*                REQUIRED DISCLOSURE, SO A DO-NOT-CONTACT OR
002500*                CHANNEL OPT-OUT ONLY STEERS IT TO PRINT AND A
002600*                RETURNED-MAIL ADDRESS DOES NOT STOP IT. ONCE IT
002700*                IS OUT THE ACCOUNT IS SET 'P' WITH THE EFFECTIVE
002800*                DATE, FROM WHICH CBACT05C ACCRUES AT THE PENALTY
002900*                RATE, AND THE CHANGE IS AUDITED TO ACCTAUD. AN
003000*                ACCOUNT WHOSE CUSTOMER CANNOT BE FOUND STAYS 'T'
003100*                AND IS RETRIED THE NEXT NIGHT.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS ACCT-ID
004000         FILE STATUS IS WS-ACCOUNT-STATUS.
004100     SELECT XREF-FILE ASSIGN TO ACCTXREF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS XRF-ACCT-ID
004500         FILE STATUS IS WS-XREF-STATUS.
004600     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CUST-ID
005000         FILE STATUS IS WS-CUSTOMER-STATUS.
005100     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CPR-CUST-ID
005500         FILE STATUS IS WS-CONTPREF-STATUS.
005600     SELECT CORR-HIST-FILE ASSIGN TO CORRHIST
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS COR-KEY
006000         FILE STATUS IS WS-CORRHIST-STATUS.
006100     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS AUD-KEY
006500         FILE STATUS IS WS-AUDIT-STATUS.
006600     SELECT NOTICE-EMAIL-FILE ASSIGN TO PENEMAIL
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-EMAIL-STATUS.
006900     SELECT NOTICE-PRINT-FILE ASSIGN TO PENPRINT
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-PRINT-STATUS.
007200     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-ALERT-STATUS.
007500     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS JBS-KEY
007900         FILE STATUS IS WS-JOBLOG-STATUS.
008000*
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  ACCOUNT-FILE.
008400     COPY CVACT01Y.
008500*
008600 FD  XREF-FILE.
008700     COPY CVXRF01Y.
008800*
008900 FD  CUSTOMER-FILE.
009000     COPY CVCUS01Y.
009100*
009200 FD  CONTACT-PREF-FILE.
009300     COPY CVCPR01Y.
009400*
009500 FD  CORR-HIST-FILE.
009600     COPY CVCOR01Y.
009700*
009800 FD  AUDIT-FILE.
009900     COPY CVAUD01Y.
010000*
010100 FD  NOTICE-EMAIL-FILE
010200     RECORDING MODE IS F.
010300     COPY CVPNA02Y.
010400*
010500 FD  NOTICE-PRINT-FILE
010600     RECORDING MODE IS F.
010700     COPY CVPNA02Y
010800         REPLACING ==PENALTY-NOTICE-RECORD== BY
010900                   ==PENALTY-PRINT-RECORD==
011000             ==PNN-ACCT-ID== BY ==PNP-ACCT-ID==
011100             ==PNN-CUST-ID== BY ==PNP-CUST-ID==
011200             ==PNN-CYCLES-DELINQUENT== BY
011300                 ==PNP-CYCLES-DELINQUENT==
011400             ==PNN-PENALTY-RATE== BY ==PNP-PENALTY-RATE==
011500             ==PNN-EFFECTIVE-DATE== BY ==PNP-EFFECTIVE-DATE==
011600             ==PNN-CURE-CYCLES== BY ==PNP-CURE-CYCLES==
011700             ==PNN-CHANNEL== BY ==PNP-CHANNEL==
011800             ==PNN-BY-EMAIL== BY ==PNP-BY-EMAIL==
011900             ==PNN-BY-LETTER== BY ==PNP-BY-LETTER==
012000             ==PNN-EMAIL-ADDR== BY ==PNP-EMAIL-ADDR==.
012100*
012200 FD  ALERT-QUEUE-FILE
012300     RECORDING MODE IS F.
012400     COPY CSOPS01Y.
012500*
012600 FD  JOB-LOG-FILE.
012700     COPY CVJOB01Y.
012800*
012900 WORKING-STORAGE SECTION.
013000 01  WS-ACCOUNT-STATUS                PIC XX.
013100     88 WS-ACCOUNT-OK                 VALUE '00'.
013200 01  WS-XREF-STATUS                   PIC XX.
013300 01  WS-CUSTOMER-STATUS               PIC XX.
013400 01  WS-CONTPREF-STATUS               PIC XX.
013500 01  WS-CORRHIST-STATUS               PIC XX.
013600 01  WS-AUDIT-STATUS                  PIC XX.
013700     88 WS-AUDIT-OK                   VALUE '00'.
013800 01  WS-EMAIL-STATUS                  PIC XX.
013900 01  WS-PRINT-STATUS                  PIC XX.
014000 01  WS-ALERT-STATUS                  PIC XX.
014100 01  WS-JOBLOG-STATUS                 PIC XX.
014200     88 WS-JOBLOG-OK                  VALUE '00'.
014300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
014400     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
014500 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
014600 01  WS-EMAIL-COUNT                   PIC 9(07) VALUE ZERO.
014700 01  WS-PRINT-COUNT                   PIC 9(07) VALUE ZERO.
014800 01  WS-UNSENT-COUNT                  PIC 9(07) VALUE ZERO.
014900 01  WS-CPR-EMAIL-OK-SW               PIC X(01).
015000     88 WS-CPR-EMAIL-ALLOWED          VALUE 'Y'.
015100 01  WS-COR-CHANNEL                   PIC X(01).
015200 01  WS-COR-OUTCOME                   PIC X(10).
015300 01  WS-ABEND-REASON-TEXT             PIC X(50).
015400 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
015500*
015600 01  WS-NOTICE-WORK.
015700     05 WS-TODAY-INT                  PIC 9(08).
015800     05 WS-EFFECTIVE-INT              PIC 9(08).
015900     05 WS-EFFECTIVE-N                PIC 9(08).
016000     05 WS-EFFECTIVE-X.
016100        10 WS-EFF-YYYY                PIC 9(04).
016200        10 FILLER                     PIC X(01) VALUE '-'.
016300        10 WS-EFF-MM                  PIC 9(02).
016400        10 FILLER                     PIC X(01) VALUE '-'.
016500        10 WS-EFF-DD                  PIC 9(02).
016600*
016700******************************************************************
016800* PENALTY APR POLICY - RATE, NOTICE DAYS AND CURE COUNT.
016900******************************************************************
017000 COPY CVPNA01Y.
017100*
017200******************************************************************
017300* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
017400******************************************************************
017500 COPY CSMSG02Y.
017600*
017700 COPY CSDAT01Y.
017800*
017900******************************************************************
018000* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
018100******************************************************************
018200 COPY CVJCK01Y.
018300*
018400******************************************************************
018500* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
018600******************************************************************
018700 COPY CVQSP01Y.
018800*
018900 LINKAGE SECTION.
019000*
019100******************************************************************
019200 PROCEDURE DIVISION.
019300******************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019600     PERFORM 2000-REVIEW-ACCOUNT THRU 2000-REVIEW-ACCOUNT-EXIT
019700         UNTIL WS-END-OF-ACCOUNTS
019800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
019900     GOBACK.
020000*
020100 1000-INITIALIZE.
020200     MOVE 'CBPEN01C'             TO JCK-JOB-NAME
020300     CALL 'CBJCK01C' USING JOBCHECK-PARM
020400     IF JCK-REFUSED
020500         DISPLAY 'CBPEN01C - PREDECESSOR CHECK REFUSED RUN'
020600         MOVE 'Y'                TO WS-EOF-SW
020700         MOVE 'PREDECESSOR JOB CHECK FAILED'
020800                                 TO WS-ABEND-REASON-TEXT
020900         PERFORM 9100-ABEND-NOTIFY
021000             THRU 9100-ABEND-NOTIFY-EXIT
021100         GO TO 1000-INITIALIZE-EXIT
021200     END-IF
021300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
021400     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
021500     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
021600     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
021700     COMPUTE WS-TODAY-INT =
021800         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
021900     COMPUTE WS-EFFECTIVE-INT = WS-TODAY-INT + PNA-NOTICE-DAYS
022000     COMPUTE WS-EFFECTIVE-N =
022100         FUNCTION DATE-OF-INTEGER(WS-EFFECTIVE-INT)
022200     MOVE WS-EFFECTIVE-N (1:4)   TO WS-EFF-YYYY
022300     MOVE WS-EFFECTIVE-N (5:2)   TO WS-EFF-MM
022400     MOVE WS-EFFECTIVE-N (7:2)   TO WS-EFF-DD
022500     OPEN I-O ACCOUNT-FILE
022600     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
022700     MOVE 'CBPEN01C'             TO QSP-JOB-NAME
022800     SET QSP-ACTION-SET          TO TRUE
022900     CALL 'CBQSC01C' USING QUIESCE-PARM
023000     OPEN INPUT XREF-FILE
023100     OPEN INPUT CUSTOMER-FILE
023200     OPEN INPUT CONTACT-PREF-FILE
023300     OPEN I-O CORR-HIST-FILE
023400     OPEN I-O AUDIT-FILE
023500     OPEN OUTPUT NOTICE-EMAIL-FILE
023600     OPEN OUTPUT NOTICE-PRINT-FILE
023700     IF NOT WS-ACCOUNT-OK
023800         DISPLAY 'CBPEN01C - ERROR OPENING ACCOUNT FILE'
023900         MOVE 'Y'                TO WS-EOF-SW
024000         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
024100         PERFORM 9100-ABEND-NOTIFY
024200             THRU 9100-ABEND-NOTIFY-EXIT
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF
024500     IF NOT WS-AUDIT-OK
024600         DISPLAY 'CBPEN01C - ERROR OPENING ACCOUNT AUDIT FILE'
024700         MOVE 'Y'                TO WS-EOF-SW
024800         MOVE 'ACCOUNT AUDIT FILE OPEN ERROR'
024900                                 TO WS-ABEND-REASON-TEXT
025000         PERFORM 9100-ABEND-NOTIFY
025100             THRU 9100-ABEND-NOTIFY-EXIT
025200         GO TO 1000-INITIALIZE-EXIT
025300     END-IF
025400     PERFORM 2100-READ-NEXT-ACCOUNT
025500         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800*
025900 2000-REVIEW-ACCOUNT.
026000     ADD 1                       TO WS-ACCT-COUNT
026100     IF ACCT-PENALTY-TRIGGERED
026200         PERFORM 5000-SEND-NOTICE THRU 5000-SEND-NOTICE-EXIT
026300     END-IF
026400     PERFORM 2100-READ-NEXT-ACCOUNT
026500         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
026600 2000-REVIEW-ACCOUNT-EXIT.
026700     EXIT.
026800*
026900 2100-READ-NEXT-ACCOUNT.
027000     READ ACCOUNT-FILE NEXT RECORD
027100         AT END
027200             MOVE 'Y'            TO WS-EOF-SW
027300     END-READ.
027400 2100-READ-NEXT-ACCOUNT-EXIT.
027500     EXIT.
027600*
027700******************************************************************
027800* BUILD AND ROUTE THE NOTICE, LOG IT, THEN START THE NOTICE
027900* PERIOD ON THE ACCOUNT. EMAIL ONLY WHERE THE CUSTOMER HAS GIVEN
028000* PAPERLESS CONSENT, HAS AN ADDRESS ON FILE AND HAS NOT OPTED
028100* OUT OF EMAIL; EVERYONE ELSE IS PRINTED.
028200******************************************************************
028300 5000-SEND-NOTICE.
028400     MOVE ACCT-ID                TO XRF-ACCT-ID
028500     READ XREF-FILE
028600         INVALID KEY
028700             MOVE ACCT-ID        TO XRF-CUST-ID
028800     END-READ
028900     MOVE XRF-CUST-ID            TO CUST-ID
029000     READ CUSTOMER-FILE
029100         INVALID KEY
029200             DISPLAY 'CBPEN01C - NO CUSTOMER FOR ACCOUNT '
029300                     ACCT-ID
029400             ADD 1               TO WS-UNSENT-COUNT
029500             GO TO 5000-SEND-NOTICE-EXIT
029600     END-READ
029700     MOVE ACCT-ID                TO PNN-ACCT-ID
029800     MOVE CUST-ID                TO PNN-CUST-ID
029900     MOVE ACCT-CYCLES-DELINQUENT TO PNN-CYCLES-DELINQUENT
030000     MOVE PNA-ANNUAL-RATE        TO PNN-PENALTY-RATE
030100     MOVE WS-EFFECTIVE-X         TO PNN-EFFECTIVE-DATE
030200     MOVE PNA-CURE-CYCLES        TO PNN-CURE-CYCLES
030300     PERFORM 5100-CHECK-CONTACT-PREF
030400         THRU 5100-CHECK-CONTACT-PREF-EXIT
030500     IF CUST-PAPERLESS-CONSENT-IND = 'Y'
030600        AND CUST-EMAIL-ADDRESS NOT = SPACES
030700        AND WS-CPR-EMAIL-ALLOWED
030800         SET PNN-BY-EMAIL        TO TRUE
030900         MOVE CUST-EMAIL-ADDRESS TO PNN-EMAIL-ADDR
031000         WRITE PENALTY-NOTICE-RECORD
031100         ADD 1                   TO WS-EMAIL-COUNT
031200         MOVE 'E'                TO WS-COR-CHANNEL
031300         MOVE 'SENT'             TO WS-COR-OUTCOME
031400     ELSE
031500         SET PNN-BY-LETTER       TO TRUE
031600         MOVE SPACES             TO PNN-EMAIL-ADDR
031700         MOVE PENALTY-NOTICE-RECORD
031800                                 TO PENALTY-PRINT-RECORD
031900         WRITE PENALTY-PRINT-RECORD
032000         ADD 1                   TO WS-PRINT-COUNT
032100         MOVE 'P'                TO WS-COR-CHANNEL
032200         MOVE 'PRINTED'          TO WS-COR-OUTCOME
032300     END-IF
032400     PERFORM 5200-LOG-CORRESPONDENCE
032500         THRU 5200-LOG-CORRESPONDENCE-EXIT
032600     SET ACCT-PENALTY-NOTICED    TO TRUE
032700     MOVE WS-EFFECTIVE-X         TO ACCT-PENALTY-EFF-DATE
032800     REWRITE ACCOUNT-RECORD
032900     MOVE 'T'                    TO AUD-OLD-VALUE
033000     MOVE SPACES                 TO AUD-NEW-VALUE
033100     STRING 'P '                 DELIMITED BY SIZE
033200            WS-EFFECTIVE-X       DELIMITED BY SIZE
033300       INTO AUD-NEW-VALUE
033400     END-STRING
033500     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT.
033600 5000-SEND-NOTICE-EXIT.
033700     EXIT.
033800*
033900******************************************************************
034000* A CONTPREF EMAIL OPT-OUT (OR DO-NOT-CONTACT) STEERS THE NOTICE
034100* TO PRINT. NO CONTPREF ROW MEANS NO RESTRICTION.
034200******************************************************************
034300 5100-CHECK-CONTACT-PREF.
034400     MOVE 'Y'                    TO WS-CPR-EMAIL-OK-SW
034500     MOVE CUST-ID                TO CPR-CUST-ID
034600     READ CONTACT-PREF-FILE
034700         INVALID KEY
034800             GO TO 5100-CHECK-CONTACT-PREF-EXIT
034900     END-READ
035000     IF CPR-DNC OR CPR-NO-EMAIL
035100         MOVE 'N'                TO WS-CPR-EMAIL-OK-SW
035200     END-IF.
035300 5100-CHECK-CONTACT-PREF-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700* ONE CORRESPONDENCE HISTORY ROW PER NOTICE - THE PROOF OF
035800* NOTICE BEHIND THE REPRICING, LISTED ON COCOR00C. THE DOCUMENT
035900* REFERENCE IS THE DATE THE PENALTY RATE TAKES EFFECT.
036000******************************************************************
036100 5200-LOG-CORRESPONDENCE.
036200     MOVE CUST-ID                TO COR-CUST-ID
036300     MOVE FUNCTION CURRENT-DATE  TO COR-TS
036400     MOVE ACCT-ID                TO COR-ACCT-ID
036500     MOVE 'PENALTY'              TO COR-DOC-TYPE
036600     MOVE WS-COR-CHANNEL         TO COR-CHANNEL
036700     MOVE WS-COR-OUTCOME         TO COR-OUTCOME
036800     MOVE WS-EFFECTIVE-X         TO COR-DOC-REF
036900     WRITE CORRESPONDENCE-RECORD
037000         INVALID KEY
037100             CONTINUE
037200     END-WRITE.
037300 5200-LOG-CORRESPONDENCE-EXIT.
037400     EXIT.
037500*
037600 6900-WRITE-AUDIT-ROW.
037700     MOVE ACCT-ID                TO AUD-ACCT-ID
037800     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
037900     MOVE 'CBPEN01C'             TO AUD-USER-ID
038000     MOVE 'PENALTYAPR'           TO AUD-FIELD-NAME
038100     WRITE ACCT-AUDIT-RECORD.
038200 6900-WRITE-AUDIT-ROW-EXIT.
038300     EXIT.
038400*
038500 9000-TERMINATE.
038600     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
038700     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
038800     MOVE 'CBPEN01C'             TO QSP-JOB-NAME
038900     SET QSP-ACTION-CLEAR        TO TRUE
039000     CALL 'CBQSC01C' USING QUIESCE-PARM
039100     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
039200     CLOSE ACCOUNT-FILE
039300     CLOSE XREF-FILE
039400     CLOSE CUSTOMER-FILE
039500     CLOSE CONTACT-PREF-FILE
039600     CLOSE CORR-HIST-FILE
039700     CLOSE AUDIT-FILE
039800     CLOSE NOTICE-EMAIL-FILE
039900     CLOSE NOTICE-PRINT-FILE
040000     DISPLAY 'CBPEN01C - PENALTY RATE EFFECTIVE: ' WS-EFFECTIVE-X
040100     DISPLAY 'CBPEN01C - ACCOUNTS READ: ' WS-ACCT-COUNT
040200     DISPLAY 'CBPEN01C - EMAIL NOTICES: ' WS-EMAIL-COUNT
040300     DISPLAY 'CBPEN01C - LETTER NOTICES: ' WS-PRINT-COUNT
040400     DISPLAY 'CBPEN01C - NOTICES NOT SENT: ' WS-UNSENT-COUNT
040500     PERFORM 9200-LOG-JOB-STATUS
040600         THRU 9200-LOG-JOB-STATUS-EXIT.
040700 9000-TERMINATE-EXIT.
040800     EXIT.
040900*
041000******************************************************************
041100* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
041200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
041300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
041400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
041500******************************************************************
041600 9100-ABEND-NOTIFY.
041700     MOVE 'AB01'                 TO ABEND-CODE
041800     MOVE 'CBPEN01C'             TO ABEND-CULPRIT
041900     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
042000     STRING ABEND-CULPRIT   DELIMITED BY SIZE
042100            ' - '           DELIMITED BY SIZE
042200            ABEND-REASON    DELIMITED BY SIZE
042300       INTO ABEND-MSG
042400     END-STRING
042500     OPEN EXTEND ALERT-QUEUE-FILE
042600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
042700     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
042800     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
042900     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
043000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
043100     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
043200     WRITE OPS-ALERT-RECORD
043300     CLOSE ALERT-QUEUE-FILE
043400     MOVE 16                     TO RETURN-CODE.
043500 9100-ABEND-NOTIFY-EXIT.
043600     EXIT.
043700*
043800******************************************************************
043900* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
044000* WHETHER THE JOB RAN AND HOW IT WENT.
044100******************************************************************
044200 9200-LOG-JOB-STATUS.
044300     OPEN I-O JOB-LOG-FILE
044400     IF NOT WS-JOBLOG-OK
044500         DISPLAY 'CBPEN01C - ERROR OPENING JOB LOG FILE'
044600         GO TO 9200-LOG-JOB-STATUS-EXIT
044700     END-IF
044800     MOVE 'CBPEN01C'             TO JBS-JOB-NAME
044900     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
045000     IF RETURN-CODE = ZERO
045100         SET JBS-STATUS-SUCCESS  TO TRUE
045200     ELSE
045300         SET JBS-STATUS-FAILED   TO TRUE
045400     END-IF
045500     MOVE RETURN-CODE            TO JBS-RETURN-CODE
045600     MOVE WS-ACCT-COUNT          TO JBS-REC-COUNT
045700     WRITE JOB-STATUS-RECORD
045800     CLOSE JOB-LOG-FILE.
045900 9200-LOG-JOB-STATUS-EXIT.
046000     EXIT.
