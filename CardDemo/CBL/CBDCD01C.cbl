000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDCD01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - DEATH MASTER MATCH FEED
001100*                     AND ESTATE WORKFLOW.
000000* 2026-10-15  MAINT   A SOLE-OWNED ACCOUNT FROZEN UNDER SANCTIONS
000000*                     ('S') KEEPS THE FREEZE RATHER THAN GOING TO
000000*                     'X'.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       PROCESSES THE DEATH MASTER FILE MATCH FEED
001500*                (DTHMATCH, CVDCD01Y). EACH ROW IS RESOLVED TO A
001600*                CUSTOMER BY CUSTOMER ID, OR BY SSN SCAN OF
001700*                CUSTDAT (CONFIRMED AGAINST THE LAST NAME ON THE
001800*                DEATH RECORD), AND THE SAME ESTATE WORKFLOW THE
001900*                CODCD00C NOTIFICATION SCREEN RUNS IS APPLIED:
002000*                  - THE DATE OF DEATH IS STAMPED ON THE
002100*                    CUSTOMER (CUST-DECEASED-*, CVCUS01Y) AND
002200*                    THE INTEREST/FEE REFUND MARKED PENDING FOR
002300*                    CBDCD02C;
002400*                  - EVERY ACCOUNT HELD, FOUND OVER ACCTXREF AS
002500*                    PRIMARY OR JOINT, IS SETTLED:
002600*                      SOLE OWNER - STATUS 'X' DECEASED (NO MORE
002700*                      INTEREST OR FEES), EVERY CARD STOPPED AND
002800*                      EVERY ACTIVE AUTOPAY SCHEDULE CANCELLED;
002900*                      DECEASED PRIMARY WITH A JOINT HOLDER - THE
003000*                      SURVIVOR BECOMES THE PRIMARY ON ACCTXREF
003100*                      AND THE DECEASED'S OWN CARDS ARE STOPPED;
003200*                      DECEASED JOINT HOLDER - THE JOINT HOLDER
003300*                      IS REMOVED AND THAT HOLDER'S CARDS STOPPED;
003400*                  - AN ESTATE CONTACT IS OPENED ON CORRHIST AND
003500*                    DO-NOT-CONTACT SET ON CONTPREF, SO MARKETING
003600*                    AND COLLECTIONS CONTACT STOP.
003700*                EVERY ACCOUNT CHANGE IS LOGGED TO ACCTAUD. A
003800*                ROW WITH PROOF STILL PENDING, NO MATCH, A NAME
003900*                THAT DOES NOT AGREE, OR A CUSTOMER ALREADY ON
004000*                FILE AS DECEASED FALLS TO THE EXCEPTION REPORT.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT DEATH-MATCH-FILE ASSIGN TO DTHMATCH
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-DTHMATCH-STATUS.
004800     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CUST-ID
005200         FILE STATUS IS WS-CUSTOMER-STATUS.
005300     SELECT XREF-FILE ASSIGN TO ACCTXREF
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS XRF-ACCT-ID
005700         FILE STATUS IS WS-XREF-STATUS.
005800     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS ACCT-ID
006200         FILE STATUS IS WS-ACCOUNT-STATUS.
006300     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS CAIX-ACCT-ID
006700         FILE STATUS IS WS-CARDAIX-STATUS.
006800     SELECT CARD-FILE ASSIGN TO CARDDAT
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS CARD-NUM
007200         FILE STATUS IS WS-CARD-STATUS.
007300     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS PAY-ID
007700         FILE STATUS IS WS-PAYMENT-STATUS.
007800     SELECT CORR-HIST-FILE ASSIGN TO CORRHIST
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS RANDOM
008100         RECORD KEY IS COR-KEY
008200         FILE STATUS IS WS-CORRHIST-STATUS.
008300     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS CPR-CUST-ID
008700         FILE STATUS IS WS-CONTPREF-STATUS.
008800     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS AUD-KEY
009200         FILE STATUS IS WS-AUDIT-STATUS.
009300     SELECT DCD-REPORT-FILE ASSIGN TO DCDRPT
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-REPORT-STATUS.
009600     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-ALERT-STATUS.
009900     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS DYNAMIC
010200         RECORD KEY IS JBS-KEY
010300         FILE STATUS IS WS-JOBLOG-STATUS.
010400*
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  DEATH-MATCH-FILE
010800     RECORDING MODE IS F.
010900     COPY CVDCD01Y.
011000*
011100 FD  CUSTOMER-FILE.
011200     COPY CVCUS01Y.
011300*
011400 FD  XREF-FILE.
011500     COPY CVXRF01Y.
011600*
011700 FD  ACCOUNT-FILE.
011800     COPY CVACT01Y.
011900*
012000 FD  CARD-AIX-FILE.
012100     COPY CVACT02Y
012200         REPLACING ==CARD-RECORD== BY ==CARD-AIX-RECORD==
012300             ==CARD-NUM== BY ==CAIX-CARD-NUM==
012400             ==CARD-ACCT-ID== BY ==CAIX-ACCT-ID==
012500             ==CARD-CVV-CD== BY ==CAIX-CVV-CD==
012600             ==CARD-EMBOSSED-NAME== BY ==CAIX-EMBOSSED-NAME==
012700             ==CARD-EXPIRAION-DATE== BY ==CAIX-EXPIRAION-DATE==
012800             ==CARD-ACTIVE-STATUS== BY ==CAIX-ACTIVE-STATUS==
012900             ==CARD-ACTIVATION-STATUS== BY
013000                 ==CAIX-ACTIVATION-STATUS==
013100             ==CARD-NOT-YET-ACTIVATED== BY
013200                 ==CAIX-NOT-YET-ACTIVATED==
013300             ==CARD-IS-ACTIVATED== BY ==CAIX-IS-ACTIVATED==
013400             ==CARD-ACTIVATION-DATE== BY
013500                 ==CAIX-ACTIVATION-DATE==
013600             ==CARD-HOTLIST-DATE== BY ==CAIX-HOTLIST-DATE==
013700             ==CARD-EMBOSS-SENT-DATE== BY
013800                 ==CAIX-EMBOSS-SENT-DATE==.
013900*
014000 FD  CARD-FILE.
014100     COPY CVACT02Y.
014200*
014300 FD  PAYMENT-FILE.
014400     COPY CVPAY01Y.
014500*
014600 FD  CORR-HIST-FILE.
014700     COPY CVCOR01Y.
014800*
014900 FD  CONTACT-PREF-FILE.
015000     COPY CVCPR01Y.
015100*
015200 FD  AUDIT-FILE.
015300     COPY CVAUD01Y.
015400*
015500 FD  DCD-REPORT-FILE
015600     RECORDING MODE IS F.
015700 01  DCD-REPORT-LINE                  PIC X(80).
015800*
015900 FD  ALERT-QUEUE-FILE
016000     RECORDING MODE IS F.
016100     COPY CSOPS01Y.
016200*
016300 FD  JOB-LOG-FILE.
016400     COPY CVJOB01Y.
016500*
016600 WORKING-STORAGE SECTION.
016700 01  WS-DTHMATCH-STATUS               PIC XX.
016800     88 WS-DTHMATCH-OK                VALUE '00'.
016900 01  WS-CUSTOMER-STATUS               PIC XX.
017000     88 WS-CUSTOMER-OK                VALUE '00'.
017100 01  WS-XREF-STATUS                   PIC XX.
017200 01  WS-ACCOUNT-STATUS                PIC XX.
017300     88 WS-ACCOUNT-OK                 VALUE '00'.
017400 01  WS-CARDAIX-STATUS                PIC XX.
017500 01  WS-CARD-STATUS                   PIC XX.
017600 01  WS-PAYMENT-STATUS                PIC XX.
017700 01  WS-CORRHIST-STATUS               PIC XX.
017800 01  WS-CONTPREF-STATUS               PIC XX.
017900 01  WS-AUDIT-STATUS                  PIC XX.
018000 01  WS-REPORT-STATUS                 PIC XX.
018100 01  WS-ALERT-STATUS                  PIC XX.
018200 01  WS-JOBLOG-STATUS                 PIC XX.
018300     88 WS-JOBLOG-OK                  VALUE '00'.
018400 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
018500     88 WS-END-OF-MATCHES             VALUE 'Y'.
018600 01  WS-CUST-EOF-SW                   PIC X(01) VALUE 'N'.
018700     88 WS-END-OF-CUSTOMERS           VALUE 'Y'.
018800 01  WS-CUST-FOUND-SW                 PIC X(01) VALUE 'N'.
018900     88 WS-CUST-FOUND                 VALUE 'Y'.
019000 01  WS-XREF-EOF-SW                   PIC X(01) VALUE 'N'.
019100     88 WS-END-OF-XREF                VALUE 'Y'.
019200 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
019300     88 WS-END-OF-CARDS               VALUE 'Y'.
019400 01  WS-PAY-EOF-SW                    PIC X(01) VALUE 'N'.
019500     88 WS-END-OF-PAYMENTS            VALUE 'Y'.
019600 01  WS-MATCH-COUNT                   PIC 9(07) VALUE ZERO.
019700 01  WS-RECORDED-COUNT                PIC 9(07) VALUE ZERO.
019800 01  WS-SOLE-COUNT                    PIC 9(07) VALUE ZERO.
019900 01  WS-SURVIVOR-COUNT                PIC 9(07) VALUE ZERO.
020000 01  WS-JOINT-REMOVED-COUNT           PIC 9(07) VALUE ZERO.
020100 01  WS-EXCEPTION-COUNT               PIC 9(07) VALUE ZERO.
020200 01  WS-ABEND-REASON-TEXT             PIC X(50).
020300 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
020400*
020500 01  WS-DCD-WORK.
020600     05 WS-DEAD-CUST-ID               PIC 9(09).
020700     05 WS-EMBOSS-NAME                PIC X(50).
020800     05 WS-STOP-ALL-SW                PIC X(01).
020900        88 WS-STOP-ALL-CARDS          VALUE 'Y'.
021000     05 WS-CARDS-STOPPED              PIC 9(03).
021100     05 WS-SCHEDS-CANCELLED           PIC 9(03).
021200     05 WS-OLD-STATUS                 PIC X(01).
021300     05 WS-SURVIVOR-ID                PIC 9(09).
021400     05 WS-ACTION-TEXT                PIC X(30).
021500     05 WS-EXCP-REASON                PIC X(30).
021600     05 WS-SSN-X                      PIC X(09).
021700*
021800******************************************************************
021900* THE DECEASED'S SOLE-OWNED ACCOUNTS, KEPT SO THE AUTOPAY
022000* SCHEDULES FOR ALL OF THEM ARE CANCELLED IN ONE PAYMENT PASS.
022100******************************************************************
022200 01  WS-SOLE-TABLE.
022300     05 WS-SOLE-USED                  PIC 9(02) VALUE ZERO.
022400     05 WS-SOLE-ENTRY OCCURS 20 TIMES
022500                      INDEXED BY SOL-IDX.
022600        10 WS-SOL-ACCT-ID             PIC 9(11).
022700     05 WS-SOLE-FOUND-SW              PIC X(01).
022800        88 WS-SOLE-FOUND              VALUE 'Y'.
022900*
023000******************************************************************
023100* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
023200******************************************************************
023300 COPY CSMSG02Y.
023400*
023500 COPY CSDAT01Y.
023600*
023700******************************************************************
023800* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
023900******************************************************************
024000 COPY CVQSP01Y.
024100*
024200 LINKAGE SECTION.
024300*
024400******************************************************************
024500 PROCEDURE DIVISION.
024600******************************************************************
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
024900     PERFORM 2000-PROCESS-MATCHES
025000         THRU 2000-PROCESS-MATCHES-EXIT
025100         UNTIL WS-END-OF-MATCHES
025200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
025300     GOBACK.
025400*
025500 1000-INITIALIZE.
025600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
025700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
025800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
025900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
026000     OPEN INPUT DEATH-MATCH-FILE
026100     OPEN I-O CUSTOMER-FILE
026200     OPEN I-O XREF-FILE
026300     OPEN I-O ACCOUNT-FILE
026400     OPEN INPUT CARD-AIX-FILE
026500     OPEN I-O CARD-FILE
026600     OPEN I-O PAYMENT-FILE
026700     OPEN I-O CORR-HIST-FILE
026800     OPEN I-O CONTACT-PREF-FILE
026900     OPEN I-O AUDIT-FILE
027000     OPEN OUTPUT DCD-REPORT-FILE
027100     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
027200     MOVE 'CBDCD01C'             TO QSP-JOB-NAME
027300     SET QSP-ACTION-SET          TO TRUE
027400     CALL 'CBQSC01C' USING QUIESCE-PARM
027500     IF NOT WS-DTHMATCH-OK
027600         DISPLAY 'CBDCD01C - ERROR OPENING DEATH MATCH FEED'
027700         MOVE 'Y'                TO WS-EOF-SW
027800         MOVE 'DEATH MATCH FEED OPEN ERROR'
027900                                 TO WS-ABEND-REASON-TEXT
028000         PERFORM 9100-ABEND-NOTIFY
028100             THRU 9100-ABEND-NOTIFY-EXIT
028200     END-IF
028300     IF NOT WS-CUSTOMER-OK
028400         DISPLAY 'CBDCD01C - ERROR OPENING CUSTOMER FILE'
028500         MOVE 'Y'                TO WS-EOF-SW
028600         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
028700         PERFORM 9100-ABEND-NOTIFY
028800             THRU 9100-ABEND-NOTIFY-EXIT
028900     END-IF
029000     IF NOT WS-ACCOUNT-OK
029100         DISPLAY 'CBDCD01C - ERROR OPENING ACCOUNT FILE'
029200         MOVE 'Y'                TO WS-EOF-SW
029300         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
029400         PERFORM 9100-ABEND-NOTIFY
029500             THRU 9100-ABEND-NOTIFY-EXIT
029600     END-IF
029700     MOVE 'CBDCD01C - DEATH MASTER MATCH AND ESTATE WORKFLOW'
029800                                 TO DCD-REPORT-LINE
029900     WRITE DCD-REPORT-LINE
030000     IF NOT WS-END-OF-MATCHES
030100         PERFORM 2100-READ-NEXT-MATCH
030200             THRU 2100-READ-NEXT-MATCH-EXIT
030300     END-IF.
030400 1000-INITIALIZE-EXIT.
030500     EXIT.
030600*
030700 2000-PROCESS-MATCHES.
030800     ADD 1                       TO WS-MATCH-COUNT
030900     IF DMF-PROOF-PENDING
031000         MOVE 'PROOF OF DEATH PENDING'  TO WS-EXCP-REASON
031100         PERFORM 7100-REPORT-EXCEPTION
031200             THRU 7100-REPORT-EXCEPTION-EXIT
031300         GO TO 2000-PROCESS-MATCHES-NEXT
031400     END-IF
031500     PERFORM 3000-RESOLVE-CUSTOMER
031600         THRU 3000-RESOLVE-CUSTOMER-EXIT
031700     IF NOT WS-CUST-FOUND
031800         MOVE 'NO CUSTOMER MATCH'       TO WS-EXCP-REASON
031900         PERFORM 7100-REPORT-EXCEPTION
032000             THRU 7100-REPORT-EXCEPTION-EXIT
032100         GO TO 2000-PROCESS-MATCHES-NEXT
032200     END-IF
032300     IF DMF-LAST-NAME NOT = SPACES
032400        AND DMF-LAST-NAME NOT = CUST-LAST-NAME
032500         MOVE 'NAME DOES NOT AGREE'     TO WS-EXCP-REASON
032600         PERFORM 7100-REPORT-EXCEPTION
032700             THRU 7100-REPORT-EXCEPTION-EXIT
032800         GO TO 2000-PROCESS-MATCHES-NEXT
032900     END-IF
033000     IF CUST-DECEASED-DATE NOT = SPACES
033100         MOVE 'ALREADY ON FILE AS DECEASED'
033200                                 TO WS-EXCP-REASON
033300         PERFORM 7100-REPORT-EXCEPTION
033400             THRU 7100-REPORT-EXCEPTION-EXIT
033500         GO TO 2000-PROCESS-MATCHES-NEXT
033600     END-IF
033700     PERFORM 4000-RECORD-DEATH THRU 4000-RECORD-DEATH-EXIT.
033800 2000-PROCESS-MATCHES-NEXT.
033900     PERFORM 2100-READ-NEXT-MATCH
034000         THRU 2100-READ-NEXT-MATCH-EXIT.
034100 2000-PROCESS-MATCHES-EXIT.
034200     EXIT.
034300*
034400 2100-READ-NEXT-MATCH.
034500     READ DEATH-MATCH-FILE NEXT RECORD
034600         AT END
034700             MOVE 'Y'            TO WS-EOF-SW
034800     END-READ.
034900 2100-READ-NEXT-MATCH-EXIT.
035000     EXIT.
035100*
035200******************************************************************
035300* BY CUSTOMER ID WHEN THE MATCH SERVICE ECHOES IT BACK, BY SSN
035400* SCAN OF CUSTDAT OTHERWISE - THE CBBKR01C ARRANGEMENT.
035500******************************************************************
035600 3000-RESOLVE-CUSTOMER.
035700     MOVE 'N'                    TO WS-CUST-FOUND-SW
035800     IF DMF-CUST-ID > ZERO
035900         MOVE DMF-CUST-ID        TO CUST-ID
036000         READ CUSTOMER-FILE
036100             INVALID KEY
036200                 GO TO 3000-RESOLVE-CUSTOMER-EXIT
036300             NOT INVALID KEY
036400                 MOVE 'Y'        TO WS-CUST-FOUND-SW
036500         END-READ
036600         GO TO 3000-RESOLVE-CUSTOMER-EXIT
036700     END-IF
036800     IF DMF-SSN = ZERO
036900         GO TO 3000-RESOLVE-CUSTOMER-EXIT
037000     END-IF
037100     MOVE 'N'                    TO WS-CUST-EOF-SW
037200     MOVE ZERO                   TO CUST-ID
037300     START CUSTOMER-FILE KEY NOT LESS THAN CUST-ID
037400         INVALID KEY
037500             MOVE 'Y'            TO WS-CUST-EOF-SW
037600     END-START
037700     PERFORM 3100-SCAN-NEXT-CUSTOMER
037800         THRU 3100-SCAN-NEXT-CUSTOMER-EXIT
037900         UNTIL WS-END-OF-CUSTOMERS OR WS-CUST-FOUND.
038000 3000-RESOLVE-CUSTOMER-EXIT.
038100     EXIT.
038200*
038300 3100-SCAN-NEXT-CUSTOMER.
038400     READ CUSTOMER-FILE NEXT RECORD
038500         AT END
038600             MOVE 'Y'            TO WS-CUST-EOF-SW
038700             GO TO 3100-SCAN-NEXT-CUSTOMER-EXIT
038800     END-READ
038900     IF CUST-SSN = DMF-SSN
039000         MOVE 'Y'                TO WS-CUST-FOUND-SW
039100     END-IF.
039200 3100-SCAN-NEXT-CUSTOMER-EXIT.
039300     EXIT.
039400*
039500******************************************************************
039600* STAMP THE CUSTOMER, SETTLE EVERY ACCOUNT, THEN OPEN THE ESTATE
039700* CONTACT AND STOP MARKETING AND COLLECTIONS CONTACT. THE NAME
039800* EMBOSSED ON THE DECEASED'S OWN CARDS IS BUILT THE WAY
039900* ORIGINATION (COACT01C) BUILDS IT, SO A SURVIVOR'S CARDS ON A
040000* SHARED ACCOUNT STAY LIVE.
040100******************************************************************
040200 4000-RECORD-DEATH.
040300     MOVE CUST-ID                TO WS-DEAD-CUST-ID
040400     MOVE DMF-DEATH-DATE         TO CUST-DECEASED-DATE
040500     MOVE WS-CURDATE-YYYY-MM-DD  TO CUST-DECEASED-NOTIFY-DATE
040600     SET CUST-DECEASED-FROM-DMF  TO TRUE
040700     SET CUST-DECEASED-REFUND-PENDING TO TRUE
040800     REWRITE CUSTOMER-RECORD
040900     ADD 1                       TO WS-RECORDED-COUNT
041000     MOVE SPACES                 TO WS-EMBOSS-NAME
041100     STRING CUST-FIRST-NAME DELIMITED BY '  '
041200            ' '             DELIMITED BY SIZE
041300            CUST-LAST-NAME  DELIMITED BY SIZE
041400       INTO WS-EMBOSS-NAME
041500     END-STRING
041600     MOVE 'DEATH RECORDED'       TO WS-ACTION-TEXT
041700     MOVE ZERO                   TO ACCT-ID
041800     PERFORM 7000-REPORT-ACTION THRU 7000-REPORT-ACTION-EXIT
041900     MOVE ZERO                   TO WS-SOLE-USED
042000     MOVE 'N'                    TO WS-XREF-EOF-SW
042100     MOVE ZERO                   TO XRF-ACCT-ID
042200     START XREF-FILE KEY NOT LESS THAN XRF-ACCT-ID
042300         INVALID KEY
042400             MOVE 'Y'            TO WS-XREF-EOF-SW
042500     END-START
042600     PERFORM 5000-SETTLE-NEXT-ACCOUNT
042700         THRU 5000-SETTLE-NEXT-ACCOUNT-EXIT
042800         UNTIL WS-END-OF-XREF
042900     IF WS-SOLE-USED > ZERO
043000         PERFORM 5500-CANCEL-SCHEDULES
043100             THRU 5500-CANCEL-SCHEDULES-EXIT
043200     END-IF
043300     PERFORM 6000-OPEN-ESTATE-CONTACT
043400         THRU 6000-OPEN-ESTATE-CONTACT-EXIT
043500     PERFORM 6100-SUPPRESS-CONTACT
043600         THRU 6100-SUPPRESS-CONTACT-EXIT.
043700 4000-RECORD-DEATH-EXIT.
043800     EXIT.
043900*
044000 5000-SETTLE-NEXT-ACCOUNT.
044100     READ XREF-FILE NEXT RECORD
044200         AT END
044300             MOVE 'Y'            TO WS-XREF-EOF-SW
044400             GO TO 5000-SETTLE-NEXT-ACCOUNT-EXIT
044500     END-READ
044600     IF XRF-CUST-ID NOT = WS-DEAD-CUST-ID
044700        AND XRF-JOINT-CUST-ID NOT = WS-DEAD-CUST-ID
044800         GO TO 5000-SETTLE-NEXT-ACCOUNT-EXIT
044900     END-IF
045000     MOVE XRF-ACCT-ID            TO ACCT-ID
045100     READ ACCOUNT-FILE
045200         INVALID KEY
045300             GO TO 5000-SETTLE-NEXT-ACCOUNT-EXIT
045400     END-READ
045500     MOVE ZERO                   TO WS-CARDS-STOPPED
045600     EVALUATE TRUE
045700         WHEN XRF-CUST-ID = WS-DEAD-CUST-ID
045800          AND XRF-JOINT-CUST-ID = ZERO
045900             PERFORM 5100-SETTLE-SOLE-ACCOUNT
046000                 THRU 5100-SETTLE-SOLE-ACCOUNT-EXIT
046100         WHEN XRF-CUST-ID = WS-DEAD-CUST-ID
046200             PERFORM 5200-PASS-TO-SURVIVOR
046300                 THRU 5200-PASS-TO-SURVIVOR-EXIT
046400         WHEN OTHER
046500             PERFORM 5300-REMOVE-JOINT-HOLDER
046600                 THRU 5300-REMOVE-JOINT-HOLDER-EXIT
046700     END-EVALUATE
046800     MOVE 'CARDSTOP'             TO AUD-FIELD-NAME
046900     MOVE SPACES                 TO AUD-OLD-VALUE
047000     MOVE WS-CARDS-STOPPED       TO AUD-NEW-VALUE
047100     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
047200     PERFORM 7000-REPORT-ACTION THRU 7000-REPORT-ACTION-EXIT.
047300 5000-SETTLE-NEXT-ACCOUNT-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* SOLE OWNER - THE 'X' STATUS STOPS INTEREST (CBACT05C ACCRUES
047800* 'A' ONLY) AND FEES (CBFEE01C ASSESSES 'A'/'D' ONLY). A CLOSED
047900* OR CHARGED-OFF ACCOUNT KEEPS ITS STATUS - IT IS ALREADY OFF
048000* THE BOOKS FOR BOTH - BUT ITS CARDS AND AUTOPAY ARE STILL
048100* STOPPED. AN ACCOUNT FROZEN UNDER SANCTIONS ('S') KEEPS THE
000000* FREEZE, WHICH ONLY A COMPLIANCE RELEASE MAY LIFT.
048200******************************************************************
048300 5100-SETTLE-SOLE-ACCOUNT.
048400     MOVE ACCT-ACTIVE-STATUS     TO WS-OLD-STATUS
048500     IF ACCT-ACTIVE-STATUS NOT = 'C'
048600        AND ACCT-ACTIVE-STATUS NOT = 'Z'
000000        AND ACCT-ACTIVE-STATUS NOT = 'S'
048700         MOVE 'X'                TO ACCT-ACTIVE-STATUS
048800         REWRITE ACCOUNT-RECORD
048900         MOVE 'ACSTTUS'          TO AUD-FIELD-NAME
049000         MOVE WS-OLD-STATUS      TO AUD-OLD-VALUE
049100         MOVE 'X'                TO AUD-NEW-VALUE
049200         PERFORM 5900-WRITE-AUDIT-ROW
049300             THRU 5900-WRITE-AUDIT-ROW-EXIT
049400     END-IF
049500     IF WS-SOLE-USED < 20
049600         ADD 1                   TO WS-SOLE-USED
049700         MOVE ACCT-ID            TO WS-SOL-ACCT-ID (WS-SOLE-USED)
049800     END-IF
049900     MOVE 'Y'                    TO WS-STOP-ALL-SW
050000     PERFORM 5400-STOP-CARDS THRU 5400-STOP-CARDS-EXIT
050100     ADD 1                       TO WS-SOLE-COUNT
050200     MOVE 'SOLE OWNER - STATUS X'   TO WS-ACTION-TEXT.
050300 5100-SETTLE-SOLE-ACCOUNT-EXIT.
050400     EXIT.
050500*
050600******************************************************************
050700* DECEASED PRIMARY WITH A JOINT HOLDER - THE SURVIVOR TAKES OVER
050800* AS PRIMARY AND THE JOINT DETAIL ON THE ACCOUNT IS CLEARED. THE
050900* ACCOUNT STAYS OPEN AND KEEPS ACCRUING; ONLY THE DECEASED'S OWN
051000* PLASTIC IS STOPPED.
051100******************************************************************
051200 5200-PASS-TO-SURVIVOR.
051300     MOVE XRF-JOINT-CUST-ID      TO WS-SURVIVOR-ID
051400     MOVE XRF-JOINT-CUST-ID      TO XRF-CUST-ID
051500     MOVE ZERO                   TO XRF-JOINT-CUST-ID
051600     REWRITE ACCT-CUST-XREF-RECORD
051700     PERFORM 5250-CLEAR-JOINT-DETAIL
051800         THRU 5250-CLEAR-JOINT-DETAIL-EXIT
051900     MOVE 'SURVIVOR'             TO AUD-FIELD-NAME
052000     MOVE WS-DEAD-CUST-ID        TO AUD-OLD-VALUE
052100     MOVE WS-SURVIVOR-ID         TO AUD-NEW-VALUE
052200     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
052300     MOVE 'N'                    TO WS-STOP-ALL-SW
052400     PERFORM 5400-STOP-CARDS THRU 5400-STOP-CARDS-EXIT
052500     ADD 1                       TO WS-SURVIVOR-COUNT
052600     MOVE 'PASSED TO SURVIVOR'   TO WS-ACTION-TEXT.
052700 5200-PASS-TO-SURVIVOR-EXIT.
052800     EXIT.
052900*
053000 5250-CLEAR-JOINT-DETAIL.
053100     MOVE 'N'                    TO ACCT-JOINT-HOLDER-IND
053200     MOVE SPACES                 TO ACCT-JOINT-FIRST-NAME
053300     MOVE SPACES                 TO ACCT-JOINT-LAST-NAME
053400     MOVE ZERO                   TO ACCT-JOINT-SSN
053500     MOVE SPACES                 TO ACCT-JOINT-DOB-YYYY-MM-DD
053600     REWRITE ACCOUNT-RECORD.
053700 5250-CLEAR-JOINT-DETAIL-EXIT.
053800     EXIT.
053900*
054000******************************************************************
054100* DECEASED JOINT HOLDER - THE PRIMARY REMAINS RESPONSIBLE; THE
054200* JOINT HOLDER COMES OFF THE ACCOUNT AND THAT HOLDER'S CARDS STOP.
054300******************************************************************
054400 5300-REMOVE-JOINT-HOLDER.
054500     MOVE ZERO                   TO XRF-JOINT-CUST-ID
054600     REWRITE ACCT-CUST-XREF-RECORD
054700     PERFORM 5250-CLEAR-JOINT-DETAIL
054800         THRU 5250-CLEAR-JOINT-DETAIL-EXIT
054900     MOVE 'JOINTOFF'             TO AUD-FIELD-NAME
055000     MOVE WS-DEAD-CUST-ID        TO AUD-OLD-VALUE
055100     MOVE SPACES                 TO AUD-NEW-VALUE
055200     PERFORM 5900-WRITE-AUDIT-ROW THRU 5900-WRITE-AUDIT-ROW-EXIT
055300     MOVE 'N'                    TO WS-STOP-ALL-SW
055400     PERFORM 5400-STOP-CARDS THRU 5400-STOP-CARDS-EXIT
055500     ADD 1                       TO WS-JOINT-REMOVED-COUNT
055600     MOVE 'JOINT HOLDER REMOVED' TO WS-ACTION-TEXT.
055700 5300-REMOVE-JOINT-HOLDER-EXIT.
055800     EXIT.
055900*
056000******************************************************************
056100* STOP THE ACCOUNT'S CARDS OVER CARDAIX - EVERY ONE FOR A SOLE
056200* OWNER, ONLY THOSE EMBOSSED WITH THE DECEASED'S NAME OTHERWISE.
056300******************************************************************
056400 5400-STOP-CARDS.
056500     MOVE 'N'                    TO WS-CARD-EOF-SW
056600     MOVE ACCT-ID                TO CAIX-ACCT-ID
056700     START CARD-AIX-FILE KEY NOT LESS THAN CAIX-ACCT-ID
056800         INVALID KEY
056900             MOVE 'Y'            TO WS-CARD-EOF-SW
057000     END-START
057100     PERFORM 5410-STOP-NEXT-CARD
057200         THRU 5410-STOP-NEXT-CARD-EXIT
057300         UNTIL WS-END-OF-CARDS.
057400 5400-STOP-CARDS-EXIT.
057500     EXIT.
057600*
057700 5410-STOP-NEXT-CARD.
057800     READ CARD-AIX-FILE NEXT RECORD
057900         AT END
058000             MOVE 'Y'            TO WS-CARD-EOF-SW
058100             GO TO 5410-STOP-NEXT-CARD-EXIT
058200     END-READ
058300     IF CAIX-ACCT-ID NOT = ACCT-ID
058400         MOVE 'Y'                TO WS-CARD-EOF-SW
058500         GO TO 5410-STOP-NEXT-CARD-EXIT
058600     END-IF
058700     IF NOT WS-STOP-ALL-CARDS
058800        AND CAIX-EMBOSSED-NAME NOT = WS-EMBOSS-NAME
058900         GO TO 5410-STOP-NEXT-CARD-EXIT
059000     END-IF
059100     MOVE CAIX-CARD-NUM          TO CARD-NUM
059200     READ CARD-FILE
059300         INVALID KEY
059400             GO TO 5410-STOP-NEXT-CARD-EXIT
059500     END-READ
059600     IF CARD-ACTIVE-STATUS = 'S'
059700         GO TO 5410-STOP-NEXT-CARD-EXIT
059800     END-IF
059900     MOVE 'S'                    TO CARD-ACTIVE-STATUS
060000     REWRITE CARD-RECORD
060100     ADD 1                       TO WS-CARDS-STOPPED.
060200 5410-STOP-NEXT-CARD-EXIT.
060300     EXIT.
060400*
060500******************************************************************
060600* CANCEL EVERY ACTIVE RECURRING SCHEDULE ON THE SOLE-OWNED
060700* ACCOUNTS. THE PAYMENT FILE HAS NO ACCOUNT PATH, SO THIS IS ONE
060800* FULL PASS PER DECEASED CUSTOMER, AS AT ACCOUNT CLOSURE.
060900******************************************************************
061000 5500-CANCEL-SCHEDULES.
061100     MOVE ZERO                   TO WS-SCHEDS-CANCELLED
061200     MOVE 'N'                    TO WS-PAY-EOF-SW
061300     MOVE LOW-VALUES             TO PAY-ID
061400     START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
061500         INVALID KEY
061600             MOVE 'Y'            TO WS-PAY-EOF-SW
061700     END-START
061800     PERFORM 5510-CANCEL-NEXT-SCHED
061900         THRU 5510-CANCEL-NEXT-SCHED-EXIT
062000         UNTIL WS-END-OF-PAYMENTS.
062100 5500-CANCEL-SCHEDULES-EXIT.
062200     EXIT.
062300*
062400 5510-CANCEL-NEXT-SCHED.
062500     READ PAYMENT-FILE NEXT RECORD
062600         AT END
062700             MOVE 'Y'            TO WS-PAY-EOF-SW
062800             GO TO 5510-CANCEL-NEXT-SCHED-EXIT
062900     END-READ
063000     IF NOT PAY-IS-RECURRING OR NOT PAY-STATUS-ACTIVE
063100         GO TO 5510-CANCEL-NEXT-SCHED-EXIT
063200     END-IF
063300     MOVE 'N'                    TO WS-SOLE-FOUND-SW
063400     PERFORM VARYING SOL-IDX FROM 1 BY 1
063500             UNTIL SOL-IDX > WS-SOLE-USED OR WS-SOLE-FOUND
063600         IF WS-SOL-ACCT-ID (SOL-IDX) = PAY-ACCT-ID
063700             MOVE 'Y'            TO WS-SOLE-FOUND-SW
063800         END-IF
063900     END-PERFORM
064000     IF NOT WS-SOLE-FOUND
064100         GO TO 5510-CANCEL-NEXT-SCHED-EXIT
064200     END-IF
064300     SET PAY-STATUS-CANCELLED    TO TRUE
064400     REWRITE PAYMENT-RECORD
064500     ADD 1                       TO WS-SCHEDS-CANCELLED
064600     MOVE PAY-ACCT-ID            TO AUD-ACCT-ID
064700     MOVE 'PAYCANCL'             TO AUD-FIELD-NAME
064800     MOVE PAY-ID                 TO AUD-OLD-VALUE
064900     MOVE 'C'                    TO AUD-NEW-VALUE
065000     PERFORM 5910-WRITE-AUDIT-KEYED.
065100 5510-CANCEL-NEXT-SCHED-EXIT.
065200     EXIT.
065300*
065400 5900-WRITE-AUDIT-ROW.
065500     MOVE ACCT-ID                TO AUD-ACCT-ID.
065600 5910-WRITE-AUDIT-KEYED.
065700     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
065800     MOVE 'CBDCD01C'             TO AUD-USER-ID
065900     WRITE ACCT-AUDIT-RECORD.
066000 5900-WRITE-AUDIT-ROW-EXIT.
066100     EXIT.
066200*
066300******************************************************************
066400* THE ESTATE CONTACT - ONE CORRHIST ROW, OPENED AND AWAITING THE
066500* PERSONAL REPRESENTATIVE, SO THE COCOR00C PANEL SHOWS WHY THE
066600* ORDINARY CORRESPONDENCE STOPPED.
066700******************************************************************
066800 6000-OPEN-ESTATE-CONTACT.
066900     MOVE WS-DEAD-CUST-ID        TO COR-CUST-ID
067000     MOVE FUNCTION CURRENT-DATE  TO COR-TS
067100     MOVE ZERO                   TO COR-ACCT-ID
067200     IF WS-SOLE-USED > ZERO
067300         MOVE WS-SOL-ACCT-ID (1) TO COR-ACCT-ID
067400     END-IF
067500     MOVE 'ESTATE'               TO COR-DOC-TYPE
067600     SET COR-BY-PRINT            TO TRUE
067700     MOVE 'OPENED'               TO COR-OUTCOME
067800     MOVE CUST-DECEASED-DATE     TO COR-DOC-REF
067900     WRITE CORRESPONDENCE-RECORD.
068000 6000-OPEN-ESTATE-CONTACT-EXIT.
068100     EXIT.
068200*
068300******************************************************************
068400* DO-NOT-CONTACT ON CONTPREF STOPS THE REMINDER LETTERS, THE
068500* STATEMENT MARKETING MESSAGES AND THE COLLECTOR'S DIAL. A
068600* MISSING ROW IS ADDED, AN EXISTING ONE REWRITTEN.
068700******************************************************************
068800 6100-SUPPRESS-CONTACT.
068900     MOVE WS-DEAD-CUST-ID        TO CPR-CUST-ID
069000     READ CONTACT-PREF-FILE
069100         INVALID KEY
069200             MOVE SPACES         TO CONTACT-PREF-RECORD
069300             MOVE WS-DEAD-CUST-ID TO CPR-CUST-ID
069400             MOVE ZERO           TO CPR-CALL-WINDOW-FROM-HH
069500             MOVE ZERO           TO CPR-CALL-WINDOW-TO-HH
069600     END-READ
069700     MOVE 'Y'                    TO CPR-DO-NOT-CONTACT
069800     MOVE 'DECEASED - ESTATE ONLY'  TO CPR-DNC-REASON
069900     MOVE 'Y'                    TO CPR-PHONE1-OPTOUT
070000     MOVE 'Y'                    TO CPR-PHONE2-OPTOUT
070100     MOVE 'Y'                    TO CPR-EMAIL-OPTOUT
070200     MOVE 'CBDCD01C'             TO CPR-SET-BY
070300     MOVE FUNCTION CURRENT-DATE  TO CPR-SET-TIMESTAMP
070400     IF WS-CONTPREF-STATUS = '00'
070500         REWRITE CONTACT-PREF-RECORD
070600     ELSE
070700         WRITE CONTACT-PREF-RECORD
070800     END-IF.
070900 6100-SUPPRESS-CONTACT-EXIT.
071000     EXIT.
071100*
071200 7000-REPORT-ACTION.
071300     MOVE SPACES                 TO DCD-REPORT-LINE
071400     STRING 'CUST '              DELIMITED BY SIZE
071500            WS-DEAD-CUST-ID      DELIMITED BY SIZE
071600            ' ACCT '             DELIMITED BY SIZE
071700            ACCT-ID              DELIMITED BY SIZE
071800            ' '                  DELIMITED BY SIZE
071900            WS-ACTION-TEXT       DELIMITED BY SIZE
072000            ' CARDS '            DELIMITED BY SIZE
072100            WS-CARDS-STOPPED     DELIMITED BY SIZE
072200       INTO DCD-REPORT-LINE
072300     END-STRING
072400     WRITE DCD-REPORT-LINE.
072500 7000-REPORT-ACTION-EXIT.
072600     EXIT.
072700*
072800******************************************************************
072900* THE EXCEPTION LINE SHOWS ONLY THE LAST FOUR OF THE SSN.
073000******************************************************************
073100 7100-REPORT-EXCEPTION.
073200     ADD 1                       TO WS-EXCEPTION-COUNT
073300     MOVE DMF-SSN                TO WS-SSN-X
073400     MOVE SPACES                 TO DCD-REPORT-LINE
073500     STRING WS-EXCP-REASON       DELIMITED BY '  '
073600            ' - '                DELIMITED BY SIZE
073700            DMF-LAST-NAME        DELIMITED BY '  '
073800            ' SSN ***-**-'       DELIMITED BY SIZE
073900            WS-SSN-X (6:4)       DELIMITED BY SIZE
074000            ' DIED '             DELIMITED BY SIZE
074100            DMF-DEATH-DATE       DELIMITED BY SIZE
074200       INTO DCD-REPORT-LINE
074300     END-STRING
074400     WRITE DCD-REPORT-LINE.
074500 7100-REPORT-EXCEPTION-EXIT.
074600     EXIT.
074700*
074800 9000-TERMINATE.
074900     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
075000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
075100     MOVE 'CBDCD01C'             TO QSP-JOB-NAME
075200     SET QSP-ACTION-CLEAR        TO TRUE
075300     CALL 'CBQSC01C' USING QUIESCE-PARM
075400     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
075500     CLOSE DEATH-MATCH-FILE
075600     CLOSE CUSTOMER-FILE
075700     CLOSE XREF-FILE
075800     CLOSE ACCOUNT-FILE
075900     CLOSE CARD-AIX-FILE
076000     CLOSE CARD-FILE
076100     CLOSE PAYMENT-FILE
076200     CLOSE CORR-HIST-FILE
076300     CLOSE CONTACT-PREF-FILE
076400     CLOSE AUDIT-FILE
076500     CLOSE DCD-REPORT-FILE
076600     DISPLAY 'CBDCD01C - MATCHES READ: ' WS-MATCH-COUNT
076700     DISPLAY 'CBDCD01C - DEATHS RECORDED: ' WS-RECORDED-COUNT
076800     DISPLAY 'CBDCD01C - SOLE ACCOUNTS SET DECEASED: '
076900             WS-SOLE-COUNT
077000     DISPLAY 'CBDCD01C - ACCOUNTS PASSED TO SURVIVOR: '
077100             WS-SURVIVOR-COUNT
077200     DISPLAY 'CBDCD01C - JOINT HOLDERS REMOVED: '
077300             WS-JOINT-REMOVED-COUNT
077400     DISPLAY 'CBDCD01C - EXCEPTIONS: ' WS-EXCEPTION-COUNT
077500     PERFORM 9200-LOG-JOB-STATUS
077600         THRU 9200-LOG-JOB-STATUS-EXIT.
077700 9000-TERMINATE-EXIT.
077800     EXIT.
077900*
078000******************************************************************
078100* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
078200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
078300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
078400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
078500******************************************************************
078600 9100-ABEND-NOTIFY.
078700     MOVE 'AB01'                 TO ABEND-CODE
078800     MOVE 'CBDCD01C'             TO ABEND-CULPRIT
078900     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
079000     STRING ABEND-CULPRIT   DELIMITED BY SIZE
079100            ' - '           DELIMITED BY SIZE
079200            ABEND-REASON    DELIMITED BY SIZE
079300       INTO ABEND-MSG
079400     END-STRING
079500     OPEN EXTEND ALERT-QUEUE-FILE
079600     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
079700     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
079800     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
079900     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
080000     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
080100     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
080200     WRITE OPS-ALERT-RECORD
080300     CLOSE ALERT-QUEUE-FILE
080400     MOVE 16                     TO RETURN-CODE.
080500 9100-ABEND-NOTIFY-EXIT.
080600     EXIT.
080700*
080800******************************************************************
080900* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
081000* WHETHER THE JOB RAN AND HOW IT WENT.
081100******************************************************************
081200 9200-LOG-JOB-STATUS.
081300     OPEN I-O JOB-LOG-FILE
081400     IF NOT WS-JOBLOG-OK
081500         DISPLAY 'CBDCD01C - ERROR OPENING JOB LOG FILE'
081600         GO TO 9200-LOG-JOB-STATUS-EXIT
081700     END-IF
081800     MOVE 'CBDCD01C'             TO JBS-JOB-NAME
081900     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
082000     IF RETURN-CODE = ZERO
082100         SET JBS-STATUS-SUCCESS  TO TRUE
082200     ELSE
082300         SET JBS-STATUS-FAILED   TO TRUE
082400     END-IF
082500     MOVE RETURN-CODE            TO JBS-RETURN-CODE
082600     MOVE WS-RECORDED-COUNT      TO JBS-REC-COUNT
082700     WRITE JOB-STATUS-RECORD
082800     CLOSE JOB-LOG-FILE.
082900 9200-LOG-JOB-STATUS-EXIT.
083000     EXIT.
