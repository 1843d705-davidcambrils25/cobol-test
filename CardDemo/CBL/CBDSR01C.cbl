000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDSR01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CUSTOMER DATA ACCESS
001100*                     REQUEST EXTRACT.
000000* 2026-10-15  MAINT   THE ARCHIVE TRANSACTION VIEW NAMES THE
000000*                     KEYING USER, PROGRAM AND APPROVER FIELDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       WORKS THE DAY'S CUSTOMER DATA ACCESS REQUESTS
001500*                (DSARREQ, CVDSR01Y) - A CUSTOMER, AGENT OR
001600*                REGULATOR ASKING FOR EVERYTHING WE HOLD ON ONE
001700*                PERSON. EACH REQUEST IS LOGGED ON DSARLOG
001800*                (CVDSR02Y) WITH ITS STATUTORY DUE DATE, COUNTED
001900*                FROM THE DATE RECEIVED, AND ONE READABLE
002000*                PACKAGE IS WRITTEN TO DSARPKG GATHERING, IN
002100*                ORDER:
002200*                  - THE CUSTOMER MASTER (SSN, ID NUMBER AND EFT
002300*                    ACCOUNT SHOWN LAST FOUR ONLY);
002400*                  - EVERY ACCOUNT THE PERSON HOLDS, AS PRIMARY
002500*                    OR JOINT HOLDER (ACCTXREF, ACCTDAT);
002600*                  - THEIR CARDS, MASKED AS THE SCREENS MASK
002700*                    THEM (CARDAIX);
002800*                  - TRANSACTIONS ON THE MASTER (TRANCARD) AND IN
002900*                    THE ARCHIVE (TRANARCH);
003000*                  - PAYMENTS, STATEMENTS AND DISPUTES;
003100*                  - CORRESPONDENCE, CONTACT PREFERENCES, ACCOUNT
003200*                    NOTES, BUREAU SCORE HISTORY AND ALERT
003300*                    SUBSCRIPTIONS;
003400*                  - THE USRACT LOG OF WHICH STAFF VIEWED OR
003500*                    CHANGED THE ACCOUNTS.
003600*                A DELIVERED REQUEST IS STAMPED WITH THE DATE AND
003700*                THE SIZE OF ITS PACKAGE; A REQUEST FED AGAIN
003800*                AFTER DELIVERY IS NOT RE-EXTRACTED. A REQUEST
003900*                THAT CANNOT BE MET STAYS OPEN WITH THE REASON,
004000*                AND EVERY OPEN REQUEST WITHIN WS-DSAR-WARN-DAYS
004100*                OF ITS DEADLINE, OR PAST IT, RAISES AN OPRALRT
004200*                ALERT. A SOURCE FILE THAT IS NOT AVAILABLE IS
004300*                NAMED IN THE PACKAGE RATHER THAN LEFT SILENT.
004400*                RUN NIGHTLY.
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT DSAR-REQUEST-FILE ASSIGN TO DSARREQ
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-DSARREQ-STATUS.
005200     SELECT DSAR-LOG-FILE ASSIGN TO DSARLOG
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS DSL-KEY
005600         FILE STATUS IS WS-DSARLOG-STATUS.
005700     SELECT DSAR-PKG-FILE ASSIGN TO DSARPKG
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-PKG-STATUS.
006000     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CUST-ID
006400         FILE STATUS IS WS-CUSTOMER-STATUS.
006500     SELECT XREF-FILE ASSIGN TO ACCTXREF
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS XRF-ACCT-ID
006900         FILE STATUS IS WS-XREF-STATUS.
007000     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS ACCT-ID
007400         FILE STATUS IS WS-ACCOUNT-STATUS.
007500     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS CARD-ACCT-ID
007900         FILE STATUS IS WS-CARDAIX-STATUS.
008000     SELECT TRAN-CARD-FILE ASSIGN TO TRANCARD
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS TRAN-CARD-NUM
008400         FILE STATUS IS WS-TRANCARD-STATUS.
008500     SELECT TRAN-ARCH-FILE ASSIGN TO TRANARCH
008600         ORGANIZATION IS INDEXED
008700         ACCESS MODE IS DYNAMIC
008800         RECORD KEY IS ARCH-TRAN-ID
008900         FILE STATUS IS WS-TRAN-ARCH-STATUS.
009000     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS PAY-ID
009400         FILE STATUS IS WS-PAYMENT-STATUS.
009500     SELECT STMT-ARCHIVE-FILE ASSIGN TO STMTARCH
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS STA-KEY
009900         FILE STATUS IS WS-STMTARCH-STATUS.
010000     SELECT DISPUTE-FILE ASSIGN TO DISPFILE
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS DYNAMIC
010300         RECORD KEY IS DSP-TRAN-ID
010400         FILE STATUS IS WS-DISPUTE-STATUS.
010500     SELECT CORR-HIST-FILE ASSIGN TO CORRHIST
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS DYNAMIC
010800         RECORD KEY IS COR-KEY
010900         FILE STATUS IS WS-CORRHIST-STATUS.
011000     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
011100         ORGANIZATION IS INDEXED
011200         ACCESS MODE IS RANDOM
011300         RECORD KEY IS CPR-CUST-ID
011400         FILE STATUS IS WS-CONTPREF-STATUS.
011500     SELECT NOTE-FILE ASSIGN TO NOTEFILE
011600         ORGANIZATION IS INDEXED
011700         ACCESS MODE IS DYNAMIC
011800         RECORD KEY IS NOT-KEY
011900         FILE STATUS IS WS-NOTE-STATUS.
012000     SELECT FICO-HIST-FILE ASSIGN TO FICOHIST
012100         ORGANIZATION IS INDEXED
012200         ACCESS MODE IS DYNAMIC
012300         RECORD KEY IS FICH-KEY
012400         FILE STATUS IS WS-FICOHIST-STATUS.
012500     SELECT ALERT-SUB-FILE ASSIGN TO ALRTSUBS
012600         ORGANIZATION IS INDEXED
012700         ACCESS MODE IS DYNAMIC
012800         RECORD KEY IS SUB-KEY
012900         FILE STATUS IS WS-SUB-STATUS.
013000     SELECT USRACT-FILE ASSIGN TO USRACT
013100         ORGANIZATION IS INDEXED
013200         ACCESS MODE IS DYNAMIC
013300         RECORD KEY IS UAL-KEY
013400         FILE STATUS IS WS-USRACT-STATUS.
013500     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
013600         ORGANIZATION IS SEQUENTIAL
013700         FILE STATUS IS WS-ALERT-STATUS.
013800     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
013900         ORGANIZATION IS INDEXED
014000         ACCESS MODE IS DYNAMIC
014100         RECORD KEY IS JBS-KEY
014200         FILE STATUS IS WS-JOBLOG-STATUS.
014300*
014400 DATA DIVISION.
014500 FILE SECTION.
014600 FD  DSAR-REQUEST-FILE
014700     RECORDING MODE IS F.
014800     COPY CVDSR01Y.
014900*
015000 FD  DSAR-LOG-FILE.
015100     COPY CVDSR02Y.
015200*
015300 FD  DSAR-PKG-FILE
015400     RECORDING MODE IS F.
015500 01  DSAR-PKG-LINE                    PIC X(132).
015600*
015700 FD  CUSTOMER-FILE.
015800     COPY CVCUS01Y.
015900*
016000 FD  XREF-FILE.
016100     COPY CVXRF01Y.
016200*
016300 FD  ACCOUNT-FILE.
016400     COPY CVACT01Y.
016500*
016600 FD  CARD-AIX-FILE.
016700     COPY CVACT02Y.
016800*
016900 FD  TRAN-CARD-FILE.
017000     COPY CVTRA01Y.
017100*
017200 FD  TRAN-ARCH-FILE.
017300     COPY CVTRA01Y
017400         REPLACING ==TRAN-RECORD== BY ==TRAN-ARCH-RECORD==
017500             ==TRAN-ID== BY ==ARCH-TRAN-ID==
017600             ==TRAN-TYPE-CD== BY ==ARCH-TYPE-CD==
017700             ==TRAN-CAT-CD== BY ==ARCH-CAT-CD==
017800             ==TRAN-SOURCE== BY ==ARCH-SOURCE==
017900             ==TRAN-DESC== BY ==ARCH-DESC==
018000             ==TRAN-AMT== BY ==ARCH-AMT==
018100             ==TRAN-MERCHANT-ID== BY ==ARCH-MERCHANT-ID==
018200             ==TRAN-MERCHANT-NAME== BY ==ARCH-MERCHANT-NAME==
018300             ==TRAN-MERCHANT-CITY== BY ==ARCH-MERCHANT-CITY==
018400             ==TRAN-MERCHANT-ZIP== BY ==ARCH-MERCHANT-ZIP==
018500             ==TRAN-MERCHANT-STATE== BY ==ARCH-MERCHANT-STATE==
018600             ==TRAN-MERCHANT-COUNTRY==
018700                 BY ==ARCH-MERCHANT-COUNTRY==
018800             ==TRAN-CARD-NUM== BY ==ARCH-CARD-NUM==
018900             ==TRAN-ORIG-DATE== BY ==ARCH-ORIG-DATE==
019000             ==TRAN-PROC-DATE== BY ==ARCH-PROC-DATE==
019100             ==TRAN-REVERSAL-IND== BY ==ARCH-REVERSAL-IND==
019200             ==TRAN-ORIG-TRAN-ID== BY ==ARCH-ORIG-TRAN-ID==
019300             ==TRAN-CURR-CD== BY ==ARCH-CURR-CD==
019400             ==TRAN-ORIG-AMT== BY ==ARCH-ORIG-AMT==
019500             ==TRAN-BAL-POSTED-IND== BY ==ARCH-BAL-POSTED-IND==
019600             ==TRAN-MCC== BY ==ARCH-MCC==
000000             ==TRAN-KEYED-BY== BY ==ARCH-KEYED-BY==
000000             ==TRAN-KEYED-PGM== BY ==ARCH-KEYED-PGM==
000000             ==TRAN-APPROVED-BY== BY ==ARCH-APPROVED-BY==.
019700*
019800 FD  PAYMENT-FILE.
019900     COPY CVPAY01Y.
020000*
020100 FD  STMT-ARCHIVE-FILE.
020200     COPY CVSTA01Y.
020300*
020400 FD  DISPUTE-FILE.
020500     COPY CVDSP01Y.
020600*
020700 FD  CORR-HIST-FILE.
020800     COPY CVCOR01Y.
020900*
021000 FD  CONTACT-PREF-FILE.
021100     COPY CVCPR01Y.
021200*
021300 FD  NOTE-FILE.
021400     COPY CVNOT01Y.
021500*
021600 FD  FICO-HIST-FILE.
021700     COPY CVFIC01Y.
021800*
021900 FD  ALERT-SUB-FILE.
022000     COPY CVSUB01Y.
022100*
022200 FD  USRACT-FILE.
022300     COPY CVAUD02Y.
022400*
022500 FD  ALERT-QUEUE-FILE
022600     RECORDING MODE IS F.
022700     COPY CSOPS01Y.
022800*
022900 FD  JOB-LOG-FILE.
023000     COPY CVJOB01Y.
023100*
023200 WORKING-STORAGE SECTION.
023300 01  WS-DSARREQ-STATUS                PIC XX.
023400     88 WS-DSARREQ-OK                 VALUE '00'.
023500 01  WS-DSARLOG-STATUS                PIC XX.
023600     88 WS-DSARLOG-OK                 VALUE '00'.
023700 01  WS-PKG-STATUS                    PIC XX.
023800     88 WS-PKG-OK                     VALUE '00'.
023900 01  WS-CUSTOMER-STATUS               PIC XX.
024000     88 WS-CUSTOMER-OK                VALUE '00'.
024100 01  WS-XREF-STATUS                   PIC XX.
024200     88 WS-XREF-OK                    VALUE '00'.
024300 01  WS-ACCOUNT-STATUS                PIC XX.
024400     88 WS-ACCOUNT-OK                 VALUE '00'.
024500 01  WS-CARDAIX-STATUS                PIC XX.
024600 01  WS-TRANCARD-STATUS               PIC XX.
024700 01  WS-TRAN-ARCH-STATUS              PIC XX.
024800 01  WS-PAYMENT-STATUS                PIC XX.
024900 01  WS-STMTARCH-STATUS               PIC XX.
025000 01  WS-DISPUTE-STATUS                PIC XX.
025100 01  WS-CORRHIST-STATUS               PIC XX.
025200 01  WS-CONTPREF-STATUS               PIC XX.
025300 01  WS-NOTE-STATUS                   PIC XX.
025400 01  WS-FICOHIST-STATUS               PIC XX.
025500 01  WS-SUB-STATUS                    PIC XX.
025600 01  WS-USRACT-STATUS                 PIC XX.
025700 01  WS-ALERT-STATUS                  PIC XX.
025800 01  WS-JOBLOG-STATUS                 PIC XX.
025900     88 WS-JOBLOG-OK                  VALUE '00'.
026000*
026100******************************************************************
026200* WHICH OF THE SECONDARY SOURCES OPENED. ONE THAT DID NOT IS
026300* NAMED IN EACH PACKAGE AS NOT SEARCHED.
026400******************************************************************
026500 01  WS-SOURCE-OPEN-SW.
026600     05 WS-CARDAIX-OPEN-SW            PIC X(01) VALUE 'N'.
026700        88 WS-CARDAIX-OPEN            VALUE 'Y'.
026800     05 WS-TRANCARD-OPEN-SW           PIC X(01) VALUE 'N'.
026900        88 WS-TRANCARD-OPEN           VALUE 'Y'.
027000     05 WS-TRANARCH-OPEN-SW           PIC X(01) VALUE 'N'.
027100        88 WS-TRANARCH-OPEN           VALUE 'Y'.
027200     05 WS-PAYMENT-OPEN-SW            PIC X(01) VALUE 'N'.
027300        88 WS-PAYMENT-OPEN            VALUE 'Y'.
027400     05 WS-STMTARCH-OPEN-SW           PIC X(01) VALUE 'N'.
027500        88 WS-STMTARCH-OPEN           VALUE 'Y'.
027600     05 WS-DISPUTE-OPEN-SW            PIC X(01) VALUE 'N'.
027700        88 WS-DISPUTE-OPEN            VALUE 'Y'.
027800     05 WS-CORRHIST-OPEN-SW           PIC X(01) VALUE 'N'.
027900        88 WS-CORRHIST-OPEN           VALUE 'Y'.
028000     05 WS-CONTPREF-OPEN-SW           PIC X(01) VALUE 'N'.
028100        88 WS-CONTPREF-OPEN           VALUE 'Y'.
028200     05 WS-NOTE-OPEN-SW               PIC X(01) VALUE 'N'.
028300        88 WS-NOTE-OPEN               VALUE 'Y'.
028400     05 WS-FICOHIST-OPEN-SW           PIC X(01) VALUE 'N'.
028500        88 WS-FICOHIST-OPEN           VALUE 'Y'.
028600     05 WS-SUB-OPEN-SW                PIC X(01) VALUE 'N'.
028700        88 WS-SUB-OPEN                VALUE 'Y'.
028800     05 WS-USRACT-OPEN-SW             PIC X(01) VALUE 'N'.
028900        88 WS-USRACT-OPEN             VALUE 'Y'.
029000*
029100 01  WS-FATAL-SW                      PIC X(01) VALUE 'N'.
029200     88 WS-FATAL-ERROR                VALUE 'Y'.
029300 01  WS-REQ-EOF-SW                    PIC X(01) VALUE 'N'.
029400     88 WS-END-OF-REQUESTS            VALUE 'Y'.
029500 01  WS-LOG-EOF-SW                    PIC X(01) VALUE 'N'.
029600     88 WS-END-OF-LOG                 VALUE 'Y'.
029700 01  WS-SCAN-DONE-SW                  PIC X(01) VALUE 'N'.
029800     88 WS-SCAN-DONE                  VALUE 'Y'.
029900 01  WS-MATCH-SW                      PIC X(01) VALUE 'N'.
030000     88 WS-MATCH-FOUND                VALUE 'Y'.
030100*
030200******************************************************************
030300* STATUTORY RESPONSE WINDOW, AND HOW CLOSE TO IT AN UNMET REQUEST
030400* MAY GET BEFORE OPERATIONS IS ALERTED.
030500******************************************************************
030600 01  WS-DSAR-RESPONSE-DAYS            PIC 9(03) VALUE 030.
030700 01  WS-DSAR-WARN-DAYS                PIC 9(03) VALUE 005.
030800 01  WS-DAYS-LEFT                     PIC S9(05) VALUE ZERO.
030900 01  WS-RECEIVED-DATE-N               PIC 9(08).
031000 01  WS-DUE-DATE-N                    PIC 9(08).
031100*
031200 01  WS-REQUEST-COUNT                 PIC 9(07) VALUE ZERO.
031300 01  WS-DELIVERED-COUNT               PIC 9(07) VALUE ZERO.
031400 01  WS-REPEAT-COUNT                  PIC 9(07) VALUE ZERO.
031500 01  WS-UNMET-COUNT                   PIC 9(07) VALUE ZERO.
031600 01  WS-ALERTED-COUNT                 PIC 9(07) VALUE ZERO.
031700 01  WS-PKG-LINES                     PIC 9(07) VALUE ZERO.
031800 01  WS-SECTION-ROWS                  PIC 9(07) VALUE ZERO.
031900 01  WS-COUNT-EDIT                    PIC Z(06)9.
032000 01  WS-DAYS-EDIT                     PIC -(04)9.
032100 01  WS-AMT-EDIT-1                    PIC -(09)9.99.
032200 01  WS-AMT-EDIT-2                    PIC -(09)9.99.
032300 01  WS-AMT-EDIT-3                    PIC -(09)9.99.
032400 01  WS-MASKED-CARD                   PIC X(16).
032500 01  WS-MASKED-SSN                    PIC X(11).
032600 01  WS-MASKED-TEXT                   PIC X(20).
032700 01  WS-SOURCE-NAME                   PIC X(40).
032800 01  WS-ROLE-TEXT                     PIC X(07).
032900 01  WS-ABEND-REASON-TEXT             PIC X(50).
033000*
033100******************************************************************
033200* THE PERSON'S ACCOUNTS AND CARDS, GATHERED FIRST SO THE SOURCES
033300* KEYED BY SOMETHING ELSE CAN BE MATCHED ON ONE PASS EACH.
033400******************************************************************
033500 01  WS-ACCT-TABLE.
033600     05 WS-AT-MAX                     PIC 9(04) COMP VALUE 50.
033700     05 WS-AT-USED                    PIC 9(04) COMP VALUE ZERO.
033800     05 WS-AT-SUB                     PIC 9(04) COMP VALUE ZERO.
033900     05 WS-AT-ENTRY OCCURS 50 TIMES.
034000        10 WS-AT-ACCT-ID              PIC 9(11).
034100        10 WS-AT-ROLE                 PIC X(07).
034200 01  WS-CARD-TABLE.
034300     05 WS-CT-MAX                     PIC 9(04) COMP VALUE 200.
034400     05 WS-CT-USED                    PIC 9(04) COMP VALUE ZERO.
034500     05 WS-CT-SUB                     PIC 9(04) COMP VALUE ZERO.
034600     05 WS-CT-CARD-NUM OCCURS 200 TIMES PIC X(16).
034700 01  WS-MATCH-ACCT-ID                 PIC 9(11).
034800 01  WS-MATCH-CARD-NUM                PIC X(16).
034900*
035000 01  WS-PRINT-LINE                    PIC X(132).
035100*
035200******************************************************************
035300* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
035400******************************************************************
035500 COPY CSMSG02Y.
035600*
035700 COPY CSDAT01Y.
035800*
035900 LINKAGE SECTION.
036000*
036100******************************************************************
036200 PROCEDURE DIVISION.
036300******************************************************************
036400 0000-MAINLINE.
036500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
036600     PERFORM 2000-PROCESS-REQUEST THRU 2000-PROCESS-REQUEST-EXIT
036700         UNTIL WS-END-OF-REQUESTS
036800     IF NOT WS-FATAL-ERROR
036900         MOVE LOW-VALUES         TO DSL-KEY
037000         START DSAR-LOG-FILE KEY NOT LESS THAN DSL-KEY
037100             INVALID KEY
037200                 MOVE 'Y'        TO WS-LOG-EOF-SW
037300         END-START
037400         PERFORM 8000-AGE-OPEN-REQUEST
037500             THRU 8000-AGE-OPEN-REQUEST-EXIT
037600             UNTIL WS-END-OF-LOG
037700     END-IF
037800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
037900     GOBACK.
038000*
038100 1000-INITIALIZE.
038200     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
038300     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
038400     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
038500     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
038600     OPEN INPUT DSAR-REQUEST-FILE
038700     OPEN I-O DSAR-LOG-FILE
038800     OPEN OUTPUT DSAR-PKG-FILE
038900     OPEN INPUT CUSTOMER-FILE
039000     OPEN INPUT XREF-FILE
039100     OPEN INPUT ACCOUNT-FILE
039200     IF NOT WS-DSARREQ-OK OR NOT WS-DSARLOG-OK OR NOT WS-PKG-OK
039300         DISPLAY 'CBDSR01C - ERROR OPENING DSAR FILES'
039400         MOVE 'DSAR REQUEST/LOG/PACKAGE OPEN ERROR'
039500                                 TO WS-ABEND-REASON-TEXT
039600         GO TO 1000-INITIALIZE-FATAL
039700     END-IF
039800     IF NOT WS-CUSTOMER-OK OR NOT WS-XREF-OK OR NOT WS-ACCOUNT-OK
039900         DISPLAY 'CBDSR01C - ERROR OPENING MASTER FILES'
040000         MOVE 'CUSTDAT/ACCTXREF/ACCTDAT OPEN ERROR'
040100                                 TO WS-ABEND-REASON-TEXT
040200         GO TO 1000-INITIALIZE-FATAL
040300     END-IF
040400     OPEN INPUT CARD-AIX-FILE
040500     IF WS-CARDAIX-STATUS = '00'
040600         MOVE 'Y'                TO WS-CARDAIX-OPEN-SW
040700     END-IF
040800     OPEN INPUT TRAN-CARD-FILE
040900     IF WS-TRANCARD-STATUS = '00'
041000         MOVE 'Y'                TO WS-TRANCARD-OPEN-SW
041100     END-IF
041200     OPEN INPUT TRAN-ARCH-FILE
041300     IF WS-TRAN-ARCH-STATUS = '00'
041400         MOVE 'Y'                TO WS-TRANARCH-OPEN-SW
041500     END-IF
041600     OPEN INPUT PAYMENT-FILE
041700     IF WS-PAYMENT-STATUS = '00'
041800         MOVE 'Y'                TO WS-PAYMENT-OPEN-SW
041900     END-IF
042000     OPEN INPUT STMT-ARCHIVE-FILE
042100     IF WS-STMTARCH-STATUS = '00'
042200         MOVE 'Y'                TO WS-STMTARCH-OPEN-SW
042300     END-IF
042400     OPEN INPUT DISPUTE-FILE
042500     IF WS-DISPUTE-STATUS = '00'
042600         MOVE 'Y'                TO WS-DISPUTE-OPEN-SW
042700     END-IF
042800     OPEN INPUT CORR-HIST-FILE
042900     IF WS-CORRHIST-STATUS = '00'
043000         MOVE 'Y'                TO WS-CORRHIST-OPEN-SW
043100     END-IF
043200     OPEN INPUT CONTACT-PREF-FILE
043300     IF WS-CONTPREF-STATUS = '00'
043400         MOVE 'Y'                TO WS-CONTPREF-OPEN-SW
043500     END-IF
043600     OPEN INPUT NOTE-FILE
043700     IF WS-NOTE-STATUS = '00'
043800         MOVE 'Y'                TO WS-NOTE-OPEN-SW
043900     END-IF
044000     OPEN INPUT FICO-HIST-FILE
044100     IF WS-FICOHIST-STATUS = '00'
044200         MOVE 'Y'                TO WS-FICOHIST-OPEN-SW
044300     END-IF
044400     OPEN INPUT ALERT-SUB-FILE
044500     IF WS-SUB-STATUS = '00'
044600         MOVE 'Y'                TO WS-SUB-OPEN-SW
044700     END-IF
044800     OPEN INPUT USRACT-FILE
044900     IF WS-USRACT-STATUS = '00'
045000         MOVE 'Y'                TO WS-USRACT-OPEN-SW
045100     END-IF
045200     GO TO 1000-INITIALIZE-EXIT.
045300 1000-INITIALIZE-FATAL.
045400     MOVE 'Y'                    TO WS-FATAL-SW
045500     MOVE 'Y'                    TO WS-REQ-EOF-SW
045600     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
045700 1000-INITIALIZE-EXIT.
045800     EXIT.
045900*
046000******************************************************************
046100* ONE REQUEST: LOG IT (ONCE), THEN BUILD THE PACKAGE. A RECEIVED
046200* DATE THAT IS MISSING OR NOT A DATE IS TAKEN AS TODAY, SO THE
046300* DEADLINE IS NEVER LATER THAN THE TRUE ONE.
046400******************************************************************
046500 2000-PROCESS-REQUEST.
046600     READ DSAR-REQUEST-FILE
046700         AT END
046800             MOVE 'Y'            TO WS-REQ-EOF-SW
046900             GO TO 2000-PROCESS-REQUEST-EXIT
047000     END-READ
047100     ADD 1                       TO WS-REQUEST-COUNT
047200     IF DSR-IN-RECEIVED-DATE (1:4) IS NUMERIC
047300        AND DSR-IN-RECEIVED-DATE (6:2) IS NUMERIC
047400        AND DSR-IN-RECEIVED-DATE (9:2) IS NUMERIC
047500         STRING DSR-IN-RECEIVED-DATE (1:4) DELIMITED BY SIZE
047600                DSR-IN-RECEIVED-DATE (6:2) DELIMITED BY SIZE
047700                DSR-IN-RECEIVED-DATE (9:2) DELIMITED BY SIZE
047800           INTO WS-RECEIVED-DATE-N
047900         END-STRING
048000     ELSE
048100         MOVE ZERO               TO WS-RECEIVED-DATE-N
048200     END-IF
048300     IF WS-RECEIVED-DATE-N = ZERO
048400        OR FUNCTION TEST-DATE-YYYYMMDD (WS-RECEIVED-DATE-N)
048500           NOT = ZERO
048600        OR WS-RECEIVED-DATE-N > WS-CURDATE-N
048700         MOVE WS-CURDATE-N       TO WS-RECEIVED-DATE-N
048800         MOVE WS-CURDATE-YYYY-MM-DD TO DSR-IN-RECEIVED-DATE
048900     END-IF
049000     MOVE DSR-IN-CUST-ID         TO DSL-CUST-ID
049100     MOVE DSR-IN-RECEIVED-DATE   TO DSL-RECEIVED-DATE
049200     READ DSAR-LOG-FILE
049300         INVALID KEY
049400             PERFORM 2100-LOG-REQUEST THRU 2100-LOG-REQUEST-EXIT
049500     END-READ
049600     IF DSL-DELIVERED
049700         ADD 1                   TO WS-REPEAT-COUNT
049800         DISPLAY 'CBDSR01C - REQUEST ALREADY DELIVERED CUST '
049900                 DSL-CUST-ID ' RECEIVED ' DSL-RECEIVED-DATE
050000         GO TO 2000-PROCESS-REQUEST-EXIT
050100     END-IF
050200     MOVE DSL-CUST-ID            TO CUST-ID
050300     READ CUSTOMER-FILE
050400         INVALID KEY
050500             ADD 1               TO WS-UNMET-COUNT
050600             MOVE 'CUSTOMER NOT ON FILE - RESEARCH THE ID'
050700                                 TO DSL-NOTE
050800             REWRITE DATA-ACCESS-LOG-RECORD
050900             GO TO 2000-PROCESS-REQUEST-EXIT
051000     END-READ
051100     MOVE ZERO                   TO WS-PKG-LINES
051200     MOVE SPACES                 TO DSL-NOTE
051300     PERFORM 3000-PACKAGE-HEADER THRU 3000-PACKAGE-HEADER-EXIT
051400     PERFORM 3100-CUSTOMER-MASTER THRU 3100-CUSTOMER-MASTER-EXIT
051500     PERFORM 3200-ACCOUNTS THRU 3200-ACCOUNTS-EXIT
051600     PERFORM 3300-CARDS THRU 3300-CARDS-EXIT
051700     PERFORM 3400-TRANSACTIONS THRU 3400-TRANSACTIONS-EXIT
051800     PERFORM 3500-ARCHIVED-TRANSACTIONS
051900         THRU 3500-ARCHIVED-TRANSACTIONS-EXIT
052000     PERFORM 3600-PAYMENTS THRU 3600-PAYMENTS-EXIT
052100     PERFORM 3700-STATEMENTS THRU 3700-STATEMENTS-EXIT
052200     PERFORM 3800-DISPUTES THRU 3800-DISPUTES-EXIT
052300     PERFORM 4000-CORRESPONDENCE THRU 4000-CORRESPONDENCE-EXIT
052400     PERFORM 4100-CONTACT-PREFS THRU 4100-CONTACT-PREFS-EXIT
052500     PERFORM 4200-NOTES THRU 4200-NOTES-EXIT
052600     PERFORM 4300-FICO-HISTORY THRU 4300-FICO-HISTORY-EXIT
052700     PERFORM 4400-ALERT-SUBSCRIPTIONS
052800         THRU 4400-ALERT-SUBSCRIPTIONS-EXIT
052900     PERFORM 4500-STAFF-ACCESS THRU 4500-STAFF-ACCESS-EXIT
053000     PERFORM 4900-PACKAGE-TRAILER THRU 4900-PACKAGE-TRAILER-EXIT
053100     SET DSL-DELIVERED           TO TRUE
053200     MOVE WS-CURDATE-YYYY-MM-DD  TO DSL-DELIVERED-DATE
053300     MOVE WS-PKG-LINES           TO DSL-PACKAGE-LINES
053400     REWRITE DATA-ACCESS-LOG-RECORD
053500     ADD 1                       TO WS-DELIVERED-COUNT.
053600 2000-PROCESS-REQUEST-EXIT.
053700     EXIT.
053800*
053900 2100-LOG-REQUEST.
054000     MOVE DSR-IN-CUST-ID         TO DSL-CUST-ID
054100     MOVE DSR-IN-RECEIVED-DATE   TO DSL-RECEIVED-DATE
054200     MOVE DSR-IN-REQUESTER-TYPE  TO DSL-REQUESTER-TYPE
054300     MOVE DSR-IN-REFERENCE       TO DSL-REFERENCE
054400     MOVE DSR-IN-TAKEN-BY        TO DSL-TAKEN-BY
054500     COMPUTE WS-DUE-DATE-N = FUNCTION DATE-OF-INTEGER(
054600         FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE-N)
054700         + WS-DSAR-RESPONSE-DAYS)
054800     STRING WS-DUE-DATE-N (1:4) DELIMITED BY SIZE
054900            '-'                 DELIMITED BY SIZE
055000            WS-DUE-DATE-N (5:2) DELIMITED BY SIZE
055100            '-'                 DELIMITED BY SIZE
055200            WS-DUE-DATE-N (7:2) DELIMITED BY SIZE
055300       INTO DSL-DUE-DATE
055400     END-STRING
055500     SET DSL-OPEN                TO TRUE
055600     MOVE SPACES                 TO DSL-DELIVERED-DATE
055700     MOVE ZERO                   TO DSL-PACKAGE-LINES
055800     MOVE SPACES                 TO DSL-NOTE
055900     MOVE FUNCTION CURRENT-DATE  TO DSL-LOGGED-TS
056000     WRITE DATA-ACCESS-LOG-RECORD
056100         INVALID KEY
056200             DISPLAY 'CBDSR01C - DSARLOG WRITE FAILED CUST '
056300                     DSL-CUST-ID
056400     END-WRITE.
056500 2100-LOG-REQUEST-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900* PACKAGE HEADER - WHO ASKED, WHEN, AND THE DEADLINE.
057000******************************************************************
057100 3000-PACKAGE-HEADER.
057200     MOVE SPACES                 TO WS-PRINT-LINE
057300     STRING 'CARDDEMO - CUSTOMER DATA ACCESS PACKAGE  CUSTOMER '
057400                                 DELIMITED BY SIZE
057500            DSL-CUST-ID          DELIMITED BY SIZE
057600       INTO WS-PRINT-LINE
057700     END-STRING
057800     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
057900     MOVE SPACES                 TO WS-PRINT-LINE
058000     STRING 'REQUEST RECEIVED '  DELIMITED BY SIZE
058100            DSL-RECEIVED-DATE    DELIMITED BY SIZE
058200            '   RESPONSE DUE '   DELIMITED BY SIZE
058300            DSL-DUE-DATE         DELIMITED BY SIZE
058400            '   PREPARED '       DELIMITED BY SIZE
058500            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
058600       INTO WS-PRINT-LINE
058700     END-STRING
058800     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
058900     MOVE SPACES                 TO WS-PRINT-LINE
059000     EVALUATE DSL-REQUESTER-TYPE
059100         WHEN 'A'
059200             MOVE 'REQUESTED BY AUTHORISED AGENT'
059300                                 TO WS-PRINT-LINE
059400         WHEN 'R'
059500             MOVE 'REQUESTED BY REGULATOR' TO WS-PRINT-LINE
059600         WHEN OTHER
059700             MOVE 'REQUESTED BY CUSTOMER' TO WS-PRINT-LINE
059800     END-EVALUATE
059900     MOVE 'REFERENCE '           TO WS-PRINT-LINE (35:10)
060000     MOVE DSL-REFERENCE          TO WS-PRINT-LINE (45:20)
060100     MOVE 'TAKEN BY '            TO WS-PRINT-LINE (67:9)
060200     MOVE DSL-TAKEN-BY           TO WS-PRINT-LINE (76:8)
060300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
060400     IF CUST-MERGED
060500         MOVE SPACES             TO WS-PRINT-LINE
060600         STRING 'THIS CUSTOMER RECORD WAS MERGED INTO CUSTOMER '
060700                                 DELIMITED BY SIZE
060800                CUST-MERGED-INTO-ID DELIMITED BY SIZE
060900                ' ON '           DELIMITED BY SIZE
061000                CUST-MERGED-DATE DELIMITED BY SIZE
061100                ' - ITS ACCOUNTS AND HISTORY NOW SIT THERE'
061200                                 DELIMITED BY SIZE
061300           INTO WS-PRINT-LINE
061400         END-STRING
061500         PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
061600     END-IF.
061700 3000-PACKAGE-HEADER-EXIT.
061800     EXIT.
061900*
062000******************************************************************
062100* CUSTOMER MASTER. IDENTIFIERS THAT WOULD LET A THIRD PARTY OPEN
062200* CREDIT OR MOVE MONEY ARE SHOWN LAST FOUR ONLY.
062300******************************************************************
062400 3100-CUSTOMER-MASTER.
062500     MOVE 'CUSTOMER MASTER (CUSTDAT)' TO WS-SOURCE-NAME
062600     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
062700     MOVE SPACES                 TO WS-PRINT-LINE
062800     STRING '  NAME            ' DELIMITED BY SIZE
062900            CUST-FIRST-NAME      DELIMITED BY '  '
063000            ' '                  DELIMITED BY SIZE
063100            CUST-MIDDLE-NAME     DELIMITED BY '  '
063200            ' '                  DELIMITED BY SIZE
063300            CUST-LAST-NAME       DELIMITED BY '  '
063400       INTO WS-PRINT-LINE
063500     END-STRING
063600     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
063700     MOVE SPACES                 TO WS-PRINT-LINE
063800     MOVE '  ADDRESS'            TO WS-PRINT-LINE (1:18)
063900     MOVE CUST-ADDR-LINE-1       TO WS-PRINT-LINE (19:50)
064000     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
064100     IF CUST-ADDR-LINE-2 NOT = SPACES
064200         MOVE SPACES             TO WS-PRINT-LINE
064300         MOVE CUST-ADDR-LINE-2   TO WS-PRINT-LINE (19:50)
064400         PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
064500     END-IF
064600     MOVE SPACES                 TO WS-PRINT-LINE
064700     STRING CUST-ADDR-STATE-CD   DELIMITED BY SIZE
064800            ' '                  DELIMITED BY SIZE
064900            CUST-ADDR-ZIP        DELIMITED BY SIZE
065000            '-'                  DELIMITED BY SIZE
065100            CUST-ADDR-ZIP4       DELIMITED BY SIZE
065200            ' '                  DELIMITED BY SIZE
065300            CUST-ADDR-COUNTRY-CD DELIMITED BY SIZE
065400       INTO WS-PRINT-LINE (19:40)
065500     END-STRING
065600     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
065700     MOVE SPACES                 TO WS-PRINT-LINE
065800     MOVE '  PHONES'             TO WS-PRINT-LINE (1:18)
065900     MOVE CUST-PHONE-NUM-1       TO WS-PRINT-LINE (19:13)
066000     MOVE CUST-PHONE-NUM-2       TO WS-PRINT-LINE (34:13)
066100     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
066200     MOVE SPACES                 TO WS-PRINT-LINE
066300     MOVE '  EMAIL'              TO WS-PRINT-LINE (1:18)
066400     MOVE CUST-EMAIL-ADDRESS     TO WS-PRINT-LINE (19:50)
066500     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
066600     MOVE '***-**-'              TO WS-MASKED-SSN
066700     MOVE CUST-SSN (6:4)         TO WS-MASKED-SSN (8:4)
066800     MOVE SPACES                 TO WS-PRINT-LINE
066900     MOVE '  SSN'                TO WS-PRINT-LINE (1:18)
067000     MOVE WS-MASKED-SSN          TO WS-PRINT-LINE (19:11)
067100     MOVE 'DATE OF BIRTH '       TO WS-PRINT-LINE (34:14)
067200     MOVE CUST-DOB-YYYY-MM-DD    TO WS-PRINT-LINE (48:10)
067300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
067400     MOVE ALL '*'                TO WS-MASKED-TEXT
067500     MOVE CUST-GOVT-ISSUED-ID (17:4) TO WS-MASKED-TEXT (17:4)
067600     MOVE SPACES                 TO WS-PRINT-LINE
067700     MOVE '  GOVT ID'            TO WS-PRINT-LINE (1:18)
067800     MOVE WS-MASKED-TEXT         TO WS-PRINT-LINE (19:20)
067900     IF CUST-GOVT-ISSUED-ID = SPACES
068000         MOVE 'NONE HELD'        TO WS-PRINT-LINE (19:20)
068100     END-IF
068200     MOVE 'EFT ACCOUNT '         TO WS-PRINT-LINE (40:12)
068300     MOVE '******'               TO WS-PRINT-LINE (52:6)
068400     MOVE CUST-EFT-ACCOUNT-ID (7:4) TO WS-PRINT-LINE (58:4)
068500     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
068600     MOVE SPACES                 TO WS-PRINT-LINE
068700     MOVE '  FICO SCORE'         TO WS-PRINT-LINE (1:18)
068800     MOVE CUST-FICO-CREDIT-SCORE TO WS-PRINT-LINE (19:3)
068900     MOVE 'AS OF '               TO WS-PRINT-LINE (24:6)
069000     MOVE CUST-FICO-LAST-REFRESH-DT TO WS-PRINT-LINE (30:10)
069100     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
069200     MOVE CUST-STATED-INCOME     TO WS-AMT-EDIT-1
069300     MOVE CUST-HOUSING-PMT       TO WS-AMT-EDIT-2
069400     MOVE SPACES                 TO WS-PRINT-LINE
069500     STRING '  STATED INCOME   ' DELIMITED BY SIZE
069600            WS-AMT-EDIT-1        DELIMITED BY SIZE
069700            ' AS OF '            DELIMITED BY SIZE
069800            CUST-INCOME-DATE     DELIMITED BY SIZE
069900            '   HOUSING PAYMENT ' DELIMITED BY SIZE
070000            WS-AMT-EDIT-2        DELIMITED BY SIZE
070100       INTO WS-PRINT-LINE
070200     END-STRING
070300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
070400     MOVE SPACES                 TO WS-PRINT-LINE
070500     STRING '  LANGUAGE        ' DELIMITED BY SIZE
070600            CUST-LANG-CD         DELIMITED BY SIZE
070700            '   PAPERLESS '      DELIMITED BY SIZE
070800            CUST-PAPERLESS-CONSENT-IND DELIMITED BY SIZE
070900            '   COMBINED STATEMENT ' DELIMITED BY SIZE
071000            CUST-COMBINED-STMT-IND DELIMITED BY SIZE
071100            '   OVERLIMIT OPT-IN ' DELIMITED BY SIZE
071200            CUST-OVERLIMIT-OPTIN-IND DELIMITED BY SIZE
071300       INTO WS-PRINT-LINE
071400     END-STRING
071500     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
071600     MOVE SPACES                 TO WS-PRINT-LINE
071700     STRING '  IDENTITY CHECK  ' DELIMITED BY SIZE
071800            CUST-CIP-STATUS      DELIMITED BY SIZE
071900            ' '                  DELIMITED BY SIZE
072000            CUST-CIP-STATUS-DATE DELIMITED BY SIZE
072100            '   SANCTIONS SCREEN ' DELIMITED BY SIZE
072200            CUST-OFAC-STATUS     DELIMITED BY SIZE
072300            ' '                  DELIMITED BY SIZE
072400            CUST-OFAC-SCREEN-DATE DELIMITED BY SIZE
072500       INTO WS-PRINT-LINE
072600     END-STRING
072700     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
072800     IF CUST-SCRA-START-DATE NOT = SPACES
072900         MOVE SPACES             TO WS-PRINT-LINE
073000         STRING '  MILITARY SERVICE ' DELIMITED BY SIZE
073100                CUST-SCRA-START-DATE DELIMITED BY SIZE
073200                ' TO '           DELIMITED BY SIZE
073300                CUST-SCRA-END-DATE DELIMITED BY SIZE
073400           INTO WS-PRINT-LINE
073500         END-STRING
073600         PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
073700     END-IF.
073800 3100-CUSTOMER-MASTER-EXIT.
073900     EXIT.
074000*
074100******************************************************************
074200* EVERY ACCOUNT ON WHICH THE PERSON IS PRIMARY OR JOINT HOLDER -
074300* ONE PASS OF ACCTXREF FILLS THE ACCOUNT TABLE, THEN EACH
074400* ACCOUNT IS PRINTED FROM THE MASTER.
074500******************************************************************
074600 3200-ACCOUNTS.
074700     MOVE 'ACCOUNTS (ACCTXREF / ACCTDAT)' TO WS-SOURCE-NAME
074800     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
074900     MOVE ZERO                   TO WS-AT-USED WS-CT-USED
075000     MOVE 'N'                    TO WS-SCAN-DONE-SW
075100     MOVE LOW-VALUES             TO XRF-ACCT-ID
075200     START XREF-FILE KEY NOT LESS THAN XRF-ACCT-ID
075300         INVALID KEY
075400             MOVE 'Y'            TO WS-SCAN-DONE-SW
075500     END-START
075600     PERFORM 3210-SCAN-XREF THRU 3210-SCAN-XREF-EXIT
075700         UNTIL WS-SCAN-DONE
075800     PERFORM 3220-PRINT-ACCOUNT THRU 3220-PRINT-ACCOUNT-EXIT
075900         VARYING WS-AT-SUB FROM 1 BY 1
076000         UNTIL WS-AT-SUB > WS-AT-USED
076100     MOVE WS-AT-USED             TO WS-SECTION-ROWS
076200     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
076300 3200-ACCOUNTS-EXIT.
076400     EXIT.
076500*
076600 3210-SCAN-XREF.
076700     READ XREF-FILE NEXT RECORD
076800         AT END
076900             MOVE 'Y'            TO WS-SCAN-DONE-SW
077000             GO TO 3210-SCAN-XREF-EXIT
077100     END-READ
077200     IF XRF-CUST-ID = DSL-CUST-ID
077300         MOVE 'PRIMARY'          TO WS-ROLE-TEXT
077400     ELSE
077500         IF XRF-JOINT-CUST-ID = DSL-CUST-ID
077600             MOVE 'JOINT'        TO WS-ROLE-TEXT
077700         ELSE
077800             GO TO 3210-SCAN-XREF-EXIT
077900         END-IF
078000     END-IF
078100     IF WS-AT-USED NOT < WS-AT-MAX
078200         DISPLAY 'CBDSR01C - ACCOUNT TABLE FULL CUST ' DSL-CUST-ID
078300         GO TO 3210-SCAN-XREF-EXIT
078400     END-IF
078500     ADD 1                       TO WS-AT-USED
078600     MOVE XRF-ACCT-ID            TO WS-AT-ACCT-ID (WS-AT-USED)
078700     MOVE WS-ROLE-TEXT           TO WS-AT-ROLE (WS-AT-USED).
078800 3210-SCAN-XREF-EXIT.
078900     EXIT.
079000*
079100 3220-PRINT-ACCOUNT.
079200     MOVE WS-AT-ACCT-ID (WS-AT-SUB) TO ACCT-ID
079300     MOVE SPACES                 TO WS-PRINT-LINE
079400     READ ACCOUNT-FILE
079500         INVALID KEY
079600             STRING '  ACCOUNT ' DELIMITED BY SIZE
079700                    WS-AT-ACCT-ID (WS-AT-SUB) DELIMITED BY SIZE
079800                    ' '          DELIMITED BY SIZE
079900                    WS-AT-ROLE (WS-AT-SUB) DELIMITED BY SIZE
080000                    '  NO LONGER ON THE ACCOUNT MASTER'
080100                                 DELIMITED BY SIZE
080200               INTO WS-PRINT-LINE
080300             END-STRING
080400             PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
080500             GO TO 3220-PRINT-ACCOUNT-EXIT
080600     END-READ
080700     MOVE ACCT-CREDIT-LIMIT      TO WS-AMT-EDIT-1
080800     MOVE ACCT-CURR-BAL          TO WS-AMT-EDIT-2
080900     MOVE ACCT-MIN-PAY-DUE       TO WS-AMT-EDIT-3
081000     STRING '  ACCOUNT '         DELIMITED BY SIZE
081100            ACCT-ID              DELIMITED BY SIZE
081200            ' '                  DELIMITED BY SIZE
081300            WS-AT-ROLE (WS-AT-SUB) DELIMITED BY SIZE
081400            ' STATUS '           DELIMITED BY SIZE
081500            ACCT-ACTIVE-STATUS   DELIMITED BY SIZE
081600            ' OPENED '           DELIMITED BY SIZE
081700            ACCT-OPEN-DATE       DELIMITED BY SIZE
081800            ' LIMIT '            DELIMITED BY SIZE
081900            WS-AMT-EDIT-1        DELIMITED BY SIZE
082000            ' BALANCE '          DELIMITED BY SIZE
082100            WS-AMT-EDIT-2        DELIMITED BY SIZE
082200            ' MIN DUE '          DELIMITED BY SIZE
082300            WS-AMT-EDIT-3        DELIMITED BY SIZE
082400            ' DUE '              DELIMITED BY SIZE
082500            ACCT-PAY-DUE-DATE    DELIMITED BY SIZE
082600       INTO WS-PRINT-LINE
082700     END-STRING
082800     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
082900 3220-PRINT-ACCOUNT-EXIT.
083000     EXIT.
083100*
083200******************************************************************
083300* CARDS ON EACH ACCOUNT, MASKED. THE CARD TABLE FEEDS THE
083400* TRANSACTION SECTIONS.
083500******************************************************************
083600 3300-CARDS.
083700     MOVE 'CARDS (CARDDAT)'      TO WS-SOURCE-NAME
083800     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
083900     IF NOT WS-CARDAIX-OPEN
084000         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
084100         GO TO 3300-CARDS-EXIT
084200     END-IF
084300     PERFORM 3310-CARDS-FOR-ACCOUNT
084400         THRU 3310-CARDS-FOR-ACCOUNT-EXIT
084500         VARYING WS-AT-SUB FROM 1 BY 1
084600         UNTIL WS-AT-SUB > WS-AT-USED
084700     MOVE WS-CT-USED             TO WS-SECTION-ROWS
084800     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
084900 3300-CARDS-EXIT.
085000     EXIT.
085100*
085200 3310-CARDS-FOR-ACCOUNT.
085300     MOVE WS-AT-ACCT-ID (WS-AT-SUB) TO CARD-ACCT-ID
085400     MOVE 'N'                    TO WS-SCAN-DONE-SW
085500     START CARD-AIX-FILE KEY NOT LESS THAN CARD-ACCT-ID
085600         INVALID KEY
085700             GO TO 3310-CARDS-FOR-ACCOUNT-EXIT
085800     END-START
085900     PERFORM 3320-NEXT-CARD THRU 3320-NEXT-CARD-EXIT
086000         UNTIL WS-SCAN-DONE.
086100 3310-CARDS-FOR-ACCOUNT-EXIT.
086200     EXIT.
086300*
086400 3320-NEXT-CARD.
086500     READ CARD-AIX-FILE NEXT RECORD
086600         AT END
086700             MOVE 'Y'            TO WS-SCAN-DONE-SW
086800             GO TO 3320-NEXT-CARD-EXIT
086900     END-READ
087000     IF CARD-ACCT-ID NOT = WS-AT-ACCT-ID (WS-AT-SUB)
087100         MOVE 'Y'                TO WS-SCAN-DONE-SW
087200         GO TO 3320-NEXT-CARD-EXIT
087300     END-IF
087400     IF WS-CT-USED < WS-CT-MAX
087500         ADD 1                   TO WS-CT-USED
087600         MOVE CARD-NUM           TO WS-CT-CARD-NUM (WS-CT-USED)
087700     END-IF
087800     MOVE CARD-NUM               TO WS-MATCH-CARD-NUM
087900     PERFORM 7400-MASK-CARD THRU 7400-MASK-CARD-EXIT
088000     MOVE SPACES                 TO WS-PRINT-LINE
088100     STRING '  CARD '            DELIMITED BY SIZE
088200            WS-MASKED-CARD       DELIMITED BY SIZE
088300            ' ACCOUNT '          DELIMITED BY SIZE
088400            CARD-ACCT-ID         DELIMITED BY SIZE
088500            ' EXPIRES '          DELIMITED BY SIZE
088600            CARD-EXPIRAION-DATE  DELIMITED BY SIZE
088700            ' STATUS '           DELIMITED BY SIZE
088800            CARD-ACTIVE-STATUS   DELIMITED BY SIZE
088900            ' NAME '             DELIMITED BY SIZE
089000            CARD-EMBOSSED-NAME   DELIMITED BY '  '
089100       INTO WS-PRINT-LINE
089200     END-STRING
089300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
089400 3320-NEXT-CARD-EXIT.
089500     EXIT.
089600*
089700******************************************************************
089800* TRANSACTIONS STILL ON THE MASTER, BY CARD.
089900******************************************************************
090000 3400-TRANSACTIONS.
090100     MOVE 'TRANSACTIONS (TRANDAT)' TO WS-SOURCE-NAME
090200     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
090300     IF NOT WS-TRANCARD-OPEN
090400         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
090500         GO TO 3400-TRANSACTIONS-EXIT
090600     END-IF
090700     MOVE ZERO                   TO WS-SECTION-ROWS
090800     PERFORM 3410-TRANS-FOR-CARD THRU 3410-TRANS-FOR-CARD-EXIT
090900         VARYING WS-CT-SUB FROM 1 BY 1
091000         UNTIL WS-CT-SUB > WS-CT-USED
091100     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
091200 3400-TRANSACTIONS-EXIT.
091300     EXIT.
091400*
091500 3410-TRANS-FOR-CARD.
091600     MOVE WS-CT-CARD-NUM (WS-CT-SUB) TO TRAN-CARD-NUM
091700     MOVE 'N'                    TO WS-SCAN-DONE-SW
091800     START TRAN-CARD-FILE KEY NOT LESS THAN TRAN-CARD-NUM
091900         INVALID KEY
092000             GO TO 3410-TRANS-FOR-CARD-EXIT
092100     END-START
092200     PERFORM 3420-NEXT-TRAN THRU 3420-NEXT-TRAN-EXIT
092300         UNTIL WS-SCAN-DONE.
092400 3410-TRANS-FOR-CARD-EXIT.
092500     EXIT.
092600*
092700 3420-NEXT-TRAN.
092800     READ TRAN-CARD-FILE NEXT RECORD
092900         AT END
093000             MOVE 'Y'            TO WS-SCAN-DONE-SW
093100             GO TO 3420-NEXT-TRAN-EXIT
093200     END-READ
093300     IF TRAN-CARD-NUM NOT = WS-CT-CARD-NUM (WS-CT-SUB)
093400         MOVE 'Y'                TO WS-SCAN-DONE-SW
093500         GO TO 3420-NEXT-TRAN-EXIT
093600     END-IF
093700     ADD 1                       TO WS-SECTION-ROWS
093800     MOVE TRAN-CARD-NUM          TO WS-MATCH-CARD-NUM
093900     PERFORM 7400-MASK-CARD THRU 7400-MASK-CARD-EXIT
094000     MOVE TRAN-AMT               TO WS-AMT-EDIT-1
094100     MOVE SPACES                 TO WS-PRINT-LINE
094200     STRING '  '                 DELIMITED BY SIZE
094300            TRAN-ORIG-DATE       DELIMITED BY SIZE
094400            ' '                  DELIMITED BY SIZE
094500            TRAN-ID              DELIMITED BY SIZE
094600            ' '                  DELIMITED BY SIZE
094700            WS-MASKED-CARD       DELIMITED BY SIZE
094800            ' '                  DELIMITED BY SIZE
094900            TRAN-TYPE-CD         DELIMITED BY SIZE
095000            '/'                  DELIMITED BY SIZE
095100            TRAN-CAT-CD          DELIMITED BY SIZE
095200            ' '                  DELIMITED BY SIZE
095300            WS-AMT-EDIT-1        DELIMITED BY SIZE
095400            ' '                  DELIMITED BY SIZE
095500            TRAN-MERCHANT-NAME   DELIMITED BY SIZE
095600            ' '                  DELIMITED BY SIZE
095700            TRAN-MERCHANT-CITY   DELIMITED BY SIZE
095800       INTO WS-PRINT-LINE
095900     END-STRING
096000     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
096100 3420-NEXT-TRAN-EXIT.
096200     EXIT.
096300*
096400******************************************************************
096500* ARCHIVED TRANSACTIONS - TRANARCH HAS NO CARD PATH, SO ONE FULL
096600* PASS MATCHED AGAINST THE CARD TABLE.
096700******************************************************************
096800 3500-ARCHIVED-TRANSACTIONS.
096900     MOVE 'ARCHIVED TRANSACTIONS (TRANARCH)' TO WS-SOURCE-NAME
097000     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
097100     IF NOT WS-TRANARCH-OPEN
097200         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
097300         GO TO 3500-ARCHIVED-TRANSACTIONS-EXIT
097400     END-IF
097500     MOVE ZERO                   TO WS-SECTION-ROWS
097600     IF WS-CT-USED > ZERO
097700         MOVE 'N'                TO WS-SCAN-DONE-SW
097800         MOVE LOW-VALUES         TO ARCH-TRAN-ID
097900         START TRAN-ARCH-FILE KEY NOT LESS THAN ARCH-TRAN-ID
098000             INVALID KEY
098100                 MOVE 'Y'        TO WS-SCAN-DONE-SW
098200         END-START
098300         PERFORM 3510-NEXT-ARCH-TRAN THRU 3510-NEXT-ARCH-TRAN-EXIT
098400             UNTIL WS-SCAN-DONE
098500     END-IF
098600     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
098700 3500-ARCHIVED-TRANSACTIONS-EXIT.
098800     EXIT.
098900*
099000 3510-NEXT-ARCH-TRAN.
099100     READ TRAN-ARCH-FILE NEXT RECORD
099200         AT END
099300             MOVE 'Y'            TO WS-SCAN-DONE-SW
099400             GO TO 3510-NEXT-ARCH-TRAN-EXIT
099500     END-READ
099600     MOVE ARCH-CARD-NUM          TO WS-MATCH-CARD-NUM
099700     PERFORM 5200-FIND-CARD THRU 5200-FIND-CARD-EXIT
099800     IF NOT WS-MATCH-FOUND
099900         GO TO 3510-NEXT-ARCH-TRAN-EXIT
100000     END-IF
100100     ADD 1                       TO WS-SECTION-ROWS
100200     PERFORM 7400-MASK-CARD THRU 7400-MASK-CARD-EXIT
100300     MOVE ARCH-AMT               TO WS-AMT-EDIT-1
100400     MOVE SPACES                 TO WS-PRINT-LINE
100500     STRING '  '                 DELIMITED BY SIZE
100600            ARCH-ORIG-DATE       DELIMITED BY SIZE
100700            ' '                  DELIMITED BY SIZE
100800            ARCH-TRAN-ID         DELIMITED BY SIZE
100900            ' '                  DELIMITED BY SIZE
101000            WS-MASKED-CARD       DELIMITED BY SIZE
101100            ' '                  DELIMITED BY SIZE
101200            ARCH-TYPE-CD         DELIMITED BY SIZE
101300            '/'                  DELIMITED BY SIZE
101400            ARCH-CAT-CD          DELIMITED BY SIZE
101500            ' '                  DELIMITED BY SIZE
101600            WS-AMT-EDIT-1        DELIMITED BY SIZE
101700            ' '                  DELIMITED BY SIZE
101800            ARCH-MERCHANT-NAME   DELIMITED BY SIZE
101900            ' '                  DELIMITED BY SIZE
102000            ARCH-MERCHANT-CITY   DELIMITED BY SIZE
102100       INTO WS-PRINT-LINE
102200     END-STRING
102300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
102400 3510-NEXT-ARCH-TRAN-EXIT.
102500     EXIT.
102600*
102700******************************************************************
102800* PAYMENTS - PAYMNT IS KEYED BY PAYMENT ID, SO ONE FULL PASS
102900* MATCHED AGAINST THE ACCOUNT TABLE.
103000******************************************************************
103100 3600-PAYMENTS.
103200     MOVE 'PAYMENTS (PAYMNT)'    TO WS-SOURCE-NAME
103300     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
103400     IF NOT WS-PAYMENT-OPEN
103500         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
103600         GO TO 3600-PAYMENTS-EXIT
103700     END-IF
103800     MOVE ZERO                   TO WS-SECTION-ROWS
103900     IF WS-AT-USED > ZERO
104000         MOVE 'N'                TO WS-SCAN-DONE-SW
104100         MOVE LOW-VALUES         TO PAY-ID
104200         START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
104300             INVALID KEY
104400                 MOVE 'Y'        TO WS-SCAN-DONE-SW
104500         END-START
104600         PERFORM 3610-NEXT-PAYMENT THRU 3610-NEXT-PAYMENT-EXIT
104700             UNTIL WS-SCAN-DONE
104800     END-IF
104900     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
105000 3600-PAYMENTS-EXIT.
105100     EXIT.
105200*
105300 3610-NEXT-PAYMENT.
105400     READ PAYMENT-FILE NEXT RECORD
105500         AT END
105600             MOVE 'Y'            TO WS-SCAN-DONE-SW
105700             GO TO 3610-NEXT-PAYMENT-EXIT
105800     END-READ
105900     MOVE PAY-ACCT-ID            TO WS-MATCH-ACCT-ID
106000     PERFORM 5100-FIND-ACCT THRU 5100-FIND-ACCT-EXIT
106100     IF NOT WS-MATCH-FOUND
106200         GO TO 3610-NEXT-PAYMENT-EXIT
106300     END-IF
106400     ADD 1                       TO WS-SECTION-ROWS
106500     MOVE PAY-AMOUNT             TO WS-AMT-EDIT-1
106600     MOVE SPACES                 TO WS-PRINT-LINE
106700     STRING '  '                 DELIMITED BY SIZE
106800            PAY-DATE             DELIMITED BY SIZE
106900            ' '                  DELIMITED BY SIZE
107000            PAY-ID               DELIMITED BY SIZE
107100            ' ACCOUNT '          DELIMITED BY SIZE
107200            PAY-ACCT-ID          DELIMITED BY SIZE
107300            ' '                  DELIMITED BY SIZE
107400            WS-AMT-EDIT-1        DELIMITED BY SIZE
107500            ' TYPE '             DELIMITED BY SIZE
107600            PAY-TYPE             DELIMITED BY SIZE
107700            ' STATUS '           DELIMITED BY SIZE
107800            PAY-STATUS           DELIMITED BY SIZE
107900            ' CONFIRMATION '     DELIMITED BY SIZE
108000            PAY-CONFIRM-NO       DELIMITED BY SIZE
108100       INTO WS-PRINT-LINE
108200     END-STRING
108300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
108400 3610-NEXT-PAYMENT-EXIT.
108500     EXIT.
108600*
108700******************************************************************
108800* STATEMENT ARCHIVE, BY ACCOUNT.
108900******************************************************************
109000 3700-STATEMENTS.
109100     MOVE 'STATEMENTS (STMTARCH)' TO WS-SOURCE-NAME
109200     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
109300     IF NOT WS-STMTARCH-OPEN
109400         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
109500         GO TO 3700-STATEMENTS-EXIT
109600     END-IF
109700     MOVE ZERO                   TO WS-SECTION-ROWS
109800     PERFORM 3710-STMTS-FOR-ACCOUNT
109900         THRU 3710-STMTS-FOR-ACCOUNT-EXIT
110000         VARYING WS-AT-SUB FROM 1 BY 1
110100         UNTIL WS-AT-SUB > WS-AT-USED
110200     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
110300 3700-STATEMENTS-EXIT.
110400     EXIT.
110500*
110600 3710-STMTS-FOR-ACCOUNT.
110700     MOVE WS-AT-ACCT-ID (WS-AT-SUB) TO STA-ACCT-ID
110800     MOVE LOW-VALUES             TO STA-CYCLE-END-DATE
110900     MOVE 'N'                    TO WS-SCAN-DONE-SW
111000     START STMT-ARCHIVE-FILE KEY NOT LESS THAN STA-KEY
111100         INVALID KEY
111200             GO TO 3710-STMTS-FOR-ACCOUNT-EXIT
111300     END-START
111400     PERFORM 3720-NEXT-STMT THRU 3720-NEXT-STMT-EXIT
111500         UNTIL WS-SCAN-DONE.
111600 3710-STMTS-FOR-ACCOUNT-EXIT.
111700     EXIT.
111800*
111900 3720-NEXT-STMT.
112000     READ STMT-ARCHIVE-FILE NEXT RECORD
112100         AT END
112200             MOVE 'Y'            TO WS-SCAN-DONE-SW
112300             GO TO 3720-NEXT-STMT-EXIT
112400     END-READ
112500     IF STA-ACCT-ID NOT = WS-AT-ACCT-ID (WS-AT-SUB)
112600         MOVE 'Y'                TO WS-SCAN-DONE-SW
112700         GO TO 3720-NEXT-STMT-EXIT
112800     END-IF
112900     ADD 1                       TO WS-SECTION-ROWS
113000     MOVE STA-CLOSE-BAL          TO WS-AMT-EDIT-1
113100     MOVE STA-MIN-PAY-DUE        TO WS-AMT-EDIT-2
113200     MOVE SPACES                 TO WS-PRINT-LINE
113300     STRING '  ACCOUNT '         DELIMITED BY SIZE
113400            STA-ACCT-ID          DELIMITED BY SIZE
113500            ' CYCLE ENDED '      DELIMITED BY SIZE
113600            STA-CYCLE-END-DATE   DELIMITED BY SIZE
113700            ' NEW BALANCE '      DELIMITED BY SIZE
113800            WS-AMT-EDIT-1        DELIMITED BY SIZE
113900            ' MIN DUE '          DELIMITED BY SIZE
114000            WS-AMT-EDIT-2        DELIMITED BY SIZE
114100            ' DUE '              DELIMITED BY SIZE
114200            STA-PAY-DUE-DATE     DELIMITED BY SIZE
114300       INTO WS-PRINT-LINE
114400     END-STRING
114500     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
114600 3720-NEXT-STMT-EXIT.
114700     EXIT.
114800*
114900******************************************************************
115000* DISPUTES - ONE FULL PASS OF DISPFILE MATCHED BY ACCOUNT.
115100******************************************************************
115200 3800-DISPUTES.
115300     MOVE 'DISPUTES (DISPFILE)'  TO WS-SOURCE-NAME
115400     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
115500     IF NOT WS-DISPUTE-OPEN
115600         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
115700         GO TO 3800-DISPUTES-EXIT
115800     END-IF
115900     MOVE ZERO                   TO WS-SECTION-ROWS
116000     IF WS-AT-USED > ZERO
116100         MOVE 'N'                TO WS-SCAN-DONE-SW
116200         MOVE LOW-VALUES         TO DSP-TRAN-ID
116300         START DISPUTE-FILE KEY NOT LESS THAN DSP-TRAN-ID
116400             INVALID KEY
116500                 MOVE 'Y'        TO WS-SCAN-DONE-SW
116600         END-START
116700         PERFORM 3810-NEXT-DISPUTE THRU 3810-NEXT-DISPUTE-EXIT
116800             UNTIL WS-SCAN-DONE
116900     END-IF
117000     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
117100 3800-DISPUTES-EXIT.
117200     EXIT.
117300*
117400 3810-NEXT-DISPUTE.
117500     READ DISPUTE-FILE NEXT RECORD
117600         AT END
117700             MOVE 'Y'            TO WS-SCAN-DONE-SW
117800             GO TO 3810-NEXT-DISPUTE-EXIT
117900     END-READ
118000     MOVE DSP-ACCT-ID            TO WS-MATCH-ACCT-ID
118100     PERFORM 5100-FIND-ACCT THRU 5100-FIND-ACCT-EXIT
118200     IF NOT WS-MATCH-FOUND
118300         GO TO 3810-NEXT-DISPUTE-EXIT
118400     END-IF
118500     ADD 1                       TO WS-SECTION-ROWS
118600     MOVE DSP-AMT                TO WS-AMT-EDIT-1
118700     MOVE SPACES                 TO WS-PRINT-LINE
118800     STRING '  OPENED '          DELIMITED BY SIZE
118900            DSP-OPENED-TS (1:10) DELIMITED BY SIZE
119000            ' TRAN '             DELIMITED BY SIZE
119100            DSP-TRAN-ID          DELIMITED BY SIZE
119200            ' '                  DELIMITED BY SIZE
119300            WS-AMT-EDIT-1        DELIMITED BY SIZE
119400            ' STATUS '           DELIMITED BY SIZE
119500            DSP-STATUS           DELIMITED BY SIZE
119600            ' RESOLVED '         DELIMITED BY SIZE
119700            DSP-RESOLVED-TS (1:10) DELIMITED BY SIZE
119800            ' '                  DELIMITED BY SIZE
119900            DSP-REASON           DELIMITED BY SIZE
120000       INTO WS-PRINT-LINE
120100     END-STRING
120200     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
120300 3810-NEXT-DISPUTE-EXIT.
120400     EXIT.
120500*
120600******************************************************************
120700* CORRESPONDENCE SENT, BY CUSTOMER.
120800******************************************************************
120900 4000-CORRESPONDENCE.
121000     MOVE 'CORRESPONDENCE (CORRHIST)' TO WS-SOURCE-NAME
121100     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
121200     IF NOT WS-CORRHIST-OPEN
121300         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
121400         GO TO 4000-CORRESPONDENCE-EXIT
121500     END-IF
121600     MOVE ZERO                   TO WS-SECTION-ROWS
121700     MOVE DSL-CUST-ID            TO COR-CUST-ID
121800     MOVE LOW-VALUES             TO COR-TS
121900     MOVE 'N'                    TO WS-SCAN-DONE-SW
122000     START CORR-HIST-FILE KEY NOT LESS THAN COR-KEY
122100         INVALID KEY
122200             MOVE 'Y'            TO WS-SCAN-DONE-SW
122300     END-START
122400     PERFORM 4010-NEXT-CORR THRU 4010-NEXT-CORR-EXIT
122500         UNTIL WS-SCAN-DONE
122600     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
122700 4000-CORRESPONDENCE-EXIT.
122800     EXIT.
122900*
123000 4010-NEXT-CORR.
123100     READ CORR-HIST-FILE NEXT RECORD
123200         AT END
123300             MOVE 'Y'            TO WS-SCAN-DONE-SW
123400             GO TO 4010-NEXT-CORR-EXIT
123500     END-READ
123600     IF COR-CUST-ID NOT = DSL-CUST-ID
123700         MOVE 'Y'                TO WS-SCAN-DONE-SW
123800         GO TO 4010-NEXT-CORR-EXIT
123900     END-IF
124000     ADD 1                       TO WS-SECTION-ROWS
124100     MOVE SPACES                 TO WS-PRINT-LINE
124200     STRING '  '                 DELIMITED BY SIZE
124300            COR-TS (1:10)        DELIMITED BY SIZE
124400            ' '                  DELIMITED BY SIZE
124500            COR-DOC-TYPE         DELIMITED BY SIZE
124600            ' ACCOUNT '          DELIMITED BY SIZE
124700            COR-ACCT-ID          DELIMITED BY SIZE
124800            ' CHANNEL '          DELIMITED BY SIZE
124900            COR-CHANNEL          DELIMITED BY SIZE
125000            ' OUTCOME '          DELIMITED BY SIZE
125100            COR-OUTCOME          DELIMITED BY SIZE
125200            ' REF '              DELIMITED BY SIZE
125300            COR-DOC-REF          DELIMITED BY SIZE
125400       INTO WS-PRINT-LINE
125500     END-STRING
125600     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
125700 4010-NEXT-CORR-EXIT.
125800     EXIT.
125900*
126000******************************************************************
126100* CONTACT PREFERENCES - ONE ROW PER CUSTOMER AT MOST.
126200******************************************************************
126300 4100-CONTACT-PREFS.
126400     MOVE 'CONTACT PREFERENCES (CONTPREF)' TO WS-SOURCE-NAME
126500     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
126600     IF NOT WS-CONTPREF-OPEN
126700         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
126800         GO TO 4100-CONTACT-PREFS-EXIT
126900     END-IF
127000     MOVE ZERO                   TO WS-SECTION-ROWS
127100     MOVE DSL-CUST-ID            TO CPR-CUST-ID
127200     READ CONTACT-PREF-FILE
127300         INVALID KEY
127400             PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT
127500             GO TO 4100-CONTACT-PREFS-EXIT
127600     END-READ
127700     MOVE 1                      TO WS-SECTION-ROWS
127800     MOVE SPACES                 TO WS-PRINT-LINE
127900     STRING '  DO NOT CONTACT '  DELIMITED BY SIZE
128000            CPR-DO-NOT-CONTACT   DELIMITED BY SIZE
128100            ' '                  DELIMITED BY SIZE
128200            CPR-DNC-REASON       DELIMITED BY SIZE
128300            ' PHONE 1 OPT-OUT '  DELIMITED BY SIZE
128400            CPR-PHONE1-OPTOUT    DELIMITED BY SIZE
128500            ' PHONE 2 OPT-OUT '  DELIMITED BY SIZE
128600            CPR-PHONE2-OPTOUT    DELIMITED BY SIZE
128700            ' EMAIL OPT-OUT '    DELIMITED BY SIZE
128800            CPR-EMAIL-OPTOUT     DELIMITED BY SIZE
128900            ' LETTER OPT-OUT '   DELIMITED BY SIZE
129000            CPR-LETTER-OPTOUT    DELIMITED BY SIZE
129100       INTO WS-PRINT-LINE
129200     END-STRING
129300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
129400     MOVE SPACES                 TO WS-PRINT-LINE
129500     STRING '  CALLING HOURS '   DELIMITED BY SIZE
129600            CPR-CALL-WINDOW-FROM-HH DELIMITED BY SIZE
129700            ':00 TO '            DELIMITED BY SIZE
129800            CPR-CALL-WINDOW-TO-HH DELIMITED BY SIZE
129900            ':00  LAST SET BY '  DELIMITED BY SIZE
130000            CPR-SET-BY           DELIMITED BY SIZE
130100            ' '                  DELIMITED BY SIZE
130200            CPR-SET-TIMESTAMP (1:10) DELIMITED BY SIZE
130300       INTO WS-PRINT-LINE
130400     END-STRING
130500     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
130600     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
130700 4100-CONTACT-PREFS-EXIT.
130800     EXIT.
130900*
131000******************************************************************
131100* NOTES LEFT ON EACH ACCOUNT BY STAFF AND BY BATCH JOBS.
131200******************************************************************
131300 4200-NOTES.
131400     MOVE 'ACCOUNT NOTES (NOTEFILE)' TO WS-SOURCE-NAME
131500     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
131600     IF NOT WS-NOTE-OPEN
131700         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
131800         GO TO 4200-NOTES-EXIT
131900     END-IF
132000     MOVE ZERO                   TO WS-SECTION-ROWS
132100     PERFORM 4210-NOTES-FOR-ACCOUNT
132200         THRU 4210-NOTES-FOR-ACCOUNT-EXIT
132300         VARYING WS-AT-SUB FROM 1 BY 1
132400         UNTIL WS-AT-SUB > WS-AT-USED
132500     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
132600 4200-NOTES-EXIT.
132700     EXIT.
132800*
132900 4210-NOTES-FOR-ACCOUNT.
133000     MOVE WS-AT-ACCT-ID (WS-AT-SUB) TO NOT-ACCT-ID
133100     MOVE LOW-VALUES             TO NOT-ENTERED-TS
133200     MOVE 'N'                    TO WS-SCAN-DONE-SW
133300     START NOTE-FILE KEY NOT LESS THAN NOT-KEY
133400         INVALID KEY
133500             GO TO 4210-NOTES-FOR-ACCOUNT-EXIT
133600     END-START
133700     PERFORM 4220-NEXT-NOTE THRU 4220-NEXT-NOTE-EXIT
133800         UNTIL WS-SCAN-DONE.
133900 4210-NOTES-FOR-ACCOUNT-EXIT.
134000     EXIT.
134100*
134200 4220-NEXT-NOTE.
134300     READ NOTE-FILE NEXT RECORD
134400         AT END
134500             MOVE 'Y'            TO WS-SCAN-DONE-SW
134600             GO TO 4220-NEXT-NOTE-EXIT
134700     END-READ
134800     IF NOT-ACCT-ID NOT = WS-AT-ACCT-ID (WS-AT-SUB)
134900         MOVE 'Y'                TO WS-SCAN-DONE-SW
135000         GO TO 4220-NEXT-NOTE-EXIT
135100     END-IF
135200     ADD 1                       TO WS-SECTION-ROWS
135300     MOVE SPACES                 TO WS-PRINT-LINE
135400     STRING '  '                 DELIMITED BY SIZE
135500            NOT-ENTERED-TS (1:16) DELIMITED BY SIZE
135600            ' '                  DELIMITED BY SIZE
135700            NOT-ACCT-ID          DELIMITED BY SIZE
135800            ' '                  DELIMITED BY SIZE
135900            NOT-USER-ID          DELIMITED BY SIZE
136000            ' '                  DELIMITED BY SIZE
136100            NOT-TEXT             DELIMITED BY SIZE
136200       INTO WS-PRINT-LINE
136300     END-STRING
136400     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
136500 4220-NEXT-NOTE-EXIT.
136600     EXIT.
136700*
136800******************************************************************
136900* BUREAU SCORE HISTORY, BY CUSTOMER.
137000******************************************************************
137100 4300-FICO-HISTORY.
137200     MOVE 'CREDIT SCORE HISTORY (FICOHIST)' TO WS-SOURCE-NAME
137300     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
137400     IF NOT WS-FICOHIST-OPEN
137500         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
137600         GO TO 4300-FICO-HISTORY-EXIT
137700     END-IF
137800     MOVE ZERO                   TO WS-SECTION-ROWS
137900     MOVE DSL-CUST-ID            TO FICH-CUST-ID
138000     MOVE LOW-VALUES             TO FICH-SCORE-DATE
138100     MOVE 'N'                    TO WS-SCAN-DONE-SW
138200     START FICO-HIST-FILE KEY NOT LESS THAN FICH-KEY
138300         INVALID KEY
138400             MOVE 'Y'            TO WS-SCAN-DONE-SW
138500     END-START
138600     PERFORM 4310-NEXT-FICO THRU 4310-NEXT-FICO-EXIT
138700         UNTIL WS-SCAN-DONE
138800     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
138900 4300-FICO-HISTORY-EXIT.
139000     EXIT.
139100*
139200 4310-NEXT-FICO.
139300     READ FICO-HIST-FILE NEXT RECORD
139400         AT END
139500             MOVE 'Y'            TO WS-SCAN-DONE-SW
139600             GO TO 4310-NEXT-FICO-EXIT
139700     END-READ
139800     IF FICH-CUST-ID NOT = DSL-CUST-ID
139900         MOVE 'Y'                TO WS-SCAN-DONE-SW
140000         GO TO 4310-NEXT-FICO-EXIT
140100     END-IF
140200     ADD 1                       TO WS-SECTION-ROWS
140300     MOVE SPACES                 TO WS-PRINT-LINE
140400     STRING '  '                 DELIMITED BY SIZE
140500            FICH-SCORE-DATE      DELIMITED BY SIZE
140600            ' SCORE '            DELIMITED BY SIZE
140700            FICH-SCORE-VALUE     DELIMITED BY SIZE
140800            ' SOURCE '           DELIMITED BY SIZE
140900            FICH-SCORE-SOURCE    DELIMITED BY SIZE
141000       INTO WS-PRINT-LINE
141100     END-STRING
141200     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
141300 4310-NEXT-FICO-EXIT.
141400     EXIT.
141500*
141600******************************************************************
141700* TRANSACTION ALERT SUBSCRIPTIONS, BY ACCOUNT.
141800******************************************************************
141900 4400-ALERT-SUBSCRIPTIONS.
142000     MOVE 'ALERT SUBSCRIPTIONS (ALRTSUBS)' TO WS-SOURCE-NAME
142100     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
142200     IF NOT WS-SUB-OPEN
142300         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
142400         GO TO 4400-ALERT-SUBSCRIPTIONS-EXIT
142500     END-IF
142600     MOVE ZERO                   TO WS-SECTION-ROWS
142700     PERFORM 4410-SUBS-FOR-ACCOUNT
142800         THRU 4410-SUBS-FOR-ACCOUNT-EXIT
142900         VARYING WS-AT-SUB FROM 1 BY 1
143000         UNTIL WS-AT-SUB > WS-AT-USED
143100     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
143200 4400-ALERT-SUBSCRIPTIONS-EXIT.
143300     EXIT.
143400*
143500 4410-SUBS-FOR-ACCOUNT.
143600     MOVE WS-AT-ACCT-ID (WS-AT-SUB) TO SUB-ACCT-ID
143700     MOVE LOW-VALUES             TO SUB-ALERT-TYPE
143800     MOVE 'N'                    TO WS-SCAN-DONE-SW
143900     START ALERT-SUB-FILE KEY NOT LESS THAN SUB-KEY
144000         INVALID KEY
144100             GO TO 4410-SUBS-FOR-ACCOUNT-EXIT
144200     END-START
144300     PERFORM 4420-NEXT-SUB THRU 4420-NEXT-SUB-EXIT
144400         UNTIL WS-SCAN-DONE.
144500 4410-SUBS-FOR-ACCOUNT-EXIT.
144600     EXIT.
144700*
144800 4420-NEXT-SUB.
144900     READ ALERT-SUB-FILE NEXT RECORD
145000         AT END
145100             MOVE 'Y'            TO WS-SCAN-DONE-SW
145200             GO TO 4420-NEXT-SUB-EXIT
145300     END-READ
145400     IF SUB-ACCT-ID NOT = WS-AT-ACCT-ID (WS-AT-SUB)
145500         MOVE 'Y'                TO WS-SCAN-DONE-SW
145600         GO TO 4420-NEXT-SUB-EXIT
145700     END-IF
145800     ADD 1                       TO WS-SECTION-ROWS
145900     MOVE SUB-AMT-THRESHOLD      TO WS-AMT-EDIT-1
146000     MOVE SPACES                 TO WS-PRINT-LINE
146100     STRING '  ACCOUNT '         DELIMITED BY SIZE
146200            SUB-ACCT-ID          DELIMITED BY SIZE
146300            ' ALERT TYPE '       DELIMITED BY SIZE
146400            SUB-ALERT-TYPE       DELIMITED BY SIZE
146500            ' THRESHOLD '        DELIMITED BY SIZE
146600            WS-AMT-EDIT-1        DELIMITED BY SIZE
146700            ' STATUS '           DELIMITED BY SIZE
146800            SUB-STATUS           DELIMITED BY SIZE
146900            ' SET BY '           DELIMITED BY SIZE
147000            SUB-SET-BY           DELIMITED BY SIZE
147100       INTO WS-PRINT-LINE
147200     END-STRING
147300     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
147400 4420-NEXT-SUB-EXIT.
147500     EXIT.
147600*
147700******************************************************************
147800* WHICH STAFF VIEWED OR CHANGED THE ACCOUNTS - USRACT IS KEYED BY
147900* USER, SO ONE FULL PASS MATCHED BY ACCOUNT.
148000******************************************************************
148100 4500-STAFF-ACCESS.
148200     MOVE 'STAFF ACCESS TO THE ACCOUNTS (USRACT)'
148300                                 TO WS-SOURCE-NAME
148400     PERFORM 7100-SECTION-HEADING THRU 7100-SECTION-HEADING-EXIT
148500     IF NOT WS-USRACT-OPEN
148600         PERFORM 7300-NOT-SEARCHED THRU 7300-NOT-SEARCHED-EXIT
148700         GO TO 4500-STAFF-ACCESS-EXIT
148800     END-IF
148900     MOVE ZERO                   TO WS-SECTION-ROWS
149000     IF WS-AT-USED > ZERO
149100         MOVE 'N'                TO WS-SCAN-DONE-SW
149200         MOVE LOW-VALUES         TO UAL-KEY
149300         START USRACT-FILE KEY NOT LESS THAN UAL-KEY
149400             INVALID KEY
149500                 MOVE 'Y'        TO WS-SCAN-DONE-SW
149600         END-START
149700         PERFORM 4510-NEXT-ACTIVITY THRU 4510-NEXT-ACTIVITY-EXIT
149800             UNTIL WS-SCAN-DONE
149900     END-IF
150000     PERFORM 7200-SECTION-END THRU 7200-SECTION-END-EXIT.
150100 4500-STAFF-ACCESS-EXIT.
150200     EXIT.
150300*
150400 4510-NEXT-ACTIVITY.
150500     READ USRACT-FILE NEXT RECORD
150600         AT END
150700             MOVE 'Y'            TO WS-SCAN-DONE-SW
150800             GO TO 4510-NEXT-ACTIVITY-EXIT
150900     END-READ
151000     MOVE UAL-ACCT-ID            TO WS-MATCH-ACCT-ID
151100     PERFORM 5100-FIND-ACCT THRU 5100-FIND-ACCT-EXIT
151200     IF NOT WS-MATCH-FOUND
151300         GO TO 4510-NEXT-ACTIVITY-EXIT
151400     END-IF
151500     ADD 1                       TO WS-SECTION-ROWS
151600     MOVE SPACES                 TO WS-PRINT-LINE
151700     STRING '  '                 DELIMITED BY SIZE
151800            UAL-TIMESTAMP (1:19) DELIMITED BY SIZE
151900            ' USER '             DELIMITED BY SIZE
152000            UAL-USER-ID          DELIMITED BY SIZE
152100            ' SCREEN '           DELIMITED BY SIZE
152200            UAL-PGMNAME          DELIMITED BY SIZE
152300            ' '                  DELIMITED BY SIZE
152400            UAL-ACTION           DELIMITED BY SIZE
152500            ' ACCOUNT '          DELIMITED BY SIZE
152600            UAL-ACCT-ID          DELIMITED BY SIZE
152700       INTO WS-PRINT-LINE
152800     END-STRING
152900     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
153000 4510-NEXT-ACTIVITY-EXIT.
153100     EXIT.
153200*
153300 4900-PACKAGE-TRAILER.
153400     MOVE SPACES                 TO WS-PRINT-LINE
153500     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
153600     ADD 1                       TO WS-PKG-LINES
153700     MOVE WS-PKG-LINES           TO WS-COUNT-EDIT
153800     MOVE SPACES                 TO WS-PRINT-LINE
153900     STRING 'END OF PACKAGE FOR CUSTOMER ' DELIMITED BY SIZE
154000            DSL-CUST-ID          DELIMITED BY SIZE
154100            ' - '                DELIMITED BY SIZE
154200            WS-COUNT-EDIT        DELIMITED BY SIZE
154300            ' LINES'             DELIMITED BY SIZE
154400       INTO WS-PRINT-LINE
154500     END-STRING
154600     WRITE DSAR-PKG-LINE FROM WS-PRINT-LINE.
154700 4900-PACKAGE-TRAILER-EXIT.
154800     EXIT.
154900*
155000******************************************************************
155100* TABLE LOOKUPS - WS-MATCH-FOUND IS SET ON A HIT.
155200******************************************************************
155300 5100-FIND-ACCT.
155400     MOVE 'N'                    TO WS-MATCH-SW
155500     PERFORM 5110-MATCH-ACCT THRU 5110-MATCH-ACCT-EXIT
155600         VARYING WS-AT-SUB FROM 1 BY 1
155700         UNTIL WS-AT-SUB > WS-AT-USED
155800            OR WS-MATCH-FOUND.
155900 5100-FIND-ACCT-EXIT.
156000     EXIT.
156100*
156200 5110-MATCH-ACCT.
156300     IF WS-AT-ACCT-ID (WS-AT-SUB) = WS-MATCH-ACCT-ID
156400         MOVE 'Y'                TO WS-MATCH-SW
156500     END-IF.
156600 5110-MATCH-ACCT-EXIT.
156700     EXIT.
156800*
156900 5200-FIND-CARD.
157000     MOVE 'N'                    TO WS-MATCH-SW
157100     PERFORM 5210-MATCH-CARD THRU 5210-MATCH-CARD-EXIT
157200         VARYING WS-CT-SUB FROM 1 BY 1
157300         UNTIL WS-CT-SUB > WS-CT-USED
157400            OR WS-MATCH-FOUND.
157500 5200-FIND-CARD-EXIT.
157600     EXIT.
157700*
157800 5210-MATCH-CARD.
157900     IF WS-CT-CARD-NUM (WS-CT-SUB) = WS-MATCH-CARD-NUM
158000         MOVE 'Y'                TO WS-MATCH-SW
158100     END-IF.
158200 5210-MATCH-CARD-EXIT.
158300     EXIT.
158400*
158500******************************************************************
158600* AN UNMET REQUEST NEAR OR PAST ITS DEADLINE IS ALERTED EVERY
158700* NIGHT UNTIL IT IS MET.
158800******************************************************************
158900 8000-AGE-OPEN-REQUEST.
159000     READ DSAR-LOG-FILE NEXT RECORD
159100         AT END
159200             MOVE 'Y'            TO WS-LOG-EOF-SW
159300             GO TO 8000-AGE-OPEN-REQUEST-EXIT
159400     END-READ
159500     IF NOT DSL-OPEN
159600         GO TO 8000-AGE-OPEN-REQUEST-EXIT
159700     END-IF
159800     STRING DSL-DUE-DATE (1:4)   DELIMITED BY SIZE
159900            DSL-DUE-DATE (6:2)   DELIMITED BY SIZE
160000            DSL-DUE-DATE (9:2)   DELIMITED BY SIZE
160100       INTO WS-DUE-DATE-N
160200     END-STRING
160300     IF WS-DUE-DATE-N IS NOT NUMERIC
160400         GO TO 8000-AGE-OPEN-REQUEST-EXIT
160500     END-IF
160600     COMPUTE WS-DAYS-LEFT =
160700         FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-N)
160800       - FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
160900     IF WS-DAYS-LEFT > WS-DSAR-WARN-DAYS
161000         GO TO 8000-AGE-OPEN-REQUEST-EXIT
161100     END-IF
161200     ADD 1                       TO WS-ALERTED-COUNT
161300     MOVE WS-DAYS-LEFT           TO WS-DAYS-EDIT
161400     MOVE 'DSAR'                 TO ABEND-CODE
161500     MOVE 'CBDSR01C'             TO ABEND-CULPRIT
161600     MOVE SPACES                 TO ABEND-REASON
161700     STRING 'DATA REQUEST CUST '  DELIMITED BY SIZE
161800            DSL-CUST-ID          DELIMITED BY SIZE
161900            ' DUE '              DELIMITED BY SIZE
162000            DSL-DUE-DATE         DELIMITED BY SIZE
162100       INTO ABEND-REASON
162200     END-STRING
162300     MOVE SPACES                 TO ABEND-MSG
162400     STRING ABEND-REASON         DELIMITED BY '  '
162500            ' - DAYS LEFT '      DELIMITED BY SIZE
162600            WS-DAYS-EDIT         DELIMITED BY SIZE
162700            ' - '                DELIMITED BY SIZE
162800            DSL-NOTE             DELIMITED BY '  '
162900       INTO ABEND-MSG
163000     END-STRING
163100     OPEN EXTEND ALERT-QUEUE-FILE
163200     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
163300     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
163400     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
163500     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
163600     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
163700     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
163800     WRITE OPS-ALERT-RECORD
163900     CLOSE ALERT-QUEUE-FILE.
164000 8000-AGE-OPEN-REQUEST-EXIT.
164100     EXIT.
164200*
164300******************************************************************
164400* PRINT HELPERS. EVERY LINE OF A PACKAGE GOES THROUGH 7000 SO
164500* THE LINE COUNT LOGGED ON DSARLOG IS THE PACKAGE AS SENT.
164600******************************************************************
164700 7000-PRINT-LINE.
164800     WRITE DSAR-PKG-LINE FROM WS-PRINT-LINE
164900     ADD 1                       TO WS-PKG-LINES.
165000 7000-PRINT-LINE-EXIT.
165100     EXIT.
165200*
165300 7100-SECTION-HEADING.
165400     MOVE SPACES                 TO WS-PRINT-LINE
165500     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
165600     MOVE WS-SOURCE-NAME         TO WS-PRINT-LINE
165700     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
165800     MOVE ALL '-'                TO WS-PRINT-LINE (1:40)
165900     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT.
166000 7100-SECTION-HEADING-EXIT.
166100     EXIT.
166200*
166300 7200-SECTION-END.
166400     IF WS-SECTION-ROWS = ZERO
166500         MOVE '  NONE HELD'      TO WS-PRINT-LINE
166600         PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
166700     END-IF.
166800 7200-SECTION-END-EXIT.
166900     EXIT.
167000*
167100 7300-NOT-SEARCHED.
167200     MOVE '  SOURCE NOT AVAILABLE THIS RUN - NOT SEARCHED'
167300                                 TO WS-PRINT-LINE
167400     PERFORM 7000-PRINT-LINE THRU 7000-PRINT-LINE-EXIT
167500     MOVE 'SOURCE FILE UNAVAILABLE FOR PART OF PACKAGE'
167600                                 TO DSL-NOTE.
167700 7300-NOT-SEARCHED-EXIT.
167800     EXIT.
167900*
168000******************************************************************
168100* MASKED PAN - LAST FOUR ONLY, AS THE CARD SCREENS SHOW IT.
168200******************************************************************
168300 7400-MASK-CARD.
168400     MOVE '************'         TO WS-MASKED-CARD
168500     MOVE WS-MATCH-CARD-NUM (13:4) TO WS-MASKED-CARD (13:4).
168600 7400-MASK-CARD-EXIT.
168700     EXIT.
168800*
168900 9000-TERMINATE.
169000     CLOSE DSAR-REQUEST-FILE
169100     CLOSE DSAR-LOG-FILE
169200     CLOSE DSAR-PKG-FILE
169300     CLOSE CUSTOMER-FILE
169400     CLOSE XREF-FILE
169500     CLOSE ACCOUNT-FILE
169600     CLOSE CARD-AIX-FILE
169700     CLOSE TRAN-CARD-FILE
169800     CLOSE TRAN-ARCH-FILE
169900     CLOSE PAYMENT-FILE
170000     CLOSE STMT-ARCHIVE-FILE
170100     CLOSE DISPUTE-FILE
170200     CLOSE CORR-HIST-FILE
170300     CLOSE CONTACT-PREF-FILE
170400     CLOSE NOTE-FILE
170500     CLOSE FICO-HIST-FILE
170600     CLOSE ALERT-SUB-FILE
170700     CLOSE USRACT-FILE
170800     DISPLAY 'CBDSR01C - REQUESTS READ: ' WS-REQUEST-COUNT
170900     DISPLAY 'CBDSR01C - PACKAGES DELIVERED: ' WS-DELIVERED-COUNT
171000     DISPLAY 'CBDSR01C - ALREADY DELIVERED, SKIPPED: '
171100             WS-REPEAT-COUNT
171200     DISPLAY 'CBDSR01C - UNMET, LEFT OPEN: ' WS-UNMET-COUNT
171300     DISPLAY 'CBDSR01C - OPEN REQUESTS ALERTED: '
171400             WS-ALERTED-COUNT
171500     PERFORM 9200-LOG-JOB-STATUS
171600         THRU 9200-LOG-JOB-STATUS-EXIT.
171700 9000-TERMINATE-EXIT.
171800     EXIT.
171900*
172000******************************************************************
172100* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
172200* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
172300* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
172400* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
172500* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
172600* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
172700******************************************************************
172800 9100-ABEND-NOTIFY.
172900     MOVE 'AB01'                 TO ABEND-CODE
173000     MOVE 'CBDSR01C'             TO ABEND-CULPRIT
173100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
173200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
173300            ' - '           DELIMITED BY SIZE
173400            ABEND-REASON    DELIMITED BY SIZE
173500       INTO ABEND-MSG
173600     END-STRING
173700     OPEN EXTEND ALERT-QUEUE-FILE
173800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
173900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
174000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
174100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
174200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
174300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
174400     WRITE OPS-ALERT-RECORD
174500     CLOSE ALERT-QUEUE-FILE
174600     MOVE 16                     TO RETURN-CODE.
174700 9100-ABEND-NOTIFY-EXIT.
174800     EXIT.
174900*
175000******************************************************************
175100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
175200* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
175300* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
175400******************************************************************
175500 9200-LOG-JOB-STATUS.
175600     OPEN I-O JOB-LOG-FILE
175700     IF NOT WS-JOBLOG-OK
175800         DISPLAY 'CBDSR01C - ERROR OPENING JOB LOG FILE'
175900         GO TO 9200-LOG-JOB-STATUS-EXIT
176000     END-IF
176100     MOVE 'CBDSR01C'             TO JBS-JOB-NAME
176200     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
176300     IF RETURN-CODE = ZERO
176400         SET JBS-STATUS-SUCCESS  TO TRUE
176500     ELSE
176600         SET JBS-STATUS-FAILED   TO TRUE
176700     END-IF
176800     MOVE RETURN-CODE            TO JBS-RETURN-CODE
176900     MOVE WS-DELIVERED-COUNT     TO JBS-REC-COUNT
177000     WRITE JOB-STATUS-RECORD
177100     CLOSE JOB-LOG-FILE.
177200 9200-LOG-JOB-STATUS-EXIT.
177300     EXIT.
