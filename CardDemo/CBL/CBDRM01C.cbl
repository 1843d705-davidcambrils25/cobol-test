000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBDRM01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTHLY DORMANT ACCOUNT
001100*                     NOTICE AND INACTIVATION.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUNS MONTHLY. FIRST BRINGS EACH ACCOUNT'S
001500*                ACCT-LAST-ACTIVITY-DATE UP TO DATE FROM THE
001600*                CUSTOMER-INITIATED ROWS ON THE TRANDTAX PATH
001700*                (PURCHASES 01/09, CASH ADVANCES 03, PAYMENTS
001800*                02 - NEVER FEES, INTEREST OR CREDITS WE
001900*                GENERATED OURSELVES) SINCE THE LAST SUCCESSFUL
002000*                RUN, AND FROM THE APPLIED PAYMENTS ON PAYMNT.
002100*                THEN EVERY OPEN ('A') ACCOUNT WITH NOTHING
002200*                SINCE THE CUTOFF (WS-DORMANT-MONTHS BACK, OR
002300*                ITS OPEN DATE IF LATER) IS WARNED ONCE - A
002400*                DORMANCY NOTICE SPLIT EMAIL/PRINT THE WAY
002500*                CBRMD01C SPLITS REMINDERS (DRMEMAIL/DRMPRINT,
002600*                CVDRM01Y) AND LOGGED TO CORRHIST. AN ACCOUNT
002700*                STILL UNTOUCHED WS-NOTICE-DAYS AFTER ITS
002800*                NOTICE IS SET INACTIVE ('I') AND ITS LIVE
002900*                CARDS BLOCKED ('I'), WHICH PUTS THEM ON THE
003000*                NEXT CBHCD01C HOT-CARD EXTRACT. ANY ACTIVITY
003100*                INSIDE THE WINDOW CLEARS THE NOTICE. 'I' TAKES
003200*                THE ACCOUNT OUT OF THE ANNUAL FEE (CBFEE01C)
003300*                AND LINE REVIEW (CBLNR01C) RUNS. REOPENING IS
003400*                CBDRM02C'S JOB.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDTAX
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS TRAN-PROC-DATE
004300         FILE STATUS IS WS-TRAN-MASTER-STATUS.
004400     SELECT CARD-FILE ASSIGN TO CARDDAT
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CARD-NUM
004800         FILE STATUS IS WS-CARD-STATUS.
004900     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CAIX-ACCT-ID
005300         FILE STATUS IS WS-CARDAIX-STATUS.
005400     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ACCT-ID
005800         FILE STATUS IS WS-ACCOUNT-STATUS.
005900     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PAY-ID
006300         FILE STATUS IS WS-PAYMENT-STATUS.
006400     SELECT XREF-FILE ASSIGN TO ACCTXREF
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS XRF-ACCT-ID
006800         FILE STATUS IS WS-XREF-STATUS.
006900     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS CUST-ID
007300         FILE STATUS IS WS-CUSTOMER-STATUS.
007400     SELECT CONTACT-PREF-FILE ASSIGN TO CONTPREF
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS CPR-CUST-ID
007800         FILE STATUS IS WS-CONTPREF-STATUS.
007900     SELECT CORR-HIST-FILE ASSIGN TO CORRHIST
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS COR-KEY
008300         FILE STATUS IS WS-CORRHIST-STATUS.
008400     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS AUD-KEY
008800         FILE STATUS IS WS-AUDIT-STATUS.
008900     SELECT NOTICE-EMAIL-FILE ASSIGN TO DRMEMAIL
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-EMAIL-STATUS.
009200     SELECT NOTICE-PRINT-FILE ASSIGN TO DRMPRINT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-PRINT-STATUS.
009500     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-ALERT-STATUS.
009800     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS JBS-KEY
010200         FILE STATUS IS WS-JOBLOG-STATUS.
010300*
010400 DATA DIVISION.
010500 FILE SECTION.
010600 FD  TRAN-MASTER-FILE.
010700     COPY CVTRA01Y.
010800*
010900 FD  CARD-FILE.
011000     COPY CVACT02Y.
011100*
011200 FD  CARD-AIX-FILE.
011300     COPY CVACT02Y
011400         REPLACING ==CARD-RECORD== BY ==CARD-AIX-RECORD==
011500             ==CARD-NUM== BY ==CAIX-CARD-NUM==
011600             ==CARD-ACCT-ID== BY ==CAIX-ACCT-ID==
011700             ==CARD-CVV-CD== BY ==CAIX-CVV-CD==
011800             ==CARD-EMBOSSED-NAME== BY ==CAIX-EMBOSSED-NAME==
011900             ==CARD-EXPIRAION-DATE== BY ==CAIX-EXPIRAION-DATE==
012000             ==CARD-ACTIVE-STATUS== BY ==CAIX-ACTIVE-STATUS==
012100             ==CARD-ACTIVATION-STATUS== BY
012200                 ==CAIX-ACTIVATION-STATUS==
012300             ==CARD-NOT-YET-ACTIVATED== BY
012400                 ==CAIX-NOT-YET-ACTIVATED==
012500             ==CARD-IS-ACTIVATED== BY ==CAIX-IS-ACTIVATED==
012600             ==CARD-ACTIVATION-DATE== BY
012700                 ==CAIX-ACTIVATION-DATE==
012800             ==CARD-HOTLIST-DATE== BY ==CAIX-HOTLIST-DATE==
012900             ==CARD-EMBOSS-SENT-DATE== BY
013000                 ==CAIX-EMBOSS-SENT-DATE==.
013100*
013200 FD  ACCOUNT-FILE.
013300     COPY CVACT01Y.
013400*
013500 FD  PAYMENT-FILE.
013600     COPY CVPAY01Y.
013700*
013800 FD  XREF-FILE.
013900     COPY CVXRF01Y.
014000*
014100 FD  CUSTOMER-FILE.
014200     COPY CVCUS01Y.
014300*
014400 FD  CONTACT-PREF-FILE.
014500     COPY CVCPR01Y.
014600*
014700 FD  CORR-HIST-FILE.
014800     COPY CVCOR01Y.
014900*
015000 FD  AUDIT-FILE.
015100     COPY CVAUD01Y.
015200*
015300 FD  NOTICE-EMAIL-FILE
015400     RECORDING MODE IS F.
015500     COPY CVDRM01Y.
015600*
015700 FD  NOTICE-PRINT-FILE
015800     RECORDING MODE IS F.
015900     COPY CVDRM01Y
016000         REPLACING ==DORMANCY-NOTICE-RECORD== BY
016100                   ==DORMANCY-PRINT-RECORD==
016200             ==DRN-ACCT-ID== BY ==DRP-ACCT-ID==
016300             ==DRN-CUST-ID== BY ==DRP-CUST-ID==
016400             ==DRN-LAST-ACTIVITY-DATE== BY
016500                 ==DRP-LAST-ACTIVITY-DATE==
016600             ==DRN-INACTIVE-DATE== BY ==DRP-INACTIVE-DATE==
016700             ==DRN-CHANNEL== BY ==DRP-CHANNEL==
016800             ==DRN-BY-EMAIL== BY ==DRP-BY-EMAIL==
016900             ==DRN-BY-LETTER== BY ==DRP-BY-LETTER==
017000             ==DRN-EMAIL-ADDR== BY ==DRP-EMAIL-ADDR==.
017100*
017200 FD  ALERT-QUEUE-FILE
017300     RECORDING MODE IS F.
017400     COPY CSOPS01Y.
017500*
017600 FD  JOB-LOG-FILE.
017700     COPY CVJOB01Y.
017800*
017900 WORKING-STORAGE SECTION.
018000 01  WS-TRAN-MASTER-STATUS            PIC XX.
018100     88 WS-TRAN-MASTER-OK             VALUE '00'.
018200 01  WS-CARD-STATUS                   PIC XX.
018300 01  WS-CARDAIX-STATUS                PIC XX.
018400 01  WS-ACCOUNT-STATUS                PIC XX.
018500     88 WS-ACCOUNT-OK                 VALUE '00'.
018600 01  WS-PAYMENT-STATUS                PIC XX.
018700     88 WS-PAYMENT-OK                 VALUE '00'.
018800 01  WS-XREF-STATUS                   PIC XX.
018900 01  WS-CUSTOMER-STATUS               PIC XX.
019000 01  WS-CONTPREF-STATUS               PIC XX.
019100 01  WS-CORRHIST-STATUS               PIC XX.
019200 01  WS-AUDIT-STATUS                  PIC XX.
019300 01  WS-EMAIL-STATUS                  PIC XX.
019400 01  WS-PRINT-STATUS                  PIC XX.
019500 01  WS-ALERT-STATUS                  PIC XX.
019600 01  WS-JOBLOG-STATUS                 PIC XX.
019700     88 WS-JOBLOG-OK                  VALUE '00'.
019800 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
019900     88 WS-END-OF-TRANSACTIONS        VALUE 'Y'.
020000 01  WS-PAY-EOF-SW                    PIC X(01) VALUE 'N'.
020100     88 WS-END-OF-PAYMENTS            VALUE 'Y'.
020200 01  WS-ACCT-EOF-SW                   PIC X(01) VALUE 'N'.
020300     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
020400 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
020500     88 WS-END-OF-CARDS               VALUE 'Y'.
020600 01  WS-JLOG-EOF-SW                   PIC X(01) VALUE 'N'.
020700     88 WS-END-OF-JOBLOG              VALUE 'Y'.
020800 01  WS-TRAN-COUNT                    PIC 9(07) VALUE ZERO.
020900 01  WS-STAMP-COUNT                   PIC 9(07) VALUE ZERO.
021000 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
021100 01  WS-EMAIL-COUNT                   PIC 9(07) VALUE ZERO.
021200 01  WS-PRINT-COUNT                   PIC 9(07) VALUE ZERO.
021300 01  WS-SUPPRESS-COUNT                PIC 9(07) VALUE ZERO.
021400 01  WS-CURED-COUNT                   PIC 9(07) VALUE ZERO.
021500 01  WS-INACTIVE-COUNT                PIC 9(07) VALUE ZERO.
021600 01  WS-CPR-SUPPRESS-SW               PIC X(01).
021700     88 WS-CPR-SUPPRESSED             VALUE 'Y'.
021800 01  WS-CPR-EMAIL-OK-SW               PIC X(01).
021900     88 WS-CPR-EMAIL-ALLOWED          VALUE 'Y'.
022000 01  WS-CPR-LETTER-OK-SW              PIC X(01).
022100     88 WS-CPR-LETTER-ALLOWED         VALUE 'Y'.
022200 01  WS-COR-CHANNEL                   PIC X(01).
022300 01  WS-COR-OUTCOME                   PIC X(10).
022400 01  WS-ABEND-REASON-TEXT             PIC X(50).
022500 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
022600*
022700******************************************************************
022800* OPERATOR-SET VALUES - HOW MANY MONTHS WITHOUT A PURCHASE, CASH
022900* ADVANCE OR PAYMENT MAKE AN ACCOUNT DORMANT, AND HOW MANY DAYS
023000* THE NOTICE GIVES THE CARDHOLDER BEFORE THE ACCOUNT IS SET
023100* INACTIVE. SET THEM BY RECOMPILING WITH A CHANGED VALUE CLAUSE
023200* OR, WHERE THE SHOP'S JCL SUPPORTS IT, BY PATCHING THESE FIELDS
023300* FROM AN IEBGENER-SUPPLIED PARAMETER RECORD BEFORE THIS STEP.
023400******************************************************************
023500 01  WS-DORMANT-MONTHS                PIC 9(02) VALUE 24.
023600 01  WS-NOTICE-DAYS                   PIC 9(03) VALUE 060.
023700*
023800 01  WS-DORMANT-WORK.
023900     05 WS-TODAY-INT                  PIC 9(08).
024000     05 WS-NOTICE-INT                 PIC 9(08).
024100     05 WS-NOTICE-N                   PIC 9(08).
024200     05 WS-DAYS-SINCE-NOTICE          PIC S9(05).
024300     05 WS-INACTIVE-INT               PIC 9(08).
024400     05 WS-INACTIVE-N                 PIC 9(08).
024500     05 WS-MONTH-TOTAL                PIC 9(06).
024600     05 WS-CUT-MONTH-IDX              PIC 9(02).
024700     05 WS-CUTOFF-X.
024800        10 WS-CUT-YYYY                PIC 9(04).
024900        10 FILLER                     PIC X(01) VALUE '-'.
025000        10 WS-CUT-MM                  PIC 9(02).
025100        10 FILLER                     PIC X(01) VALUE '-'.
025200        10 WS-CUT-DD                  PIC 9(02).
025300     05 WS-INACTIVE-X.
025400        10 WS-INA-YYYY                PIC 9(04).
025500        10 FILLER                     PIC X(01) VALUE '-'.
025600        10 WS-INA-MM                  PIC 9(02).
025700        10 FILLER                     PIC X(01) VALUE '-'.
025800        10 WS-INA-DD                  PIC 9(02).
025900     05 WS-WINDOW-START               PIC X(10).
026000     05 WS-ACTIVITY-DATE              PIC X(10).
026100     05 WS-BASE-DATE                  PIC X(10).
026200     05 WS-STAMP-ACCT-ID              PIC 9(11).
026300*    PAY-DATE NORMALIZED TO YYYY-MM-DD - LEGACY ON-LINE ROWS
026400*    WERE STAMPED MM/DD/YY.
026500     05 WS-PAY-DATE-ISO               PIC X(10).
026600     05 WS-CARDS-BLOCKED              PIC 9(03).
026700*
026800******************************************************************
026900* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
027000******************************************************************
027100 COPY CSMSG02Y.
027200*
027300 COPY CSDAT01Y.
027400*
027500******************************************************************
027600* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
027700******************************************************************
027800 COPY CVQSP01Y.
027900*
028000 LINKAGE SECTION.
028100*
028200******************************************************************
028300 PROCEDURE DIVISION.
028400******************************************************************
028500 0000-MAINLINE.
028600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
028700     PERFORM 2000-SWEEP-TRANSACTIONS
028800         THRU 2000-SWEEP-TRANSACTIONS-EXIT
028900         UNTIL WS-END-OF-TRANSACTIONS
029000     PERFORM 3000-SWEEP-PAYMENTS THRU 3000-SWEEP-PAYMENTS-EXIT
029100         UNTIL WS-END-OF-PAYMENTS
029200     PERFORM 3900-POSITION-ACCOUNTS
029300         THRU 3900-POSITION-ACCOUNTS-EXIT
029400     PERFORM 4000-REVIEW-ACCOUNT THRU 4000-REVIEW-ACCOUNT-EXIT
029500         UNTIL WS-END-OF-ACCOUNTS
029600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
029700     GOBACK.
029800*
029900 1000-INITIALIZE.
030000     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
030100     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
030200     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
030300     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
030400     COMPUTE WS-TODAY-INT =
030500         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
030600     PERFORM 1100-SET-CUTOFF THRU 1100-SET-CUTOFF-EXIT
030700     OPEN INPUT TRAN-MASTER-FILE
030800     OPEN INPUT CARD-FILE
030900     OPEN INPUT CARD-AIX-FILE
031000     OPEN I-O ACCOUNT-FILE
031100     OPEN INPUT PAYMENT-FILE
031200     OPEN INPUT XREF-FILE
031300     OPEN INPUT CUSTOMER-FILE
031400     OPEN INPUT CONTACT-PREF-FILE
031500     OPEN I-O CORR-HIST-FILE
031600     OPEN I-O AUDIT-FILE
031700     OPEN OUTPUT NOTICE-EMAIL-FILE
031800     OPEN OUTPUT NOTICE-PRINT-FILE
031900     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
032000     MOVE 'CBDRM01C'             TO QSP-JOB-NAME
032100     SET QSP-ACTION-SET          TO TRUE
032200     CALL 'CBQSC01C' USING QUIESCE-PARM
032300     IF NOT WS-ACCOUNT-OK
032400         DISPLAY 'CBDRM01C - ERROR OPENING ACCOUNT FILE'
032500         MOVE 'Y'                TO WS-EOF-SW
032600         MOVE 'Y'                TO WS-PAY-EOF-SW
032700         MOVE 'Y'                TO WS-ACCT-EOF-SW
032800         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
032900         PERFORM 9100-ABEND-NOTIFY
033000             THRU 9100-ABEND-NOTIFY-EXIT
033100         GO TO 1000-INITIALIZE-EXIT
033200     END-IF
033300     IF NOT WS-TRAN-MASTER-OK
033400         DISPLAY 'CBDRM01C - ERROR OPENING TRAN DATE PATH'
033500         MOVE 'Y'                TO WS-EOF-SW
033600         MOVE 'Y'                TO WS-PAY-EOF-SW
033700         MOVE 'Y'                TO WS-ACCT-EOF-SW
033800         MOVE 'TRAN DATE PATH OPEN ERROR'
033900                                 TO WS-ABEND-REASON-TEXT
034000         PERFORM 9100-ABEND-NOTIFY
034100             THRU 9100-ABEND-NOTIFY-EXIT
034200         GO TO 1000-INITIALIZE-EXIT
034300     END-IF
034400     IF NOT WS-PAYMENT-OK
034500         DISPLAY 'CBDRM01C - ERROR OPENING PAYMENT FILE'
034600         MOVE 'Y'                TO WS-EOF-SW
034700         MOVE 'Y'                TO WS-PAY-EOF-SW
034800         MOVE 'Y'                TO WS-ACCT-EOF-SW
034900         MOVE 'PAYMENT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
035000         PERFORM 9100-ABEND-NOTIFY
035100             THRU 9100-ABEND-NOTIFY-EXIT
035200         GO TO 1000-INITIALIZE-EXIT
035300     END-IF
035400     PERFORM 1200-FIND-LAST-RUN THRU 1200-FIND-LAST-RUN-EXIT
035500     IF WS-WINDOW-START < WS-CUTOFF-X
035600         MOVE WS-CUTOFF-X        TO WS-WINDOW-START
035700     END-IF
035800     MOVE WS-WINDOW-START        TO TRAN-PROC-DATE
035900     START TRAN-MASTER-FILE KEY NOT LESS THAN TRAN-PROC-DATE
036000         INVALID KEY
036100             MOVE 'Y'            TO WS-EOF-SW
036200     END-START
036300     MOVE LOW-VALUES             TO PAY-ID
036400     START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
036500         INVALID KEY
036600             MOVE 'Y'            TO WS-PAY-EOF-SW
036700     END-START.
036800 1000-INITIALIZE-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200* THE DORMANCY CUTOFF - TODAY LESS WS-DORMANT-MONTHS CALENDAR
037300* MONTHS. THE DAY IS HELD TO 28 SO THE DATE ALWAYS EXISTS.
037400******************************************************************
037500 1100-SET-CUTOFF.
037600     COMPUTE WS-MONTH-TOTAL = WS-CURDATE-YEAR * 12
037700                            + WS-CURDATE-MONTH - 1
037800                            - WS-DORMANT-MONTHS
037900     DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-CUT-YYYY
038000         REMAINDER WS-CUT-MONTH-IDX
038100     COMPUTE WS-CUT-MM = WS-CUT-MONTH-IDX + 1
038200     MOVE WS-CURDATE-DAY         TO WS-CUT-DD
038300     IF WS-CUT-DD > 28
038400         MOVE 28                 TO WS-CUT-DD
038500     END-IF.
038600 1100-SET-CUTOFF-EXIT.
038700     EXIT.
038800*
038900******************************************************************
039000* THE ACTIVITY SWEEP OPENS AT THE DATE OF THIS JOB'S LAST
039100* SUCCESSFUL JOBLOG RUN - THAT RUN SWEPT ONLY THROUGH ITS OWN
039200* EVE - BUT NEVER EARLIER THAN THE CUTOFF, SINCE OLDER ACTIVITY
039300* CANNOT KEEP AN ACCOUNT OPEN ANYWAY. A FIRST-EVER RUN STARTS
039400* AT THE CUTOFF.
039500******************************************************************
039600 1200-FIND-LAST-RUN.
039700     MOVE LOW-VALUES             TO WS-WINDOW-START
039800     MOVE 'N'                    TO WS-JLOG-EOF-SW
039900     OPEN INPUT JOB-LOG-FILE
040000     IF NOT WS-JOBLOG-OK
040100         CLOSE JOB-LOG-FILE
040200         GO TO 1200-FIND-LAST-RUN-EXIT
040300     END-IF
040400     MOVE 'CBDRM01C'             TO JBS-JOB-NAME
040500     MOVE LOW-VALUES             TO JBS-TIMESTAMP
040600     START JOB-LOG-FILE KEY NOT LESS THAN JBS-KEY
040700         INVALID KEY
040800             MOVE 'Y'            TO WS-JLOG-EOF-SW
040900     END-START
041000     PERFORM 1210-SCAN-NEXT-RUN THRU 1210-SCAN-NEXT-RUN-EXIT
041100         UNTIL WS-END-OF-JOBLOG
041200     CLOSE JOB-LOG-FILE.
041300 1200-FIND-LAST-RUN-EXIT.
041400     EXIT.
041500*
041600 1210-SCAN-NEXT-RUN.
041700     READ JOB-LOG-FILE NEXT RECORD
041800         AT END
041900             MOVE 'Y'            TO WS-JLOG-EOF-SW
042000             GO TO 1210-SCAN-NEXT-RUN-EXIT
042100     END-READ
042200     IF JBS-JOB-NAME NOT = 'CBDRM01C'
042300         MOVE 'Y'                TO WS-JLOG-EOF-SW
042400         GO TO 1210-SCAN-NEXT-RUN-EXIT
042500     END-IF
042600     IF JBS-STATUS-SUCCESS
042700         MOVE JBS-TIMESTAMP (1:4) TO WS-WINDOW-START (1:4)
042800         MOVE '-'                TO WS-WINDOW-START (5:1)
042900         MOVE JBS-TIMESTAMP (5:2) TO WS-WINDOW-START (6:2)
043000         MOVE '-'                TO WS-WINDOW-START (8:1)
043100         MOVE JBS-TIMESTAMP (7:2) TO WS-WINDOW-START (9:2)
043200     END-IF.
043300 1210-SCAN-NEXT-RUN-EXIT.
043400     EXIT.
043500*
043600******************************************************************
043700* ONLY WHAT THE CARDHOLDER DID COUNTS: A PURCHASE (01 POS, 09
043800* ONLINE) OR CASH ADVANCE (03) FOR A POSITIVE AMOUNT, OR A
043900* PAYMENT (02). FEES, INTEREST, CREDITS AND REVERSALS ARE OURS
044000* OR THE MERCHANT'S DOING AND KEEP NOTHING ALIVE. THE FIRST ROW
044100* DATED TODAY ENDS THE SWEEP - TODAY'S ROWS COUNT NEXT RUN.
044200******************************************************************
044300 2000-SWEEP-TRANSACTIONS.
044400     READ TRAN-MASTER-FILE NEXT RECORD
044500         AT END
044600             MOVE 'Y'            TO WS-EOF-SW
044700             GO TO 2000-SWEEP-TRANSACTIONS-EXIT
044800     END-READ
044900     IF TRAN-PROC-DATE >= WS-CURDATE-YYYY-MM-DD
045000         MOVE 'Y'                TO WS-EOF-SW
045100         GO TO 2000-SWEEP-TRANSACTIONS-EXIT
045200     END-IF
045300     IF TRAN-ID (1:3) = 'HDR' OR TRAN-ID (1:3) = 'TRL'
045400         GO TO 2000-SWEEP-TRANSACTIONS-EXIT
045500     END-IF
045600     ADD 1                       TO WS-TRAN-COUNT
045700     IF TRAN-IS-REVERSAL
045800         GO TO 2000-SWEEP-TRANSACTIONS-EXIT
045900     END-IF
046000     IF TRAN-TYPE-CD NOT = '02'
046100        AND NOT ((TRAN-TYPE-CD = '01' OR TRAN-TYPE-CD = '03'
046200                  OR TRAN-TYPE-CD = '09')
046300                 AND TRAN-AMT > ZERO)
046400         GO TO 2000-SWEEP-TRANSACTIONS-EXIT
046500     END-IF
046600     MOVE TRAN-CARD-NUM          TO CARD-NUM
046700     READ CARD-FILE
046800         INVALID KEY
046900             GO TO 2000-SWEEP-TRANSACTIONS-EXIT
047000     END-READ
047100     MOVE CARD-ACCT-ID           TO WS-STAMP-ACCT-ID
047200     MOVE TRAN-PROC-DATE         TO WS-ACTIVITY-DATE
047300     PERFORM 2500-STAMP-ACTIVITY THRU 2500-STAMP-ACTIVITY-EXIT.
047400 2000-SWEEP-TRANSACTIONS-EXIT.
047500     EXIT.
047600*
047700******************************************************************
047800* MOVE THE ACCOUNT'S LAST-ACTIVITY DATE FORWARD - NEVER BACK.
047900******************************************************************
048000 2500-STAMP-ACTIVITY.
048100     MOVE WS-STAMP-ACCT-ID       TO ACCT-ID
048200     READ ACCOUNT-FILE
048300         INVALID KEY
048400             GO TO 2500-STAMP-ACTIVITY-EXIT
048500     END-READ
048600     IF ACCT-LAST-ACTIVITY-DATE NOT = SPACES
048700        AND ACCT-LAST-ACTIVITY-DATE NOT < WS-ACTIVITY-DATE
048800         GO TO 2500-STAMP-ACTIVITY-EXIT
048900     END-IF
049000     MOVE WS-ACTIVITY-DATE       TO ACCT-LAST-ACTIVITY-DATE
049100     REWRITE ACCOUNT-RECORD
049200     ADD 1                       TO WS-STAMP-COUNT.
049300 2500-STAMP-ACTIVITY-EXIT.
049400     EXIT.
049500*
049600******************************************************************
049700* APPLIED PAYMENTS ON PAYMNT SINCE THE CUTOFF - CATCHES A
049800* PAYMENT WHOSE POSTING ROW IS NOT YET ON THE DATE PATH. THE
049900* PAYMENT FILE CARRIES NO ACCOUNT PATH, SO THIS IS ONE FULL PASS.
050000******************************************************************
050100 3000-SWEEP-PAYMENTS.
050200     READ PAYMENT-FILE NEXT RECORD
050300         AT END
050400             MOVE 'Y'            TO WS-PAY-EOF-SW
050500             GO TO 3000-SWEEP-PAYMENTS-EXIT
050600     END-READ
050700     IF NOT PAY-FUNDS-APPLIED
050800         GO TO 3000-SWEEP-PAYMENTS-EXIT
050900     END-IF
051000     IF PAY-DATE (3:1) = '/'
051100         MOVE '20'               TO WS-PAY-DATE-ISO (1:2)
051200         MOVE PAY-DATE (7:2)     TO WS-PAY-DATE-ISO (3:2)
051300         MOVE '-'                TO WS-PAY-DATE-ISO (5:1)
051400         MOVE PAY-DATE (1:2)     TO WS-PAY-DATE-ISO (6:2)
051500         MOVE '-'                TO WS-PAY-DATE-ISO (8:1)
051600         MOVE PAY-DATE (4:2)     TO WS-PAY-DATE-ISO (9:2)
051700     ELSE
051800         MOVE PAY-DATE           TO WS-PAY-DATE-ISO
051900     END-IF
052000     IF WS-PAY-DATE-ISO < WS-CUTOFF-X
052100        OR WS-PAY-DATE-ISO > WS-CURDATE-YYYY-MM-DD
052200         GO TO 3000-SWEEP-PAYMENTS-EXIT
052300     END-IF
052400     MOVE PAY-ACCT-ID            TO WS-STAMP-ACCT-ID
052500     MOVE WS-PAY-DATE-ISO        TO WS-ACTIVITY-DATE
052600     PERFORM 2500-STAMP-ACTIVITY THRU 2500-STAMP-ACTIVITY-EXIT.
052700 3000-SWEEP-PAYMENTS-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* THE SWEEPS READ ACCTDAT AT RANDOM, SO THE REVIEW PASS
053200* REPOSITIONS TO THE TOP OF THE FILE BEFORE IT BEGINS.
053300******************************************************************
053400 3900-POSITION-ACCOUNTS.
053500     IF WS-END-OF-ACCOUNTS
053600         GO TO 3900-POSITION-ACCOUNTS-EXIT
053700     END-IF
053800     MOVE ZERO                   TO ACCT-ID
053900     START ACCOUNT-FILE KEY NOT LESS THAN ACCT-ID
054000         INVALID KEY
054100             MOVE 'Y'            TO WS-ACCT-EOF-SW
054200     END-START.
054300 3900-POSITION-ACCOUNTS-EXIT.
054400     EXIT.
054500*
054600******************************************************************
054700* ONLY OPEN ACCOUNTS IN GOOD STANDING ARE CANDIDATES - A
054800* DELINQUENT, CLOSED, FRAUD, DECEASED OR BANKRUPT ACCOUNT HAS
054900* ITS OWN WORKFLOW. ACTIVITY IS DATED FROM THE LAST-ACTIVITY
055000* STAMP, OR THE OPEN DATE WHERE THAT IS LATER (A NEW ACCOUNT IS
055100* NOT DORMANT). RECENT ACTIVITY CLEARS ANY NOTICE; OTHERWISE THE
055200* ACCOUNT IS WARNED ONCE, THEN SET INACTIVE WHEN THE NOTICE
055300* WINDOW HAS RUN OUT.
055400******************************************************************
055500 4000-REVIEW-ACCOUNT.
055600     READ ACCOUNT-FILE NEXT RECORD
055700         AT END
055800             MOVE 'Y'            TO WS-ACCT-EOF-SW
055900             GO TO 4000-REVIEW-ACCOUNT-EXIT
056000     END-READ
056100     ADD 1                       TO WS-ACCT-COUNT
056200     IF ACCT-ACTIVE-STATUS NOT = 'A'
056300         GO TO 4000-REVIEW-ACCOUNT-EXIT
056400     END-IF
056500     MOVE ACCT-LAST-ACTIVITY-DATE TO WS-BASE-DATE
056600     IF WS-BASE-DATE = SPACES
056700        OR ACCT-OPEN-DATE > WS-BASE-DATE
056800         MOVE ACCT-OPEN-DATE     TO WS-BASE-DATE
056900     END-IF
057000     IF WS-BASE-DATE NOT < WS-CUTOFF-X
057100         IF ACCT-DORMANT-NOTICE-DATE NOT = SPACES
057200             MOVE SPACES         TO ACCT-DORMANT-NOTICE-DATE
057300             REWRITE ACCOUNT-RECORD
057400             ADD 1               TO WS-CURED-COUNT
057500         END-IF
057600         GO TO 4000-REVIEW-ACCOUNT-EXIT
057700     END-IF
057800     IF ACCT-DORMANT-NOTICE-DATE = SPACES
057900         PERFORM 5000-SEND-NOTICE THRU 5000-SEND-NOTICE-EXIT
058000         GO TO 4000-REVIEW-ACCOUNT-EXIT
058100     END-IF
058200     MOVE ACCT-DORMANT-NOTICE-DATE (1:4) TO WS-NOTICE-N (1:4)
058300     MOVE ACCT-DORMANT-NOTICE-DATE (6:2) TO WS-NOTICE-N (5:2)
058400     MOVE ACCT-DORMANT-NOTICE-DATE (9:2) TO WS-NOTICE-N (7:2)
058500     COMPUTE WS-NOTICE-INT =
058600         FUNCTION INTEGER-OF-DATE(WS-NOTICE-N)
058700     COMPUTE WS-DAYS-SINCE-NOTICE = WS-TODAY-INT - WS-NOTICE-INT
058800     IF WS-DAYS-SINCE-NOTICE < WS-NOTICE-DAYS
058900         GO TO 4000-REVIEW-ACCOUNT-EXIT
059000     END-IF
059100     PERFORM 6000-SET-INACTIVE THRU 6000-SET-INACTIVE-EXIT.
059200 4000-REVIEW-ACCOUNT-EXIT.
059300     EXIT.
059400*
059500******************************************************************
059600* THE DORMANCY NOTICE - CUSTOMER RESOLVED THROUGH THE
059700* CROSS-REFERENCE (FALLING BACK TO THE LEGACY KEY PUN) AND
059800* ROUTED BY PAPERLESS CONSENT AND CONTACT PREFERENCES EXACTLY
059900* AS CBRMD01C ROUTES A REMINDER. THE NOTICE DATE IS STAMPED
060000* EVEN WHEN CONTACT PREFERENCES OR A RETURNED ADDRESS STOP THE
060100* NOTICE ITSELF - THE WINDOW STILL RUNS, OR A CUSTOMER WHO HAS
060200* ASKED NOT TO BE CONTACTED WOULD KEEP LIVE PLASTIC FOREVER.
060300******************************************************************
060400 5000-SEND-NOTICE.
060500     COMPUTE WS-INACTIVE-INT = WS-TODAY-INT + WS-NOTICE-DAYS
060600     COMPUTE WS-INACTIVE-N =
060700         FUNCTION DATE-OF-INTEGER(WS-INACTIVE-INT)
060800     MOVE WS-INACTIVE-N (1:4)    TO WS-INA-YYYY
060900     MOVE WS-INACTIVE-N (5:2)    TO WS-INA-MM
061000     MOVE WS-INACTIVE-N (7:2)    TO WS-INA-DD
061100     MOVE WS-CURDATE-YYYY-MM-DD  TO ACCT-DORMANT-NOTICE-DATE
061200     REWRITE ACCOUNT-RECORD
061300     MOVE ACCT-ID                TO XRF-ACCT-ID
061400     READ XREF-FILE
061500         INVALID KEY
061600             MOVE ACCT-ID        TO XRF-CUST-ID
061700     END-READ
061800     MOVE XRF-CUST-ID            TO CUST-ID
061900     READ CUSTOMER-FILE
062000         INVALID KEY
062100             ADD 1               TO WS-SUPPRESS-COUNT
062200             GO TO 5000-SEND-NOTICE-EXIT
062300     END-READ
062400     MOVE ACCT-ID                TO DRN-ACCT-ID
062500     MOVE CUST-ID                TO DRN-CUST-ID
062600     MOVE WS-BASE-DATE           TO DRN-LAST-ACTIVITY-DATE
062700     MOVE WS-INACTIVE-X          TO DRN-INACTIVE-DATE
062800     PERFORM 5100-CHECK-CONTACT-PREF
062900         THRU 5100-CHECK-CONTACT-PREF-EXIT
063000     IF WS-CPR-SUPPRESSED
063100         ADD 1                   TO WS-SUPPRESS-COUNT
063200         GO TO 5000-SEND-NOTICE-EXIT
063300     END-IF
063400     IF CUST-PAPERLESS-CONSENT-IND = 'Y'
063500        AND CUST-EMAIL-ADDRESS NOT = SPACES
063600        AND WS-CPR-EMAIL-ALLOWED
063700         SET DRN-BY-EMAIL        TO TRUE
063800         MOVE CUST-EMAIL-ADDRESS TO DRN-EMAIL-ADDR
063900         WRITE DORMANCY-NOTICE-RECORD
064000         ADD 1                   TO WS-EMAIL-COUNT
064100         MOVE 'E'                TO WS-COR-CHANNEL
064200         MOVE 'SENT'             TO WS-COR-OUTCOME
064300         PERFORM 5200-LOG-CORRESPONDENCE
064400             THRU 5200-LOG-CORRESPONDENCE-EXIT
064500     ELSE
064600         IF NOT WS-CPR-LETTER-ALLOWED
064700            OR CUST-ADDR-UNDELIVERABLE
064800             ADD 1               TO WS-SUPPRESS-COUNT
064900             GO TO 5000-SEND-NOTICE-EXIT
065000         END-IF
065100         SET DRN-BY-LETTER       TO TRUE
065200         MOVE SPACES             TO DRN-EMAIL-ADDR
065300         MOVE DORMANCY-NOTICE-RECORD
065400                                 TO DORMANCY-PRINT-RECORD
065500         WRITE DORMANCY-PRINT-RECORD
065600         ADD 1                   TO WS-PRINT-COUNT
065700         MOVE 'P'                TO WS-COR-CHANNEL
065800         MOVE 'PRINTED'          TO WS-COR-OUTCOME
065900         PERFORM 5200-LOG-CORRESPONDENCE
066000             THRU 5200-LOG-CORRESPONDENCE-EXIT
066100     END-IF.
066200 5000-SEND-NOTICE-EXIT.
066300     EXIT.
066400*
066500******************************************************************
066600* LOOK UP THE CUSTOMER'S CONTACT PREFERENCES. NO CONTPREF ROW
066700* MEANS NO RESTRICTION. A DO-NOT-CONTACT CUSTOMER GETS NOTHING;
066800* OTHERWISE THE CHANNEL OPT-OUTS DECIDE WHICH SPLIT THE NOTICE
066900* MAY RIDE.
067000******************************************************************
067100 5100-CHECK-CONTACT-PREF.
067200     MOVE 'N'                    TO WS-CPR-SUPPRESS-SW
067300     MOVE 'Y'                    TO WS-CPR-EMAIL-OK-SW
067400     MOVE 'Y'                    TO WS-CPR-LETTER-OK-SW
067500     MOVE CUST-ID                TO CPR-CUST-ID
067600     READ CONTACT-PREF-FILE
067700         INVALID KEY
067800             GO TO 5100-CHECK-CONTACT-PREF-EXIT
067900     END-READ
068000     IF CPR-DNC
068100         MOVE 'Y'                TO WS-CPR-SUPPRESS-SW
068200         GO TO 5100-CHECK-CONTACT-PREF-EXIT
068300     END-IF
068400     IF CPR-NO-EMAIL
068500         MOVE 'N'                TO WS-CPR-EMAIL-OK-SW
068600     END-IF
068700     IF CPR-NO-LETTER
068800         MOVE 'N'                TO WS-CPR-LETTER-OK-SW
068900     END-IF.
069000 5100-CHECK-CONTACT-PREF-EXIT.
069100     EXIT.
069200*
069300******************************************************************
069400* ONE CORRESPONDENCE HISTORY ROW PER NOTICE SENT - THE PROOF OF
069500* NOTICE BEHIND THE LATER INACTIVATION, LISTED ON COCOR00C. THE
069600* DOCUMENT REFERENCE IS THE DATE THE ACCOUNT GOES INACTIVE.
069700******************************************************************
069800 5200-LOG-CORRESPONDENCE.
069900     MOVE CUST-ID                TO COR-CUST-ID
070000     MOVE FUNCTION CURRENT-DATE  TO COR-TS
070100     MOVE ACCT-ID                TO COR-ACCT-ID
070200     MOVE 'DORMANT'              TO COR-DOC-TYPE
070300     MOVE WS-COR-CHANNEL         TO COR-CHANNEL
070400     MOVE WS-COR-OUTCOME         TO COR-OUTCOME
070500     MOVE WS-INACTIVE-X          TO COR-DOC-REF
070600     WRITE CORRESPONDENCE-RECORD
070700         INVALID KEY
070800             CONTINUE
070900     END-WRITE.
071000 5200-LOG-CORRESPONDENCE-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400* THE NOTICE WINDOW HAS RUN OUT WITH NOTHING DONE - THE ACCOUNT
071500* GOES INACTIVE AND EVERY LIVE CARD ON IT IS BLOCKED, BOTH
071600* AUDITED ON ACCTAUD. A CARD ALREADY STOPPED OR NOT YET LIVE IS
071700* LEFT AS IT IS, SO REACTIVATION RESTORES ONLY WHAT DORMANCY
071800* TOOK AWAY.
071900******************************************************************
072000 6000-SET-INACTIVE.
072100     MOVE 'I'                    TO ACCT-ACTIVE-STATUS
072200     REWRITE ACCOUNT-RECORD
072300     MOVE 'ACSTTUS'              TO AUD-FIELD-NAME
072400     MOVE 'A'                    TO AUD-OLD-VALUE
072500     MOVE 'I'                    TO AUD-NEW-VALUE
072600     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
072700     MOVE ZERO                   TO WS-CARDS-BLOCKED
072800     MOVE 'N'                    TO WS-CARD-EOF-SW
072900     MOVE ACCT-ID                TO CAIX-ACCT-ID
073000     START CARD-AIX-FILE KEY NOT LESS THAN CAIX-ACCT-ID
073100         INVALID KEY
073200             MOVE 'Y'            TO WS-CARD-EOF-SW
073300     END-START
073400     PERFORM 6100-BLOCK-NEXT-CARD THRU 6100-BLOCK-NEXT-CARD-EXIT
073500         UNTIL WS-END-OF-CARDS
073600     MOVE 'CARDSTOP'             TO AUD-FIELD-NAME
073700     MOVE SPACES                 TO AUD-OLD-VALUE
073800     MOVE WS-CARDS-BLOCKED       TO AUD-NEW-VALUE
073900     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
074000     ADD 1                       TO WS-INACTIVE-COUNT.
074100 6000-SET-INACTIVE-EXIT.
074200     EXIT.
074300*
074400 6100-BLOCK-NEXT-CARD.
074500     READ CARD-AIX-FILE NEXT RECORD
074600         AT END
074700             MOVE 'Y'            TO WS-CARD-EOF-SW
074800             GO TO 6100-BLOCK-NEXT-CARD-EXIT
074900     END-READ
075000     IF CAIX-ACCT-ID NOT = ACCT-ID
075100         MOVE 'Y'                TO WS-CARD-EOF-SW
075200         GO TO 6100-BLOCK-NEXT-CARD-EXIT
075300     END-IF
075400     IF CAIX-ACTIVE-STATUS NOT = 'A'
075500         GO TO 6100-BLOCK-NEXT-CARD-EXIT
075600     END-IF
075700     MOVE CAIX-CARD-NUM          TO CARD-NUM
075800     READ CARD-FILE
075900         INVALID KEY
076000             GO TO 6100-BLOCK-NEXT-CARD-EXIT
076100     END-READ
076200     MOVE 'I'                    TO CARD-ACTIVE-STATUS
076300     REWRITE CARD-RECORD
076400     ADD 1                       TO WS-CARDS-BLOCKED.
076500 6100-BLOCK-NEXT-CARD-EXIT.
076600     EXIT.
076700*
076800 6900-WRITE-AUDIT-ROW.
076900     MOVE ACCT-ID                TO AUD-ACCT-ID
077000     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
077100     MOVE 'CBDRM01C'             TO AUD-USER-ID
077200     WRITE ACCT-AUDIT-RECORD.
077300 6900-WRITE-AUDIT-ROW-EXIT.
077400     EXIT.
077500*
077600 9000-TERMINATE.
077700     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
077800     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
077900     MOVE 'CBDRM01C'             TO QSP-JOB-NAME
078000     SET QSP-ACTION-CLEAR        TO TRUE
078100     CALL 'CBQSC01C' USING QUIESCE-PARM
078200     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
078300     CLOSE TRAN-MASTER-FILE
078400     CLOSE CARD-FILE
078500     CLOSE CARD-AIX-FILE
078600     CLOSE ACCOUNT-FILE
078700     CLOSE PAYMENT-FILE
078800     CLOSE XREF-FILE
078900     CLOSE CUSTOMER-FILE
079000     CLOSE CONTACT-PREF-FILE
079100     CLOSE CORR-HIST-FILE
079200     CLOSE AUDIT-FILE
079300     CLOSE NOTICE-EMAIL-FILE
079400     CLOSE NOTICE-PRINT-FILE
079500     DISPLAY 'CBDRM01C - DORMANCY CUTOFF: ' WS-CUTOFF-X
079600     DISPLAY 'CBDRM01C - TRANSACTIONS SWEPT: ' WS-TRAN-COUNT
079700     DISPLAY 'CBDRM01C - ACTIVITY DATES ADVANCED: '
079800             WS-STAMP-COUNT
079900     DISPLAY 'CBDRM01C - ACCOUNTS READ: ' WS-ACCT-COUNT
080000     DISPLAY 'CBDRM01C - EMAIL NOTICES: ' WS-EMAIL-COUNT
080100     DISPLAY 'CBDRM01C - LETTER NOTICES: ' WS-PRINT-COUNT
080200     DISPLAY 'CBDRM01C - NOTICES SUPPRESSED: ' WS-SUPPRESS-COUNT
080300     DISPLAY 'CBDRM01C - NOTICES CLEARED BY ACTIVITY: '
080400             WS-CURED-COUNT
080500     DISPLAY 'CBDRM01C - ACCOUNTS SET INACTIVE: '
080600             WS-INACTIVE-COUNT
080700     PERFORM 9200-LOG-JOB-STATUS
080800         THRU 9200-LOG-JOB-STATUS-EXIT.
080900 9000-TERMINATE-EXIT.
081000     EXIT.
081100*
081200******************************************************************
081300* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
081400* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
081500* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
081600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
081700******************************************************************
081800 9100-ABEND-NOTIFY.
081900     MOVE 'AB01'                 TO ABEND-CODE
082000     MOVE 'CBDRM01C'             TO ABEND-CULPRIT
082100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
082200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
082300            ' - '           DELIMITED BY SIZE
082400            ABEND-REASON    DELIMITED BY SIZE
082500       INTO ABEND-MSG
082600     END-STRING
082700     OPEN EXTEND ALERT-QUEUE-FILE
082800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
082900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
083000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
083100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
083200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
083300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
083400     WRITE OPS-ALERT-RECORD
083500     CLOSE ALERT-QUEUE-FILE
083600     MOVE 16                     TO RETURN-CODE.
083700 9100-ABEND-NOTIFY-EXIT.
083800     EXIT.
083900*
084000******************************************************************
084100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
084200* WHETHER THE JOB RAN AND HOW IT WENT.
084300******************************************************************
084400 9200-LOG-JOB-STATUS.
084500     OPEN I-O JOB-LOG-FILE
084600     IF NOT WS-JOBLOG-OK
084700         DISPLAY 'CBDRM01C - ERROR OPENING JOB LOG FILE'
084800         GO TO 9200-LOG-JOB-STATUS-EXIT
084900     END-IF
085000     MOVE 'CBDRM01C'             TO JBS-JOB-NAME
085100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
085200     IF RETURN-CODE = ZERO
085300         SET JBS-STATUS-SUCCESS  TO TRUE
085400     ELSE
085500         SET JBS-STATUS-FAILED   TO TRUE
085600     END-IF
085700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
085800     COMPUTE JBS-REC-COUNT = WS-EMAIL-COUNT + WS-PRINT-COUNT
085900                           + WS-INACTIVE-COUNT
086000     WRITE JOB-STATUS-RECORD
086100     CLOSE JOB-LOG-FILE.
086200 9200-LOG-JOB-STATUS-EXIT.
086300     EXIT.
