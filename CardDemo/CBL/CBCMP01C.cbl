000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBCMP01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CORPORATE CARD COMPANY
001100*                     BILLING STATEMENT.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       THE CBSTM02C IDEA KEYED BY COMPANY INSTEAD OF
001500*                CUSTOMER. FOR EVERY CORPORATE CLIENT (COMPANY,
001600*                CVCMP01Y) WHOSE BILLING CYCLE CUTS TODAY
001700*                (CMP-CYCLE-DAY, ZERO = THE 28TH) RENDERS ONE
001800*                BILL TO THE COMPANY'S BILLING ADDRESS, ROLLED
001900*                UP BY COST CENTER: FOR EACH OF THE COMPANY'S
002000*                COST CENTERS (CMPCCTR) EVERY EMPLOYEE ACCOUNT
002100*                LINKED UNDER IT (CMPACCT) GETS ITS SUMMARY AND
002200*                ITS CYCLE ITEMIZATION (CARDAIX/TRANCARD OVER THE
002300*                CYCLE WINDOW, THE SAME SOURCE CBSTM01C ITEMIZES
002400*                FROM), THEN THE COST CENTER'S SUBTOTAL; THE
002500*                COMPANY'S TOTAL BALANCE, CYCLE SPEND AND AMOUNT
002600*                DUE (EVERY ACCOUNT'S MINIMUM PLUS PAST DUE)
002700*                CLOSE THE BILL. THE COMPANY PAYS THE ONE BILL -
002800*                CBCMP02C SPREADS ITS PAYMENT OVER THE ACCOUNTS.
002900*                AN ACCOUNT WHOSE COST CENTER IS NO LONGER ON
003000*                FILE IS BILLED UNDER 'UNASSIGNED' RATHER THAN
003100*                DROPPED. THE BILL DATE IS STAMPED ON THE
003200*                COMPANY ROW (CMP-LAST-BILL-DATE). THE EMPLOYEE
003300*                ACCOUNTS STILL CYCLE AND ARCHIVE THEIR OWN
003400*                CBSTM01C STATEMENTS AS MEMO COPIES.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT COMPANY-FILE ASSIGN TO COMPANY
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CMP-COMPANY-ID
004300         FILE STATUS IS WS-COMPANY-STATUS.
004400     SELECT CCTR-FILE ASSIGN TO CMPCCTR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS CCT-KEY
004800         FILE STATUS IS WS-CCTR-STATUS.
004900     SELECT CMPACCT-FILE ASSIGN TO CMPACCT
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS CMA-KEY
005300         FILE STATUS IS WS-CMPACCT-STATUS.
005400     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS ACCT-ID
005800         FILE STATUS IS WS-ACCOUNT-STATUS.
005900     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CARD-ACCT-ID
006300         FILE STATUS IS WS-CARDAIX-STATUS.
006400     SELECT TRAN-CARD-FILE ASSIGN TO TRANCARD
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS TRAN-CARD-NUM
006800         FILE STATUS IS WS-TRANCARD-STATUS.
006900     SELECT CMP-PRINT-FILE ASSIGN TO CMPSTMT
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
008300 FD  COMPANY-FILE.
008400     COPY CVCMP01Y.
008500*
008600 FD  CCTR-FILE.
008700     COPY CVCMP02Y.
008800*
008900 FD  CMPACCT-FILE.
009000     COPY CVCMP03Y.
009100*
009200 FD  ACCOUNT-FILE.
009300     COPY CVACT01Y.
009400*
009500 FD  CARD-AIX-FILE.
009600     COPY CVACT02Y.
009700*
009800 FD  TRAN-CARD-FILE.
009900     COPY CVTRA01Y.
010000*
010100 FD  CMP-PRINT-FILE
010200     RECORDING MODE IS F.
010300 01  CMP-PRINT-LINE                   PIC X(80).
010400*
010500 FD  ALERT-QUEUE-FILE
010600     RECORDING MODE IS F.
010700     COPY CSOPS01Y.
010800*
010900 FD  JOB-LOG-FILE.
011000     COPY CVJOB01Y.
011100*
011200 WORKING-STORAGE SECTION.
011300 01  WS-COMPANY-STATUS                PIC XX.
011400     88 WS-COMPANY-OK                 VALUE '00'.
011500 01  WS-CCTR-STATUS                   PIC XX.
011600 01  WS-CMPACCT-STATUS                PIC XX.
011700     88 WS-CMPACCT-OK                 VALUE '00'.
011800 01  WS-ACCOUNT-STATUS                PIC XX.
011900 01  WS-CARDAIX-STATUS                PIC XX.
012000 01  WS-TRANCARD-STATUS               PIC XX.
012100 01  WS-PRINT-STATUS                  PIC XX.
012200     88 WS-PRINT-OK                   VALUE '00'.
012300 01  WS-ALERT-STATUS                  PIC XX.
012400 01  WS-JOBLOG-STATUS                 PIC XX.
012500     88 WS-JOBLOG-OK                  VALUE '00'.
012600 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
012700     88 WS-END-OF-COMPANIES           VALUE 'Y'.
012800 01  WS-CCT-EOF-SW                    PIC X(01) VALUE 'N'.
012900     88 WS-END-OF-CCTRS               VALUE 'Y'.
013000 01  WS-CMA-EOF-SW                    PIC X(01) VALUE 'N'.
013100     88 WS-END-OF-MEMBERS             VALUE 'Y'.
013200 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
013300     88 WS-END-OF-CARDS               VALUE 'Y'.
013400 01  WS-TRAN-EOF-SW                   PIC X(01) VALUE 'N'.
013500     88 WS-END-OF-TRANS               VALUE 'Y'.
013600 01  WS-COMPANY-COUNT                 PIC 9(07) VALUE ZERO.
013700 01  WS-STMT-COUNT                    PIC 9(07) VALUE ZERO.
013800 01  WS-ABEND-REASON-TEXT             PIC X(50).
013900*
014000 01  WS-CMP-WORK.
014100     05 WS-HOLD-COMPANY-ID            PIC X(10).
014200     05 WS-CCT-ID                     PIC X(08).
014300     05 WS-CCT-NAME                   PIC X(30).
014400     05 WS-UNASSIGNED-SW              PIC X(01).
014500        88 WS-UNASSIGNED-PASS         VALUE 'Y'.
014600     05 WS-ACCT-CCT-FOUND-SW          PIC X(01).
014700        88 WS-ACCT-CCT-FOUND          VALUE 'Y'.
014800     05 WS-ACCTS-ON-STMT              PIC 9(05).
014900     05 WS-ACCTS-IN-CCT               PIC 9(05).
015000     05 WS-ACCT-SPEND                 PIC S9(11)V99 COMP-3.
015100     05 WS-ACCT-DUE                   PIC S9(11)V99 COMP-3.
015200     05 WS-CCT-TOTAL-BAL              PIC S9(11)V99 COMP-3.
015300     05 WS-CCT-TOTAL-SPEND            PIC S9(11)V99 COMP-3.
015400     05 WS-CCT-TOTAL-DUE              PIC S9(11)V99 COMP-3.
015500     05 WS-CMP-TOTAL-BAL              PIC S9(13)V99 COMP-3.
015600     05 WS-CMP-TOTAL-SPEND            PIC S9(13)V99 COMP-3.
015700     05 WS-CMP-TOTAL-DUE              PIC S9(13)V99 COMP-3.
015800     05 WS-CMP-DUE-DATE               PIC X(10).
015900     05 WS-AMT-EDIT                   PIC +ZZZ,ZZZ,ZZZ.99.
016000     05 WS-ITM-AMT-EDIT               PIC -(9)9.99.
016100     05 WS-CYCLE-START-INT            PIC 9(08).
016200     05 WS-CYCLE-START-N              PIC 9(08).
016300     05 WS-CYCLE-START-X              PIC X(10).
016400*
016500******************************************************************
016600* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
016700******************************************************************
016800 COPY CSMSG02Y.
016900*
017000 COPY CSDAT01Y.
017100*
017200 LINKAGE SECTION.
017300*
017400******************************************************************
017500 PROCEDURE DIVISION.
017600******************************************************************
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
017900     PERFORM 2000-NEXT-COMPANY
018000         THRU 2000-NEXT-COMPANY-EXIT
018100         UNTIL WS-END-OF-COMPANIES
018200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
018300     GOBACK.
018400*
018500 1000-INITIALIZE.
018600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
018700     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
018800     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
018900     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
019000     COMPUTE WS-CYCLE-START-INT = FUNCTION INTEGER-OF-DATE(
019100         WS-CURDATE-N) - 30
019200     COMPUTE WS-CYCLE-START-N =
019300         FUNCTION DATE-OF-INTEGER(WS-CYCLE-START-INT)
019400     STRING WS-CYCLE-START-N (1:4) DELIMITED BY SIZE
019500            '-'                  DELIMITED BY SIZE
019600            WS-CYCLE-START-N (5:2) DELIMITED BY SIZE
019700            '-'                  DELIMITED BY SIZE
019800            WS-CYCLE-START-N (7:2) DELIMITED BY SIZE
019900       INTO WS-CYCLE-START-X
020000     END-STRING
020100     OPEN I-O COMPANY-FILE
020200     OPEN INPUT CCTR-FILE
020300     OPEN INPUT CMPACCT-FILE
020400     OPEN INPUT ACCOUNT-FILE
020500     OPEN INPUT CARD-AIX-FILE
020600     OPEN INPUT TRAN-CARD-FILE
020700     OPEN OUTPUT CMP-PRINT-FILE
020800     IF NOT WS-COMPANY-OK
020900         DISPLAY 'CBCMP01C - ERROR OPENING COMPANY FILE'
021000         MOVE 'Y'                TO WS-EOF-SW
021100         MOVE 'COMPANY FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
021200         PERFORM 9100-ABEND-NOTIFY
021300             THRU 9100-ABEND-NOTIFY-EXIT
021400     END-IF
021500     IF NOT WS-CMPACCT-OK
021600         DISPLAY 'CBCMP01C - ERROR OPENING COMPANY ACCOUNT FILE'
021700         MOVE 'Y'                TO WS-EOF-SW
021800         MOVE 'COMPANY ACCOUNT FILE OPEN ERROR'
021900                                 TO WS-ABEND-REASON-TEXT
022000         PERFORM 9100-ABEND-NOTIFY
022100             THRU 9100-ABEND-NOTIFY-EXIT
022200     END-IF
022300     IF NOT WS-PRINT-OK
022400         DISPLAY 'CBCMP01C - ERROR OPENING COMPANY PRINT FILE'
022500         MOVE 'Y'                TO WS-EOF-SW
022600         MOVE 'COMPANY PRINT FILE OPEN ERROR'
022700                                 TO WS-ABEND-REASON-TEXT
022800         PERFORM 9100-ABEND-NOTIFY
022900             THRU 9100-ABEND-NOTIFY-EXIT
023000     END-IF
023100     IF NOT WS-END-OF-COMPANIES
023200         PERFORM 2100-READ-NEXT-COMPANY
023300             THRU 2100-READ-NEXT-COMPANY-EXIT
023400     END-IF.
023500 1000-INITIALIZE-EXIT.
023600     EXIT.
023700*
023800 2000-NEXT-COMPANY.
023900     ADD 1                       TO WS-COMPANY-COUNT
024000     IF CMP-CYCLE-DAY = WS-CURDATE-DAY
024100        OR (CMP-CYCLE-DAY = ZERO AND WS-CURDATE-DAY = 28)
024200         PERFORM 3000-BUILD-COMPANY-STMT
024300             THRU 3000-BUILD-COMPANY-STMT-EXIT
024400     END-IF
024500     PERFORM 2100-READ-NEXT-COMPANY
024600         THRU 2100-READ-NEXT-COMPANY-EXIT.
024700 2000-NEXT-COMPANY-EXIT.
024800     EXIT.
024900*
025000 2100-READ-NEXT-COMPANY.
025100     READ COMPANY-FILE NEXT RECORD
025200         AT END
025300             MOVE 'Y'            TO WS-EOF-SW
025400     END-READ.
025500 2100-READ-NEXT-COMPANY-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900* RENDER THE COMPANY'S BILL - ONE SECTION PER COST CENTER ON
026000* CMPCCTR, THEN A SECTION FOR ANY ACCOUNT WHOSE COST CENTER IS
026100* NOT, THEN THE COMPANY TOTALS. A COMPANY WITH NO LINKED ACCOUNT
026200* PRODUCES NOTHING.
026300******************************************************************
026400 3000-BUILD-COMPANY-STMT.
026500     MOVE CMP-COMPANY-ID         TO WS-HOLD-COMPANY-ID
026600     MOVE ZERO                   TO WS-ACCTS-ON-STMT
026700     MOVE ZERO                   TO WS-CMP-TOTAL-BAL
026800     MOVE ZERO                   TO WS-CMP-TOTAL-SPEND
026900     MOVE ZERO                   TO WS-CMP-TOTAL-DUE
027000     MOVE SPACES                 TO WS-CMP-DUE-DATE
027100     MOVE CMP-COMPANY-ID         TO CMA-COMPANY-ID
027200     MOVE ZERO                   TO CMA-ACCT-ID
027300     START CMPACCT-FILE KEY NOT LESS THAN CMA-KEY
027400         INVALID KEY
027500             GO TO 3000-BUILD-COMPANY-STMT-EXIT
027600     END-START
027700     READ CMPACCT-FILE NEXT RECORD
027800         AT END
027900             GO TO 3000-BUILD-COMPANY-STMT-EXIT
028000     END-READ
028100     IF CMA-COMPANY-ID NOT = WS-HOLD-COMPANY-ID
028200         GO TO 3000-BUILD-COMPANY-STMT-EXIT
028300     END-IF
028400     PERFORM 3100-WRITE-COMPANY-HEADER
028500         THRU 3100-WRITE-COMPANY-HEADER-EXIT
028600     MOVE 'N'                    TO WS-UNASSIGNED-SW
028700     MOVE 'N'                    TO WS-CCT-EOF-SW
028800     MOVE WS-HOLD-COMPANY-ID     TO CCT-COMPANY-ID
028900     MOVE LOW-VALUES             TO CCT-COST-CENTER-ID
029000     START CCTR-FILE KEY NOT LESS THAN CCT-KEY
029100         INVALID KEY
029200             MOVE 'Y'            TO WS-CCT-EOF-SW
029300     END-START
029400     PERFORM 3200-NEXT-COST-CENTER
029500         THRU 3200-NEXT-COST-CENTER-EXIT
029600         UNTIL WS-END-OF-CCTRS
029700     MOVE 'Y'                    TO WS-UNASSIGNED-SW
029800     MOVE SPACES                 TO WS-CCT-ID
029900     MOVE 'UNASSIGNED'           TO WS-CCT-NAME
030000     PERFORM 3300-BILL-COST-CENTER
030100         THRU 3300-BILL-COST-CENTER-EXIT
030200     PERFORM 5000-WRITE-COMPANY-TOTALS
030300         THRU 5000-WRITE-COMPANY-TOTALS-EXIT
030400     MOVE WS-CURDATE-YYYY-MM-DD  TO CMP-LAST-BILL-DATE
030500     REWRITE COMPANY-RECORD
030600         INVALID KEY
030700             DISPLAY 'CBCMP01C - UNABLE TO STAMP BILL DATE: '
030800                     CMP-COMPANY-ID
030900     END-REWRITE
031000     ADD 1                       TO WS-STMT-COUNT.
031100 3000-BUILD-COMPANY-STMT-EXIT.
031200     EXIT.
031300*
031400 3100-WRITE-COMPANY-HEADER.
031500     MOVE SPACES                 TO CMP-PRINT-LINE
031600     STRING 'COMPANY STATEMENT '  DELIMITED BY SIZE
031700            WS-CURDATE-YYYY-MM-DD DELIMITED BY SIZE
031800            '  COMPANY: '        DELIMITED BY SIZE
031900            CMP-COMPANY-ID       DELIMITED BY SIZE
032000       INTO CMP-PRINT-LINE
032100     END-STRING
032200     WRITE CMP-PRINT-LINE
032300     MOVE SPACES                 TO CMP-PRINT-LINE
032400     STRING '  '                 DELIMITED BY SIZE
032500            CMP-COMPANY-NAME     DELIMITED BY SIZE
032600       INTO CMP-PRINT-LINE
032700     END-STRING
032800     WRITE CMP-PRINT-LINE
032900     MOVE SPACES                 TO CMP-PRINT-LINE
033000     STRING '  ATTN: '           DELIMITED BY SIZE
033100            CMP-CONTACT-NAME     DELIMITED BY SIZE
033200       INTO CMP-PRINT-LINE
033300     END-STRING
033400     WRITE CMP-PRINT-LINE
033500     MOVE SPACES                 TO CMP-PRINT-LINE
033600     STRING '  '                 DELIMITED BY SIZE
033700            CMP-BILL-ADDR-LINE-1 DELIMITED BY SIZE
033800       INTO CMP-PRINT-LINE
033900     END-STRING
034000     WRITE CMP-PRINT-LINE
034100     IF CMP-BILL-ADDR-LINE-2 NOT = SPACES
034200         MOVE SPACES             TO CMP-PRINT-LINE
034300         STRING '  '             DELIMITED BY SIZE
034400                CMP-BILL-ADDR-LINE-2 DELIMITED BY SIZE
034500           INTO CMP-PRINT-LINE
034600         END-STRING
034700         WRITE CMP-PRINT-LINE
034800     END-IF
034900     MOVE SPACES                 TO CMP-PRINT-LINE
035000     STRING '  '                 DELIMITED BY SIZE
035100            CMP-BILL-CITY        DELIMITED BY '  '
035200            ' '                  DELIMITED BY SIZE
035300            CMP-BILL-STATE-CD    DELIMITED BY SIZE
035400            ' '                  DELIMITED BY SIZE
035500            CMP-BILL-ZIP         DELIMITED BY SIZE
035600       INTO CMP-PRINT-LINE
035700     END-STRING
035800     WRITE CMP-PRINT-LINE
035900     MOVE SPACES                 TO CMP-PRINT-LINE
036000     WRITE CMP-PRINT-LINE.
036100 3100-WRITE-COMPANY-HEADER-EXIT.
036200     EXIT.
036300*
036400 3200-NEXT-COST-CENTER.
036500     READ CCTR-FILE NEXT RECORD
036600         AT END
036700             MOVE 'Y'            TO WS-CCT-EOF-SW
036800             GO TO 3200-NEXT-COST-CENTER-EXIT
036900     END-READ
037000     IF CCT-COMPANY-ID NOT = WS-HOLD-COMPANY-ID
037100         MOVE 'Y'                TO WS-CCT-EOF-SW
037200         GO TO 3200-NEXT-COST-CENTER-EXIT
037300     END-IF
037400     MOVE CCT-COST-CENTER-ID     TO WS-CCT-ID
037500     MOVE CCT-NAME               TO WS-CCT-NAME
037600     PERFORM 3300-BILL-COST-CENTER
037700         THRU 3300-BILL-COST-CENTER-EXIT.
037800 3200-NEXT-COST-CENTER-EXIT.
037900     EXIT.
038000*
038100******************************************************************
038200* ONE COST CENTER'S SECTION - EVERY LINKED ACCOUNT UNDER
038300* WS-CCT-ID (OR, ON THE UNASSIGNED PASS, EVERY ACCOUNT WHOSE
038400* COST CENTER IS NOT ON CMPCCTR) AND ITS SUBTOTAL. THE SECTION
038500* HEADING IS HELD BACK UNTIL THE FIRST ACCOUNT, SO AN EMPTY COST
038600* CENTER PRINTS NOTHING. THE CMPCCTR BROWSE POSITION IS NOT
038700* DISTURBED - THE UNASSIGNED TEST USES RANDOM READS ONLY AFTER
038800* THE BROWSE HAS ENDED.
038900******************************************************************
039000 3300-BILL-COST-CENTER.
039100     MOVE ZERO                   TO WS-ACCTS-IN-CCT
039200     MOVE ZERO                   TO WS-CCT-TOTAL-BAL
039300     MOVE ZERO                   TO WS-CCT-TOTAL-SPEND
039400     MOVE ZERO                   TO WS-CCT-TOTAL-DUE
039500     MOVE 'N'                    TO WS-CMA-EOF-SW
039600     MOVE WS-HOLD-COMPANY-ID     TO CMA-COMPANY-ID
039700     MOVE ZERO                   TO CMA-ACCT-ID
039800     START CMPACCT-FILE KEY NOT LESS THAN CMA-KEY
039900         INVALID KEY
040000             GO TO 3300-BILL-COST-CENTER-EXIT
040100     END-START
040200     PERFORM 3400-NEXT-MEMBER
040300         THRU 3400-NEXT-MEMBER-EXIT
040400         UNTIL WS-END-OF-MEMBERS
040500     IF WS-ACCTS-IN-CCT = ZERO
040600         GO TO 3300-BILL-COST-CENTER-EXIT
040700     END-IF
040800     MOVE WS-CCT-TOTAL-SPEND     TO WS-AMT-EDIT
040900     MOVE SPACES                 TO CMP-PRINT-LINE
041000     STRING '  COST CENTER SPEND       ' DELIMITED BY SIZE
041100            WS-AMT-EDIT          DELIMITED BY SIZE
041200       INTO CMP-PRINT-LINE
041300     END-STRING
041400     WRITE CMP-PRINT-LINE
041500     MOVE WS-CCT-TOTAL-BAL       TO WS-AMT-EDIT
041600     MOVE SPACES                 TO CMP-PRINT-LINE
041700     STRING '  COST CENTER BALANCE     ' DELIMITED BY SIZE
041800            WS-AMT-EDIT          DELIMITED BY SIZE
041900       INTO CMP-PRINT-LINE
042000     END-STRING
042100     WRITE CMP-PRINT-LINE
042200     MOVE WS-CCT-TOTAL-DUE       TO WS-AMT-EDIT
042300     MOVE SPACES                 TO CMP-PRINT-LINE
042400     STRING '  COST CENTER AMOUNT DUE  ' DELIMITED BY SIZE
042500            WS-AMT-EDIT          DELIMITED BY SIZE
042600       INTO CMP-PRINT-LINE
042700     END-STRING
042800     WRITE CMP-PRINT-LINE
042900     MOVE SPACES                 TO CMP-PRINT-LINE
043000     WRITE CMP-PRINT-LINE.
043100 3300-BILL-COST-CENTER-EXIT.
043200     EXIT.
043300*
043400 3400-NEXT-MEMBER.
043500     READ CMPACCT-FILE NEXT RECORD
043600         AT END
043700             MOVE 'Y'            TO WS-CMA-EOF-SW
043800             GO TO 3400-NEXT-MEMBER-EXIT
043900     END-READ
044000     IF CMA-COMPANY-ID NOT = WS-HOLD-COMPANY-ID
044100         MOVE 'Y'                TO WS-CMA-EOF-SW
044200         GO TO 3400-NEXT-MEMBER-EXIT
044300     END-IF
044400     IF WS-UNASSIGNED-PASS
044500         PERFORM 3450-CHECK-ASSIGNED
044600             THRU 3450-CHECK-ASSIGNED-EXIT
044700         IF WS-ACCT-CCT-FOUND
044800             GO TO 3400-NEXT-MEMBER-EXIT
044900         END-IF
045000     ELSE
045100         IF CMA-COST-CENTER-ID NOT = WS-CCT-ID
045200             GO TO 3400-NEXT-MEMBER-EXIT
045300         END-IF
045400     END-IF
045500     MOVE CMA-ACCT-ID            TO ACCT-ID
045600     READ ACCOUNT-FILE
045700         INVALID KEY
045800             GO TO 3400-NEXT-MEMBER-EXIT
045900     END-READ
046000     IF WS-ACCTS-IN-CCT = ZERO
046100         MOVE SPACES             TO CMP-PRINT-LINE
046200         STRING 'COST CENTER '   DELIMITED BY SIZE
046300                WS-CCT-ID        DELIMITED BY SIZE
046400                ' '              DELIMITED BY SIZE
046500                WS-CCT-NAME      DELIMITED BY SIZE
046600           INTO CMP-PRINT-LINE
046700         END-STRING
046800         WRITE CMP-PRINT-LINE
046900     END-IF
047000     ADD 1                       TO WS-ACCTS-IN-CCT
047100     ADD 1                       TO WS-ACCTS-ON-STMT
047200     MOVE ZERO                   TO WS-ACCT-SPEND
047300     PERFORM 3500-WRITE-ACCOUNT-SUMMARY
047400         THRU 3500-WRITE-ACCOUNT-SUMMARY-EXIT
047500     PERFORM 4000-ITEMIZE-ACCOUNT
047600         THRU 4000-ITEMIZE-ACCOUNT-EXIT
047700     ADD ACCT-CURR-BAL           TO WS-CCT-TOTAL-BAL
047800     ADD ACCT-MIN-PAY-DUE        TO WS-CCT-TOTAL-DUE
047900     ADD ACCT-PAST-DUE-AMT       TO WS-CCT-TOTAL-DUE
048000     ADD WS-ACCT-SPEND           TO WS-CCT-TOTAL-SPEND
048100     ADD ACCT-CURR-BAL           TO WS-CMP-TOTAL-BAL
048200     ADD ACCT-MIN-PAY-DUE        TO WS-CMP-TOTAL-DUE
048300     ADD ACCT-PAST-DUE-AMT       TO WS-CMP-TOTAL-DUE
048400     ADD WS-ACCT-SPEND           TO WS-CMP-TOTAL-SPEND
048500     IF ACCT-PAY-DUE-DATE NOT = SPACES
048600        AND (WS-CMP-DUE-DATE = SPACES
048700             OR ACCT-PAY-DUE-DATE < WS-CMP-DUE-DATE)
048800         MOVE ACCT-PAY-DUE-DATE  TO WS-CMP-DUE-DATE
048900     END-IF.
049000 3400-NEXT-MEMBER-EXIT.
049100     EXIT.
049200*
049300 3450-CHECK-ASSIGNED.
049400     MOVE 'N'                    TO WS-ACCT-CCT-FOUND-SW
049500     MOVE WS-HOLD-COMPANY-ID     TO CCT-COMPANY-ID
049600     MOVE CMA-COST-CENTER-ID     TO CCT-COST-CENTER-ID
049700     READ CCTR-FILE
049800         INVALID KEY
049900             GO TO 3450-CHECK-ASSIGNED-EXIT
050000     END-READ
050100     MOVE 'Y'                    TO WS-ACCT-CCT-FOUND-SW.
050200 3450-CHECK-ASSIGNED-EXIT.
050300     EXIT.
050400*
050500 3500-WRITE-ACCOUNT-SUMMARY.
050600     MOVE ACCT-CURR-BAL          TO WS-AMT-EDIT
050700     MOVE SPACES                 TO CMP-PRINT-LINE
050800     STRING '  ACCOUNT '         DELIMITED BY SIZE
050900            ACCT-ID              DELIMITED BY SIZE
051000            ' '                  DELIMITED BY SIZE
051100            CMA-EMPLOYEE-NAME (1:20) DELIMITED BY SIZE
051200            ' BALANCE '          DELIMITED BY SIZE
051300            WS-AMT-EDIT          DELIMITED BY SIZE
051400       INTO CMP-PRINT-LINE
051500     END-STRING
051600     WRITE CMP-PRINT-LINE
051700     COMPUTE WS-ACCT-DUE = ACCT-MIN-PAY-DUE + ACCT-PAST-DUE-AMT
051800     MOVE WS-ACCT-DUE            TO WS-AMT-EDIT
051900     MOVE SPACES                 TO CMP-PRINT-LINE
052000     STRING '    AMOUNT DUE '    DELIMITED BY SIZE
052100            WS-AMT-EDIT          DELIMITED BY SIZE
052200            '  BY '              DELIMITED BY SIZE
052300            ACCT-PAY-DUE-DATE    DELIMITED BY SIZE
052400       INTO CMP-PRINT-LINE
052500     END-STRING
052600     WRITE CMP-PRINT-LINE.
052700 3500-WRITE-ACCOUNT-SUMMARY-EXIT.
052800     EXIT.
052900*
053000******************************************************************
053100* ITEMIZE THE ACCOUNT'S CYCLE - EVERY CARD ON CARDAIX, EVERY
053200* TRANCARD ROW PROCESSED INSIDE THE CYCLE WINDOW - THE SAME
053300* SOURCE CBSTM01C ITEMIZES FROM. THE ROWS ADD UP TO THE
053400* ACCOUNT'S SPEND FOR THE CYCLE.
053500******************************************************************
053600 4000-ITEMIZE-ACCOUNT.
053700     MOVE 'N'                    TO WS-CARD-EOF-SW
053800     MOVE ACCT-ID                TO CARD-ACCT-ID
053900     START CARD-AIX-FILE KEY NOT LESS THAN CARD-ACCT-ID
054000         INVALID KEY
054100             GO TO 4000-ITEMIZE-ACCOUNT-EXIT
054200     END-START
054300     PERFORM 4100-NEXT-ACCT-CARD
054400         THRU 4100-NEXT-ACCT-CARD-EXIT
054500         UNTIL WS-END-OF-CARDS.
054600 4000-ITEMIZE-ACCOUNT-EXIT.
054700     EXIT.
054800*
054900 4100-NEXT-ACCT-CARD.
055000     READ CARD-AIX-FILE NEXT RECORD
055100         AT END
055200             MOVE 'Y'            TO WS-CARD-EOF-SW
055300             GO TO 4100-NEXT-ACCT-CARD-EXIT
055400     END-READ
055500     IF CARD-ACCT-ID NOT = ACCT-ID
055600         MOVE 'Y'                TO WS-CARD-EOF-SW
055700         GO TO 4100-NEXT-ACCT-CARD-EXIT
055800     END-IF
055900     MOVE 'N'                    TO WS-TRAN-EOF-SW
056000     MOVE CARD-NUM               TO TRAN-CARD-NUM
056100     START TRAN-CARD-FILE KEY NOT LESS THAN TRAN-CARD-NUM
056200         INVALID KEY
056300             GO TO 4100-NEXT-ACCT-CARD-EXIT
056400     END-START
056500     PERFORM 4200-NEXT-CARD-TRAN
056600         THRU 4200-NEXT-CARD-TRAN-EXIT
056700         UNTIL WS-END-OF-TRANS.
056800 4100-NEXT-ACCT-CARD-EXIT.
056900     EXIT.
057000*
057100 4200-NEXT-CARD-TRAN.
057200     READ TRAN-CARD-FILE NEXT RECORD
057300         AT END
057400             MOVE 'Y'            TO WS-TRAN-EOF-SW
057500             GO TO 4200-NEXT-CARD-TRAN-EXIT
057600     END-READ
057700     IF TRAN-CARD-NUM NOT = CARD-NUM
057800         MOVE 'Y'                TO WS-TRAN-EOF-SW
057900         GO TO 4200-NEXT-CARD-TRAN-EXIT
058000     END-IF
058100     IF TRAN-PROC-DATE < WS-CYCLE-START-X
058200        OR TRAN-PROC-DATE > WS-CURDATE-YYYY-MM-DD
058300         GO TO 4200-NEXT-CARD-TRAN-EXIT
058400     END-IF
058500     IF TRAN-TYPE-CD NOT = '02'
058600         ADD TRAN-AMT            TO WS-ACCT-SPEND
058700     END-IF
058800     MOVE TRAN-AMT               TO WS-ITM-AMT-EDIT
058900     MOVE SPACES                 TO CMP-PRINT-LINE
059000     STRING '    '               DELIMITED BY SIZE
059100            TRAN-PROC-DATE       DELIMITED BY SIZE
059200            ' '                  DELIMITED BY SIZE
059300            TRAN-DESC (1:30)     DELIMITED BY SIZE
059400            ' '                  DELIMITED BY SIZE
059500            WS-ITM-AMT-EDIT      DELIMITED BY SIZE
059600       INTO CMP-PRINT-LINE
059700     END-STRING
059800     WRITE CMP-PRINT-LINE.
059900 4200-NEXT-CARD-TRAN-EXIT.
060000     EXIT.
060100*
060200 5000-WRITE-COMPANY-TOTALS.
060300     MOVE WS-CMP-TOTAL-SPEND     TO WS-AMT-EDIT
060400     MOVE SPACES                 TO CMP-PRINT-LINE
060500     STRING 'COMPANY TOTAL SPEND       ' DELIMITED BY SIZE
060600            WS-AMT-EDIT          DELIMITED BY SIZE
060700       INTO CMP-PRINT-LINE
060800     END-STRING
060900     WRITE CMP-PRINT-LINE
061000     MOVE WS-CMP-TOTAL-BAL       TO WS-AMT-EDIT
061100     MOVE SPACES                 TO CMP-PRINT-LINE
061200     STRING 'COMPANY TOTAL BALANCE     ' DELIMITED BY SIZE
061300            WS-AMT-EDIT          DELIMITED BY SIZE
061400       INTO CMP-PRINT-LINE
061500     END-STRING
061600     WRITE CMP-PRINT-LINE
061700     MOVE WS-CMP-TOTAL-DUE       TO WS-AMT-EDIT
061800     MOVE SPACES                 TO CMP-PRINT-LINE
061900     STRING 'COMPANY AMOUNT DUE        ' DELIMITED BY SIZE
062000            WS-AMT-EDIT          DELIMITED BY SIZE
062100            '  BY '              DELIMITED BY SIZE
062200            WS-CMP-DUE-DATE      DELIMITED BY SIZE
062300       INTO CMP-PRINT-LINE
062400     END-STRING
062500     WRITE CMP-PRINT-LINE
062600     MOVE SPACES                 TO CMP-PRINT-LINE
062700     STRING 'ACCOUNTS BILLED           ' DELIMITED BY SIZE
062800            WS-ACCTS-ON-STMT     DELIMITED BY SIZE
062900       INTO CMP-PRINT-LINE
063000     END-STRING
063100     WRITE CMP-PRINT-LINE
063200     MOVE SPACES                 TO CMP-PRINT-LINE
063300     WRITE CMP-PRINT-LINE.
063400 5000-WRITE-COMPANY-TOTALS-EXIT.
063500     EXIT.
063600*
063700 9000-TERMINATE.
063800     CLOSE COMPANY-FILE
063900     CLOSE CCTR-FILE
064000     CLOSE CMPACCT-FILE
064100     CLOSE ACCOUNT-FILE
064200     CLOSE CARD-AIX-FILE
064300     CLOSE TRAN-CARD-FILE
064400     CLOSE CMP-PRINT-FILE
064500     DISPLAY 'CBCMP01C - COMPANIES READ: ' WS-COMPANY-COUNT
064600     DISPLAY 'CBCMP01C - COMPANY STATEMENTS: ' WS-STMT-COUNT
064700     PERFORM 9200-LOG-JOB-STATUS
064800         THRU 9200-LOG-JOB-STATUS-EXIT.
064900 9000-TERMINATE-EXIT.
065000     EXIT.
065100*
065200******************************************************************
065300* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
065400* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
065500* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
065600* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
065700******************************************************************
065800 9100-ABEND-NOTIFY.
065900     MOVE 'AB01'                 TO ABEND-CODE
066000     MOVE 'CBCMP01C'             TO ABEND-CULPRIT
066100     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
066200     STRING ABEND-CULPRIT   DELIMITED BY SIZE
066300            ' - '           DELIMITED BY SIZE
066400            ABEND-REASON    DELIMITED BY SIZE
066500       INTO ABEND-MSG
066600     END-STRING
066700     OPEN EXTEND ALERT-QUEUE-FILE
066800     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
066900     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
067000     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
067100     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
067200     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
067300     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
067400     WRITE OPS-ALERT-RECORD
067500     CLOSE ALERT-QUEUE-FILE
067600     MOVE 16                     TO RETURN-CODE.
067700 9100-ABEND-NOTIFY-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
068200* WHETHER THE JOB RAN AND HOW IT WENT.
068300******************************************************************
068400 9200-LOG-JOB-STATUS.
068500     OPEN I-O JOB-LOG-FILE
068600     IF NOT WS-JOBLOG-OK
068700         DISPLAY 'CBCMP01C - ERROR OPENING JOB LOG FILE'
068800         GO TO 9200-LOG-JOB-STATUS-EXIT
068900     END-IF
069000     MOVE 'CBCMP01C'             TO JBS-JOB-NAME
069100     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
069200     IF RETURN-CODE = ZERO
069300         SET JBS-STATUS-SUCCESS  TO TRUE
069400     ELSE
069500         SET JBS-STATUS-FAILED   TO TRUE
069600     END-IF
069700     MOVE RETURN-CODE            TO JBS-RETURN-CODE
069800     MOVE WS-STMT-COUNT          TO JBS-REC-COUNT
069900     WRITE JOB-STATUS-RECORD
070000     CLOSE JOB-LOG-FILE.
070100 9200-LOG-JOB-STATUS-EXIT.
070200     EXIT.
