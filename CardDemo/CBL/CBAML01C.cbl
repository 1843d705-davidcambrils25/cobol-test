000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBAML01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NIGHTLY AML TRANSACTION
001100*                     MONITORING AND CASE OPENING.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       LOOKS BACK WS-AML-WINDOW-DAYS OVER THE MONEY
001500*                MOVING THROUGH EACH CUSTOMER'S ACCOUNTS FOR
001600*                THREE MONEY-LAUNDERING PATTERNS:
001700*                  - STRUCTURING: WS-AML-STRUCT-MIN-COUNT OR
001800*                    MORE CASH ADVANCES (03) ON TRANDTAX SIZED
001900*                    FROM WS-AML-STRUCT-FLOOR UP TO JUST UNDER
002000*                    THE WS-AML-CTR-THRESHOLD REPORTING LINE;
002100*                  - OVERPAY/REFUND: A CBRFD01C CREDIT-BALANCE
002200*                    REFUND (RFDACH/RFDCHK) OF AT LEAST
002300*                    WS-AML-REFUND-MIN, AFTER PAYMENTS TOTALLING
002400*                    WS-AML-OVERPAY-MIN OR MORE, PAID OUT BY
002500*                    CHECK OR TO A BANK ACCOUNT NONE OF THOSE
002600*                    PAYMENTS CAME FROM;
002700*                  - THIRD PARTY: LOCKBOX CHECKS (CBLBX01C)
002800*                    TOTALLING WS-AML-THIRD-PARTY-MIN OR MORE
002900*                    DRAWN ON AN ACCOUNT THAT IS NEITHER THE
003000*                    HOLDER'S NOR THE JOINT HOLDER'S (CUSTDAT
003100*                    EFT ACCOUNT OR ANY FUNDACCT ROW).
003200*                EACH PATTERN FOUND ADDS ITS WEIGHT TO THE
003300*                CUSTOMER'S SCORE; A SCORE OF WS-AML-CASE-SCORE
003400*                OR MORE OPENS A CASE ON AMLCASE (CVAML01Y) FOR
003500*                AN INVESTIGATOR ON COAML00C, OR REFRESHES THE
003600*                EVIDENCE ON THE CUSTOMER'S CASE ALREADY OPEN. A
003700*                CUSTOMER WHOSE LAST CASE WAS OPENED INSIDE THE
003800*                WINDOW AND IS NOW CLOSED IS NOT REOPENED ON THE
003900*                SAME ACTIVITY. ONE OPRALRT ALERT TELLS THE
004000*                COMPLIANCE TEAM HOW MANY NEW CASES ARE WAITING.
004100*                RUN NIGHTLY AFTER THE POSTING AND LOCKBOX RUNS.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDTAX
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS TRAN-PROC-DATE
005000         FILE STATUS IS WS-TRAN-MASTER-STATUS.
005100     SELECT CARD-FILE ASSIGN TO CARDDAT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CARD-NUM
005500         FILE STATUS IS WS-CARD-STATUS.
005600     SELECT XREF-FILE ASSIGN TO ACCTXREF
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS XRF-ACCT-ID
006000         FILE STATUS IS WS-XREF-STATUS.
006100     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CUST-ID
006500         FILE STATUS IS WS-CUSTOMER-STATUS.
006600     SELECT FUNDING-FILE ASSIGN TO FUNDACCT
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS FND-KEY
007000         FILE STATUS IS WS-FUNDING-STATUS.
007100     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS PAY-ID
007500         FILE STATUS IS WS-PAYMENT-STATUS.
007600     SELECT REFUND-ACH-FILE ASSIGN TO RFDACH
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-RFDACH-STATUS.
007900     SELECT REFUND-CHECK-FILE ASSIGN TO RFDCHK
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-RFDCHK-STATUS.
008200     SELECT AML-CASE-FILE ASSIGN TO AMLCASE
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS AML-KEY
008600         FILE STATUS IS WS-AMLCASE-STATUS.
008700     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-ALERT-STATUS.
009000     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
009100         ORGANIZATION IS INDEXED
009200         ACCESS MODE IS DYNAMIC
009300         RECORD KEY IS JBS-KEY
009400         FILE STATUS IS WS-JOBLOG-STATUS.
009500*
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  TRAN-MASTER-FILE.
009900     COPY CVTRA01Y.
010000*
010100 FD  CARD-FILE.
010200     COPY CVACT02Y.
010300*
010400 FD  XREF-FILE.
010500     COPY CVXRF01Y.
010600*
010700 FD  CUSTOMER-FILE.
010800     COPY CVCUS01Y.
010900*
011000 FD  FUNDING-FILE.
011100     COPY CVFND01Y.
011200*
011300 FD  PAYMENT-FILE.
011400     COPY CVPAY01Y.
011500*
011600 FD  REFUND-ACH-FILE
011700     RECORDING MODE IS F.
011800     COPY CVRFA01Y.
011900*
012000 FD  REFUND-CHECK-FILE
012100     RECORDING MODE IS F.
012200     COPY CVRFC01Y.
012300*
012400 FD  AML-CASE-FILE.
012500     COPY CVAML01Y.
012600*
012700 FD  ALERT-QUEUE-FILE
012800     RECORDING MODE IS F.
012900     COPY CSOPS01Y.
013000*
013100 FD  JOB-LOG-FILE.
013200     COPY CVJOB01Y.
013300*
013400 WORKING-STORAGE SECTION.
013500 01  WS-TRAN-MASTER-STATUS            PIC XX.
013600     88 WS-TRAN-MASTER-OK             VALUE '00'.
013700 01  WS-CARD-STATUS                   PIC XX.
013800 01  WS-XREF-STATUS                   PIC XX.
013900 01  WS-CUSTOMER-STATUS               PIC XX.
014000 01  WS-FUNDING-STATUS                PIC XX.
014100 01  WS-PAYMENT-STATUS                PIC XX.
014200     88 WS-PAYMENT-OK                 VALUE '00'.
014300 01  WS-RFDACH-STATUS                 PIC XX.
014400     88 WS-RFDACH-OK                  VALUE '00'.
014500 01  WS-RFDCHK-STATUS                 PIC XX.
014600     88 WS-RFDCHK-OK                  VALUE '00'.
014700 01  WS-AMLCASE-STATUS                PIC XX.
014800     88 WS-AMLCASE-OK                 VALUE '00'.
014900 01  WS-ALERT-STATUS                  PIC XX.
015000 01  WS-JOBLOG-STATUS                 PIC XX.
015100     88 WS-JOBLOG-OK                  VALUE '00'.
015200 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
015300     88 WS-END-OF-TRANSACTIONS        VALUE 'Y'.
015400 01  WS-PAY-EOF-SW                    PIC X(01) VALUE 'N'.
015500     88 WS-END-OF-PAYMENTS            VALUE 'Y'.
015600 01  WS-RFD-EOF-SW                    PIC X(01) VALUE 'N'.
015700     88 WS-END-OF-REFUNDS             VALUE 'Y'.
015800 01  WS-FND-EOF-SW                    PIC X(01) VALUE 'N'.
015900     88 WS-END-OF-FUNDING             VALUE 'Y'.
016000 01  WS-CASE-EOF-SW                   PIC X(01) VALUE 'N'.
016100     88 WS-END-OF-CASES               VALUE 'Y'.
016200 01  WS-TRAN-COUNT                    PIC 9(07) VALUE ZERO.
016300 01  WS-PAY-COUNT                     PIC 9(07) VALUE ZERO.
016400 01  WS-REFUND-COUNT                  PIC 9(07) VALUE ZERO.
016500 01  WS-SCORED-COUNT                  PIC 9(07) VALUE ZERO.
016600 01  WS-OPENED-COUNT                  PIC 9(07) VALUE ZERO.
016700 01  WS-REFRESHED-COUNT               PIC 9(07) VALUE ZERO.
016800 01  WS-SUPPRESSED-COUNT              PIC 9(07) VALUE ZERO.
016900 01  WS-OVERFLOW-COUNT                PIC 9(07) VALUE ZERO.
017000 01  WS-ABEND-REASON-TEXT             PIC X(50).
017100*
017200******************************************************************
017300* OPERATOR-SET VALUES - THE LOOK-BACK WINDOW, THE PATTERN
017400* THRESHOLDS, THE WEIGHT EACH PATTERN CARRIES AND THE SCORE THAT
017500* OPENS A CASE. SET THEM BY RECOMPILING WITH A CHANGED VALUE
017600* CLAUSE OR, WHERE THE SHOP'S JCL SUPPORTS IT, BY PATCHING THESE
017700* FIELDS FROM AN IEBGENER-SUPPLIED PARAMETER RECORD BEFORE THIS
017800* STEP.
017900******************************************************************
018000 01  WS-AML-WINDOW-DAYS               PIC 9(03) VALUE 030.
018100 01  WS-AML-CTR-THRESHOLD             PIC S9(09)V99 COMP-3
018200                                      VALUE 10000.00.
018300 01  WS-AML-STRUCT-FLOOR              PIC S9(09)V99 COMP-3
018400                                      VALUE 8000.00.
018500 01  WS-AML-STRUCT-MIN-COUNT          PIC 9(03) VALUE 002.
018600 01  WS-AML-OVERPAY-MIN               PIC S9(09)V99 COMP-3
018700                                      VALUE 5000.00.
018800 01  WS-AML-REFUND-MIN                PIC S9(09)V99 COMP-3
018900                                      VALUE 1000.00.
019000 01  WS-AML-THIRD-PARTY-MIN           PIC S9(09)V99 COMP-3
019100                                      VALUE 2500.00.
019200 01  WS-AML-STRUCT-WEIGHT             PIC 9(03) VALUE 040.
019300 01  WS-AML-REFUND-WEIGHT             PIC 9(03) VALUE 040.
019400 01  WS-AML-THIRD-PARTY-WEIGHT        PIC 9(03) VALUE 030.
019500 01  WS-AML-CASE-SCORE                PIC 9(03) VALUE 030.
019600 01  WS-AML-SAR-DAYS                  PIC 9(03) VALUE 030.
019700*
019800 01  WS-AML-WORK.
019900     05 WS-TODAY-INT                  PIC 9(08).
020000     05 WS-WORK-INT                   PIC 9(08).
020100     05 WS-WORK-N                     PIC 9(08).
020200     05 WS-WORK-DATE-X.
020300        10 WS-WD-YYYY                 PIC 9(04).
020400        10 FILLER                     PIC X(01) VALUE '-'.
020500        10 WS-WD-MM                   PIC 9(02).
020600        10 FILLER                     PIC X(01) VALUE '-'.
020700        10 WS-WD-DD                   PIC 9(02).
020800     05 WS-WINDOW-START               PIC X(10).
020900     05 WS-SAR-DUE-DATE               PIC X(10).
021000*    PAY-DATE NORMALIZED TO YYYY-MM-DD - LEGACY ON-LINE ROWS
021100*    WERE STAMPED MM/DD/YY.
021200     05 WS-PAY-DATE-ISO               PIC X(10).
021300     05 WS-EVENT-CUST-ID              PIC 9(09).
021400     05 WS-ADD-SW                     PIC X(01).
021500        88 WS-ADD-IF-MISSING          VALUE 'Y'.
021600     05 WS-SUB-FOUND-SW               PIC X(01).
021700        88 WS-SUB-FOUND               VALUE 'Y'.
021800     05 WS-OWN-ACCT-SW                PIC X(01).
021900        88 WS-OWN-ACCOUNT             VALUE 'Y'.
022000     05 WS-CHECK-CUST-ID              PIC 9(09).
022100     05 WS-CHECK-EFT-ID               PIC X(10).
022200     05 WS-SOURCE-EFT-ID              PIC X(10).
022300     05 WS-SCORE                      PIC 9(03).
022400     05 WS-PATTERN-FLAGS.
022500        10 WS-PAT-STRUCTURING         PIC X(01).
022600        10 WS-PAT-OVERPAY-REFUND      PIC X(01).
022700        10 WS-PAT-THIRD-PARTY         PIC X(01).
022800     05 WS-LAST-SEQ                   PIC 9(03).
022900     05 WS-OPEN-SEQ                   PIC 9(03).
023000     05 WS-LAST-OPEN-DATE             PIC X(10).
023100     05 WS-COUNT-EDIT                 PIC Z(06)9.
023200*
023300******************************************************************
023400* ONE ENTRY PER CUSTOMER WITH SOMETHING WORTH SCORING - A REFUND,
023500* AN IN-BAND CASH ADVANCE OR A THIRD-PARTY CHECK. PAYMENTS ARE
023600* ADDED ONLY TO CUSTOMERS ALREADY HERE, SINCE THEY MATTER ONLY
023700* NEXT TO A REFUND.
023800******************************************************************
023900 01  WS-SUBJECT-TABLE.
024000     05 WS-SUB-USED                   PIC 9(04) VALUE ZERO.
024100     05 WS-SUB-ENTRY OCCURS 1000 TIMES
024200                     INDEXED BY SUB-IDX.
024300        10 WS-SUB-CUST-ID             PIC 9(09).
024400        10 WS-SUB-STRUCT-COUNT        PIC 9(03).
024500        10 WS-SUB-STRUCT-AMT          PIC S9(09)V99 COMP-3.
024600        10 WS-SUB-PAY-AMT             PIC S9(09)V99 COMP-3.
024700        10 WS-SUB-REFUND-AMT          PIC S9(09)V99 COMP-3.
024800        10 WS-SUB-REFUND-TYPE         PIC X(01).
024900           88 WS-SUB-REFUND-ACH       VALUE 'A'.
025000           88 WS-SUB-REFUND-CHECK     VALUE 'C'.
025100        10 WS-SUB-REFUND-EFT-ID       PIC X(10).
025200        10 WS-SUB-PAYER-MATCH         PIC X(01).
025300           88 WS-SUB-PAID-FROM-REFUND-ACCT
025400                                      VALUE 'Y'.
025500        10 WS-SUB-3P-COUNT            PIC 9(03).
025600        10 WS-SUB-3P-AMT              PIC S9(09)V99 COMP-3.
025700*
025800******************************************************************
025900* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
026000******************************************************************
026100 COPY CSMSG02Y.
026200*
026300 COPY CSDAT01Y.
026400*
026500 LINKAGE SECTION.
026600*
026700******************************************************************
026800 PROCEDURE DIVISION.
026900******************************************************************
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
027200     IF RETURN-CODE = ZERO
027300         PERFORM 2000-LOAD-REFUNDS THRU 2000-LOAD-REFUNDS-EXIT
027400         PERFORM 3000-SCAN-TRANSACTIONS
027500             THRU 3000-SCAN-TRANSACTIONS-EXIT
027600             UNTIL WS-END-OF-TRANSACTIONS
027700         PERFORM 4000-SCAN-PAYMENTS THRU 4000-SCAN-PAYMENTS-EXIT
027800             UNTIL WS-END-OF-PAYMENTS
027900         PERFORM 5000-SCORE-SUBJECT THRU 5000-SCORE-SUBJECT-EXIT
028000             VARYING SUB-IDX FROM 1 BY 1
028100             UNTIL SUB-IDX > WS-SUB-USED
028200         PERFORM 7100-ALERT-NEW-CASES
028300             THRU 7100-ALERT-NEW-CASES-EXIT
028400     END-IF
028500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
028600     GOBACK.
028700*
028800 1000-INITIALIZE.
028900     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
029000     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
029100     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
029200     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
029300     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
029400     COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-AML-WINDOW-DAYS
029500     PERFORM 8500-FORMAT-WORK-DATE
029600         THRU 8500-FORMAT-WORK-DATE-EXIT
029700     MOVE WS-WORK-DATE-X         TO WS-WINDOW-START
029800     COMPUTE WS-WORK-INT = WS-TODAY-INT + WS-AML-SAR-DAYS
029900     PERFORM 8500-FORMAT-WORK-DATE
030000         THRU 8500-FORMAT-WORK-DATE-EXIT
030100     MOVE WS-WORK-DATE-X         TO WS-SAR-DUE-DATE
030200     OPEN INPUT TRAN-MASTER-FILE
030300     OPEN INPUT CARD-FILE
030400     OPEN INPUT XREF-FILE
030500     OPEN INPUT CUSTOMER-FILE
030600     OPEN INPUT FUNDING-FILE
030700     OPEN INPUT PAYMENT-FILE
030800     OPEN I-O AML-CASE-FILE
030900     IF NOT WS-TRAN-MASTER-OK
031000         DISPLAY 'CBAML01C - ERROR OPENING TRANSACTION FILE'
031100         MOVE 'TRANSACTION FILE OPEN ERROR'
031200                                 TO WS-ABEND-REASON-TEXT
031300         PERFORM 9100-ABEND-NOTIFY
031400             THRU 9100-ABEND-NOTIFY-EXIT
031500         GO TO 1000-INITIALIZE-EXIT
031600     END-IF
031700     IF NOT WS-PAYMENT-OK
031800         DISPLAY 'CBAML01C - ERROR OPENING PAYMENT FILE'
031900         MOVE 'PAYMENT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
032000         PERFORM 9100-ABEND-NOTIFY
032100             THRU 9100-ABEND-NOTIFY-EXIT
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF
032400     IF NOT WS-AMLCASE-OK
032500         DISPLAY 'CBAML01C - ERROR OPENING AML CASE FILE'
032600         MOVE 'AML CASE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
032700         PERFORM 9100-ABEND-NOTIFY
032800             THRU 9100-ABEND-NOTIFY-EXIT
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF
033100     MOVE WS-WINDOW-START        TO TRAN-PROC-DATE
033200     START TRAN-MASTER-FILE KEY NOT LESS THAN TRAN-PROC-DATE
033300         INVALID KEY
033400             MOVE 'Y'            TO WS-EOF-SW
033500     END-START.
033600 1000-INITIALIZE-EXIT.
033700     EXIT.
033800*
033900******************************************************************
034000* THE REFUND EXTRACTS FROM THE LAST CBRFD01C RUN. A REFUND DATED
034100* BEFORE THE WINDOW IS HISTORY. EITHER EXTRACT MAY BE ABSENT IN
034200* A CYCLE THAT REFUNDED NOTHING THAT WAY - THAT IS NOT AN ERROR.
034300******************************************************************
034400 2000-LOAD-REFUNDS.
034500     OPEN INPUT REFUND-ACH-FILE
034600     IF WS-RFDACH-OK
034700         MOVE 'N'                TO WS-RFD-EOF-SW
034800         PERFORM 2100-LOAD-NEXT-ACH THRU 2100-LOAD-NEXT-ACH-EXIT
034900             UNTIL WS-END-OF-REFUNDS
035000         CLOSE REFUND-ACH-FILE
035100     ELSE
035200         DISPLAY 'CBAML01C - NO ACH REFUND EXTRACT, STATUS '
035300                 WS-RFDACH-STATUS
035400     END-IF
035500     OPEN INPUT REFUND-CHECK-FILE
035600     IF WS-RFDCHK-OK
035700         MOVE 'N'                TO WS-RFD-EOF-SW
035800         PERFORM 2200-LOAD-NEXT-CHECK
035900             THRU 2200-LOAD-NEXT-CHECK-EXIT
036000             UNTIL WS-END-OF-REFUNDS
036100         CLOSE REFUND-CHECK-FILE
036200     ELSE
036300         DISPLAY 'CBAML01C - NO CHECK REFUND EXTRACT, STATUS '
036400                 WS-RFDCHK-STATUS
036500     END-IF.
036600 2000-LOAD-REFUNDS-EXIT.
036700     EXIT.
036800*
036900 2100-LOAD-NEXT-ACH.
037000     READ REFUND-ACH-FILE
037100         AT END
037200             MOVE 'Y'            TO WS-RFD-EOF-SW
037300             GO TO 2100-LOAD-NEXT-ACH-EXIT
037400     END-READ
037500     IF RFA-REFUND-DATE < WS-WINDOW-START
037600         GO TO 2100-LOAD-NEXT-ACH-EXIT
037700     END-IF
037800     ADD 1                       TO WS-REFUND-COUNT
037900     MOVE RFA-CUST-ID            TO WS-EVENT-CUST-ID
038000     MOVE 'Y'                    TO WS-ADD-SW
038100     PERFORM 8000-FIND-SUBJECT THRU 8000-FIND-SUBJECT-EXIT
038200     IF NOT WS-SUB-FOUND
038300         GO TO 2100-LOAD-NEXT-ACH-EXIT
038400     END-IF
038500     ADD RFA-AMOUNT              TO WS-SUB-REFUND-AMT (SUB-IDX)
038600     IF NOT WS-SUB-REFUND-CHECK (SUB-IDX)
038700         SET WS-SUB-REFUND-ACH (SUB-IDX) TO TRUE
038800         MOVE RFA-EFT-ACCOUNT-ID TO WS-SUB-REFUND-EFT-ID (SUB-IDX)
038900     END-IF.
039000 2100-LOAD-NEXT-ACH-EXIT.
039100     EXIT.
039200*
039300******************************************************************
039400* A CHECK REFUND GOES TO WHOEVER CASHES IT - ALWAYS "A DIFFERENT
039500* ACCOUNT" FOR THE OVERPAY/REFUND PATTERN.
039600******************************************************************
039700 2200-LOAD-NEXT-CHECK.
039800     READ REFUND-CHECK-FILE
039900         AT END
040000             MOVE 'Y'            TO WS-RFD-EOF-SW
040100             GO TO 2200-LOAD-NEXT-CHECK-EXIT
040200     END-READ
040300     IF RFC-REFUND-DATE < WS-WINDOW-START
040400         GO TO 2200-LOAD-NEXT-CHECK-EXIT
040500     END-IF
040600     ADD 1                       TO WS-REFUND-COUNT
040700     MOVE RFC-CUST-ID            TO WS-EVENT-CUST-ID
040800     MOVE 'Y'                    TO WS-ADD-SW
040900     PERFORM 8000-FIND-SUBJECT THRU 8000-FIND-SUBJECT-EXIT
041000     IF NOT WS-SUB-FOUND
041100         GO TO 2200-LOAD-NEXT-CHECK-EXIT
041200     END-IF
041300     ADD RFC-AMOUNT              TO WS-SUB-REFUND-AMT (SUB-IDX)
041400     SET WS-SUB-REFUND-CHECK (SUB-IDX) TO TRUE
041500     MOVE SPACES
041600         TO WS-SUB-REFUND-EFT-ID (SUB-IDX).
041700 2200-LOAD-NEXT-CHECK-EXIT.
041800     EXIT.
041900*
042000******************************************************************
042100* CASH ADVANCES IN THE STRUCTURING BAND - AT OR ABOVE THE FLOOR
042200* AND BELOW THE REPORTING THRESHOLD. REVERSED ROWS DO NOT COUNT.
042300* THE ADVANCE IS CHARGED TO THE ACCOUNT'S PRIMARY HOLDER.
042400******************************************************************
042500 3000-SCAN-TRANSACTIONS.
042600     READ TRAN-MASTER-FILE NEXT RECORD
042700         AT END
042800             MOVE 'Y'            TO WS-EOF-SW
042900             GO TO 3000-SCAN-TRANSACTIONS-EXIT
043000     END-READ
043100     IF TRAN-PROC-DATE > WS-CURDATE-YYYY-MM-DD
043200         MOVE 'Y'                TO WS-EOF-SW
043300         GO TO 3000-SCAN-TRANSACTIONS-EXIT
043400     END-IF
043500     IF TRAN-ID (1:3) = 'HDR' OR TRAN-ID (1:3) = 'TRL'
043600         GO TO 3000-SCAN-TRANSACTIONS-EXIT
043700     END-IF
043800     ADD 1                       TO WS-TRAN-COUNT
043900     IF TRAN-IS-REVERSAL
044000        OR TRAN-TYPE-CD NOT = '03'
044100        OR TRAN-AMT < WS-AML-STRUCT-FLOOR
044200        OR TRAN-AMT NOT < WS-AML-CTR-THRESHOLD
044300         GO TO 3000-SCAN-TRANSACTIONS-EXIT
044400     END-IF
044500     MOVE TRAN-CARD-NUM          TO CARD-NUM
044600     READ CARD-FILE
044700         INVALID KEY
044800             GO TO 3000-SCAN-TRANSACTIONS-EXIT
044900     END-READ
045000     MOVE CARD-ACCT-ID           TO XRF-ACCT-ID
045100     READ XREF-FILE
045200         INVALID KEY
045300             GO TO 3000-SCAN-TRANSACTIONS-EXIT
045400     END-READ
045500     MOVE XRF-CUST-ID            TO WS-EVENT-CUST-ID
045600     MOVE 'Y'                    TO WS-ADD-SW
045700     PERFORM 8000-FIND-SUBJECT THRU 8000-FIND-SUBJECT-EXIT
045800     IF NOT WS-SUB-FOUND
045900         GO TO 3000-SCAN-TRANSACTIONS-EXIT
046000     END-IF
046100     ADD 1                       TO WS-SUB-STRUCT-COUNT (SUB-IDX)
046200     ADD TRAN-AMT                TO WS-SUB-STRUCT-AMT (SUB-IDX).
046300 3000-SCAN-TRANSACTIONS-EXIT.
046400     EXIT.
046500*
046600******************************************************************
046700* ONE-TIME PAYMENTS WHOSE FUNDS WERE APPLIED INSIDE THE WINDOW. A
046800* LOCKBOX CHECK NOT DRAWN ON THE HOLDER'S OR JOINT HOLDER'S OWN
046900* ACCOUNT IS A THIRD-PARTY CHECK. FOR A CUSTOMER ALREADY HOLDING
047000* A REFUND, EVERY PAYMENT COUNTS TOWARD THE OVERPAYMENT, AND
047100* ONE DRAWN FROM THE ACCOUNT THE ACH REFUND WENT TO CLEARS THE
047200* OVERPAY/REFUND PATTERN - THE MONEY WENT BACK WHERE IT CAME
047300* FROM.
047400******************************************************************
047500 4000-SCAN-PAYMENTS.
047600     READ PAYMENT-FILE NEXT RECORD
047700         AT END
047800             MOVE 'Y'            TO WS-PAY-EOF-SW
047900             GO TO 4000-SCAN-PAYMENTS-EXIT
048000     END-READ
048100     IF NOT PAY-IS-ONE-TIME OR NOT PAY-FUNDS-APPLIED
048200         GO TO 4000-SCAN-PAYMENTS-EXIT
048300     END-IF
048400     IF PAY-DATE (3:1) = '/'
048500         MOVE '20'               TO WS-PAY-DATE-ISO (1:2)
048600         MOVE PAY-DATE (7:2)     TO WS-PAY-DATE-ISO (3:2)
048700         MOVE '-'                TO WS-PAY-DATE-ISO (5:1)
048800         MOVE PAY-DATE (1:2)     TO WS-PAY-DATE-ISO (6:2)
048900         MOVE '-'                TO WS-PAY-DATE-ISO (8:1)
049000         MOVE PAY-DATE (4:2)     TO WS-PAY-DATE-ISO (9:2)
049100     ELSE
049200         MOVE PAY-DATE           TO WS-PAY-DATE-ISO
049300     END-IF
049400     IF WS-PAY-DATE-ISO < WS-WINDOW-START
049500        OR WS-PAY-DATE-ISO > WS-CURDATE-YYYY-MM-DD
049600         GO TO 4000-SCAN-PAYMENTS-EXIT
049700     END-IF
049800     ADD 1                       TO WS-PAY-COUNT
049900     MOVE PAY-ACCT-ID            TO XRF-ACCT-ID
050000     READ XREF-FILE
050100         INVALID KEY
050200             GO TO 4000-SCAN-PAYMENTS-EXIT
050300     END-READ
050400     MOVE XRF-CUST-ID            TO WS-EVENT-CUST-ID
050500     IF PAY-DRAWER-ACCT-ID NOT = SPACES
050600         PERFORM 4100-TEST-THIRD-PARTY
050700             THRU 4100-TEST-THIRD-PARTY-EXIT
050800     END-IF
050900     MOVE 'N'                    TO WS-ADD-SW
051000     PERFORM 8000-FIND-SUBJECT THRU 8000-FIND-SUBJECT-EXIT
051100     IF NOT WS-SUB-FOUND
051200        OR WS-SUB-REFUND-AMT (SUB-IDX) = ZERO
051300         GO TO 4000-SCAN-PAYMENTS-EXIT
051400     END-IF
051500     ADD PAY-AMOUNT              TO WS-SUB-PAY-AMT (SUB-IDX)
051600     IF WS-SUB-REFUND-ACH (SUB-IDX)
051700         PERFORM 4200-FIND-PAYMENT-SOURCE
051800             THRU 4200-FIND-PAYMENT-SOURCE-EXIT
051900         IF WS-SOURCE-EFT-ID NOT = SPACES
052000            AND WS-SOURCE-EFT-ID =
052100                WS-SUB-REFUND-EFT-ID (SUB-IDX)
052200             MOVE 'Y'            TO WS-SUB-PAYER-MATCH (SUB-IDX)
052300         END-IF
052400     END-IF.
052500 4000-SCAN-PAYMENTS-EXIT.
052600     EXIT.
052700*
052800 4100-TEST-THIRD-PARTY.
052900     MOVE PAY-DRAWER-ACCT-ID     TO WS-CHECK-EFT-ID
053000     MOVE XRF-CUST-ID            TO WS-CHECK-CUST-ID
053100     PERFORM 8100-CHECK-OWN-ACCOUNT
053200         THRU 8100-CHECK-OWN-ACCOUNT-EXIT
053300     IF NOT WS-OWN-ACCOUNT AND XRF-JOINT-CUST-ID NOT = ZERO
053400         MOVE XRF-JOINT-CUST-ID  TO WS-CHECK-CUST-ID
053500         PERFORM 8100-CHECK-OWN-ACCOUNT
053600             THRU 8100-CHECK-OWN-ACCOUNT-EXIT
053700     END-IF
053800     IF WS-OWN-ACCOUNT
053900         GO TO 4100-TEST-THIRD-PARTY-EXIT
054000     END-IF
054100     MOVE 'Y'                    TO WS-ADD-SW
054200     PERFORM 8000-FIND-SUBJECT THRU 8000-FIND-SUBJECT-EXIT
054300     IF WS-SUB-FOUND
054400         ADD 1                   TO WS-SUB-3P-COUNT (SUB-IDX)
054500         ADD PAY-AMOUNT          TO WS-SUB-3P-AMT (SUB-IDX)
054600     END-IF.
054700 4100-TEST-THIRD-PARTY-EXIT.
054800     EXIT.
054900*
055000******************************************************************
055100* THE BANK ACCOUNT THE PAYMENT CAME FROM: THE DRAWER ACCOUNT OF A
055200* LOCKBOX CHECK, THE CHOSEN FUNDACCT ROW, OR - FOR THE DEFAULT -
055300* THE CUSTOMER'S FLAGGED VERIFIED FUNDACCT ROW, FALLING BACK TO
055400* THE LEGACY CUST-EFT-ACCOUNT-ID, THE RULE CBACH01C ORIGINATES BY.
055500******************************************************************
055600 4200-FIND-PAYMENT-SOURCE.
055700     MOVE SPACES                 TO WS-SOURCE-EFT-ID
055800     IF PAY-DRAWER-ACCT-ID NOT = SPACES
055900         MOVE PAY-DRAWER-ACCT-ID TO WS-SOURCE-EFT-ID
056000         GO TO 4200-FIND-PAYMENT-SOURCE-EXIT
056100     END-IF
056200     IF PAY-FUND-SEQ NOT = ZERO
056300         MOVE XRF-CUST-ID        TO FND-CUST-ID
056400         MOVE PAY-FUND-SEQ       TO FND-SEQ
056500         READ FUNDING-FILE
056600             INVALID KEY
056700                 GO TO 4200-FIND-PAYMENT-SOURCE-EXIT
056800         END-READ
056900         MOVE FND-EFT-ACCOUNT-ID TO WS-SOURCE-EFT-ID
057000         GO TO 4200-FIND-PAYMENT-SOURCE-EXIT
057100     END-IF
057200     MOVE 'N'                    TO WS-FND-EOF-SW
057300     MOVE XRF-CUST-ID            TO FND-CUST-ID
057400     MOVE ZERO                   TO FND-SEQ
057500     START FUNDING-FILE KEY NOT LESS THAN FND-KEY
057600         INVALID KEY
057700             MOVE 'Y'            TO WS-FND-EOF-SW
057800     END-START
057900     PERFORM 4210-FIND-DEFAULT-FUNDING
058000         THRU 4210-FIND-DEFAULT-FUNDING-EXIT
058100         UNTIL WS-END-OF-FUNDING
058200     IF WS-SOURCE-EFT-ID = SPACES
058300         MOVE XRF-CUST-ID        TO CUST-ID
058400         READ CUSTOMER-FILE
058500             INVALID KEY
058600                 GO TO 4200-FIND-PAYMENT-SOURCE-EXIT
058700         END-READ
058800         MOVE CUST-EFT-ACCOUNT-ID TO WS-SOURCE-EFT-ID
058900     END-IF.
059000 4200-FIND-PAYMENT-SOURCE-EXIT.
059100     EXIT.
059200*
059300 4210-FIND-DEFAULT-FUNDING.
059400     READ FUNDING-FILE NEXT RECORD
059500         AT END
059600             MOVE 'Y'            TO WS-FND-EOF-SW
059700             GO TO 4210-FIND-DEFAULT-FUNDING-EXIT
059800     END-READ
059900     IF FND-CUST-ID NOT = XRF-CUST-ID
060000         MOVE 'Y'                TO WS-FND-EOF-SW
060100         GO TO 4210-FIND-DEFAULT-FUNDING-EXIT
060200     END-IF
060300     IF FND-IS-DEFAULT AND FND-VERIFIED
060400         MOVE FND-EFT-ACCOUNT-ID TO WS-SOURCE-EFT-ID
060500         MOVE 'Y'                TO WS-FND-EOF-SW
060600     END-IF.
060700 4210-FIND-DEFAULT-FUNDING-EXIT.
060800     EXIT.
060900*
061000******************************************************************
061100* WEIGH THE PATTERNS FOUND FOR ONE CUSTOMER AND OPEN OR REFRESH
061200* THEIR CASE WHEN THE SCORE REACHES THE CASE THRESHOLD.
061300******************************************************************
061400 5000-SCORE-SUBJECT.
061500     ADD 1                       TO WS-SCORED-COUNT
061600     MOVE ZERO                   TO WS-SCORE
061700     MOVE SPACES                 TO WS-PATTERN-FLAGS
061800     IF WS-SUB-STRUCT-COUNT (SUB-IDX) NOT <
061900        WS-AML-STRUCT-MIN-COUNT
062000         ADD WS-AML-STRUCT-WEIGHT TO WS-SCORE
062100         MOVE 'Y'                TO WS-PAT-STRUCTURING
062200     END-IF
062300     IF WS-SUB-REFUND-AMT (SUB-IDX) NOT < WS-AML-REFUND-MIN
062400        AND WS-SUB-PAY-AMT (SUB-IDX) NOT < WS-AML-OVERPAY-MIN
062500        AND NOT WS-SUB-PAID-FROM-REFUND-ACCT (SUB-IDX)
062600         ADD WS-AML-REFUND-WEIGHT TO WS-SCORE
062700         MOVE 'Y'                TO WS-PAT-OVERPAY-REFUND
062800     END-IF
062900     IF WS-SUB-3P-AMT (SUB-IDX) NOT < WS-AML-THIRD-PARTY-MIN
063000         ADD WS-AML-THIRD-PARTY-WEIGHT TO WS-SCORE
063100         MOVE 'Y'                TO WS-PAT-THIRD-PARTY
063200     END-IF
063300     IF WS-SCORE < WS-AML-CASE-SCORE
063400         GO TO 5000-SCORE-SUBJECT-EXIT
063500     END-IF
063600     PERFORM 6000-OPEN-CASE THRU 6000-OPEN-CASE-EXIT.
063700 5000-SCORE-SUBJECT-EXIT.
063800     EXIT.
063900*
064000******************************************************************
064100* FIND THE CUSTOMER'S LATEST CASE. AN OPEN ONE IS REFRESHED WITH
064200* THIS RUN'S SCORE AND EVIDENCE. ONE OPENED INSIDE THE WINDOW AND
064300* SINCE CLOSED ALREADY COVERED THIS ACTIVITY. OTHERWISE A NEW
064400* CASE IS OPENED UNDER THE NEXT SEQUENCE.
064500******************************************************************
064600 6000-OPEN-CASE.
064700     MOVE ZERO                   TO WS-LAST-SEQ WS-OPEN-SEQ
064800     MOVE SPACES                 TO WS-LAST-OPEN-DATE
064900     MOVE 'N'                    TO WS-CASE-EOF-SW
065000     MOVE WS-SUB-CUST-ID (SUB-IDX) TO AML-CUST-ID
065100     MOVE ZERO                   TO AML-CASE-SEQ
065200     START AML-CASE-FILE KEY NOT LESS THAN AML-KEY
065300         INVALID KEY
065400             MOVE 'Y'            TO WS-CASE-EOF-SW
065500     END-START
065600     PERFORM 6100-SCAN-NEXT-CASE THRU 6100-SCAN-NEXT-CASE-EXIT
065700         UNTIL WS-END-OF-CASES
065800     IF WS-OPEN-SEQ NOT = ZERO
065900         PERFORM 6200-REFRESH-CASE THRU 6200-REFRESH-CASE-EXIT
066000         GO TO 6000-OPEN-CASE-EXIT
066100     END-IF
066200     IF WS-LAST-OPEN-DATE NOT = SPACES
066300        AND WS-LAST-OPEN-DATE NOT < WS-WINDOW-START
066400         ADD 1                   TO WS-SUPPRESSED-COUNT
066500         GO TO 6000-OPEN-CASE-EXIT
066600     END-IF
066700     IF WS-LAST-SEQ = 999
066800         DISPLAY 'CBAML01C - CASE SEQUENCE EXHAUSTED FOR '
066900                 'CUSTOMER ' WS-SUB-CUST-ID (SUB-IDX)
067000         GO TO 6000-OPEN-CASE-EXIT
067100     END-IF
067200     MOVE SPACES                 TO AML-CASE-RECORD
067300     MOVE WS-SUB-CUST-ID (SUB-IDX) TO AML-CUST-ID
067400     COMPUTE AML-CASE-SEQ = WS-LAST-SEQ + 1
067500     SET AML-CASE-OPEN           TO TRUE
067600     MOVE WS-CURDATE-YYYY-MM-DD  TO AML-OPEN-DATE
067700     MOVE WS-SAR-DUE-DATE        TO AML-SAR-DUE-DATE
067800     SET AML-DECISION-NONE       TO TRUE
067900     PERFORM 6300-MOVE-EVIDENCE THRU 6300-MOVE-EVIDENCE-EXIT
068000     WRITE AML-CASE-RECORD
068100         INVALID KEY
068200             DISPLAY 'CBAML01C - CASE NOT WRITTEN FOR CUSTOMER '
068300                     WS-SUB-CUST-ID (SUB-IDX)
068400             GO TO 6000-OPEN-CASE-EXIT
068500     END-WRITE
068600     ADD 1                       TO WS-OPENED-COUNT.
068700 6000-OPEN-CASE-EXIT.
068800     EXIT.
068900*
069000 6100-SCAN-NEXT-CASE.
069100     READ AML-CASE-FILE NEXT RECORD
069200         AT END
069300             MOVE 'Y'            TO WS-CASE-EOF-SW
069400             GO TO 6100-SCAN-NEXT-CASE-EXIT
069500     END-READ
069600     IF AML-CUST-ID NOT = WS-SUB-CUST-ID (SUB-IDX)
069700         MOVE 'Y'                TO WS-CASE-EOF-SW
069800         GO TO 6100-SCAN-NEXT-CASE-EXIT
069900     END-IF
070000     MOVE AML-CASE-SEQ           TO WS-LAST-SEQ
070100     MOVE AML-OPEN-DATE          TO WS-LAST-OPEN-DATE
070200     IF AML-CASE-OPEN
070300         MOVE AML-CASE-SEQ       TO WS-OPEN-SEQ
070400     END-IF.
070500 6100-SCAN-NEXT-CASE-EXIT.
070600     EXIT.
070700*
070800 6200-REFRESH-CASE.
070900     MOVE WS-SUB-CUST-ID (SUB-IDX) TO AML-CUST-ID
071000     MOVE WS-OPEN-SEQ            TO AML-CASE-SEQ
071100     READ AML-CASE-FILE
071200         INVALID KEY
071300             GO TO 6200-REFRESH-CASE-EXIT
071400     END-READ
071500     PERFORM 6300-MOVE-EVIDENCE THRU 6300-MOVE-EVIDENCE-EXIT
071600     REWRITE AML-CASE-RECORD
071700     ADD 1                       TO WS-REFRESHED-COUNT.
071800 6200-REFRESH-CASE-EXIT.
071900     EXIT.
072000*
072100 6300-MOVE-EVIDENCE.
072200     MOVE WS-SCORE               TO AML-SCORE
072300     MOVE WS-PATTERN-FLAGS       TO AML-PATTERN-FLAGS
072400     MOVE WS-WINDOW-START        TO AML-WINDOW-START
072500     MOVE WS-CURDATE-YYYY-MM-DD  TO AML-WINDOW-END
072600     MOVE WS-SUB-STRUCT-COUNT (SUB-IDX) TO AML-STRUCT-COUNT
072700     MOVE WS-SUB-STRUCT-AMT (SUB-IDX)   TO AML-STRUCT-AMT
072800     MOVE WS-SUB-PAY-AMT (SUB-IDX)      TO AML-PAYMENT-AMT
072900     MOVE WS-SUB-REFUND-AMT (SUB-IDX)   TO AML-REFUND-AMT
073000     MOVE WS-SUB-REFUND-EFT-ID (SUB-IDX) TO AML-REFUND-EFT-ID
073100     MOVE WS-SUB-3P-COUNT (SUB-IDX)     TO AML-THIRD-PARTY-COUNT
073200     MOVE WS-SUB-3P-AMT (SUB-IDX)       TO AML-THIRD-PARTY-AMT
073300     MOVE WS-CURDATE-YYYY-MM-DD  TO AML-LAST-SCORED-DATE.
073400 6300-MOVE-EVIDENCE-EXIT.
073500     EXIT.
073600*
073700******************************************************************
073800* ONE ALERT TO THE COMPLIANCE TEAM THROUGH THE ALERT CONSOLE
073900* (CBOPS01C/COOPS00C) WHEN THIS RUN OPENED ANY NEW CASES. THE
074000* RETURN CODE IS LEFT ALONE - NEW CASES ARE NEWS, NOT A FAILURE.
074100******************************************************************
074200 7100-ALERT-NEW-CASES.
074300     IF WS-OPENED-COUNT = ZERO
074400         GO TO 7100-ALERT-NEW-CASES-EXIT
074500     END-IF
074600     MOVE WS-OPENED-COUNT        TO WS-COUNT-EDIT
074700     MOVE 'AMLC'                 TO ABEND-CODE
074800     MOVE 'CBAML01C'             TO ABEND-CULPRIT
074900     MOVE SPACES                 TO ABEND-REASON
075000     STRING 'NEW AML CASES OPENED - ' DELIMITED BY SIZE
075100            WS-COUNT-EDIT        DELIMITED BY SIZE
075200       INTO ABEND-REASON
075300     END-STRING
075400     MOVE SPACES                 TO ABEND-MSG
075500     STRING ABEND-REASON         DELIMITED BY '  '
075600            ' - WORK THEM ON COAML00C' DELIMITED BY SIZE
075700       INTO ABEND-MSG
075800     END-STRING
075900     PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT.
076000 7100-ALERT-NEW-CASES-EXIT.
076100     EXIT.
076200*
076300******************************************************************
076400* APPENDS THE ALERT BUILT IN ABEND-CODE/CULPRIT/REASON/MSG TO
076500* THE ON-CALL ALERT QUEUE.
076600******************************************************************
076700 7000-WRITE-ALERT.
076800     OPEN EXTEND ALERT-QUEUE-FILE
076900     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
077000     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
077100     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
077200     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
077300     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
077400     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
077500     WRITE OPS-ALERT-RECORD
077600     CLOSE ALERT-QUEUE-FILE.
077700 7000-WRITE-ALERT-EXIT.
077800     EXIT.
077900*
078000******************************************************************
078100* LOCATE WS-EVENT-CUST-ID IN THE SUBJECT TABLE. WITH WS-ADD-SW
078200* SET, A CUSTOMER NOT YET THERE IS ADDED; A FULL TABLE DROPS THE
078300* EVENT AND IS COUNTED FOR THE OPERATOR.
078400******************************************************************
078500 8000-FIND-SUBJECT.
078600     MOVE 'N'                    TO WS-SUB-FOUND-SW
078700     PERFORM VARYING SUB-IDX FROM 1 BY 1
078800             UNTIL SUB-IDX > WS-SUB-USED OR WS-SUB-FOUND
078900         IF WS-SUB-CUST-ID (SUB-IDX) = WS-EVENT-CUST-ID
079000             MOVE 'Y'            TO WS-SUB-FOUND-SW
079100         END-IF
079200     END-PERFORM
079300     IF WS-SUB-FOUND
079400         SET SUB-IDX             DOWN BY 1
079500         GO TO 8000-FIND-SUBJECT-EXIT
079600     END-IF
079700     IF NOT WS-ADD-IF-MISSING
079800         GO TO 8000-FIND-SUBJECT-EXIT
079900     END-IF
080000     IF WS-SUB-USED NOT < 1000
080100         ADD 1                   TO WS-OVERFLOW-COUNT
080200         DISPLAY 'CBAML01C - SUBJECT TABLE FULL, CUSTOMER NOT '
080300                 'SCORED THIS RUN: ' WS-EVENT-CUST-ID
080400         GO TO 8000-FIND-SUBJECT-EXIT
080500     END-IF
080600     ADD 1                       TO WS-SUB-USED
080700     SET SUB-IDX                 TO WS-SUB-USED
080800     MOVE WS-EVENT-CUST-ID       TO WS-SUB-CUST-ID (SUB-IDX)
080900     MOVE ZERO                   TO WS-SUB-STRUCT-COUNT (SUB-IDX)
081000                                    WS-SUB-STRUCT-AMT (SUB-IDX)
081100                                    WS-SUB-PAY-AMT (SUB-IDX)
081200                                    WS-SUB-REFUND-AMT (SUB-IDX)
081300                                    WS-SUB-3P-COUNT (SUB-IDX)
081400                                    WS-SUB-3P-AMT (SUB-IDX)
081500     MOVE SPACES                 TO WS-SUB-REFUND-TYPE (SUB-IDX)
081600                                    WS-SUB-REFUND-EFT-ID (SUB-IDX)
081700                                    WS-SUB-PAYER-MATCH (SUB-IDX)
081800     MOVE 'Y'                    TO WS-SUB-FOUND-SW.
081900 8000-FIND-SUBJECT-EXIT.
082000     EXIT.
082100*
082200******************************************************************
082300* IS WS-CHECK-EFT-ID ONE OF WS-CHECK-CUST-ID'S OWN BANK ACCOUNTS -
082400* THE LEGACY EFT ACCOUNT ON CUSTDAT OR ANY FUNDACCT ROW, WHATEVER
082500* ITS STATUS?
082600******************************************************************
082700 8100-CHECK-OWN-ACCOUNT.
082800     MOVE 'N'                    TO WS-OWN-ACCT-SW
082900     MOVE WS-CHECK-CUST-ID       TO CUST-ID
083000     READ CUSTOMER-FILE
083100         INVALID KEY
083200             CONTINUE
083300         NOT INVALID KEY
083400             IF CUST-EFT-ACCOUNT-ID = WS-CHECK-EFT-ID
083500                 MOVE 'Y'        TO WS-OWN-ACCT-SW
083600                 GO TO 8100-CHECK-OWN-ACCOUNT-EXIT
083700             END-IF
083800     END-READ
083900     MOVE 'N'                    TO WS-FND-EOF-SW
084000     MOVE WS-CHECK-CUST-ID       TO FND-CUST-ID
084100     MOVE ZERO                   TO FND-SEQ
084200     START FUNDING-FILE KEY NOT LESS THAN FND-KEY
084300         INVALID KEY
084400             MOVE 'Y'            TO WS-FND-EOF-SW
084500     END-START
084600     PERFORM 8110-CHECK-NEXT-FUNDING
084700         THRU 8110-CHECK-NEXT-FUNDING-EXIT
084800         UNTIL WS-END-OF-FUNDING.
084900 8100-CHECK-OWN-ACCOUNT-EXIT.
085000     EXIT.
085100*
085200 8110-CHECK-NEXT-FUNDING.
085300     READ FUNDING-FILE NEXT RECORD
085400         AT END
085500             MOVE 'Y'            TO WS-FND-EOF-SW
085600             GO TO 8110-CHECK-NEXT-FUNDING-EXIT
085700     END-READ
085800     IF FND-CUST-ID NOT = WS-CHECK-CUST-ID
085900         MOVE 'Y'                TO WS-FND-EOF-SW
086000         GO TO 8110-CHECK-NEXT-FUNDING-EXIT
086100     END-IF
086200     IF FND-EFT-ACCOUNT-ID = WS-CHECK-EFT-ID
086300         MOVE 'Y'                TO WS-OWN-ACCT-SW
086400         MOVE 'Y'                TO WS-FND-EOF-SW
086500     END-IF.
086600 8110-CHECK-NEXT-FUNDING-EXIT.
086700     EXIT.
086800*
086900******************************************************************
087000* TURN THE DAY NUMBER IN WS-WORK-INT INTO YYYY-MM-DD.
087100******************************************************************
087200 8500-FORMAT-WORK-DATE.
087300     COMPUTE WS-WORK-N = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
087400     MOVE WS-WORK-N (1:4)        TO WS-WD-YYYY
087500     MOVE WS-WORK-N (5:2)        TO WS-WD-MM
087600     MOVE WS-WORK-N (7:2)        TO WS-WD-DD.
087700 8500-FORMAT-WORK-DATE-EXIT.
087800     EXIT.
087900*
088000 9000-TERMINATE.
088100     CLOSE TRAN-MASTER-FILE
088200     CLOSE CARD-FILE
088300     CLOSE XREF-FILE
088400     CLOSE CUSTOMER-FILE
088500     CLOSE FUNDING-FILE
088600     CLOSE PAYMENT-FILE
088700     CLOSE AML-CASE-FILE
088800     DISPLAY 'CBAML01C - WINDOW FROM ' WS-WINDOW-START
088900     DISPLAY 'CBAML01C - TRANSACTIONS READ: ' WS-TRAN-COUNT
089000     DISPLAY 'CBAML01C - PAYMENTS IN WINDOW: ' WS-PAY-COUNT
089100     DISPLAY 'CBAML01C - REFUNDS IN WINDOW: ' WS-REFUND-COUNT
089200     DISPLAY 'CBAML01C - CUSTOMERS SCORED: ' WS-SCORED-COUNT
089300     DISPLAY 'CBAML01C - CASES OPENED: ' WS-OPENED-COUNT
089400     DISPLAY 'CBAML01C - OPEN CASES REFRESHED: '
089500             WS-REFRESHED-COUNT
089600     DISPLAY 'CBAML01C - RECENTLY CLOSED, NOT REOPENED: '
089700             WS-SUPPRESSED-COUNT
089800     IF WS-OVERFLOW-COUNT > ZERO
089900         DISPLAY 'CBAML01C - EVENTS DROPPED, TABLE FULL: '
090000                 WS-OVERFLOW-COUNT
090100     END-IF
090200     PERFORM 9200-LOG-JOB-STATUS
090300         THRU 9200-LOG-JOB-STATUS-EXIT.
090400 9000-TERMINATE-EXIT.
090500     EXIT.
090600*
090700******************************************************************
090800* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
090900* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
091000* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
091100* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
091200******************************************************************
091300 9100-ABEND-NOTIFY.
091400     MOVE 'AB01'                 TO ABEND-CODE
091500     MOVE 'CBAML01C'             TO ABEND-CULPRIT
091600     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
091700     STRING ABEND-CULPRIT   DELIMITED BY SIZE
091800            ' - '           DELIMITED BY SIZE
091900            ABEND-REASON    DELIMITED BY SIZE
092000       INTO ABEND-MSG
092100     END-STRING
092200     PERFORM 7000-WRITE-ALERT THRU 7000-WRITE-ALERT-EXIT
092300     MOVE 16                     TO RETURN-CODE.
092400 9100-ABEND-NOTIFY-EXIT.
092500     EXIT.
092600*
092700******************************************************************
092800* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
092900* WHETHER THE JOB RAN AND HOW IT WENT.
093000******************************************************************
093100 9200-LOG-JOB-STATUS.
093200     OPEN I-O JOB-LOG-FILE
093300     IF NOT WS-JOBLOG-OK
093400         DISPLAY 'CBAML01C - ERROR OPENING JOB LOG FILE'
093500         GO TO 9200-LOG-JOB-STATUS-EXIT
093600     END-IF
093700     MOVE 'CBAML01C'             TO JBS-JOB-NAME
093800     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
093900     IF RETURN-CODE = ZERO
094000         SET JBS-STATUS-SUCCESS  TO TRUE
094100     ELSE
094200         SET JBS-STATUS-FAILED   TO TRUE
094300     END-IF
094400     MOVE RETURN-CODE            TO JBS-RETURN-CODE
094500     MOVE WS-TRAN-COUNT          TO JBS-REC-COUNT
094600     WRITE JOB-STATUS-RECORD
094700     CLOSE JOB-LOG-FILE.
094800 9200-LOG-JOB-STATUS-EXIT.
094900     EXIT.
