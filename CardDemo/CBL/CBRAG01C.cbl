000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBRAG01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - MONTHLY RE-AGE OF
001100*                     DELINQUENT ACCOUNTS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       RUN MONTHLY, AFTER THE PAYMENT POSTINGS. EVERY
001500*                DELINQUENT ACCOUNT (STATUS 'D', CYCLES
001600*                DELINQUENT OR A PAST-DUE AMOUNT CARRIED) IS
001700*                REVIEWED AGAINST THE RE-AGE POLICY (CVRAG01Y):
001800*                MONTHS ON BOOK, THE TWELVE-MONTH AND FIVE-YEAR
001900*                LIMITS COUNTED FROM THE RE-AGE HISTORY, AND THE
002000*                CONSECUTIVE QUALIFYING PAYMENTS FOUND ON PAYMNT.
002100*                AN ACCOUNT THAT MEETS THEM ALL IS BROUGHT
002200*                CURRENT - STATUS 'A', ACCT-CYCLES-DELINQUENT
002300*                AND ACCT-PAST-DUE-AMT ZEROED - WHICH TAKES IT
002400*                OFF THE COCOL00C QUEUE AND REPORTS IT CURRENT
002500*                THROUGH CBCBR01C. THE CHANGE IS AUDITED TO
002600*                ACCTAUD AND A CURRENT-BUCKET ROW IS WRITTEN TO
002700*                DLQHIST SO THE ROLL-RATE REPORT SEES THE CURE.
002800*                EVERY REVIEW IS KEPT ON REAGE (CVRAG02Y) AND
002900*                THE MONTH'S RE-AGES ARE LISTED ON THE CONTROL
003000*                REPORT (REAGERPT) FOR THE REGULATORS - READ
003100*                BACK FROM REAGE, SO A RERUN REPRINTS THE WHOLE
003200*                MONTH.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS ACCT-ID
004100         FILE STATUS IS WS-ACCOUNT-STATUS.
004200     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PAY-ID
004600         FILE STATUS IS WS-PAYMENT-STATUS.
004700     SELECT REAGE-FILE ASSIGN TO REAGE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS RAG-KEY
005100         FILE STATUS IS WS-REAGE-STATUS.
005200     SELECT DELINQ-HIST-FILE ASSIGN TO DLQHIST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS DLQ-KEY
005600         FILE STATUS IS WS-DELINQ-HIST-STATUS.
005700     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS AUD-KEY
006100         FILE STATUS IS WS-AUDIT-STATUS.
006200     SELECT REAGE-REPORT-FILE ASSIGN TO REAGERPT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.
006500     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-ALERT-STATUS.
006800     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS JBS-KEY
007200         FILE STATUS IS WS-JOBLOG-STATUS.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  ACCOUNT-FILE.
007700     COPY CVACT01Y.
007800*
007900 FD  PAYMENT-FILE.
008000     COPY CVPAY01Y.
008100*
008200 FD  REAGE-FILE.
008300     COPY CVRAG02Y.
008400*
008500 FD  DELINQ-HIST-FILE.
008600     COPY CVDLQ01Y.
008700*
008800 FD  AUDIT-FILE.
008900     COPY CVAUD01Y.
009000*
009100 FD  REAGE-REPORT-FILE
009200     RECORDING MODE IS F.
009300 01  REAGE-REPORT-LINE                PIC X(132).
009400*
009500 FD  ALERT-QUEUE-FILE
009600     RECORDING MODE IS F.
009700     COPY CSOPS01Y.
009800*
009900 FD  JOB-LOG-FILE.
010000     COPY CVJOB01Y.
010100*
010200 WORKING-STORAGE SECTION.
010300 01  WS-ACCOUNT-STATUS                PIC XX.
010400     88 WS-ACCOUNT-OK                 VALUE '00'.
010500 01  WS-PAYMENT-STATUS                PIC XX.
010600     88 WS-PAYMENT-OK                 VALUE '00'.
010700 01  WS-REAGE-STATUS                  PIC XX.
010800     88 WS-REAGE-OK                   VALUE '00'.
010900 01  WS-DELINQ-HIST-STATUS            PIC XX.
011000     88 WS-DELINQ-HIST-OK             VALUE '00'.
011100 01  WS-AUDIT-STATUS                  PIC XX.
011200     88 WS-AUDIT-OK                   VALUE '00'.
011300 01  WS-REPORT-STATUS                 PIC XX.
011400 01  WS-ALERT-STATUS                  PIC XX.
011500 01  WS-JOBLOG-STATUS                 PIC XX.
011600     88 WS-JOBLOG-OK                  VALUE '00'.
011700 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
011800     88 WS-END-OF-ACCOUNTS            VALUE 'Y'.
011900 01  WS-SCAN-EOF-SW                   PIC X(01) VALUE 'N'.
012000     88 WS-END-OF-SCAN                VALUE 'Y'.
012100 01  WS-ACCT-COUNT                    PIC 9(07) VALUE ZERO.
012200 01  WS-REVIEWED-COUNT                PIC 9(07) VALUE ZERO.
012300 01  WS-REAGED-COUNT                  PIC 9(07) VALUE ZERO.
012400 01  WS-INELIGIBLE-COUNT              PIC 9(07) VALUE ZERO.
012500 01  WS-ABEND-REASON-TEXT             PIC X(50).
012600 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
012700 01  WS-REJECT-REASON                 PIC X(30).
012800*
012900 01  WS-REAGE-WORK.
013000     05 WS-RUN-MONTH                  PIC X(07).
013100     05 WS-TODAY-INT                  PIC 9(08).
013200     05 WS-MONTHS-ON-BOOK             PIC S9(05).
013300     05 WS-OPEN-YYYY                  PIC 9(04).
013400     05 WS-OPEN-MM                    PIC 9(02).
013500     05 WS-OPEN-DD                    PIC 9(02).
013600     05 WS-REAGES-12-MONTHS           PIC 9(03).
013700     05 WS-REAGES-5-YEARS             PIC 9(03).
013800     05 WS-CUTOFF-INT                 PIC 9(08).
013900     05 WS-CUTOFF-N                   PIC 9(08).
014000     05 WS-CUTOFF-12M-X               PIC X(10).
014100     05 WS-CUTOFF-5Y-X                PIC X(10).
014200     05 WS-CUTOFF-X.
014300        10 WS-CUT-YYYY                PIC 9(04).
014400        10 FILLER                     PIC X(01) VALUE '-'.
014500        10 WS-CUT-MM                  PIC 9(02).
014600        10 FILLER                     PIC X(01) VALUE '-'.
014700        10 WS-CUT-DD                  PIC 9(02).
014800     05 WS-QUAL-PAYMENTS              PIC 9(02).
014900     05 WS-PAID-TOTAL                 PIC S9(10)V99 COMP-3.
015000     05 WS-PAST-DUE-CLEARED           PIC S9(10)V99 COMP-3
015100                                      VALUE ZERO.
015200*    PAY-DATE NORMALIZED TO YYYY-MM-DD - LEGACY ON-LINE ROWS
015300*    WERE STAMPED MM/DD/YY.
015400     05 WS-PAY-DATE-ISO               PIC X(10).
015500     05 WS-PAY-DATE-N                 PIC 9(08).
015600     05 WS-PAY-AGE-DAYS               PIC S9(08).
015700     05 WS-WIN-SUB                    PIC 9(02).
015800     05 WS-WIN-REM                    PIC 9(02).
015900*
016000******************************************************************
016100* PAYMENTS PAID IN EACH OF THE LAST TWELVE 30-DAY WINDOWS, MOST
016200* RECENT FIRST - ONE WINDOW STANDING IN FOR ONE BILLING MONTH.
016300******************************************************************
016400 01  WS-PAY-WINDOW-TABLE.
016500     05 WS-WIN-PAID OCCURS 12 TIMES
016600                    INDEXED BY WS-WIN-IDX
016700                                      PIC S9(10)V99 COMP-3.
016800*
016900 01  WS-REPORT-WORK.
017000     05 WS-AMT-EDIT                   PIC -(9)9.99.
017100     05 WS-AMT-EDIT-2                 PIC -(9)9.99.
017200     05 WS-CNT-EDIT                   PIC Z(6)9.
017300*
017400 01  WS-REPORT-HEADING-1.
017500     05 FILLER                        PIC X(40)
017600        VALUE 'CARDDEMO RE-AGE CONTROL REPORT - MONTH '.
017700     05 WS-HDG-MONTH                  PIC X(07).
017800     05 FILLER                        PIC X(85) VALUE SPACES.
017900 01  WS-REPORT-HEADING-2.
018000     05 FILLER                        PIC X(29)
018100        VALUE 'ACCOUNT     REVIEWED   ST CY '.
018200     05 FILLER                        PIC X(17)
018300        VALUE '  PAST DUE BEFORE'.
018400     05 FILLER                        PIC X(03) VALUE ' PM'.
018500     05 FILLER                        PIC X(14)
018600        VALUE '     AMT PAID '.
018700     05 FILLER                        PIC X(14)
018800        VALUE '       BALANCE'.
018900     05 FILLER                        PIC X(55) VALUE '  MOB'.
019000 01  WS-REPORT-DETAIL.
019100     05 WS-DTL-ACCT-ID                PIC 9(11).
019200     05 FILLER                        PIC X(01) VALUE SPACE.
019300     05 WS-DTL-DATE                   PIC X(10).
019400     05 FILLER                        PIC X(01) VALUE SPACE.
019500     05 WS-DTL-STATUS                 PIC X(01).
019600     05 FILLER                        PIC X(02) VALUE SPACES.
019700     05 WS-DTL-CYCLES                 PIC 9(02).
019800     05 FILLER                        PIC X(01) VALUE SPACE.
019900     05 WS-DTL-PAST-DUE               PIC -(12)9.99.
020000     05 FILLER                        PIC X(01) VALUE SPACE.
020100     05 WS-DTL-PAYMENTS               PIC 9(02).
020200     05 FILLER                        PIC X(01) VALUE SPACE.
020300     05 WS-DTL-PAID                   PIC -(9)9.99.
020400     05 FILLER                        PIC X(01) VALUE SPACE.
020500     05 WS-DTL-BALANCE                PIC -(9)9.99.
020600     05 FILLER                        PIC X(01) VALUE SPACE.
020700     05 WS-DTL-MOB                    PIC ZZ9.
020800     05 FILLER                        PIC X(48) VALUE SPACES.
020900*
021000******************************************************************
021100* RE-AGE POLICY - MONTHS ON BOOK, PAYMENTS AND LIMITS.
021200******************************************************************
021300 COPY CVRAG01Y.
021400*
021500******************************************************************
021600* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
021700******************************************************************
021800 COPY CSMSG02Y.
021900*
022000 COPY CSDAT01Y.
022100*
022200******************************************************************
022300* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
022400******************************************************************
022500 COPY CVJCK01Y.
022600*
022700******************************************************************
022800* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
022900******************************************************************
023000 COPY CVQSP01Y.
023100*
023200 LINKAGE SECTION.
023300*
023400******************************************************************
023500 PROCEDURE DIVISION.
023600******************************************************************
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023900     PERFORM 2000-REVIEW-ACCOUNT THRU 2000-REVIEW-ACCOUNT-EXIT
024000         UNTIL WS-END-OF-ACCOUNTS
024100     PERFORM 7000-PRINT-CONTROL-REPORT
024200         THRU 7000-PRINT-CONTROL-REPORT-EXIT
024300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
024400     GOBACK.
024500*
024600 1000-INITIALIZE.
024700     MOVE 'CBRAG01C'             TO JCK-JOB-NAME
024800     CALL 'CBJCK01C' USING JOBCHECK-PARM
024900     IF JCK-REFUSED
025000         DISPLAY 'CBRAG01C - PREDECESSOR CHECK REFUSED RUN'
025100         MOVE 'Y'                TO WS-EOF-SW
025200         MOVE 'PREDECESSOR JOB CHECK FAILED'
025300                                 TO WS-ABEND-REASON-TEXT
025400         PERFORM 9100-ABEND-NOTIFY
025500             THRU 9100-ABEND-NOTIFY-EXIT
025600         GO TO 1000-INITIALIZE-EXIT
025700     END-IF
025800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
025900     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
026000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
026100     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
026200     MOVE WS-CURDATE-YYYY-MM-DD (1:7) TO WS-RUN-MONTH
026300     COMPUTE WS-TODAY-INT =
026400         FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
026500     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 365
026600     PERFORM 1100-FORMAT-CUTOFF THRU 1100-FORMAT-CUTOFF-EXIT
026700     MOVE WS-CUTOFF-X            TO WS-CUTOFF-12M-X
026800     COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 1826
026900     PERFORM 1100-FORMAT-CUTOFF THRU 1100-FORMAT-CUTOFF-EXIT
027000     MOVE WS-CUTOFF-X            TO WS-CUTOFF-5Y-X
027100     OPEN I-O ACCOUNT-FILE
027200     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
027300     MOVE 'CBRAG01C'             TO QSP-JOB-NAME
027400     SET QSP-ACTION-SET          TO TRUE
027500     CALL 'CBQSC01C' USING QUIESCE-PARM
027600     OPEN INPUT PAYMENT-FILE
027700     OPEN I-O REAGE-FILE
027800     OPEN I-O DELINQ-HIST-FILE
027900     OPEN I-O AUDIT-FILE
028000     OPEN OUTPUT REAGE-REPORT-FILE
028100     IF NOT WS-ACCOUNT-OK
028200         DISPLAY 'CBRAG01C - ERROR OPENING ACCOUNT FILE'
028300         MOVE 'Y'                TO WS-EOF-SW
028400         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
028500         PERFORM 9100-ABEND-NOTIFY
028600             THRU 9100-ABEND-NOTIFY-EXIT
028700     END-IF
028800     IF NOT WS-PAYMENT-OK
028900         DISPLAY 'CBRAG01C - ERROR OPENING PAYMENT FILE'
029000         MOVE 'Y'                TO WS-EOF-SW
029100         MOVE 'PAYMENT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
029200         PERFORM 9100-ABEND-NOTIFY
029300             THRU 9100-ABEND-NOTIFY-EXIT
029400     END-IF
029500     IF NOT WS-REAGE-OK
029600         DISPLAY 'CBRAG01C - ERROR OPENING RE-AGE FILE'
029700         MOVE 'Y'                TO WS-EOF-SW
029800         MOVE 'RE-AGE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
029900         PERFORM 9100-ABEND-NOTIFY
030000             THRU 9100-ABEND-NOTIFY-EXIT
030100     END-IF
030200     IF NOT WS-DELINQ-HIST-OK
030300         DISPLAY 'CBRAG01C - ERROR OPENING DELINQ HIST FILE'
030400         MOVE 'Y'                TO WS-EOF-SW
030500         MOVE 'DELINQ HIST FILE OPEN ERROR'
030600                                 TO WS-ABEND-REASON-TEXT
030700         PERFORM 9100-ABEND-NOTIFY
030800             THRU 9100-ABEND-NOTIFY-EXIT
030900     END-IF
031000     IF NOT WS-AUDIT-OK
031100         DISPLAY 'CBRAG01C - ERROR OPENING ACCOUNT AUDIT FILE'
031200         MOVE 'Y'                TO WS-EOF-SW
031300         MOVE 'ACCOUNT AUDIT FILE OPEN ERROR'
031400                                 TO WS-ABEND-REASON-TEXT
031500         PERFORM 9100-ABEND-NOTIFY
031600             THRU 9100-ABEND-NOTIFY-EXIT
031700     END-IF
031800     IF NOT WS-END-OF-ACCOUNTS
031900         PERFORM 2100-READ-NEXT-ACCOUNT
032000             THRU 2100-READ-NEXT-ACCOUNT-EXIT
032100     END-IF.
032200 1000-INITIALIZE-EXIT.
032300     EXIT.
032400*
032500 1100-FORMAT-CUTOFF.
032600     COMPUTE WS-CUTOFF-N =
032700         FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
032800     MOVE WS-CUTOFF-N (1:4)      TO WS-CUT-YYYY
032900     MOVE WS-CUTOFF-N (5:2)      TO WS-CUT-MM
033000     MOVE WS-CUTOFF-N (7:2)      TO WS-CUT-DD.
033100 1100-FORMAT-CUTOFF-EXIT.
033200     EXIT.
033300*
033400******************************************************************
033500* ONLY OPEN ACCOUNTS IN GOOD STANDING OR DELINQUENCY ARE
033600* REVIEWED; CLOSED, FRAUD, DECEASED AND CHARGED-OFF ACCOUNTS
033700* ARE NEVER RE-AGED.
033800******************************************************************
033900 2000-REVIEW-ACCOUNT.
034000     ADD 1                       TO WS-ACCT-COUNT
034100     IF (ACCT-ACTIVE-STATUS = 'A' OR ACCT-ACTIVE-STATUS = 'D')
034200        AND (ACCT-ACTIVE-STATUS = 'D'
034300          OR ACCT-CYCLES-DELINQUENT > ZERO
034400          OR ACCT-PAST-DUE-AMT > ZERO)
034500         ADD 1                   TO WS-REVIEWED-COUNT
034600         MOVE SPACES             TO WS-REJECT-REASON
034700         PERFORM 3000-CHECK-POLICY THRU 3000-CHECK-POLICY-EXIT
034800         PERFORM 5000-WRITE-REAGE-ROW
034900             THRU 5000-WRITE-REAGE-ROW-EXIT
035000         IF WS-REJECT-REASON = SPACES
035100             PERFORM 4000-REAGE-ACCOUNT
035200                 THRU 4000-REAGE-ACCOUNT-EXIT
035300             ADD 1               TO WS-REAGED-COUNT
035400         ELSE
035500             ADD 1               TO WS-INELIGIBLE-COUNT
035600         END-IF
035700     END-IF
035800     PERFORM 2100-READ-NEXT-ACCOUNT
035900         THRU 2100-READ-NEXT-ACCOUNT-EXIT.
036000 2000-REVIEW-ACCOUNT-EXIT.
036100     EXIT.
036200*
036300 2100-READ-NEXT-ACCOUNT.
036400     READ ACCOUNT-FILE NEXT RECORD
036500         AT END
036600             MOVE 'Y'            TO WS-EOF-SW
036700     END-READ.
036800 2100-READ-NEXT-ACCOUNT-EXIT.
036900     EXIT.
037000*
037100******************************************************************
037200* THE POLICY CONDITIONS IN ORDER. THE FIRST ONE FAILED IS LEFT
037300* IN WS-REJECT-REASON AND KEPT ON THE REVIEW ROW.
037400******************************************************************
037500 3000-CHECK-POLICY.
037600     MOVE ZERO                   TO WS-MONTHS-ON-BOOK
037700     MOVE ZERO                   TO WS-QUAL-PAYMENTS
037800     MOVE ZERO                   TO WS-PAID-TOTAL
037900     PERFORM 3100-MONTHS-ON-BOOK THRU 3100-MONTHS-ON-BOOK-EXIT
038000     IF WS-REJECT-REASON NOT = SPACES
038100         GO TO 3000-CHECK-POLICY-EXIT
038200     END-IF
038300     IF WS-MONTHS-ON-BOOK < RGP-MIN-MONTHS-ON-BOOK
038400         MOVE 'TOO FEW MONTHS ON BOOK' TO WS-REJECT-REASON
038500         GO TO 3000-CHECK-POLICY-EXIT
038600     END-IF
038700     PERFORM 3200-COUNT-PRIOR-REAGES
038800         THRU 3200-COUNT-PRIOR-REAGES-EXIT
038900     IF WS-REAGES-12-MONTHS NOT < RGP-MAX-PER-12-MONTHS
039000         MOVE 'RE-AGED IN LAST 12 MONTHS' TO WS-REJECT-REASON
039100         GO TO 3000-CHECK-POLICY-EXIT
039200     END-IF
039300     IF WS-REAGES-5-YEARS NOT < RGP-MAX-PER-5-YEARS
039400         MOVE 'FIVE-YEAR RE-AGE LIMIT REACHED'
039500                                 TO WS-REJECT-REASON
039600         GO TO 3000-CHECK-POLICY-EXIT
039700     END-IF
039800     PERFORM 3300-COUNT-QUAL-PAYMENTS
039900         THRU 3300-COUNT-QUAL-PAYMENTS-EXIT
040000     IF WS-QUAL-PAYMENTS < RGP-QUAL-PAYMENTS
040100         MOVE 'QUALIFYING PAYMENTS NOT MET' TO WS-REJECT-REASON
040200     END-IF.
040300 3000-CHECK-POLICY-EXIT.
040400     EXIT.
040500*
040600******************************************************************
040700* WHOLE CALENDAR MONTHS SINCE ACCT-OPEN-DATE - A MONTH IS NOT
040800* COUNTED UNTIL ITS DAY OF MONTH COMES ROUND.
040900******************************************************************
041000 3100-MONTHS-ON-BOOK.
041100     IF ACCT-OPEN-DATE (1:4) NOT NUMERIC
041200        OR ACCT-OPEN-DATE (6:2) NOT NUMERIC
041300        OR ACCT-OPEN-DATE (9:2) NOT NUMERIC
041400         MOVE 'OPEN DATE NOT ON FILE' TO WS-REJECT-REASON
041500         GO TO 3100-MONTHS-ON-BOOK-EXIT
041600     END-IF
041700     MOVE ACCT-OPEN-DATE (1:4)   TO WS-OPEN-YYYY
041800     MOVE ACCT-OPEN-DATE (6:2)   TO WS-OPEN-MM
041900     MOVE ACCT-OPEN-DATE (9:2)   TO WS-OPEN-DD
042000     COMPUTE WS-MONTHS-ON-BOOK =
042100         (WS-CURDATE-YEAR * 12 + WS-CURDATE-MONTH)
042200       - (WS-OPEN-YYYY * 12 + WS-OPEN-MM)
042300     IF WS-CURDATE-DAY < WS-OPEN-DD
042400         SUBTRACT 1              FROM WS-MONTHS-ON-BOOK
042500     END-IF
042600     IF WS-MONTHS-ON-BOOK < ZERO
042700         MOVE ZERO               TO WS-MONTHS-ON-BOOK
042800     END-IF.
042900 3100-MONTHS-ON-BOOK-EXIT.
043000     EXIT.
043100*
043200******************************************************************
043300* COUNT THE ACCOUNT'S EARLIER RE-AGES INSIDE THE TWELVE-MONTH
043400* AND FIVE-YEAR WINDOWS FROM ITS REAGE ROWS.
043500******************************************************************
043600 3200-COUNT-PRIOR-REAGES.
043700     MOVE ZERO                   TO WS-REAGES-12-MONTHS
043800     MOVE ZERO                   TO WS-REAGES-5-YEARS
043900     MOVE 'N'                    TO WS-SCAN-EOF-SW
044000     MOVE ACCT-ID                TO RAG-ACCT-ID
044100     MOVE LOW-VALUES             TO RAG-RUN-MONTH
044200     START REAGE-FILE KEY NOT LESS THAN RAG-KEY
044300         INVALID KEY
044400             GO TO 3200-COUNT-PRIOR-REAGES-EXIT
044500     END-START
044600     PERFORM 3210-COUNT-NEXT-REAGE
044700         THRU 3210-COUNT-NEXT-REAGE-EXIT
044800         UNTIL WS-END-OF-SCAN.
044900 3200-COUNT-PRIOR-REAGES-EXIT.
045000     EXIT.
045100*
045200 3210-COUNT-NEXT-REAGE.
045300     READ REAGE-FILE NEXT RECORD
045400         AT END
045500             MOVE 'Y'            TO WS-SCAN-EOF-SW
045600             GO TO 3210-COUNT-NEXT-REAGE-EXIT
045700     END-READ
045800     IF RAG-ACCT-ID NOT = ACCT-ID
045900         MOVE 'Y'                TO WS-SCAN-EOF-SW
046000         GO TO 3210-COUNT-NEXT-REAGE-EXIT
046100     END-IF
046200     IF RAG-REAGED AND RAG-REVIEW-DATE >= WS-CUTOFF-12M-X
046300         ADD 1                   TO WS-REAGES-12-MONTHS
046400     END-IF
046500     IF RAG-REAGED AND RAG-REVIEW-DATE >= WS-CUTOFF-5Y-X
046600         ADD 1                   TO WS-REAGES-5-YEARS
046700     END-IF.
046800 3210-COUNT-NEXT-REAGE-EXIT.
046900     EXIT.
047000*
047100******************************************************************
047200* SPREAD THE ACCOUNT'S PAID PAYMENTS OVER 30-DAY WINDOWS BACK
047300* FROM TODAY, THEN COUNT THE CONSECUTIVE WINDOWS, MOST RECENT
047400* FIRST, WHOSE PAYMENTS COVER THE REGULAR MINIMUM PAYMENT
047500* (ACCT-MIN-PAY-DUE - THE PAST-DUE AMOUNT IS CARRIED SEPARATELY).
047600* THE PAYMENT FILE IS KEYED BY PAY-ID ONLY, SO THIS IS A FULL
047700* SCAN - THE SAME ONE CBHRD01C RUNS FOR HARDSHIP INSTALLMENTS.
047800******************************************************************
047900 3300-COUNT-QUAL-PAYMENTS.
048000     INITIALIZE WS-PAY-WINDOW-TABLE
048100     MOVE 'N'                    TO WS-SCAN-EOF-SW
048200     MOVE LOW-VALUES             TO PAY-ID
048300     START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
048400         INVALID KEY
048500             GO TO 3300-COUNT-QUAL-PAYMENTS-EXIT
048600     END-START
048700     PERFORM 3310-SCAN-NEXT-PAYMENT
048800         THRU 3310-SCAN-NEXT-PAYMENT-EXIT
048900         UNTIL WS-END-OF-SCAN
049000     MOVE ZERO                   TO WS-QUAL-PAYMENTS
049100     PERFORM VARYING WS-WIN-IDX FROM 1 BY 1
049200             UNTIL WS-WIN-IDX > 12
049300                OR WS-WIN-PAID (WS-WIN-IDX) NOT > ZERO
049400                OR WS-WIN-PAID (WS-WIN-IDX) < ACCT-MIN-PAY-DUE
049500         ADD 1                   TO WS-QUAL-PAYMENTS
049600         ADD WS-WIN-PAID (WS-WIN-IDX) TO WS-PAID-TOTAL
049700     END-PERFORM.
049800 3300-COUNT-QUAL-PAYMENTS-EXIT.
049900     EXIT.
050000*
050100 3310-SCAN-NEXT-PAYMENT.
050200     READ PAYMENT-FILE NEXT RECORD
050300         AT END
050400             MOVE 'Y'            TO WS-SCAN-EOF-SW
050500             GO TO 3310-SCAN-NEXT-PAYMENT-EXIT
050600     END-READ
050700     IF PAY-ACCT-ID NOT = ACCT-ID
050800        OR NOT PAY-IS-ONE-TIME
050900        OR NOT PAY-FUNDS-APPLIED
051000         GO TO 3310-SCAN-NEXT-PAYMENT-EXIT
051100     END-IF
051200     IF PAY-DATE (3:1) = '/'
051300         MOVE '20'               TO WS-PAY-DATE-ISO (1:2)
051400         MOVE PAY-DATE (7:2)     TO WS-PAY-DATE-ISO (3:2)
051500         MOVE '-'                TO WS-PAY-DATE-ISO (5:1)
051600         MOVE PAY-DATE (1:2)     TO WS-PAY-DATE-ISO (6:2)
051700         MOVE '-'                TO WS-PAY-DATE-ISO (8:1)
051800         MOVE PAY-DATE (4:2)     TO WS-PAY-DATE-ISO (9:2)
051900     ELSE
052000         MOVE PAY-DATE           TO WS-PAY-DATE-ISO
052100     END-IF
052200     IF WS-PAY-DATE-ISO (1:4) NOT NUMERIC
052300        OR WS-PAY-DATE-ISO (6:2) NOT NUMERIC
052400        OR WS-PAY-DATE-ISO (9:2) NOT NUMERIC
052500         GO TO 3310-SCAN-NEXT-PAYMENT-EXIT
052600     END-IF
052700     MOVE WS-PAY-DATE-ISO (1:4)  TO WS-PAY-DATE-N (1:4)
052800     MOVE WS-PAY-DATE-ISO (6:2)  TO WS-PAY-DATE-N (5:2)
052900     MOVE WS-PAY-DATE-ISO (9:2)  TO WS-PAY-DATE-N (7:2)
053000     COMPUTE WS-PAY-AGE-DAYS = WS-TODAY-INT
053100         - FUNCTION INTEGER-OF-DATE(WS-PAY-DATE-N)
053200     IF WS-PAY-AGE-DAYS < ZERO OR WS-PAY-AGE-DAYS > 359
053300         GO TO 3310-SCAN-NEXT-PAYMENT-EXIT
053400     END-IF
053500     DIVIDE WS-PAY-AGE-DAYS BY 30 GIVING WS-WIN-SUB
053600         REMAINDER WS-WIN-REM
053700     ADD 1                       TO WS-WIN-SUB
053800     ADD PAY-AMOUNT              TO WS-WIN-PAID (WS-WIN-SUB).
053900 3310-SCAN-NEXT-PAYMENT-EXIT.
054000     EXIT.
054100*
054200******************************************************************
054300* BRING THE ACCOUNT CURRENT, AUDIT IT AND NOTE THE CURE ON
054400* DLQHIST AS TODAY'S CURRENT-BUCKET ROW (THE SAME WRITE-OR-
054500* REWRITE CBACT06C USES, SO EITHER MAY RUN FIRST).
054600******************************************************************
054700 4000-REAGE-ACCOUNT.
054800     MOVE SPACES                 TO AUD-OLD-VALUE
054900     STRING ACCT-ACTIVE-STATUS   DELIMITED BY SIZE
055000            ' '                  DELIMITED BY SIZE
055100            ACCT-CYCLES-DELINQUENT DELIMITED BY SIZE
055200            ' CYCLES DELINQUENT' DELIMITED BY SIZE
055300       INTO AUD-OLD-VALUE
055400     END-STRING
055500     ADD ACCT-PAST-DUE-AMT       TO WS-PAST-DUE-CLEARED
055600     MOVE 'A'                    TO ACCT-ACTIVE-STATUS
055700     MOVE ZERO                   TO ACCT-CYCLES-DELINQUENT
055800     MOVE ZERO                   TO ACCT-PAST-DUE-AMT
055900     REWRITE ACCOUNT-RECORD
056000     MOVE 'A 00 RE-AGED CURRENT' TO AUD-NEW-VALUE
056100     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
056200     MOVE WS-CURDATE-YYYY-MM-DD  TO DLQ-RUN-DATE
056300     MOVE ACCT-ID                TO DLQ-ACCT-ID
056400     MOVE 1                      TO DLQ-BUCKET-IDX
056500     MOVE ACCT-CURR-BAL          TO DLQ-CURR-BAL
056600     WRITE DELINQ-HIST-RECORD
056700         INVALID KEY
056800             REWRITE DELINQ-HIST-RECORD
056900     END-WRITE.
057000 4000-REAGE-ACCOUNT-EXIT.
057100     EXIT.
057200*
057300******************************************************************
057400* ONE REAGE ROW PER ACCOUNT REVIEWED THIS MONTH. A RERUN IN THE
057500* SAME MONTH REWRITES ITS EARLIER ROW.
057600******************************************************************
057700 5000-WRITE-REAGE-ROW.
057800     MOVE ACCT-ID                TO RAG-ACCT-ID
057900     MOVE WS-RUN-MONTH           TO RAG-RUN-MONTH
058000     IF WS-REJECT-REASON = SPACES
058100         SET RAG-REAGED          TO TRUE
058200     ELSE
058300         SET RAG-INELIGIBLE      TO TRUE
058400     END-IF
058500     MOVE WS-CURDATE-YYYY-MM-DD  TO RAG-REVIEW-DATE
058600     MOVE WS-REJECT-REASON       TO RAG-REASON
058700     MOVE WS-MONTHS-ON-BOOK      TO RAG-MONTHS-ON-BOOK
058800     MOVE WS-QUAL-PAYMENTS       TO RAG-QUAL-PAYMENTS
058900     MOVE WS-PAID-TOTAL          TO RAG-PAID-TOTAL
059000     MOVE ACCT-ACTIVE-STATUS     TO RAG-STATUS-BEFORE
059100     MOVE ACCT-CYCLES-DELINQUENT TO RAG-CYCLES-BEFORE
059200     MOVE ACCT-PAST-DUE-AMT      TO RAG-PAST-DUE-BEFORE
059300     MOVE ACCT-CURR-BAL          TO RAG-CURR-BAL
059400     WRITE REAGE-RECORD
059500         INVALID KEY
059600             REWRITE REAGE-RECORD
059700     END-WRITE.
059800 5000-WRITE-REAGE-ROW-EXIT.
059900     EXIT.
060000*
060100 6900-WRITE-AUDIT-ROW.
060200     MOVE ACCT-ID                TO AUD-ACCT-ID
060300     MOVE FUNCTION CURRENT-DATE  TO AUD-TIMESTAMP
060400     MOVE 'CBRAG01C'             TO AUD-USER-ID
060500     MOVE 'REAGE'                TO AUD-FIELD-NAME
060600     WRITE ACCT-AUDIT-RECORD
060700         INVALID KEY
060800             CONTINUE
060900     END-WRITE.
061000 6900-WRITE-AUDIT-ROW-EXIT.
061100     EXIT.
061200*
061300******************************************************************
061400* THE REGULATORS' CONTROL REPORT - EVERY 'R' ROW FOR THIS RUN
061500* MONTH, READ BACK FROM REAGE, WITH THE MONTH'S TOTALS.
061600******************************************************************
061700 7000-PRINT-CONTROL-REPORT.
061800     IF RETURN-CODE NOT = ZERO
061900         GO TO 7000-PRINT-CONTROL-REPORT-EXIT
062000     END-IF
062100     MOVE WS-RUN-MONTH           TO WS-HDG-MONTH
062200     WRITE REAGE-REPORT-LINE     FROM WS-REPORT-HEADING-1
062300     WRITE REAGE-REPORT-LINE     FROM WS-REPORT-HEADING-2
062400     MOVE ZERO                   TO WS-REAGED-COUNT
062500     MOVE ZERO                   TO WS-PAST-DUE-CLEARED
062600     MOVE 'N'                    TO WS-SCAN-EOF-SW
062700     MOVE LOW-VALUES             TO RAG-KEY
062800     START REAGE-FILE KEY NOT LESS THAN RAG-KEY
062900         INVALID KEY
063000             MOVE 'Y'            TO WS-SCAN-EOF-SW
063100     END-START
063200     PERFORM 7100-REPORT-NEXT-REAGE
063300         THRU 7100-REPORT-NEXT-REAGE-EXIT
063400         UNTIL WS-END-OF-SCAN
063500     PERFORM 7200-REPORT-TOTALS THRU 7200-REPORT-TOTALS-EXIT.
063600 7000-PRINT-CONTROL-REPORT-EXIT.
063700     EXIT.
063800*
063900 7100-REPORT-NEXT-REAGE.
064000     READ REAGE-FILE NEXT RECORD
064100         AT END
064200             MOVE 'Y'            TO WS-SCAN-EOF-SW
064300             GO TO 7100-REPORT-NEXT-REAGE-EXIT
064400     END-READ
064500     IF RAG-RUN-MONTH NOT = WS-RUN-MONTH OR NOT RAG-REAGED
064600         GO TO 7100-REPORT-NEXT-REAGE-EXIT
064700     END-IF
064800     ADD 1                       TO WS-REAGED-COUNT
064900     ADD RAG-PAST-DUE-BEFORE     TO WS-PAST-DUE-CLEARED
065000     MOVE RAG-ACCT-ID            TO WS-DTL-ACCT-ID
065100     MOVE RAG-REVIEW-DATE        TO WS-DTL-DATE
065200     MOVE RAG-STATUS-BEFORE      TO WS-DTL-STATUS
065300     MOVE RAG-CYCLES-BEFORE      TO WS-DTL-CYCLES
065400     MOVE RAG-PAST-DUE-BEFORE    TO WS-DTL-PAST-DUE
065500     MOVE RAG-QUAL-PAYMENTS      TO WS-DTL-PAYMENTS
065600     MOVE RAG-PAID-TOTAL         TO WS-DTL-PAID
065700     MOVE RAG-CURR-BAL           TO WS-DTL-BALANCE
065800     MOVE RAG-MONTHS-ON-BOOK     TO WS-DTL-MOB
065900     WRITE REAGE-REPORT-LINE     FROM WS-REPORT-DETAIL.
066000 7100-REPORT-NEXT-REAGE-EXIT.
066100     EXIT.
066200*
066300 7200-REPORT-TOTALS.
066400     MOVE SPACES                 TO REAGE-REPORT-LINE
066500     WRITE REAGE-REPORT-LINE
066600     MOVE WS-REVIEWED-COUNT      TO WS-CNT-EDIT
066700     STRING 'ACCOUNTS REVIEWED THIS RUN:   ' DELIMITED BY SIZE
066800            WS-CNT-EDIT          DELIMITED BY SIZE
066900       INTO REAGE-REPORT-LINE
067000     END-STRING
067100     WRITE REAGE-REPORT-LINE
067200     MOVE SPACES                 TO REAGE-REPORT-LINE
067300     MOVE WS-INELIGIBLE-COUNT    TO WS-CNT-EDIT
067400     STRING 'FOUND INELIGIBLE THIS RUN:    ' DELIMITED BY SIZE
067500            WS-CNT-EDIT          DELIMITED BY SIZE
067600       INTO REAGE-REPORT-LINE
067700     END-STRING
067800     WRITE REAGE-REPORT-LINE
067900     MOVE SPACES                 TO REAGE-REPORT-LINE
068000     MOVE WS-REAGED-COUNT        TO WS-CNT-EDIT
068100     MOVE WS-PAST-DUE-CLEARED    TO WS-AMT-EDIT
068200     STRING 'ACCOUNTS RE-AGED THIS MONTH:  ' DELIMITED BY SIZE
068300            WS-CNT-EDIT          DELIMITED BY SIZE
068400            '   PAST DUE CLEARED: ' DELIMITED BY SIZE
068500            WS-AMT-EDIT          DELIMITED BY SIZE
068600       INTO REAGE-REPORT-LINE
068700     END-STRING
068800     WRITE REAGE-REPORT-LINE.
068900 7200-REPORT-TOTALS-EXIT.
069000     EXIT.
069100*
069200 9000-TERMINATE.
069300     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
069400     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
069500     MOVE 'CBRAG01C'             TO QSP-JOB-NAME
069600     SET QSP-ACTION-CLEAR        TO TRUE
069700     CALL 'CBQSC01C' USING QUIESCE-PARM
069800     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
069900     CLOSE ACCOUNT-FILE
070000     CLOSE PAYMENT-FILE
070100     CLOSE REAGE-FILE
070200     CLOSE DELINQ-HIST-FILE
070300     CLOSE AUDIT-FILE
070400     CLOSE REAGE-REPORT-FILE
070500     DISPLAY 'CBRAG01C - ACCOUNTS READ: ' WS-ACCT-COUNT
070600     DISPLAY 'CBRAG01C - DELINQUENT ACCOUNTS REVIEWED: '
070700             WS-REVIEWED-COUNT
070800     DISPLAY 'CBRAG01C - INELIGIBLE: ' WS-INELIGIBLE-COUNT
070900     DISPLAY 'CBRAG01C - RE-AGED THIS MONTH: ' WS-REAGED-COUNT
071000     PERFORM 9200-LOG-JOB-STATUS
071100         THRU 9200-LOG-JOB-STATUS-EXIT.
071200 9000-TERMINATE-EXIT.
071300     EXIT.
071400*
071500******************************************************************
071600* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
071700* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
071800* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
071900* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
072000******************************************************************
072100 9100-ABEND-NOTIFY.
072200     MOVE 'AB01'                 TO ABEND-CODE
072300     MOVE 'CBRAG01C'             TO ABEND-CULPRIT
072400     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
072500     STRING ABEND-CULPRIT   DELIMITED BY SIZE
072600            ' - '           DELIMITED BY SIZE
072700            ABEND-REASON    DELIMITED BY SIZE
072800       INTO ABEND-MSG
072900     END-STRING
073000     OPEN EXTEND ALERT-QUEUE-FILE
073100     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
073200     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
073300     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
073400     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
073500     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
073600     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
073700     WRITE OPS-ALERT-RECORD
073800     CLOSE ALERT-QUEUE-FILE
073900     MOVE 16                     TO RETURN-CODE.
074000 9100-ABEND-NOTIFY-EXIT.
074100     EXIT.
074200*
074300******************************************************************
074400* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
074500* WHETHER THE JOB RAN AND HOW IT WENT.
074600******************************************************************
074700 9200-LOG-JOB-STATUS.
074800     OPEN I-O JOB-LOG-FILE
074900     IF NOT WS-JOBLOG-OK
075000         DISPLAY 'CBRAG01C - ERROR OPENING JOB LOG FILE'
075100         GO TO 9200-LOG-JOB-STATUS-EXIT
075200     END-IF
075300     MOVE 'CBRAG01C'             TO JBS-JOB-NAME
075400     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
075500     IF RETURN-CODE = ZERO
075600         SET JBS-STATUS-SUCCESS  TO TRUE
075700     ELSE
075800         SET JBS-STATUS-FAILED   TO TRUE
075900     END-IF
076000     MOVE RETURN-CODE            TO JBS-RETURN-CODE
076100     MOVE WS-ACCT-COUNT          TO JBS-REC-COUNT
076200     WRITE JOB-STATUS-RECORD
076300     CLOSE JOB-LOG-FILE.
076400 9200-LOG-JOB-STATUS-EXIT.
076500     EXIT.
