000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBPOQ01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NIGHTLY PAYOFF QUOTE
001100*                     CLOSE-OUT.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE PAYOFF QUOTE FILE (PAYOFFQ, CVPOQ01Y)
001500*                AND WORKS EVERY QUOTE STILL OPEN. THE POSTED
001600*                PAYMENTS ON THE ACCOUNT THAT CARRY THE QUOTE
001700*                NUMBER (PAY-PAYOFF-QUOTE-NO, FROM THE LOCKBOX
001800*                COUPON) AND ARE DATED FROM THE QUOTE DATE
001900*                THROUGH THE GOOD-THROUGH DATE ARE TOTALLED.
002000*                ONCE ONE HAS ARRIVED THE QUOTE IS CLOSED: A
002100*                BALANCE ALREADY AT OR BELOW ZERO NEEDS NOTHING;
002200*                A RESIDUAL WITHIN WS-POQ-WAIVE-TOL (THE CENTS OF
002300*                INTEREST THE PROJECTION AND THE NIGHTLY ACCRUAL
002400*                ROUND DIFFERENTLY, OR A HOLD THAT SETTLED A
002500*                LITTLE HIGH) IS WAIVED AS A TYPE 06/4000
002600*                INTEREST CREDIT SO THE ACCOUNT ACTUALLY ENDS AT
002700*                ZERO; A LARGER RESIDUAL LEAVES THE QUOTE SHORT
002800*                FOR A REP TO TAKE UP WITH THE CUSTOMER. A QUOTE
002900*                NOBODY PAID LAPSES THE DAY AFTER ITS GOOD-
003000*                THROUGH DATE. AN ACCOUNT WITH NO CARD ON FILE IS
003100*                REPORTED AND ITS QUOTE LEFT OPEN RATHER THAN
003200*                CREDITED WITHOUT A TRANSACTION TO CARRY IT - THE
003300*                CBCHO01C RULE.
003400*                RUN NIGHTLY, AFTER PAYMENT POSTING AND THE
003500*                INTEREST ACCRUAL (CBACT05C).
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PAYOFF-QUOTE-FILE ASSIGN TO PAYOFFQ
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS POQ-KEY
004400         FILE STATUS IS WS-PAYOFFQ-STATUS.
004500     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS PAY-ID
004900         FILE STATUS IS WS-PAYMENT-STATUS.
005000     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ACCT-ID
005400         FILE STATUS IS WS-ACCOUNT-STATUS.
005500     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS TRAN-ID
005900         FILE STATUS IS WS-TRAN-MASTER-STATUS.
006000     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CAIX-ACCT-ID
006400         FILE STATUS IS WS-CARDAIX-STATUS.
006500     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS AUD-KEY
006900         FILE STATUS IS WS-AUDIT-STATUS.
007000     SELECT PAYOFF-REPORT-FILE ASSIGN TO POQRPT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-REPORT-STATUS.
007300     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-ALERT-STATUS.
007600     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS JBS-KEY
008000         FILE STATUS IS WS-JOBLOG-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  PAYOFF-QUOTE-FILE.
008500     COPY CVPOQ01Y.
008600*
008700 FD  PAYMENT-FILE.
008800     COPY CVPAY01Y.
008900*
009000 FD  ACCOUNT-FILE.
009100     COPY CVACT01Y.
009200*
009300 FD  TRAN-MASTER-FILE.
009400     COPY CVTRA01Y.
009500*
009600 FD  CARD-AIX-FILE.
009700     COPY CVACT02Y
009800         REPLACING ==CARD-RECORD== BY ==CARD-AIX-RECORD==
009900             ==CARD-NUM== BY ==CAIX-CARD-NUM==
010000             ==CARD-ACCT-ID== BY ==CAIX-ACCT-ID==
010100             ==CARD-CVV-CD== BY ==CAIX-CVV-CD==
010200             ==CARD-EMBOSSED-NAME== BY ==CAIX-EMBOSSED-NAME==
010300             ==CARD-EXPIRAION-DATE== BY ==CAIX-EXPIRAION-DATE==
010400             ==CARD-ACTIVE-STATUS== BY ==CAIX-ACTIVE-STATUS==
010500             ==CARD-ACTIVATION-STATUS== BY
010600                 ==CAIX-ACTIVATION-STATUS==
010700             ==CARD-NOT-YET-ACTIVATED== BY
010800                 ==CAIX-NOT-YET-ACTIVATED==
010900             ==CARD-IS-ACTIVATED== BY ==CAIX-IS-ACTIVATED==
011000             ==CARD-ACTIVATION-DATE== BY
011100                 ==CAIX-ACTIVATION-DATE==
011200             ==CARD-HOTLIST-DATE== BY ==CAIX-HOTLIST-DATE==
011300             ==CARD-EMBOSS-SENT-DATE== BY
011400                 ==CAIX-EMBOSS-SENT-DATE==.
011500*
011600 FD  AUDIT-FILE.
011700     COPY CVAUD01Y.
011800*
011900 FD  PAYOFF-REPORT-FILE
012000     RECORDING MODE IS F.
012100 01  PAYOFF-REPORT-LINE               PIC X(80).
012200*
012300 FD  ALERT-QUEUE-FILE
012400     RECORDING MODE IS F.
012500     COPY CSOPS01Y.
012600*
012700 FD  JOB-LOG-FILE.
012800     COPY CVJOB01Y.
012900*
013000 WORKING-STORAGE SECTION.
013100 01  WS-PAYOFFQ-STATUS                PIC XX.
013200     88 WS-PAYOFFQ-OK                 VALUE '00'.
013300 01  WS-PAYMENT-STATUS                PIC XX.
013400     88 WS-PAYMENT-OK                 VALUE '00'.
013500 01  WS-ACCOUNT-STATUS                PIC XX.
013600     88 WS-ACCOUNT-OK                 VALUE '00'.
013700 01  WS-TRAN-MASTER-STATUS            PIC XX.
013800     88 WS-TRAN-MASTER-OK             VALUE '00'.
013900 01  WS-CARDAIX-STATUS                PIC XX.
014000 01  WS-AUDIT-STATUS                  PIC XX.
014100 01  WS-REPORT-STATUS                 PIC XX.
014200 01  WS-ALERT-STATUS                  PIC XX.
014300 01  WS-JOBLOG-STATUS                 PIC XX.
014400     88 WS-JOBLOG-OK                  VALUE '00'.
014500 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
014600     88 WS-END-OF-QUOTES              VALUE 'Y'.
014700 01  WS-SCAN-EOF-SW                   PIC X(01) VALUE 'N'.
014800     88 WS-END-OF-SCAN                VALUE 'Y'.
014900 01  WS-QUOTE-COUNT                   PIC 9(07) VALUE ZERO.
015000 01  WS-PAID-OFF-COUNT                PIC 9(07) VALUE ZERO.
015100 01  WS-SHORT-COUNT                   PIC 9(07) VALUE ZERO.
015200 01  WS-EXPIRED-COUNT                 PIC 9(07) VALUE ZERO.
015300 01  WS-NOCARD-COUNT                  PIC 9(07) VALUE ZERO.
015400 01  WS-WAIVED-TOTAL                  PIC S9(09)V99 COMP-3
015500                                      VALUE ZERO.
015600 01  WS-ABEND-REASON-TEXT             PIC X(50).
015700 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
015800*
015900******************************************************************
016000* THE LARGEST RESIDUAL BALANCE WAIVED WHEN A QUOTED PAYOFF
016100* ARRIVES IN TIME. ANYTHING MORE IS A REAL SHORTFALL AND IS LEFT
016200* FOR A REP.
016300******************************************************************
016400 01  WS-POQ-WAIVE-TOL                 PIC S9(03)V99 COMP-3
016500                                      VALUE +5.00.
016600*
016700 01  WS-PAYOFF-WORK.
016800     05 WS-PAID-AMT                   PIC S9(10)V99 COMP-3.
016900     05 WS-PAID-PAY-ID                PIC X(16).
017000     05 WS-WAIVED-AMT                 PIC S9(07)V99 COMP-3.
017100     05 WS-AMT-EDIT                   PIC -(11)9.99.
017200     05 WS-NEW-TRAN-ID                PIC X(16).
017300     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
017400     05 WS-FIRST-CARD-NUM             PIC X(16).
017500     05 WS-CARD-FOUND-SW              PIC X(01) VALUE 'N'.
017600        88 WS-CARD-FOUND              VALUE 'Y'.
017700     05 WS-REPORT-TEXT                PIC X(30).
017800*    PAY-DATE NORMALIZED TO YYYY-MM-DD - LEGACY ON-LINE ROWS
017900*    CARRY MM/DD/YY.
018000     05 WS-PAY-DATE-ISO               PIC X(10).
018100*
018200******************************************************************
018300* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
018400******************************************************************
018500 COPY CSMSG02Y.
018600*
018700 COPY CSDAT01Y.
018800*
018900******************************************************************
019000* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
019100******************************************************************
019200 COPY CVJCK01Y.
019300*
019400******************************************************************
019500* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
019600******************************************************************
019700 COPY CVQSP01Y.
019800*
019900 LINKAGE SECTION.
020000*
020100******************************************************************
020200 PROCEDURE DIVISION.
020300******************************************************************
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020600     PERFORM 2000-WORK-QUOTE THRU 2000-WORK-QUOTE-EXIT
020700         UNTIL WS-END-OF-QUOTES
020800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020900     GOBACK.
021000*
021100 1000-INITIALIZE.
021200     MOVE 'CBPOQ01C'                  TO JCK-JOB-NAME
021300     CALL 'CBJCK01C' USING JOBCHECK-PARM
021400     IF JCK-REFUSED
021500         DISPLAY 'CBPOQ01C - PREDECESSOR CHECK REFUSED RUN'
021600         MOVE 'Y'                     TO WS-EOF-SW
021700         MOVE 'PREDECESSOR JOB CHECK FAILED'
021800                                 TO WS-ABEND-REASON-TEXT
021900         PERFORM 9100-ABEND-NOTIFY
022000             THRU 9100-ABEND-NOTIFY-EXIT
022100         GO TO 1000-INITIALIZE-EXIT
022200     END-IF
022300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
022400     MOVE WS-CURDATE-YEAR             TO WS-CURDATE-CCYY
022500     MOVE WS-CURDATE-MONTH            TO WS-CURDATE-MO
022600     MOVE WS-CURDATE-DAY              TO WS-CURDATE-DA
022700     OPEN I-O PAYOFF-QUOTE-FILE
022800     OPEN INPUT PAYMENT-FILE
022900     OPEN I-O ACCOUNT-FILE
023000     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
023100     MOVE 'CBPOQ01C'             TO QSP-JOB-NAME
023200     SET QSP-ACTION-SET          TO TRUE
023300     CALL 'CBQSC01C' USING QUIESCE-PARM
023400     OPEN I-O TRAN-MASTER-FILE
023500     OPEN INPUT CARD-AIX-FILE
023600     OPEN I-O AUDIT-FILE
023700     OPEN OUTPUT PAYOFF-REPORT-FILE
023800     IF NOT WS-PAYOFFQ-OK
023900         DISPLAY 'CBPOQ01C - ERROR OPENING PAYOFF QUOTE FILE'
024000         MOVE 'Y'                     TO WS-EOF-SW
024100         MOVE 'PAYOFF QUOTE FILE OPEN ERROR'
024200                                 TO WS-ABEND-REASON-TEXT
024300         PERFORM 9100-ABEND-NOTIFY
024400             THRU 9100-ABEND-NOTIFY-EXIT
024500     END-IF
024600     IF NOT WS-PAYMENT-OK
024700         DISPLAY 'CBPOQ01C - ERROR OPENING PAYMENT FILE'
024800         MOVE 'Y'                     TO WS-EOF-SW
024900         MOVE 'PAYMENT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
025000         PERFORM 9100-ABEND-NOTIFY
025100             THRU 9100-ABEND-NOTIFY-EXIT
025200     END-IF
025300     IF NOT WS-ACCOUNT-OK
025400         DISPLAY 'CBPOQ01C - ERROR OPENING ACCOUNT FILE'
025500         MOVE 'Y'                     TO WS-EOF-SW
025600         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
025700         PERFORM 9100-ABEND-NOTIFY
025800             THRU 9100-ABEND-NOTIFY-EXIT
025900     END-IF
026000     IF NOT WS-TRAN-MASTER-OK
026100         DISPLAY 'CBPOQ01C - ERROR OPENING TRAN MASTER FILE'
026200         MOVE 'Y'                     TO WS-EOF-SW
026300         MOVE 'TRAN MASTER FILE OPEN ERROR'
026400                                 TO WS-ABEND-REASON-TEXT
026500         PERFORM 9100-ABEND-NOTIFY
026600             THRU 9100-ABEND-NOTIFY-EXIT
026700     END-IF
026800     IF NOT WS-END-OF-QUOTES
026900         PERFORM 2100-READ-NEXT-QUOTE
027000             THRU 2100-READ-NEXT-QUOTE-EXIT
027100     END-IF.
027200 1000-INITIALIZE-EXIT.
027300     EXIT.
027400*
027500******************************************************************
027600* ONLY OPEN QUOTES ARE WORKED. A QUOTE WHOSE PAYMENT HAS ARRIVED
027700* IS CLOSED; ONE STILL UNPAID PAST ITS GOOD-THROUGH DATE LAPSES.
027800******************************************************************
027900 2000-WORK-QUOTE.
028000     ADD 1                            TO WS-QUOTE-COUNT
028100     IF POQ-OPEN
028200         PERFORM 2200-CHECK-QUOTE THRU 2200-CHECK-QUOTE-EXIT
028300     END-IF
028400     PERFORM 2100-READ-NEXT-QUOTE
028500         THRU 2100-READ-NEXT-QUOTE-EXIT.
028600 2000-WORK-QUOTE-EXIT.
028700     EXIT.
028800*
028900 2100-READ-NEXT-QUOTE.
029000     READ PAYOFF-QUOTE-FILE NEXT RECORD
029100         AT END
029200             MOVE 'Y'                 TO WS-EOF-SW
029300     END-READ.
029400 2100-READ-NEXT-QUOTE-EXIT.
029500     EXIT.
029600*
029700 2200-CHECK-QUOTE.
029800     MOVE ZERO                        TO WS-PAID-AMT
029900     MOVE SPACES                      TO WS-PAID-PAY-ID
030000     PERFORM 3000-TOTAL-PAYMENTS THRU 3000-TOTAL-PAYMENTS-EXIT
030100     IF WS-PAID-AMT > ZERO
030200         PERFORM 4000-CLOSE-QUOTE THRU 4000-CLOSE-QUOTE-EXIT
030300         GO TO 2200-CHECK-QUOTE-EXIT
030400     END-IF
030500     IF WS-CURDATE-YYYY-MM-DD > POQ-GOOD-THRU-DATE
030600         PERFORM 6000-EXPIRE-QUOTE THRU 6000-EXPIRE-QUOTE-EXIT
030700     END-IF.
030800 2200-CHECK-QUOTE-EXIT.
030900     EXIT.
031000*
031100******************************************************************
031200* TOTAL THE POSTED PAYMENTS ON THE ACCOUNT THAT NAME THIS QUOTE
031300* AND ARE DATED INSIDE ITS WINDOW. THE PAYMENT FILE IS KEYED BY
031400* PAY-ID ONLY, SO THIS IS A FULL SCAN, AS IN CBSTL01C.
031500******************************************************************
031600 3000-TOTAL-PAYMENTS.
031700     MOVE 'N'                         TO WS-SCAN-EOF-SW
031800     MOVE LOW-VALUES                  TO PAY-ID
031900     START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
032000         INVALID KEY
032100             GO TO 3000-TOTAL-PAYMENTS-EXIT
032200     END-START
032300     PERFORM 3100-SCAN-NEXT-PAYMENT
032400         THRU 3100-SCAN-NEXT-PAYMENT-EXIT
032500         UNTIL WS-END-OF-SCAN.
032600 3000-TOTAL-PAYMENTS-EXIT.
032700     EXIT.
032800*
032900 3100-SCAN-NEXT-PAYMENT.
033000     READ PAYMENT-FILE NEXT RECORD
033100         AT END
033200             MOVE 'Y'                 TO WS-SCAN-EOF-SW
033300             GO TO 3100-SCAN-NEXT-PAYMENT-EXIT
033400     END-READ
033500     IF PAY-ACCT-ID NOT = POQ-ACCT-ID
033600        OR PAY-PAYOFF-QUOTE-NO NOT = POQ-QUOTE-NO
033700        OR NOT PAY-FUNDS-APPLIED
033800         GO TO 3100-SCAN-NEXT-PAYMENT-EXIT
033900     END-IF
034000     IF PAY-DATE (3:1) = '/'
034100         MOVE '20'               TO WS-PAY-DATE-ISO (1:2)
034200         MOVE PAY-DATE (7:2)     TO WS-PAY-DATE-ISO (3:2)
034300         MOVE '-'                TO WS-PAY-DATE-ISO (5:1)
034400         MOVE PAY-DATE (1:2)     TO WS-PAY-DATE-ISO (6:2)
034500         MOVE '-'                TO WS-PAY-DATE-ISO (8:1)
034600         MOVE PAY-DATE (4:2)     TO WS-PAY-DATE-ISO (9:2)
034700     ELSE
034800         MOVE PAY-DATE           TO WS-PAY-DATE-ISO
034900     END-IF
035000     IF WS-PAY-DATE-ISO >= POQ-QUOTE-DATE
035100        AND WS-PAY-DATE-ISO <= POQ-GOOD-THRU-DATE
035200         ADD PAY-AMOUNT               TO WS-PAID-AMT
035300         MOVE PAY-ID                  TO WS-PAID-PAY-ID
035400     END-IF.
035500 3100-SCAN-NEXT-PAYMENT-EXIT.
035600     EXIT.
035700*
035800******************************************************************
035900* THE QUOTED PAYOFF HAS ARRIVED. A BALANCE AT OR BELOW ZERO IS
036000* PAID OFF AS IT STANDS (A CREDIT BALANCE IS REPORTED FOR THE
036100* REFUND DESK). A RESIDUAL WITHIN TOLERANCE IS WAIVED; ONE ABOVE
036200* IT, OR ON AN ACCOUNT THAT HAS SINCE CHARGED OFF OR FILED
036300* BANKRUPTCY, LEAVES THE QUOTE SHORT.
036400******************************************************************
036500 4000-CLOSE-QUOTE.
036600     MOVE ZERO                        TO WS-WAIVED-AMT
036700     MOVE POQ-ACCT-ID                 TO ACCT-ID
036800     READ ACCOUNT-FILE
036900         INVALID KEY
037000             MOVE 'ACCOUNT NOT ON FILE' TO WS-REPORT-TEXT
037100             PERFORM 5100-MARK-SHORT THRU 5100-MARK-SHORT-EXIT
037200             GO TO 4000-CLOSE-QUOTE-EXIT
037300     END-READ
037400     IF ACCT-CURR-BAL NOT > ZERO
037500         PERFORM 5000-MARK-PAID-OFF THRU 5000-MARK-PAID-OFF-EXIT
037600         IF ACCT-CURR-BAL < ZERO
037700             PERFORM 7300-REPORT-CREDIT-BAL
037800                 THRU 7300-REPORT-CREDIT-BAL-EXIT
037900         END-IF
038000         GO TO 4000-CLOSE-QUOTE-EXIT
038100     END-IF
038200     IF ACCT-CURR-BAL > WS-POQ-WAIVE-TOL
038300         MOVE 'RESIDUAL OVER TOLERANCE'  TO WS-REPORT-TEXT
038400         PERFORM 5100-MARK-SHORT THRU 5100-MARK-SHORT-EXIT
038500         GO TO 4000-CLOSE-QUOTE-EXIT
038600     END-IF
038700     IF ACCT-ACTIVE-STATUS = 'Z' OR 'B'
038800         MOVE 'ACCOUNT STATUS NOT WAIVABLE' TO WS-REPORT-TEXT
038900         PERFORM 5100-MARK-SHORT THRU 5100-MARK-SHORT-EXIT
039000         GO TO 4000-CLOSE-QUOTE-EXIT
039100     END-IF
039200     PERFORM 4100-FIND-FIRST-CARD
039300         THRU 4100-FIND-FIRST-CARD-EXIT
039400     IF NOT WS-CARD-FOUND
039500         ADD 1                        TO WS-NOCARD-COUNT
039600         PERFORM 7100-REPORT-NO-CARD
039700             THRU 7100-REPORT-NO-CARD-EXIT
039800         GO TO 4000-CLOSE-QUOTE-EXIT
039900     END-IF
040000     MOVE ACCT-CURR-BAL               TO WS-WAIVED-AMT
040100     PERFORM 4500-POST-WAIVER-TRAN
040200         THRU 4500-POST-WAIVER-TRAN-EXIT
040300     MOVE ACCT-CURR-BAL               TO WS-AMT-EDIT
040400     MOVE WS-AMT-EDIT                 TO AUD-OLD-VALUE
040500     ADD WS-WAIVED-AMT                TO ACCT-CURR-CYC-CREDIT
040600     MOVE ZERO                        TO ACCT-CURR-BAL
040700     MOVE ZERO                        TO ACCT-INT-DUE-BAL
040800     MOVE ZERO                        TO ACCT-FEE-DUE-BAL
040900     MOVE ZERO                        TO ACCT-CASH-ADV-BAL
041000     MOVE ZERO                        TO ACCT-MIN-PAY-DUE
041100     MOVE ZERO                        TO ACCT-PAST-DUE-AMT
041200     REWRITE ACCOUNT-RECORD
041300     MOVE 'POQWAIVE'                  TO AUD-FIELD-NAME
041400     MOVE ZERO                        TO WS-AMT-EDIT
041500     MOVE WS-AMT-EDIT                 TO AUD-NEW-VALUE
041600     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
041700     PERFORM 5000-MARK-PAID-OFF THRU 5000-MARK-PAID-OFF-EXIT.
041800 4000-CLOSE-QUOTE-EXIT.
041900     EXIT.
042000*
042100 4100-FIND-FIRST-CARD.
042200     MOVE 'N'                         TO WS-CARD-FOUND-SW
042300     MOVE ACCT-ID                     TO CAIX-ACCT-ID
042400     START CARD-AIX-FILE KEY NOT LESS THAN CAIX-ACCT-ID
042500         INVALID KEY
042600             GO TO 4100-FIND-FIRST-CARD-EXIT
042700     END-START
042800     READ CARD-AIX-FILE NEXT RECORD
042900         AT END
043000             GO TO 4100-FIND-FIRST-CARD-EXIT
043100     END-READ
043200     IF CAIX-ACCT-ID = ACCT-ID
043300         MOVE CAIX-CARD-NUM           TO WS-FIRST-CARD-NUM
043400         MOVE 'Y'                     TO WS-CARD-FOUND-SW
043500     END-IF.
043600 4100-FIND-FIRST-CARD-EXIT.
043700     EXIT.
043800*
043900******************************************************************
044000* THE RESIDUAL POSTS THROUGH THE TRANSACTION MASTER AS A TYPE
044100* 06/4000 INTEREST CREDIT - A NEGATED CHARGE OF THE SAME TYPE AND
044200* CATEGORY, THE WAY INTEREST WAIVERS ARE BOOKED - AGAINST THE
044300* ACCOUNT'S FIRST CARD, MARKED ALREADY-APPLIED SO THE NIGHTLY
044400* POSTING RUN CANNOT APPLY IT AGAIN.
044500******************************************************************
044600 4500-POST-WAIVER-TRAN.
044700     ADD 1                            TO WS-SEQ-4
044800     MOVE FUNCTION CURRENT-DATE       TO WS-NEW-TRAN-ID
044900     MOVE WS-SEQ-4                    TO WS-NEW-TRAN-ID (13:4)
045000     MOVE WS-NEW-TRAN-ID              TO TRAN-ID
045100     MOVE '06'                        TO TRAN-TYPE-CD
045200     MOVE '4000'                      TO TRAN-CAT-CD
045300     MOVE 'CNP'                       TO TRAN-SOURCE
045400     MOVE 'PAYOFF RESIDUAL INTEREST WAIVED'
045500                                      TO TRAN-DESC
045600     COMPUTE TRAN-AMT = WS-WAIVED-AMT * -1
045700     MOVE SPACES                      TO TRAN-MERCHANT-ID
045800     MOVE SPACES                      TO TRAN-MERCHANT-NAME
045900     MOVE SPACES                      TO TRAN-MERCHANT-CITY
046000     MOVE SPACES                      TO TRAN-MERCHANT-ZIP
046100     MOVE SPACES                      TO TRAN-MERCHANT-STATE
046200     MOVE SPACES                      TO TRAN-MERCHANT-COUNTRY
046300     MOVE SPACES                      TO TRAN-MCC
000000     MOVE SPACES                      TO TRAN-KEYED-BY
000000                                         TRAN-KEYED-PGM
000000                                         TRAN-APPROVED-BY
046400     MOVE WS-FIRST-CARD-NUM           TO TRAN-CARD-NUM
046500     MOVE WS-CURDATE-YYYY-MM-DD       TO TRAN-ORIG-DATE
046600     MOVE WS-CURDATE-YYYY-MM-DD       TO TRAN-PROC-DATE
046700     MOVE 'N'                         TO TRAN-REVERSAL-IND
046800     MOVE SPACES                      TO TRAN-ORIG-TRAN-ID
046900     MOVE 'USD'                       TO TRAN-CURR-CD
047000     MOVE TRAN-AMT                    TO TRAN-ORIG-AMT
047100     MOVE 'Y'                         TO TRAN-BAL-POSTED-IND
047200     WRITE TRAN-RECORD.
047300 4500-POST-WAIVER-TRAN-EXIT.
047400     EXIT.
047500*
047600 5000-MARK-PAID-OFF.
047700     SET POQ-PAID-OFF                 TO TRUE
047800     MOVE WS-PAID-PAY-ID              TO POQ-PAY-ID
047900     MOVE WS-PAID-AMT                 TO POQ-PAID-AMT
048000     MOVE WS-WAIVED-AMT               TO POQ-WAIVED-AMT
048100     MOVE WS-CURDATE-YYYY-MM-DD       TO POQ-CLOSED-DATE
048200     REWRITE PAYOFF-QUOTE-RECORD
048300     ADD WS-WAIVED-AMT                TO WS-WAIVED-TOTAL
048400     ADD 1                            TO WS-PAID-OFF-COUNT
048500     PERFORM 7000-REPORT-PAID-OFF THRU 7000-REPORT-PAID-OFF-EXIT.
048600 5000-MARK-PAID-OFF-EXIT.
048700     EXIT.
048800*
048900 5100-MARK-SHORT.
049000     SET POQ-SHORT                    TO TRUE
049100     MOVE WS-PAID-PAY-ID              TO POQ-PAY-ID
049200     MOVE WS-PAID-AMT                 TO POQ-PAID-AMT
049300     MOVE ZERO                        TO POQ-WAIVED-AMT
049400     MOVE WS-CURDATE-YYYY-MM-DD       TO POQ-CLOSED-DATE
049500     REWRITE PAYOFF-QUOTE-RECORD
049600     ADD 1                            TO WS-SHORT-COUNT
049700     PERFORM 7200-REPORT-CLOSED THRU 7200-REPORT-CLOSED-EXIT.
049800 5100-MARK-SHORT-EXIT.
049900     EXIT.
050000*
050100 6000-EXPIRE-QUOTE.
050200     SET POQ-EXPIRED                  TO TRUE
050300     MOVE ZERO                        TO POQ-PAID-AMT
050400     MOVE ZERO                        TO POQ-WAIVED-AMT
050500     MOVE WS-CURDATE-YYYY-MM-DD       TO POQ-CLOSED-DATE
050600     REWRITE PAYOFF-QUOTE-RECORD
050700     ADD 1                            TO WS-EXPIRED-COUNT
050800     MOVE 'LAPSED UNPAID'             TO WS-REPORT-TEXT
050900     PERFORM 7200-REPORT-CLOSED THRU 7200-REPORT-CLOSED-EXIT.
051000 6000-EXPIRE-QUOTE-EXIT.
051100     EXIT.
051200*
051300 6900-WRITE-AUDIT-ROW.
051400     MOVE ACCT-ID                     TO AUD-ACCT-ID
051500     MOVE FUNCTION CURRENT-DATE       TO AUD-TIMESTAMP
051600     MOVE 'CBPOQ01C'                  TO AUD-USER-ID
051700     WRITE ACCT-AUDIT-RECORD.
051800 6900-WRITE-AUDIT-ROW-EXIT.
051900     EXIT.
052000*
052100 7000-REPORT-PAID-OFF.
052200     MOVE POQ-WAIVED-AMT              TO WS-AMT-EDIT
052300     MOVE SPACES                      TO PAYOFF-REPORT-LINE
052400     STRING 'PAID OFF ACCOUNT '       DELIMITED BY SIZE
052500            POQ-ACCT-ID               DELIMITED BY SIZE
052600            ' QUOTE '                 DELIMITED BY SIZE
052700            POQ-QUOTE-NO              DELIMITED BY SIZE
052800            ' WAIVED '                DELIMITED BY SIZE
052900            WS-AMT-EDIT               DELIMITED BY SIZE
053000       INTO PAYOFF-REPORT-LINE
053100     END-STRING
053200     WRITE PAYOFF-REPORT-LINE.
053300 7000-REPORT-PAID-OFF-EXIT.
053400     EXIT.
053500*
053600 7100-REPORT-NO-CARD.
053700     MOVE SPACES                      TO PAYOFF-REPORT-LINE
053800     STRING 'NO CARD ON FILE - NOT WAIVED - ACCOUNT '
053900                                      DELIMITED BY SIZE
054000            ACCT-ID                   DELIMITED BY SIZE
054100       INTO PAYOFF-REPORT-LINE
054200     END-STRING
054300     WRITE PAYOFF-REPORT-LINE.
054400 7100-REPORT-NO-CARD-EXIT.
054500     EXIT.
054600*
054700 7200-REPORT-CLOSED.
054800     MOVE SPACES                      TO PAYOFF-REPORT-LINE
054900     STRING 'QUOTE CLOSED ACCOUNT '   DELIMITED BY SIZE
055000            POQ-ACCT-ID               DELIMITED BY SIZE
055100            ' NO '                    DELIMITED BY SIZE
055200            POQ-QUOTE-NO              DELIMITED BY SIZE
055300            ' - '                     DELIMITED BY SIZE
055400            WS-REPORT-TEXT            DELIMITED BY SIZE
055500       INTO PAYOFF-REPORT-LINE
055600     END-STRING
055700     WRITE PAYOFF-REPORT-LINE.
055800 7200-REPORT-CLOSED-EXIT.
055900     EXIT.
056000*
056100 7300-REPORT-CREDIT-BAL.
056200     MOVE ACCT-CURR-BAL               TO WS-AMT-EDIT
056300     MOVE SPACES                      TO PAYOFF-REPORT-LINE
056400     STRING 'OVERPAID - CREDIT BALANCE ACCOUNT '
056500                                      DELIMITED BY SIZE
056600            ACCT-ID                   DELIMITED BY SIZE
056700            WS-AMT-EDIT               DELIMITED BY SIZE
056800       INTO PAYOFF-REPORT-LINE
056900     END-STRING
057000     WRITE PAYOFF-REPORT-LINE.
057100 7300-REPORT-CREDIT-BAL-EXIT.
057200     EXIT.
057300*
057400 9000-TERMINATE.
057500     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
057600     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
057700     MOVE 'CBPOQ01C'             TO QSP-JOB-NAME
057800     SET QSP-ACTION-CLEAR        TO TRUE
057900     CALL 'CBQSC01C' USING QUIESCE-PARM
058000     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
058100     MOVE WS-WAIVED-TOTAL        TO WS-AMT-EDIT
058200     MOVE SPACES                 TO PAYOFF-REPORT-LINE
058300     STRING 'TOTAL RESIDUAL WAIVED: ' DELIMITED BY SIZE
058400            WS-AMT-EDIT          DELIMITED BY SIZE
058500       INTO PAYOFF-REPORT-LINE
058600     END-STRING
058700     WRITE PAYOFF-REPORT-LINE
058800     CLOSE PAYOFF-QUOTE-FILE
058900     CLOSE PAYMENT-FILE
059000     CLOSE ACCOUNT-FILE
059100     CLOSE TRAN-MASTER-FILE
059200     CLOSE CARD-AIX-FILE
059300     CLOSE AUDIT-FILE
059400     CLOSE PAYOFF-REPORT-FILE
059500     DISPLAY 'CBPOQ01C - QUOTES READ: ' WS-QUOTE-COUNT
059600     DISPLAY 'CBPOQ01C - QUOTES PAID OFF: ' WS-PAID-OFF-COUNT
059700     DISPLAY 'CBPOQ01C - QUOTES SHORT: ' WS-SHORT-COUNT
059800     DISPLAY 'CBPOQ01C - QUOTES LAPSED: ' WS-EXPIRED-COUNT
059900     DISPLAY 'CBPOQ01C - NO-CARD EXCEPTIONS: ' WS-NOCARD-COUNT
060000     PERFORM 9200-LOG-JOB-STATUS
060100         THRU 9200-LOG-JOB-STATUS-EXIT.
060200 9000-TERMINATE-EXIT.
060300     EXIT.
060400*
060500******************************************************************
060600* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
060700* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
060800* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
060900* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
061000******************************************************************
061100 9100-ABEND-NOTIFY.
061200     MOVE 'AB01'                 TO ABEND-CODE
061300     MOVE 'CBPOQ01C'             TO ABEND-CULPRIT
061400     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
061500     STRING ABEND-CULPRIT   DELIMITED BY SIZE
061600            ' - '           DELIMITED BY SIZE
061700            ABEND-REASON    DELIMITED BY SIZE
061800       INTO ABEND-MSG
061900     END-STRING
062000     OPEN EXTEND ALERT-QUEUE-FILE
062100     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
062200     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
062300     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
062400     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
062500     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
062600     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
062700     WRITE OPS-ALERT-RECORD
062800     CLOSE ALERT-QUEUE-FILE
062900     MOVE 16                     TO RETURN-CODE.
063000 9100-ABEND-NOTIFY-EXIT.
063100     EXIT.
063200*
063300******************************************************************
063400* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
063500* WHETHER THE JOB RAN AND HOW IT WENT.
063600******************************************************************
063700 9200-LOG-JOB-STATUS.
063800     OPEN I-O JOB-LOG-FILE
063900     IF NOT WS-JOBLOG-OK
064000         DISPLAY 'CBPOQ01C - ERROR OPENING JOB LOG FILE'
064100         GO TO 9200-LOG-JOB-STATUS-EXIT
064200     END-IF
064300     MOVE 'CBPOQ01C'             TO JBS-JOB-NAME
064400     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
064500     IF RETURN-CODE = ZERO
064600         SET JBS-STATUS-SUCCESS  TO TRUE
064700     ELSE
064800         SET JBS-STATUS-FAILED   TO TRUE
064900     END-IF
065000     MOVE RETURN-CODE            TO JBS-RETURN-CODE
065100     MOVE WS-QUOTE-COUNT         TO JBS-REC-COUNT
065200     WRITE JOB-STATUS-RECORD
065300     CLOSE JOB-LOG-FILE.
065400 9200-LOG-JOB-STATUS-EXIT.
065500     EXIT.
