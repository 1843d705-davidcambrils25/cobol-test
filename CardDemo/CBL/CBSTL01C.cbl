000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSTL01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - NIGHTLY SETTLEMENT OFFER
001100*                     MONITOR.
000000* 2026-10-15  MAINT   TRAN-KEYED-BY, TRAN-KEYED-PGM AND
000000*                     TRAN-APPROVED-BY ARE BLANKED ON THE ROWS
000000*                     THIS PROGRAM BUILDS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE SETTLEMENT OFFER FILE (SETLOFR,
001500*                CVSTL01Y) AND WORKS EVERY OFFER STILL IN FORCE.
001600*                FOR AN OPEN OFFER THE POSTED PAYMENTS ON THE
001700*                ACCOUNT DATED FROM THE OFFER DATE THROUGH THE
001800*                DUE DATE ARE TOTALLED (THE SAME PAYMENT FILE
001900*                SCAN CBCOL01C USES FOR PROMISES); ONCE THEY
002000*                REACH THE OFFER AMOUNT THE ACCOUNT IS SETTLED -
002100*                WHAT IS LEFT OF THE BALANCE POSTS THROUGH THE
002200*                TRANSACTION MASTER AS A TYPE 11/9001 SETTLEMENT
002300*                WRITE-OFF (MARKED ALREADY-APPLIED, BOOKED TO BAD
002400*                DEBT BY CBGLX01C), THE BALANCE AND ITS BUCKETS
002500*                GO TO ZERO, THE ACCOUNT CLOSES ('C') WITH
002600*                REASON 'STLD' SO CBCBR01C FURNISHES IT AS
002700*                SETTLED FOR LESS THAN THE FULL BALANCE, EVERY
002800*                CARD IS STOPPED, AND THE FORGIVEN AMOUNT IS
002900*                RECORDED ON DEBTCNL (CVDCN01Y, EVENT CODE 'F' -
003000*                DISCHARGE BY AGREEMENT) FOR THE CBTXC01C 1099-C.
003100*                AN OFFER OPEN OR STILL AWAITING APPROVAL WHEN
003200*                ITS DUE DATE HAS PASSED IS VOIDED. AN ACCOUNT
003300*                WITH NO CARD ON FILE IS REPORTED AND ITS OFFER
003400*                LEFT OPEN RATHER THAN WRITTEN OFF WITHOUT THE
003500*                OFFSETTING LEDGER ENTRY - THE CBCHO01C RULE.
003600*                RUN NIGHTLY, AFTER PAYMENT POSTING.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT SETTLEMENT-FILE ASSIGN TO SETLOFR
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS STL-KEY
004500         FILE STATUS IS WS-SETTLE-STATUS.
004600     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS PAY-ID
005000         FILE STATUS IS WS-PAYMENT-STATUS.
005100     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS ACCT-ID
005500         FILE STATUS IS WS-ACCOUNT-STATUS.
005600     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS TRAN-ID
006000         FILE STATUS IS WS-TRAN-MASTER-STATUS.
006100     SELECT CARD-FILE ASSIGN TO CARDDAT
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CARD-NUM
006500         FILE STATUS IS WS-CARD-STATUS.
006600     SELECT CARD-AIX-FILE ASSIGN TO CARDAIX
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS CAIX-ACCT-ID
007000         FILE STATUS IS WS-CARDAIX-STATUS.
007100     SELECT DEBT-CANCEL-FILE ASSIGN TO DEBTCNL
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS DCN-KEY
007500         FILE STATUS IS WS-DEBTCNL-STATUS.
007600     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS AUD-KEY
008000         FILE STATUS IS WS-AUDIT-STATUS.
008100     SELECT SETTLE-REPORT-FILE ASSIGN TO STLRPT
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-REPORT-STATUS.
008400     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-ALERT-STATUS.
008700     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS DYNAMIC
009000         RECORD KEY IS JBS-KEY
009100         FILE STATUS IS WS-JOBLOG-STATUS.
009200*
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  SETTLEMENT-FILE.
009600     COPY CVSTL01Y.
009700*
009800 FD  PAYMENT-FILE.
009900     COPY CVPAY01Y.
010000*
010100 FD  ACCOUNT-FILE.
010200     COPY CVACT01Y.
010300*
010400 FD  TRAN-MASTER-FILE.
010500     COPY CVTRA01Y.
010600*
010700 FD  CARD-FILE.
010800     COPY CVACT02Y.
010900*
011000 FD  CARD-AIX-FILE.
011100     COPY CVACT02Y
011200         REPLACING ==CARD-RECORD== BY ==CARD-AIX-RECORD==
011300             ==CARD-NUM== BY ==CAIX-CARD-NUM==
011400             ==CARD-ACCT-ID== BY ==CAIX-ACCT-ID==
011500             ==CARD-CVV-CD== BY ==CAIX-CVV-CD==
011600             ==CARD-EMBOSSED-NAME== BY ==CAIX-EMBOSSED-NAME==
011700             ==CARD-EXPIRAION-DATE== BY ==CAIX-EXPIRAION-DATE==
011800             ==CARD-ACTIVE-STATUS== BY ==CAIX-ACTIVE-STATUS==
011900             ==CARD-ACTIVATION-STATUS== BY
012000                 ==CAIX-ACTIVATION-STATUS==
012100             ==CARD-NOT-YET-ACTIVATED== BY
012200                 ==CAIX-NOT-YET-ACTIVATED==
012300             ==CARD-IS-ACTIVATED== BY ==CAIX-IS-ACTIVATED==
012400             ==CARD-ACTIVATION-DATE== BY
012500                 ==CAIX-ACTIVATION-DATE==
012600             ==CARD-HOTLIST-DATE== BY ==CAIX-HOTLIST-DATE==
012700             ==CARD-EMBOSS-SENT-DATE== BY
012800                 ==CAIX-EMBOSS-SENT-DATE==.
012900*
013000 FD  DEBT-CANCEL-FILE.
013100     COPY CVDCN01Y.
013200*
013300 FD  AUDIT-FILE.
013400     COPY CVAUD01Y.
013500*
013600 FD  SETTLE-REPORT-FILE
013700     RECORDING MODE IS F.
013800 01  SETTLE-REPORT-LINE               PIC X(80).
013900*
014000 FD  ALERT-QUEUE-FILE
014100     RECORDING MODE IS F.
014200     COPY CSOPS01Y.
014300*
014400 FD  JOB-LOG-FILE.
014500     COPY CVJOB01Y.
014600*
014700 WORKING-STORAGE SECTION.
014800 01  WS-SETTLE-STATUS                 PIC XX.
014900     88 WS-SETTLE-OK                  VALUE '00'.
015000 01  WS-PAYMENT-STATUS                PIC XX.
015100     88 WS-PAYMENT-OK                 VALUE '00'.
015200 01  WS-ACCOUNT-STATUS                PIC XX.
015300     88 WS-ACCOUNT-OK                 VALUE '00'.
015400 01  WS-TRAN-MASTER-STATUS            PIC XX.
015500     88 WS-TRAN-MASTER-OK             VALUE '00'.
015600 01  WS-CARD-STATUS                   PIC XX.
015700 01  WS-CARDAIX-STATUS                PIC XX.
015800 01  WS-DEBTCNL-STATUS                PIC XX.
015900     88 WS-DEBTCNL-OK                 VALUE '00'.
016000 01  WS-AUDIT-STATUS                  PIC XX.
016100 01  WS-REPORT-STATUS                 PIC XX.
016200 01  WS-ALERT-STATUS                  PIC XX.
016300 01  WS-JOBLOG-STATUS                 PIC XX.
016400     88 WS-JOBLOG-OK                  VALUE '00'.
016500 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
016600     88 WS-END-OF-OFFERS              VALUE 'Y'.
016700 01  WS-SCAN-EOF-SW                   PIC X(01) VALUE 'N'.
016800     88 WS-END-OF-SCAN                VALUE 'Y'.
016900 01  WS-CARD-EOF-SW                   PIC X(01) VALUE 'N'.
017000     88 WS-END-OF-CARDS               VALUE 'Y'.
017100 01  WS-OFFER-COUNT                   PIC 9(07) VALUE ZERO.
017200 01  WS-SETTLED-COUNT                 PIC 9(07) VALUE ZERO.
017300 01  WS-VOIDED-COUNT                  PIC 9(07) VALUE ZERO.
017400 01  WS-NOCARD-COUNT                  PIC 9(07) VALUE ZERO.
017500 01  WS-FORGIVEN-TOTAL                PIC S9(11)V99 COMP-3
017600                                      VALUE ZERO.
017700 01  WS-ABEND-REASON-TEXT             PIC X(50).
017800 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
017900*
018000 01  WS-SETTLE-WORK.
018100     05 WS-PAID-AMT                   PIC S9(09)V99 COMP-3.
018200     05 WS-FORGIVEN-AMT               PIC S9(10)V99 COMP-3.
018300     05 WS-FORGIVEN-INT               PIC S9(10)V99 COMP-3.
018400     05 WS-OLD-STATUS                 PIC X(01).
018500     05 WS-CARDS-STOPPED              PIC 9(03) VALUE ZERO.
018600     05 WS-AMT-EDIT                   PIC -(11)9.99.
018700     05 WS-NEW-TRAN-ID                PIC X(16).
018800     05 WS-SEQ-4                      PIC 9(04) VALUE ZERO.
018900     05 WS-FIRST-CARD-NUM             PIC X(16).
019000     05 WS-CARD-FOUND-SW              PIC X(01) VALUE 'N'.
019100        88 WS-CARD-FOUND              VALUE 'Y'.
019200     05 WS-VOID-TEXT                  PIC X(30).
019300*    PAY-DATE NORMALIZED TO YYYY-MM-DD - LEGACY ON-LINE ROWS
019400*    CARRY MM/DD/YY.
019500     05 WS-PAY-DATE-ISO               PIC X(10).
019600*
019700******************************************************************
019800* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
019900******************************************************************
020000 COPY CSMSG02Y.
020100*
020200 COPY CSDAT01Y.
020300*
020400******************************************************************
020500* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
020600******************************************************************
020700 COPY CVJCK01Y.
020800*
020900******************************************************************
021000* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
021100******************************************************************
021200 COPY CVQSP01Y.
021300*
021400 LINKAGE SECTION.
021500*
021600******************************************************************
021700 PROCEDURE DIVISION.
021800******************************************************************
021900 0000-MAINLINE.
022000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022100     PERFORM 2000-WORK-OFFER THRU 2000-WORK-OFFER-EXIT
022200         UNTIL WS-END-OF-OFFERS
022300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
022400     GOBACK.
022500*
022600 1000-INITIALIZE.
022700     MOVE 'CBSTL01C'                  TO JCK-JOB-NAME
022800     CALL 'CBJCK01C' USING JOBCHECK-PARM
022900     IF JCK-REFUSED
023000         DISPLAY 'CBSTL01C - PREDECESSOR CHECK REFUSED RUN'
023100         MOVE 'Y'                     TO WS-EOF-SW
023200         MOVE 'PREDECESSOR JOB CHECK FAILED'
023300                                 TO WS-ABEND-REASON-TEXT
023400         PERFORM 9100-ABEND-NOTIFY
023500             THRU 9100-ABEND-NOTIFY-EXIT
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF
023800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
023900     MOVE WS-CURDATE-YEAR             TO WS-CURDATE-CCYY
024000     MOVE WS-CURDATE-MONTH            TO WS-CURDATE-MO
024100     MOVE WS-CURDATE-DAY              TO WS-CURDATE-DA
024200     OPEN I-O SETTLEMENT-FILE
024300     OPEN INPUT PAYMENT-FILE
024400     OPEN I-O ACCOUNT-FILE
024500     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
024600     MOVE 'CBSTL01C'             TO QSP-JOB-NAME
024700     SET QSP-ACTION-SET          TO TRUE
024800     CALL 'CBQSC01C' USING QUIESCE-PARM
024900     OPEN I-O TRAN-MASTER-FILE
025000     OPEN I-O CARD-FILE
025100     OPEN INPUT CARD-AIX-FILE
025200     OPEN I-O DEBT-CANCEL-FILE
025300     OPEN I-O AUDIT-FILE
025400     OPEN OUTPUT SETTLE-REPORT-FILE
025500     IF NOT WS-SETTLE-OK
025600         DISPLAY 'CBSTL01C - ERROR OPENING SETTLEMENT FILE'
025700         MOVE 'Y'                     TO WS-EOF-SW
025800         MOVE 'SETTLEMENT FILE OPEN ERROR'
025900                                 TO WS-ABEND-REASON-TEXT
026000         PERFORM 9100-ABEND-NOTIFY
026100             THRU 9100-ABEND-NOTIFY-EXIT
026200     END-IF
026300     IF NOT WS-PAYMENT-OK
026400         DISPLAY 'CBSTL01C - ERROR OPENING PAYMENT FILE'
026500         MOVE 'Y'                     TO WS-EOF-SW
026600         MOVE 'PAYMENT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
026700         PERFORM 9100-ABEND-NOTIFY
026800             THRU 9100-ABEND-NOTIFY-EXIT
026900     END-IF
027000     IF NOT WS-ACCOUNT-OK
027100         DISPLAY 'CBSTL01C - ERROR OPENING ACCOUNT FILE'
027200         MOVE 'Y'                     TO WS-EOF-SW
027300         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
027400         PERFORM 9100-ABEND-NOTIFY
027500             THRU 9100-ABEND-NOTIFY-EXIT
027600     END-IF
027700     IF NOT WS-TRAN-MASTER-OK
027800         DISPLAY 'CBSTL01C - ERROR OPENING TRAN MASTER FILE'
027900         MOVE 'Y'                     TO WS-EOF-SW
028000         MOVE 'TRAN MASTER FILE OPEN ERROR'
028100                                 TO WS-ABEND-REASON-TEXT
028200         PERFORM 9100-ABEND-NOTIFY
028300             THRU 9100-ABEND-NOTIFY-EXIT
028400     END-IF
028500     IF NOT WS-DEBTCNL-OK
028600         DISPLAY 'CBSTL01C - ERROR OPENING DEBT CANCEL FILE'
028700         MOVE 'Y'                     TO WS-EOF-SW
028800         MOVE 'DEBT CANCEL FILE OPEN ERROR'
028900                                 TO WS-ABEND-REASON-TEXT
029000         PERFORM 9100-ABEND-NOTIFY
029100             THRU 9100-ABEND-NOTIFY-EXIT
029200     END-IF
029300     IF NOT WS-END-OF-OFFERS
029400         PERFORM 2100-READ-NEXT-OFFER
029500             THRU 2100-READ-NEXT-OFFER-EXIT
029600     END-IF.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900*
030000******************************************************************
030100* ONLY OFFERS STILL IN FORCE ARE WORKED. AN OPEN OFFER WHOSE
030200* PAYMENTS HAVE REACHED THE OFFER AMOUNT IS SETTLED; AN OPEN OR
030300* PENDING OFFER PAST ITS DUE DATE WITHOUT THEM IS VOIDED. AN
030400* OFFER STILL AWAITING APPROVAL CANNOT SETTLE - A PAYMENT ALONE
030500* DOES NOT BIND THE BANK TO A DISCOUNT NOBODY SIGNED OFF.
030600******************************************************************
030700 2000-WORK-OFFER.
030800     ADD 1                            TO WS-OFFER-COUNT
030900     IF STL-IN-FORCE
031000         PERFORM 2200-CHECK-OFFER THRU 2200-CHECK-OFFER-EXIT
031100     END-IF
031200     PERFORM 2100-READ-NEXT-OFFER
031300         THRU 2100-READ-NEXT-OFFER-EXIT.
031400 2000-WORK-OFFER-EXIT.
031500     EXIT.
031600*
031700 2100-READ-NEXT-OFFER.
031800     READ SETTLEMENT-FILE NEXT RECORD
031900         AT END
032000             MOVE 'Y'                 TO WS-EOF-SW
032100     END-READ.
032200 2100-READ-NEXT-OFFER-EXIT.
032300     EXIT.
032400*
032500 2200-CHECK-OFFER.
032600     MOVE ZERO                        TO WS-PAID-AMT
032700     IF STL-OPEN
032800         PERFORM 3000-TOTAL-PAYMENTS
032900             THRU 3000-TOTAL-PAYMENTS-EXIT
033000         IF WS-PAID-AMT >= STL-OFFER-AMT
033100             PERFORM 4000-SETTLE-ACCOUNT
033200                 THRU 4000-SETTLE-ACCOUNT-EXIT
033300             GO TO 2200-CHECK-OFFER-EXIT
033400         END-IF
033500     END-IF
033600     IF WS-CURDATE-YYYY-MM-DD > STL-DUE-DATE
033700         MOVE 'DUE DATE MISSED'       TO WS-VOID-TEXT
033800         PERFORM 6000-VOID-OFFER THRU 6000-VOID-OFFER-EXIT
033900     END-IF.
034000 2200-CHECK-OFFER-EXIT.
034100     EXIT.
034200*
034300******************************************************************
034400* TOTAL THE POSTED PAYMENTS ON THE ACCOUNT DATED INSIDE THE OFFER
034500* WINDOW. THE PAYMENT FILE IS KEYED BY PAY-ID ONLY, SO THIS IS A
034600* FULL SCAN, PAID ONLY FOR OFFERS THAT ARE OPEN.
034700******************************************************************
034800 3000-TOTAL-PAYMENTS.
034900     MOVE 'N'                         TO WS-SCAN-EOF-SW
035000     MOVE LOW-VALUES                  TO PAY-ID
035100     START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
035200         INVALID KEY
035300             GO TO 3000-TOTAL-PAYMENTS-EXIT
035400     END-START
035500     PERFORM 3100-SCAN-NEXT-PAYMENT
035600         THRU 3100-SCAN-NEXT-PAYMENT-EXIT
035700         UNTIL WS-END-OF-SCAN.
035800 3000-TOTAL-PAYMENTS-EXIT.
035900     EXIT.
036000*
036100 3100-SCAN-NEXT-PAYMENT.
036200     READ PAYMENT-FILE NEXT RECORD
036300         AT END
036400             MOVE 'Y'                 TO WS-SCAN-EOF-SW
036500             GO TO 3100-SCAN-NEXT-PAYMENT-EXIT
036600     END-READ
036700     IF PAY-ACCT-ID NOT = STL-ACCT-ID
036800        OR NOT PAY-FUNDS-APPLIED
036900         GO TO 3100-SCAN-NEXT-PAYMENT-EXIT
037000     END-IF
037100     IF PAY-DATE (3:1) = '/'
037200         MOVE '20'               TO WS-PAY-DATE-ISO (1:2)
037300         MOVE PAY-DATE (7:2)     TO WS-PAY-DATE-ISO (3:2)
037400         MOVE '-'                TO WS-PAY-DATE-ISO (5:1)
037500         MOVE PAY-DATE (1:2)     TO WS-PAY-DATE-ISO (6:2)
037600         MOVE '-'                TO WS-PAY-DATE-ISO (8:1)
037700         MOVE PAY-DATE (4:2)     TO WS-PAY-DATE-ISO (9:2)
037800     ELSE
037900         MOVE PAY-DATE           TO WS-PAY-DATE-ISO
038000     END-IF
038100     IF WS-PAY-DATE-ISO >= STL-OFFER-DATE
038200        AND WS-PAY-DATE-ISO <= STL-DUE-DATE
038300         ADD PAY-AMOUNT               TO WS-PAID-AMT
038400     END-IF.
038500 3100-SCAN-NEXT-PAYMENT-EXIT.
038600     EXIT.
038700*
038800******************************************************************
038900* THE OFFER IS MET. WHATEVER BALANCE IS LEFT AFTER THE PAYMENTS
039000* POSTED IS THE FORGIVEN REMAINDER. AN ACCOUNT THAT HAS SINCE
039100* CHARGED OFF, CLOSED, FILED BANKRUPTCY OR BEEN FROZEN IS NOT
039200* SETTLED HERE - THE OFFER IS VOIDED AND REPORTED FOR A
039300* COLLECTOR TO TAKE UP. A BALANCE ALREADY AT ZERO MEANS THE
039400* CUSTOMER PAID IN FULL: THE OFFER IS MARKED SETTLED WITH
039500* NOTHING FORGIVEN AND THE ACCOUNT IS LEFT AS IT IS.
039600******************************************************************
039700 4000-SETTLE-ACCOUNT.
039800     MOVE STL-ACCT-ID                 TO ACCT-ID
039900     READ ACCOUNT-FILE
040000         INVALID KEY
040100             MOVE 'ACCOUNT NOT ON FILE' TO WS-VOID-TEXT
040200             PERFORM 6000-VOID-OFFER THRU 6000-VOID-OFFER-EXIT
040300             GO TO 4000-SETTLE-ACCOUNT-EXIT
040400     END-READ
040500     IF ACCT-ACTIVE-STATUS = 'C' OR 'Z' OR 'B' OR 'S'
040600         MOVE 'ACCOUNT STATUS NOT SETTLEABLE' TO WS-VOID-TEXT
040700         PERFORM 6000-VOID-OFFER THRU 6000-VOID-OFFER-EXIT
040800         GO TO 4000-SETTLE-ACCOUNT-EXIT
040900     END-IF
041000     IF ACCT-CURR-BAL NOT > ZERO
041100         MOVE ZERO                    TO WS-FORGIVEN-AMT
041200         PERFORM 5000-MARK-SETTLED THRU 5000-MARK-SETTLED-EXIT
041300         GO TO 4000-SETTLE-ACCOUNT-EXIT
041400     END-IF
041500     PERFORM 4100-FIND-FIRST-CARD
041600         THRU 4100-FIND-FIRST-CARD-EXIT
041700     IF NOT WS-CARD-FOUND
041800         ADD 1                        TO WS-NOCARD-COUNT
041900         PERFORM 7100-REPORT-NO-CARD
042000             THRU 7100-REPORT-NO-CARD-EXIT
042100         GO TO 4000-SETTLE-ACCOUNT-EXIT
042200     END-IF
042300     MOVE ACCT-CURR-BAL               TO WS-FORGIVEN-AMT
042400     IF ACCT-INT-DUE-BAL > WS-FORGIVEN-AMT
042500         MOVE WS-FORGIVEN-AMT         TO WS-FORGIVEN-INT
042600     ELSE
042700         MOVE ACCT-INT-DUE-BAL        TO WS-FORGIVEN-INT
042800     END-IF
042900     IF WS-FORGIVEN-INT < ZERO
043000         MOVE ZERO                    TO WS-FORGIVEN-INT
043100     END-IF
043200     PERFORM 4500-POST-SETTLEMENT-TRAN
043300         THRU 4500-POST-SETTLEMENT-TRAN-EXIT
043400     MOVE ACCT-ACTIVE-STATUS          TO WS-OLD-STATUS
043500     MOVE ZERO                        TO ACCT-CURR-BAL
043600     MOVE ZERO                        TO ACCT-INT-DUE-BAL
043700     MOVE ZERO                        TO ACCT-FEE-DUE-BAL
043800     MOVE ZERO                        TO ACCT-CASH-ADV-BAL
043900     MOVE ZERO                        TO ACCT-MIN-PAY-DUE
044000     MOVE ZERO                        TO ACCT-PAST-DUE-AMT
044100     MOVE 'C'                         TO ACCT-ACTIVE-STATUS
044200     SET ACCT-CLOSED-SETTLED          TO TRUE
044300     REWRITE ACCOUNT-RECORD
044400     MOVE 'ACSTTUS'                   TO AUD-FIELD-NAME
044500     MOVE WS-OLD-STATUS               TO AUD-OLD-VALUE
044600     MOVE 'C'                         TO AUD-NEW-VALUE
044700     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
044800     MOVE 'CLSRSN'                    TO AUD-FIELD-NAME
044900     MOVE SPACES                      TO AUD-OLD-VALUE
045000     MOVE ACCT-CLOSE-REASON-CD        TO AUD-NEW-VALUE
045100     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
045200     PERFORM 4200-STOP-CARDS THRU 4200-STOP-CARDS-EXIT
045300     MOVE 'CARDSTOP'                  TO AUD-FIELD-NAME
045400     MOVE SPACES                      TO AUD-OLD-VALUE
045500     MOVE WS-CARDS-STOPPED            TO AUD-NEW-VALUE
045600     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT
045700     PERFORM 4700-RECORD-CANCEL-EVENT
045800         THRU 4700-RECORD-CANCEL-EVENT-EXIT
045900     PERFORM 5000-MARK-SETTLED THRU 5000-MARK-SETTLED-EXIT.
046000 4000-SETTLE-ACCOUNT-EXIT.
046100     EXIT.
046200*
046300 4100-FIND-FIRST-CARD.
046400     MOVE 'N'                         TO WS-CARD-FOUND-SW
046500     MOVE ACCT-ID                     TO CAIX-ACCT-ID
046600     START CARD-AIX-FILE KEY NOT LESS THAN CAIX-ACCT-ID
046700         INVALID KEY
046800             GO TO 4100-FIND-FIRST-CARD-EXIT
046900     END-START
047000     READ CARD-AIX-FILE NEXT RECORD
047100         AT END
047200             GO TO 4100-FIND-FIRST-CARD-EXIT
047300     END-READ
047400     IF CAIX-ACCT-ID = ACCT-ID
047500         MOVE CAIX-CARD-NUM           TO WS-FIRST-CARD-NUM
047600         MOVE 'Y'                     TO WS-CARD-FOUND-SW
047700     END-IF.
047800 4100-FIND-FIRST-CARD-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* A SETTLED ACCOUNT IS CLOSED, SO EVERY CARD ON IT IS STOPPED
048300* ('S') THE WAY COACT02C STOPS THEM ON A CLOSURE.
048400******************************************************************
048500 4200-STOP-CARDS.
048600     MOVE ZERO                        TO WS-CARDS-STOPPED
048700     MOVE 'N'                         TO WS-CARD-EOF-SW
048800     MOVE ACCT-ID                     TO CAIX-ACCT-ID
048900     START CARD-AIX-FILE KEY NOT LESS THAN CAIX-ACCT-ID
049000         INVALID KEY
049100             MOVE 'Y'                 TO WS-CARD-EOF-SW
049200     END-START
049300     PERFORM 4300-STOP-NEXT-CARD THRU 4300-STOP-NEXT-CARD-EXIT
049400         UNTIL WS-END-OF-CARDS.
049500 4200-STOP-CARDS-EXIT.
049600     EXIT.
049700*
049800 4300-STOP-NEXT-CARD.
049900     READ CARD-AIX-FILE NEXT RECORD
050000         AT END
050100             MOVE 'Y'                 TO WS-CARD-EOF-SW
050200             GO TO 4300-STOP-NEXT-CARD-EXIT
050300     END-READ
050400     IF CAIX-ACCT-ID NOT = ACCT-ID
050500         MOVE 'Y'                     TO WS-CARD-EOF-SW
050600         GO TO 4300-STOP-NEXT-CARD-EXIT
050700     END-IF
050800     IF CAIX-ACTIVE-STATUS = 'S'
050900         GO TO 4300-STOP-NEXT-CARD-EXIT
051000     END-IF
051100     MOVE CAIX-CARD-NUM               TO CARD-NUM
051200     READ CARD-FILE
051300         INVALID KEY
051400             GO TO 4300-STOP-NEXT-CARD-EXIT
051500     END-READ
051600     MOVE 'S'                         TO CARD-ACTIVE-STATUS
051700     REWRITE CARD-RECORD
051800     ADD 1                            TO WS-CARDS-STOPPED.
051900 4300-STOP-NEXT-CARD-EXIT.
052000     EXIT.
052100*
052200******************************************************************
052300* THE FORGIVEN REMAINDER POSTS THROUGH THE TRANSACTION MASTER AS
052400* A TYPE 11/9001 SETTLEMENT WRITE-OFF AGAINST THE ACCOUNT'S FIRST
052500* CARD, MARKED ALREADY-APPLIED SO THE NIGHTLY POSTING RUN CANNOT
052600* APPLY IT AGAIN, WITH TRAN-AMT THE SIGNED BALANCE EFFECT (A
052700* CREDIT) - THE SAME BOOKKEEPING CBCHO01C USES FOR A CHARGE-OFF.
052800* CBGLX01C BOOKS IT TO BAD DEBT EXPENSE AGAINST THE RECEIVABLE.
052900******************************************************************
053000 4500-POST-SETTLEMENT-TRAN.
053100     ADD 1                            TO WS-SEQ-4
053200     MOVE FUNCTION CURRENT-DATE       TO WS-NEW-TRAN-ID
053300     MOVE WS-SEQ-4                    TO WS-NEW-TRAN-ID (13:4)
053400     MOVE WS-NEW-TRAN-ID              TO TRAN-ID
053500     MOVE '11'                        TO TRAN-TYPE-CD
053600     MOVE '9001'                      TO TRAN-CAT-CD
053700     MOVE 'CNP'                       TO TRAN-SOURCE
053800     MOVE 'SETTLEMENT - BALANCE FORGIVEN'
053900                                      TO TRAN-DESC
054000     COMPUTE TRAN-AMT = WS-FORGIVEN-AMT * -1
054100     MOVE SPACES                      TO TRAN-MERCHANT-ID
054200     MOVE SPACES                      TO TRAN-MERCHANT-NAME
054300     MOVE SPACES                      TO TRAN-MERCHANT-CITY
054400     MOVE SPACES                      TO TRAN-MERCHANT-ZIP
054500     MOVE SPACES                      TO TRAN-MERCHANT-STATE
054600     MOVE SPACES                      TO TRAN-MERCHANT-COUNTRY
054700     MOVE SPACES                      TO TRAN-MCC
000000     MOVE SPACES                      TO TRAN-KEYED-BY
000000                                         TRAN-KEYED-PGM
000000                                         TRAN-APPROVED-BY
054800     MOVE WS-FIRST-CARD-NUM           TO TRAN-CARD-NUM
054900     MOVE WS-CURDATE-YYYY-MM-DD       TO TRAN-ORIG-DATE
055000     MOVE WS-CURDATE-YYYY-MM-DD       TO TRAN-PROC-DATE
055100     MOVE 'N'                         TO TRAN-REVERSAL-IND
055200     MOVE SPACES                      TO TRAN-ORIG-TRAN-ID
055300     MOVE 'USD'                       TO TRAN-CURR-CD
055400     MOVE TRAN-AMT                    TO TRAN-ORIG-AMT
055500     MOVE 'Y'                         TO TRAN-BAL-POSTED-IND
055600     WRITE TRAN-RECORD.
055700 4500-POST-SETTLEMENT-TRAN-EXIT.
055800     EXIT.
055900*
056000******************************************************************
056100* A SETTLEMENT IS A DISCHARGE OF DEBT BY AGREEMENT (1099-C EVENT
056200* CODE 'F'), RECORDED ON DEBTCNL FOR THE ANNUAL CBTXC01C FILING
056300* WITH THE INTEREST INCLUDED IN THE FORGIVEN AMOUNT. A SECOND
056400* EVENT FOR THE ACCOUNT ON THE SAME DAY REPLACES THE FIRST.
056500******************************************************************
056600 4700-RECORD-CANCEL-EVENT.
056700     MOVE ACCT-ID                     TO DCN-ACCT-ID
056800     MOVE WS-CURDATE-YYYY-MM-DD       TO DCN-EVENT-DATE
056900     SET DCN-EVENT-BY-AGREEMENT       TO TRUE
057000     SET DCN-ACTIVE                   TO TRUE
057100     MOVE WS-FORGIVEN-AMT             TO DCN-DEBT-AMT
057200     MOVE WS-FORGIVEN-INT             TO DCN-INT-AMT
057300     MOVE 'CBSTL01C'                  TO DCN-SOURCE-PGM
057400     MOVE WS-CURDATE-YYYY-MM-DD       TO DCN-UPDATED-DATE
057500     WRITE DEBT-CANCEL-RECORD
057600         INVALID KEY
057700             REWRITE DEBT-CANCEL-RECORD
057800     END-WRITE.
057900 4700-RECORD-CANCEL-EVENT-EXIT.
058000     EXIT.
058100*
058200 5000-MARK-SETTLED.
058300     SET STL-SETTLED                  TO TRUE
058400     MOVE WS-PAID-AMT                 TO STL-PAID-AMT
058500     MOVE WS-FORGIVEN-AMT             TO STL-FORGIVEN-AMT
058600     MOVE WS-CURDATE-YYYY-MM-DD       TO STL-CLOSED-DATE
058700     REWRITE SETTLEMENT-OFFER-RECORD
058800     ADD WS-FORGIVEN-AMT              TO WS-FORGIVEN-TOTAL
058900     ADD 1                            TO WS-SETTLED-COUNT
059000     PERFORM 7000-REPORT-SETTLED THRU 7000-REPORT-SETTLED-EXIT.
059100 5000-MARK-SETTLED-EXIT.
059200     EXIT.
059300*
059400 6000-VOID-OFFER.
059500     SET STL-VOIDED                   TO TRUE
059600     MOVE WS-PAID-AMT                 TO STL-PAID-AMT
059700     MOVE ZERO                        TO STL-FORGIVEN-AMT
059800     MOVE WS-CURDATE-YYYY-MM-DD       TO STL-CLOSED-DATE
059900     REWRITE SETTLEMENT-OFFER-RECORD
060000     ADD 1                            TO WS-VOIDED-COUNT
060100     PERFORM 7200-REPORT-VOIDED THRU 7200-REPORT-VOIDED-EXIT.
060200 6000-VOID-OFFER-EXIT.
060300     EXIT.
060400*
060500 6900-WRITE-AUDIT-ROW.
060600     MOVE ACCT-ID                     TO AUD-ACCT-ID
060700     MOVE FUNCTION CURRENT-DATE       TO AUD-TIMESTAMP
060800     MOVE 'CBSTL01C'                  TO AUD-USER-ID
060900     WRITE ACCT-AUDIT-RECORD.
061000 6900-WRITE-AUDIT-ROW-EXIT.
061100     EXIT.
061200*
061300 7000-REPORT-SETTLED.
061400     MOVE STL-FORGIVEN-AMT            TO WS-AMT-EDIT
061500     MOVE SPACES                      TO SETTLE-REPORT-LINE
061600     STRING 'SETTLED ACCOUNT '        DELIMITED BY SIZE
061700            STL-ACCT-ID               DELIMITED BY SIZE
061800            ' FORGIVEN '              DELIMITED BY SIZE
061900            WS-AMT-EDIT               DELIMITED BY SIZE
062000       INTO SETTLE-REPORT-LINE
062100     END-STRING
062200     WRITE SETTLE-REPORT-LINE.
062300 7000-REPORT-SETTLED-EXIT.
062400     EXIT.
062500*
062600 7100-REPORT-NO-CARD.
062700     MOVE SPACES                      TO SETTLE-REPORT-LINE
062800     STRING 'NO CARD ON FILE - NOT SETTLED - ACCOUNT '
062900                                      DELIMITED BY SIZE
063000            ACCT-ID                   DELIMITED BY SIZE
063100       INTO SETTLE-REPORT-LINE
063200     END-STRING
063300     WRITE SETTLE-REPORT-LINE.
063400 7100-REPORT-NO-CARD-EXIT.
063500     EXIT.
063600*
063700 7200-REPORT-VOIDED.
063800     MOVE SPACES                      TO SETTLE-REPORT-LINE
063900     STRING 'VOIDED OFFER ACCOUNT '   DELIMITED BY SIZE
064000            STL-ACCT-ID               DELIMITED BY SIZE
064100            ' SEQ '                   DELIMITED BY SIZE
064200            STL-SEQ                   DELIMITED BY SIZE
064300            ' - '                     DELIMITED BY SIZE
064400            WS-VOID-TEXT              DELIMITED BY SIZE
064500       INTO SETTLE-REPORT-LINE
064600     END-STRING
064700     WRITE SETTLE-REPORT-LINE.
064800 7200-REPORT-VOIDED-EXIT.
064900     EXIT.
065000*
065100 9000-TERMINATE.
065200     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
065300     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
065400     MOVE 'CBSTL01C'             TO QSP-JOB-NAME
065500     SET QSP-ACTION-CLEAR        TO TRUE
065600     CALL 'CBQSC01C' USING QUIESCE-PARM
065700     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
065800     MOVE WS-FORGIVEN-TOTAL      TO WS-AMT-EDIT
065900     MOVE SPACES                 TO SETTLE-REPORT-LINE
066000     STRING 'TOTAL FORGIVEN: '   DELIMITED BY SIZE
066100            WS-AMT-EDIT          DELIMITED BY SIZE
066200       INTO SETTLE-REPORT-LINE
066300     END-STRING
066400     WRITE SETTLE-REPORT-LINE
066500     CLOSE SETTLEMENT-FILE
066600     CLOSE PAYMENT-FILE
066700     CLOSE ACCOUNT-FILE
066800     CLOSE TRAN-MASTER-FILE
066900     CLOSE CARD-FILE
067000     CLOSE CARD-AIX-FILE
067100     CLOSE DEBT-CANCEL-FILE
067200     CLOSE AUDIT-FILE
067300     CLOSE SETTLE-REPORT-FILE
067400     DISPLAY 'CBSTL01C - OFFERS READ: ' WS-OFFER-COUNT
067500     DISPLAY 'CBSTL01C - OFFERS SETTLED: ' WS-SETTLED-COUNT
067600     DISPLAY 'CBSTL01C - OFFERS VOIDED: ' WS-VOIDED-COUNT
067700     DISPLAY 'CBSTL01C - NO-CARD EXCEPTIONS: ' WS-NOCARD-COUNT
067800     PERFORM 9200-LOG-JOB-STATUS
067900         THRU 9200-LOG-JOB-STATUS-EXIT.
068000 9000-TERMINATE-EXIT.
068100     EXIT.
068200*
068300******************************************************************
068400* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
068500* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
068600* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
068700* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE -
068800* OPERATIONS FINDS OUT FROM THE ALERT AND THE STEP CONDITION CODE
068900* RATHER THAN FROM THE MISSING OUTPUT THE NEXT MORNING.
069000******************************************************************
069100 9100-ABEND-NOTIFY.
069200     MOVE 'AB01'                 TO ABEND-CODE
069300     MOVE 'CBSTL01C'             TO ABEND-CULPRIT
069400     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
069500     STRING ABEND-CULPRIT   DELIMITED BY SIZE
069600            ' - '           DELIMITED BY SIZE
069700            ABEND-REASON    DELIMITED BY SIZE
069800       INTO ABEND-MSG
069900     END-STRING
070000     OPEN EXTEND ALERT-QUEUE-FILE
070100     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
070200     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
070300     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
070400     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
070500     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
070600     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
070700     WRITE OPS-ALERT-RECORD
070800     CLOSE ALERT-QUEUE-FILE
070900     MOVE 16                     TO RETURN-CODE.
071000 9100-ABEND-NOTIFY-EXIT.
071100     EXIT.
071200*
071300******************************************************************
071400* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
071500* WHETHER THE JOB RAN AND HOW IT WENT. RETURN-CODE IS ALREADY
071600* NON-ZERO BY THE TIME THIS RUNS IF 9100-ABEND-NOTIFY FIRED.
071700******************************************************************
071800 9200-LOG-JOB-STATUS.
071900     OPEN I-O JOB-LOG-FILE
072000     IF NOT WS-JOBLOG-OK
072100         DISPLAY 'CBSTL01C - ERROR OPENING JOB LOG FILE'
072200         GO TO 9200-LOG-JOB-STATUS-EXIT
072300     END-IF
072400     MOVE 'CBSTL01C'             TO JBS-JOB-NAME
072500     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
072600     IF RETURN-CODE = ZERO
072700         SET JBS-STATUS-SUCCESS  TO TRUE
072800     ELSE
072900         SET JBS-STATUS-FAILED   TO TRUE
073000     END-IF
073100     MOVE RETURN-CODE            TO JBS-RETURN-CODE
073200     MOVE WS-OFFER-COUNT         TO JBS-REC-COUNT
073300     WRITE JOB-STATUS-RECORD
073400     CLOSE JOB-LOG-FILE.
073500 9200-LOG-JOB-STATUS-EXIT.
073600     EXIT.
