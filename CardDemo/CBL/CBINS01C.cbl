000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBINS01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - INSTALLMENT PLAN REQUESTS
001100*                     FROM THE SELF-SERVICE CHANNELS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       READS THE DAY'S INSTALLMENT PLAN REQUESTS
001500*                (INSTREQ, CVINS03Y) TAKEN ON THE WEB SITE, THE
001600*                MOBILE APP AND THE IVR, AND SETS UP EACH ONE THE
001700*                WAY COINS00C DOES FOR A REP: THE PURCHASE MUST
001800*                BE A POSTED, UNREVERSED TYPE 01 OR 09 ON THE
001900*                ACCOUNT, AT LEAST THE PLAN MINIMUM, NOT DISPUTED,
002000*                NOT ALREADY ON A PLAN AND STILL INSIDE THE
002100*                REVOLVING BALANCE; THE ACCOUNT MUST BE ACTIVE,
002200*                CURRENT AND UNDER THE PLAN LIMIT; AND THE TERM
002300*                MUST BE ONE ON THE OFFER TABLE (CVINS02Y). AN
002400*                ACCEPTED REQUEST WRITES THE INSTPLAN ROW, MOVES
002500*                THE AMOUNT INTO ACCT-INSTL-BAL AND AUDITS THE
002600*                CHANGE; A REJECTED ONE IS REPORTED WITH THE
002700*                RULE IT FAILED SO THE CHANNEL CAN TELL THE
002800*                CUSTOMER. RUN NIGHTLY AFTER TRANSACTION POSTING
002900*                AND BEFORE THE CYCLE (CBACT04C).
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT INSTL-REQUEST-FILE ASSIGN TO INSTREQ
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-INSTREQ-STATUS.
003700     SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS INS-KEY
004100         FILE STATUS IS WS-INSTPLAN-STATUS.
004200     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ACCT-ID
004600         FILE STATUS IS WS-ACCOUNT-STATUS.
004700     SELECT TRAN-MASTER-FILE ASSIGN TO TRANDAT
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS TRAN-ID
005100         FILE STATUS IS WS-TRAN-MASTER-STATUS.
005200     SELECT CARD-FILE ASSIGN TO CARDDAT
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS CARD-NUM
005600         FILE STATUS IS WS-CARD-STATUS.
005700     SELECT DISPUTE-FILE ASSIGN TO DISPFILE
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS DSP-TRAN-ID
006100         FILE STATUS IS WS-DISPUTE-STATUS.
006200     SELECT AUDIT-FILE ASSIGN TO ACCTAUD
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS AUD-KEY
006600         FILE STATUS IS WS-AUDIT-STATUS.
006700     SELECT INSTL-REPORT-FILE ASSIGN TO INSRPT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-REPORT-STATUS.
007000     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-ALERT-STATUS.
007300     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS JBS-KEY
007700         FILE STATUS IS WS-JOBLOG-STATUS.
007800*
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  INSTL-REQUEST-FILE
008200     RECORDING MODE IS F.
008300     COPY CVINS03Y.
008400*
008500 FD  INSTPLAN-FILE.
008600     COPY CVINS01Y.
008700*
008800 FD  ACCOUNT-FILE.
008900     COPY CVACT01Y.
009000*
009100 FD  TRAN-MASTER-FILE.
009200     COPY CVTRA01Y.
009300*
009400 FD  CARD-FILE.
009500     COPY CVACT02Y.
009600*
009700 FD  DISPUTE-FILE.
009800     COPY CVDSP01Y.
009900*
010000 FD  AUDIT-FILE.
010100     COPY CVAUD01Y.
010200*
010300 FD  INSTL-REPORT-FILE
010400     RECORDING MODE IS F.
010500 01  INSTL-REPORT-LINE                PIC X(80).
010600*
010700 FD  ALERT-QUEUE-FILE
010800     RECORDING MODE IS F.
010900     COPY CSOPS01Y.
011000*
011100 FD  JOB-LOG-FILE.
011200     COPY CVJOB01Y.
011300*
011400 WORKING-STORAGE SECTION.
011500 01  WS-INSTREQ-STATUS                PIC XX.
011600     88 WS-INSTREQ-OK                 VALUE '00'.
011700 01  WS-INSTPLAN-STATUS               PIC XX.
011800     88 WS-INSTPLAN-OK                VALUE '00'.
011900 01  WS-ACCOUNT-STATUS                PIC XX.
012000     88 WS-ACCOUNT-OK                 VALUE '00'.
012100 01  WS-TRAN-MASTER-STATUS            PIC XX.
012200     88 WS-TRAN-MASTER-OK             VALUE '00'.
012300 01  WS-CARD-STATUS                   PIC XX.
012400 01  WS-DISPUTE-STATUS                PIC XX.
012500 01  WS-AUDIT-STATUS                  PIC XX.
012600 01  WS-REPORT-STATUS                 PIC XX.
012700 01  WS-ALERT-STATUS                  PIC XX.
012800 01  WS-JOBLOG-STATUS                 PIC XX.
012900     88 WS-JOBLOG-OK                  VALUE '00'.
013000 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
013100     88 WS-END-OF-REQUESTS            VALUE 'Y'.
013200 01  WS-SCAN-EOF-SW                   PIC X(01) VALUE 'N'.
013300     88 WS-END-OF-SCAN                VALUE 'Y'.
013400 01  WS-REQUEST-COUNT                 PIC 9(07) VALUE ZERO.
013500 01  WS-ACCEPTED-COUNT                PIC 9(07) VALUE ZERO.
013600 01  WS-REJECTED-COUNT                PIC 9(07) VALUE ZERO.
013700 01  WS-ACCEPTED-TOTAL                PIC S9(11)V99 COMP-3
013800                                      VALUE ZERO.
013900 01  WS-ABEND-REASON-TEXT             PIC X(50).
014000 01  WS-SAVED-RETURN-CODE             PIC S9(08) COMP.
014100*
014200 01  WS-REQUEST-WORK.
014300     05 WS-REJECT-REASON              PIC X(40).
014400     05 WS-ACTIVE-PLANS               PIC 9(02).
014500     05 WS-AMT-EDIT                   PIC -(11)9.99.
014600*
014700******************************************************************
014800* PLAN PRICING WORK AREA - PRICED EXACTLY AS ON COINS00C. A FEE
014900* PLAN REPAYS THE PRINCIPAL IN EQUAL PARTS PLUS THE FLAT MONTHLY
015000* FEE; A RATE PLAN IS AMORTIZED TO AN EQUAL PAYMENT AT THE
015100* MONTHLY RATE (APR / 1200):
015200*    PAYMENT = P * R * (1 + R) ** N / ((1 + R) ** N - 1)
015300******************************************************************
015400 01  WS-PRICING-WORK.
015500     05 WS-SEL-IDX                    PIC 9(01).
015600     05 WS-REVOLVE-BAL                PIC S9(10)V99 COMP-3.
015700     05 WS-PLAN-AMT                   PIC S9(09)V99 COMP-3.
015800     05 WS-SEL-FEE                    PIC S9(05)V99 COMP-3.
015900     05 WS-SEL-INSTALL                PIC S9(07)V99 COMP-3.
016000     05 WS-SEL-MONTHLY-RATE           PIC V9(9).
016100     05 WS-SEL-GROWTH                 PIC 9(03)V9(9).
016200*
016300 COPY CVINS02Y.
016400*
016500******************************************************************
016600* ABEND ALERT WORK AREA - SEE 9100-ABEND-NOTIFY.
016700******************************************************************
016800 COPY CSMSG02Y.
016900*
017000 COPY CSDAT01Y.
017100*
017200******************************************************************
017300* JOB STREAM DEPENDENCY CHECK PARAMETER - SEE CBJCK01C.
017400******************************************************************
017500 COPY CVJCK01Y.
017600*
017700******************************************************************
017800* BATCH QUIESCE CONTROLLER PARAMETER - SEE CBQSC01C.
017900******************************************************************
018000 COPY CVQSP01Y.
018100*
018200 LINKAGE SECTION.
018300*
018400******************************************************************
018500 PROCEDURE DIVISION.
018600******************************************************************
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018900     PERFORM 2000-WORK-REQUEST THRU 2000-WORK-REQUEST-EXIT
019000         UNTIL WS-END-OF-REQUESTS
019100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
019200     GOBACK.
019300*
019400 1000-INITIALIZE.
019500     MOVE 'CBINS01C'                  TO JCK-JOB-NAME
019600     CALL 'CBJCK01C' USING JOBCHECK-PARM
019700     IF JCK-REFUSED
019800         DISPLAY 'CBINS01C - PREDECESSOR CHECK REFUSED RUN'
019900         MOVE 'Y'                     TO WS-EOF-SW
020000         MOVE 'PREDECESSOR JOB CHECK FAILED'
020100                                 TO WS-ABEND-REASON-TEXT
020200         PERFORM 9100-ABEND-NOTIFY
020300             THRU 9100-ABEND-NOTIFY-EXIT
020400         GO TO 1000-INITIALIZE-EXIT
020500     END-IF
020600     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
020700     MOVE WS-CURDATE-YEAR             TO WS-CURDATE-CCYY
020800     MOVE WS-CURDATE-MONTH            TO WS-CURDATE-MO
020900     MOVE WS-CURDATE-DAY              TO WS-CURDATE-DA
021000     MOVE INSTL-PLAN-OFFER-VALUES     TO INSTL-PLAN-OFFER-TABLE
021100     OPEN INPUT INSTL-REQUEST-FILE
021200     OPEN I-O INSTPLAN-FILE
021300     OPEN I-O ACCOUNT-FILE
021400     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
021500     MOVE 'CBINS01C'             TO QSP-JOB-NAME
021600     SET QSP-ACTION-SET          TO TRUE
021700     CALL 'CBQSC01C' USING QUIESCE-PARM
021800     OPEN INPUT TRAN-MASTER-FILE
021900     OPEN INPUT CARD-FILE
022000     OPEN INPUT DISPUTE-FILE
022100     OPEN I-O AUDIT-FILE
022200     OPEN OUTPUT INSTL-REPORT-FILE
022300     IF NOT WS-INSTREQ-OK
022400         DISPLAY 'CBINS01C - ERROR OPENING PLAN REQUEST FILE'
022500         MOVE 'Y'                     TO WS-EOF-SW
022600         MOVE 'PLAN REQUEST FILE OPEN ERROR'
022700                                 TO WS-ABEND-REASON-TEXT
022800         PERFORM 9100-ABEND-NOTIFY
022900             THRU 9100-ABEND-NOTIFY-EXIT
023000     END-IF
023100     IF NOT WS-INSTPLAN-OK
023200         DISPLAY 'CBINS01C - ERROR OPENING INSTALLMENT PLAN FILE'
023300         MOVE 'Y'                     TO WS-EOF-SW
023400         MOVE 'INSTALLMENT PLAN FILE OPEN ERROR'
023500                                 TO WS-ABEND-REASON-TEXT
023600         PERFORM 9100-ABEND-NOTIFY
023700             THRU 9100-ABEND-NOTIFY-EXIT
023800     END-IF
023900     IF NOT WS-ACCOUNT-OK
024000         DISPLAY 'CBINS01C - ERROR OPENING ACCOUNT FILE'
024100         MOVE 'Y'                     TO WS-EOF-SW
024200         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
024300         PERFORM 9100-ABEND-NOTIFY
024400             THRU 9100-ABEND-NOTIFY-EXIT
024500     END-IF
024600     IF NOT WS-TRAN-MASTER-OK
024700         DISPLAY 'CBINS01C - ERROR OPENING TRAN MASTER FILE'
024800         MOVE 'Y'                     TO WS-EOF-SW
024900         MOVE 'TRAN MASTER FILE OPEN ERROR'
025000                                 TO WS-ABEND-REASON-TEXT
025100         PERFORM 9100-ABEND-NOTIFY
025200             THRU 9100-ABEND-NOTIFY-EXIT
025300     END-IF
025400     IF NOT WS-END-OF-REQUESTS
025500         PERFORM 2100-READ-NEXT-REQUEST
025600             THRU 2100-READ-NEXT-REQUEST-EXIT
025700     END-IF.
025800 1000-INITIALIZE-EXIT.
025900     EXIT.
026000*
026100 2000-WORK-REQUEST.
026200     ADD 1                            TO WS-REQUEST-COUNT
026300     MOVE SPACES                      TO WS-REJECT-REASON
026400     PERFORM 3000-CHECK-REQUEST THRU 3000-CHECK-REQUEST-EXIT
026500     IF WS-REJECT-REASON = SPACES
026600         PERFORM 4000-SET-UP-PLAN THRU 4000-SET-UP-PLAN-EXIT
026700     END-IF
026800     IF WS-REJECT-REASON = SPACES
026900         ADD 1                        TO WS-ACCEPTED-COUNT
027000         ADD WS-PLAN-AMT              TO WS-ACCEPTED-TOTAL
027100         PERFORM 7000-REPORT-ACCEPTED
027200             THRU 7000-REPORT-ACCEPTED-EXIT
027300     ELSE
027400         ADD 1                        TO WS-REJECTED-COUNT
027500         PERFORM 7100-REPORT-REJECTED
027600             THRU 7100-REPORT-REJECTED-EXIT
027700     END-IF
027800     PERFORM 2100-READ-NEXT-REQUEST
027900         THRU 2100-READ-NEXT-REQUEST-EXIT.
028000 2000-WORK-REQUEST-EXIT.
028100     EXIT.
028200*
028300 2100-READ-NEXT-REQUEST.
028400     READ INSTL-REQUEST-FILE
028500         AT END
028600             MOVE 'Y'                 TO WS-EOF-SW
028700     END-READ.
028800 2100-READ-NEXT-REQUEST-EXIT.
028900     EXIT.
029000*
029100******************************************************************
029200* THE PLAN RULES, IN THE ORDER COINS00C TESTS THEM. THE FIRST ONE
029300* FAILED IS LEFT IN WS-REJECT-REASON.
029400******************************************************************
029500 3000-CHECK-REQUEST.
029600     MOVE INR-ACCT-ID                 TO ACCT-ID
029700     READ ACCOUNT-FILE
029800         INVALID KEY
029900             MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
030000             GO TO 3000-CHECK-REQUEST-EXIT
030100     END-READ
030200     MOVE INR-TRAN-ID                 TO TRAN-ID
030300     READ TRAN-MASTER-FILE
030400         INVALID KEY
030500             MOVE 'TRANSACTION NOT ON FILE' TO WS-REJECT-REASON
030600             GO TO 3000-CHECK-REQUEST-EXIT
030700     END-READ
030800     MOVE TRAN-CARD-NUM               TO CARD-NUM
030900     READ CARD-FILE
031000         INVALID KEY
031100             MOVE 'TRANSACTION NOT ON THIS ACCOUNT'
031200                                      TO WS-REJECT-REASON
031300             GO TO 3000-CHECK-REQUEST-EXIT
031400     END-READ
031500     IF CARD-ACCT-ID NOT = ACCT-ID
031600         MOVE 'TRANSACTION NOT ON THIS ACCOUNT'
031700                                      TO WS-REJECT-REASON
031800         GO TO 3000-CHECK-REQUEST-EXIT
031900     END-IF
032000     IF TRAN-TYPE-CD NOT = '01' AND TRAN-TYPE-CD NOT = '09'
032100         MOVE 'NOT A PURCHASE'        TO WS-REJECT-REASON
032200         GO TO 3000-CHECK-REQUEST-EXIT
032300     END-IF
032400     IF NOT TRAN-BAL-POSTED OR TRAN-IS-REVERSAL
032500         MOVE 'PURCHASE NOT POSTED OR REVERSED'
032600                                      TO WS-REJECT-REASON
032700         GO TO 3000-CHECK-REQUEST-EXIT
032800     END-IF
032900     IF TRAN-AMT < IPL-MIN-AMT
033000         MOVE 'BELOW PLAN MINIMUM'    TO WS-REJECT-REASON
033100         GO TO 3000-CHECK-REQUEST-EXIT
033200     END-IF
033300     IF ACCT-ACTIVE-STATUS NOT = 'A'
033400        OR ACCT-CYCLES-DELINQUENT > ZERO
033500         MOVE 'ACCOUNT NOT ACTIVE AND CURRENT'
033600                                      TO WS-REJECT-REASON
033700         GO TO 3000-CHECK-REQUEST-EXIT
033800     END-IF
033900     MOVE ACCT-ID                     TO INS-ACCT-ID
034000     MOVE TRAN-ID                     TO INS-TRAN-ID
034100     READ INSTPLAN-FILE
034200         INVALID KEY
034300             CONTINUE
034400         NOT INVALID KEY
034500             MOVE 'PURCHASE ALREADY ON A PLAN'
034600                                      TO WS-REJECT-REASON
034700             GO TO 3000-CHECK-REQUEST-EXIT
034800     END-READ
034900     MOVE TRAN-ID                     TO DSP-TRAN-ID
035000     READ DISPUTE-FILE
035100         INVALID KEY
035200             CONTINUE
035300         NOT INVALID KEY
035400             MOVE 'PURCHASE IN DISPUTE'  TO WS-REJECT-REASON
035500             GO TO 3000-CHECK-REQUEST-EXIT
035600     END-READ
035700     PERFORM 3100-COUNT-ACTIVE-PLANS
035800         THRU 3100-COUNT-ACTIVE-PLANS-EXIT
035900     IF WS-ACTIVE-PLANS NOT < IPL-MAX-PLANS
036000         MOVE 'PLAN LIMIT REACHED'    TO WS-REJECT-REASON
036100         GO TO 3000-CHECK-REQUEST-EXIT
036200     END-IF
036300     COMPUTE WS-REVOLVE-BAL = ACCT-CURR-BAL - ACCT-INT-DUE-BAL
036400         - ACCT-FEE-DUE-BAL - ACCT-INSTL-DUE-BAL
036500         - ACCT-CASH-ADV-BAL - ACCT-INSTL-BAL
036600     IF TRAN-AMT > WS-REVOLVE-BAL
036700         MOVE 'PURCHASE NO LONGER IN REVOLVING BALANCE'
036800                                      TO WS-REJECT-REASON
036900         GO TO 3000-CHECK-REQUEST-EXIT
037000     END-IF
037100     MOVE ZERO                        TO WS-SEL-IDX
037200     PERFORM VARYING IPO-IDX FROM 1 BY 1
037300             UNTIL IPO-IDX > 5 OR WS-SEL-IDX > ZERO
037400         IF IPO-TERM-MONTHS (IPO-IDX) = INR-TERM-MONTHS
037500             SET WS-SEL-IDX           TO IPO-IDX
037600         END-IF
037700     END-PERFORM
037800     IF WS-SEL-IDX = ZERO
037900         MOVE 'TERM NOT OFFERED'      TO WS-REJECT-REASON
038000     END-IF.
038100 3000-CHECK-REQUEST-EXIT.
038200     EXIT.
038300*
038400 3100-COUNT-ACTIVE-PLANS.
038500     MOVE ZERO                        TO WS-ACTIVE-PLANS
038600     MOVE 'N'                         TO WS-SCAN-EOF-SW
038700     MOVE ACCT-ID                     TO INS-ACCT-ID
038800     MOVE LOW-VALUES                  TO INS-TRAN-ID
038900     START INSTPLAN-FILE KEY NOT LESS THAN INS-KEY
039000         INVALID KEY
039100             GO TO 3100-COUNT-ACTIVE-PLANS-EXIT
039200     END-START
039300     PERFORM 3110-COUNT-NEXT-PLAN
039400         THRU 3110-COUNT-NEXT-PLAN-EXIT
039500         UNTIL WS-END-OF-SCAN.
039600 3100-COUNT-ACTIVE-PLANS-EXIT.
039700     EXIT.
039800*
039900 3110-COUNT-NEXT-PLAN.
040000     READ INSTPLAN-FILE NEXT RECORD
040100         AT END
040200             MOVE 'Y'                 TO WS-SCAN-EOF-SW
040300             GO TO 3110-COUNT-NEXT-PLAN-EXIT
040400     END-READ
040500     IF INS-ACCT-ID NOT = ACCT-ID
040600         MOVE 'Y'                     TO WS-SCAN-EOF-SW
040700         GO TO 3110-COUNT-NEXT-PLAN-EXIT
040800     END-IF
040900     IF INS-ACTIVE
041000         ADD 1                        TO WS-ACTIVE-PLANS
041100     END-IF.
041200 3110-COUNT-NEXT-PLAN-EXIT.
041300     EXIT.
041400*
041500******************************************************************
041600* PRICE THE CHOSEN TERM, WRITE THE PLAN, MOVE THE AMOUNT INTO
041700* ACCT-INSTL-BAL AND AUDIT IT. THE FIRST INSTALLMENT BILLS AT THE
041800* NEXT CYCLE (CBACT04C 2400-BILL-INSTALLMENTS).
041900******************************************************************
042000 4000-SET-UP-PLAN.
042100     MOVE TRAN-AMT                    TO WS-PLAN-AMT
042200     IF IPO-PRICING (WS-SEL-IDX) = 'F'
042300         COMPUTE WS-SEL-FEE ROUNDED =
042400             WS-PLAN-AMT * IPO-FEE-PCT (WS-SEL-IDX) / 100
042500         COMPUTE WS-SEL-INSTALL ROUNDED =
042600             WS-PLAN-AMT / IPO-TERM-MONTHS (WS-SEL-IDX)
042700             + WS-SEL-FEE
042800     ELSE
042900         MOVE ZERO                    TO WS-SEL-FEE
043000         COMPUTE WS-SEL-MONTHLY-RATE =
043100             IPO-ANNUAL-RATE (WS-SEL-IDX) / 1200
043200         COMPUTE WS-SEL-GROWTH =
043300             (1 + WS-SEL-MONTHLY-RATE)
043400             ** IPO-TERM-MONTHS (WS-SEL-IDX)
043500         COMPUTE WS-SEL-INSTALL ROUNDED =
043600             WS-PLAN-AMT * WS-SEL-MONTHLY-RATE * WS-SEL-GROWTH
043700             / (WS-SEL-GROWTH - 1)
043800     END-IF
043900     MOVE ACCT-ID                     TO INS-ACCT-ID
044000     MOVE TRAN-ID                     TO INS-TRAN-ID
044100     MOVE TRAN-CARD-NUM               TO INS-CARD-NUM
044200     MOVE TRAN-MERCHANT-NAME          TO INS-MERCHANT-NAME
044300     MOVE TRAN-ORIG-DATE (1:10)       TO INS-PURCH-DATE
044400     MOVE WS-PLAN-AMT                 TO INS-ORIG-AMT
044500     MOVE IPO-TERM-MONTHS (WS-SEL-IDX) TO INS-TERM-MONTHS
044600     MOVE IPO-PRICING (WS-SEL-IDX)    TO INS-PRICING
044700     MOVE WS-SEL-FEE                  TO INS-MONTHLY-FEE
044800     IF INS-PRICED-BY-RATE
044900         MOVE IPO-ANNUAL-RATE (WS-SEL-IDX) TO INS-ANNUAL-RATE
045000     ELSE
045100         MOVE ZERO                    TO INS-ANNUAL-RATE
045200     END-IF
045300     MOVE WS-SEL-INSTALL              TO INS-INSTALL-AMT
045400     MOVE WS-PLAN-AMT                 TO INS-PRIN-REMAIN
045500     MOVE ZERO                        TO INS-BILLED-COUNT
045600     MOVE SPACES                      TO INS-LAST-BILL-DATE
045700     MOVE ZERO                        TO INS-LAST-PRIN-BILLED
045800     MOVE ZERO                        TO INS-LAST-CHARGE-BILLED
045900     MOVE ZERO                        TO INS-TOTAL-CHARGES
046000     SET INS-ACTIVE                   TO TRUE
046100     SET INS-BY-REQUEST               TO TRUE
046200     MOVE 'CBINS01C'                  TO INS-SET-UP-BY
046300     MOVE WS-CURDATE-YYYY-MM-DD       TO INS-SET-UP-DATE
046400     MOVE SPACES                      TO INS-CLOSED-DATE
046500     WRITE INSTALLMENT-PLAN-RECORD
046600         INVALID KEY
046700             MOVE 'PLAN COULD NOT BE WRITTEN'
046800                                      TO WS-REJECT-REASON
046900             GO TO 4000-SET-UP-PLAN-EXIT
047000     END-WRITE
047100     MOVE ACCT-INSTL-BAL              TO WS-AMT-EDIT
047200     MOVE WS-AMT-EDIT                 TO AUD-OLD-VALUE
047300     ADD WS-PLAN-AMT                  TO ACCT-INSTL-BAL
047400     REWRITE ACCOUNT-RECORD
047500     MOVE ACCT-INSTL-BAL              TO WS-AMT-EDIT
047600     MOVE WS-AMT-EDIT                 TO AUD-NEW-VALUE
047700     MOVE 'INSTLPLAN'                 TO AUD-FIELD-NAME
047800     PERFORM 6900-WRITE-AUDIT-ROW THRU 6900-WRITE-AUDIT-ROW-EXIT.
047900 4000-SET-UP-PLAN-EXIT.
048000     EXIT.
048100*
048200 6900-WRITE-AUDIT-ROW.
048300     MOVE ACCT-ID                     TO AUD-ACCT-ID
048400     MOVE FUNCTION CURRENT-DATE       TO AUD-TIMESTAMP
048500     MOVE 'CBINS01C'                  TO AUD-USER-ID
048600     WRITE ACCT-AUDIT-RECORD.
048700 6900-WRITE-AUDIT-ROW-EXIT.
048800     EXIT.
048900*
049000 7000-REPORT-ACCEPTED.
049100     MOVE WS-PLAN-AMT                 TO WS-AMT-EDIT
049200     MOVE SPACES                      TO INSTL-REPORT-LINE
049300     STRING 'PLAN SET UP '            DELIMITED BY SIZE
049400            INR-ACCT-ID               DELIMITED BY SIZE
049500            ' '                       DELIMITED BY SIZE
049600            INR-TRAN-ID               DELIMITED BY SIZE
049700            ' '                       DELIMITED BY SIZE
049800            INR-TERM-MONTHS           DELIMITED BY SIZE
049900            'M '                      DELIMITED BY SIZE
050000            INR-CHANNEL               DELIMITED BY SIZE
050100            WS-AMT-EDIT               DELIMITED BY SIZE
050200       INTO INSTL-REPORT-LINE
050300     END-STRING
050400     WRITE INSTL-REPORT-LINE.
050500 7000-REPORT-ACCEPTED-EXIT.
050600     EXIT.
050700*
050800 7100-REPORT-REJECTED.
050900     MOVE SPACES                      TO INSTL-REPORT-LINE
051000     STRING 'REJECTED '               DELIMITED BY SIZE
051100            INR-ACCT-ID               DELIMITED BY SIZE
051200            ' '                       DELIMITED BY SIZE
051300            INR-TRAN-ID               DELIMITED BY SIZE
051400            ' '                       DELIMITED BY SIZE
051500            INR-CHANNEL               DELIMITED BY SIZE
051600            ' '                       DELIMITED BY SIZE
051700            WS-REJECT-REASON          DELIMITED BY SIZE
051800       INTO INSTL-REPORT-LINE
051900     END-STRING
052000     WRITE INSTL-REPORT-LINE.
052100 7100-REPORT-REJECTED-EXIT.
052200     EXIT.
052300*
052400 9000-TERMINATE.
052500     MOVE RETURN-CODE            TO WS-SAVED-RETURN-CODE
052600     MOVE 'ACCTDAT'              TO QSP-RESOURCE-NAME
052700     MOVE 'CBINS01C'             TO QSP-JOB-NAME
052800     SET QSP-ACTION-CLEAR        TO TRUE
052900     CALL 'CBQSC01C' USING QUIESCE-PARM
053000     MOVE WS-SAVED-RETURN-CODE   TO RETURN-CODE
053100     MOVE WS-ACCEPTED-TOTAL      TO WS-AMT-EDIT
053200     MOVE SPACES                 TO INSTL-REPORT-LINE
053300     STRING 'TOTAL MOVED TO PLANS: ' DELIMITED BY SIZE
053400            WS-AMT-EDIT          DELIMITED BY SIZE
053500       INTO INSTL-REPORT-LINE
053600     END-STRING
053700     WRITE INSTL-REPORT-LINE
053800     CLOSE INSTL-REQUEST-FILE
053900     CLOSE INSTPLAN-FILE
054000     CLOSE ACCOUNT-FILE
054100     CLOSE TRAN-MASTER-FILE
054200     CLOSE CARD-FILE
054300     CLOSE DISPUTE-FILE
054400     CLOSE AUDIT-FILE
054500     CLOSE INSTL-REPORT-FILE
054600     DISPLAY 'CBINS01C - REQUESTS READ: ' WS-REQUEST-COUNT
054700     DISPLAY 'CBINS01C - PLANS SET UP: ' WS-ACCEPTED-COUNT
054800     DISPLAY 'CBINS01C - REQUESTS REJECTED: ' WS-REJECTED-COUNT
054900     PERFORM 9200-LOG-JOB-STATUS
055000         THRU 9200-LOG-JOB-STATUS-EXIT.
055100 9000-TERMINATE-EXIT.
055200     EXIT.
055300*
055400******************************************************************
055500* A FATAL ERROR EARLIER IN THE RUN LEAVES A REASON IN
055600* WS-ABEND-REASON-TEXT AND PERFORMS THIS PARAGRAPH, WHICH LOGS AN
055700* ALERT RECORD TO THE ON-CALL ALERT QUEUE (OPRALRT) AND SETS A
055800* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
055900******************************************************************
056000 9100-ABEND-NOTIFY.
056100     MOVE 'AB01'                 TO ABEND-CODE
056200     MOVE 'CBINS01C'             TO ABEND-CULPRIT
056300     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
056400     STRING ABEND-CULPRIT   DELIMITED BY SIZE
056500            ' - '           DELIMITED BY SIZE
056600            ABEND-REASON    DELIMITED BY SIZE
056700       INTO ABEND-MSG
056800     END-STRING
056900     OPEN EXTEND ALERT-QUEUE-FILE
057000     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
057100     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
057200     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
057300     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
057400     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
057500     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
057600     WRITE OPS-ALERT-RECORD
057700     CLOSE ALERT-QUEUE-FILE
057800     MOVE 16                     TO RETURN-CODE.
057900 9100-ABEND-NOTIFY-EXIT.
058000     EXIT.
058100*
058200******************************************************************
058300* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
058400* WHETHER THE JOB RAN AND HOW IT WENT.
058500******************************************************************
058600 9200-LOG-JOB-STATUS.
058700     OPEN I-O JOB-LOG-FILE
058800     IF NOT WS-JOBLOG-OK
058900         DISPLAY 'CBINS01C - ERROR OPENING JOB LOG FILE'
059000         GO TO 9200-LOG-JOB-STATUS-EXIT
059100     END-IF
059200     MOVE 'CBINS01C'             TO JBS-JOB-NAME
059300     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
059400     IF RETURN-CODE = ZERO
059500         SET JBS-STATUS-SUCCESS  TO TRUE
059600     ELSE
059700         SET JBS-STATUS-FAILED   TO TRUE
059800     END-IF
059900     MOVE RETURN-CODE            TO JBS-RETURN-CODE
060000     MOVE WS-REQUEST-COUNT       TO JBS-REC-COUNT
060100     WRITE JOB-STATUS-RECORD
060200     CLOSE JOB-LOG-FILE.
060300 9200-LOG-JOB-STATUS-EXIT.
060400     EXIT.
