000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COINS00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - CONVERT A POSTED PURCHASE
001100*                     TO AN EQUAL-PAYMENT INSTALLMENT PLAN.
000000* 2026-10-15  MAINT   AN INSTALLMENT PLAN ON AN ACCOUNT LINKED TO
000000*                     THE USER ON EMPLINK IS REFUSED (COEMPSVC).
001200******************************************************************
001300******************************************************************
001400* REMARKS.       A REP KEYS AN ACCOUNT AND THE TRAN-ID OF A
001500*                POSTED PURCHASE (TYPE 01 OR 09) AND SEES WHAT
001600*                EACH TERM ON THE PLAN OFFER TABLE (CVINS02Y)
001700*                WOULD COST - THE EQUAL MONTHLY PAYMENT AND THE
001800*                TOTAL PLAN CHARGES, BY FLAT MONTHLY FEE OR BY
001900*                RATE - ALONG WITH THE ACCOUNT'S EXISTING PLANS.
002000*                WITH A TERM KEYED, INSACTI 'C' CONVERTS: AN
002100*                INSTPLAN ROW (CVINS01Y) IS WRITTEN AND THE
002200*                AMOUNT MOVES FROM THE REVOLVING BALANCE INTO
002300*                ACCT-INSTL-BAL, WHICH THE NIGHTLY ACCRUAL DOES
002400*                NOT PRICE; ACCT-CURR-BAL ITSELF DOES NOT
002500*                CHANGE. CBACT04C BILLS ONE INSTALLMENT EACH
002600*                CYCLE FROM THE NEXT CUT. THE PURCHASE MUST BE AT
002700*                LEAST THE PLAN MINIMUM, NOT DISPUTED, NOT
002800*                ALREADY ON A PLAN AND STILL INSIDE THE
002900*                REVOLVING BALANCE, AND THE ACCOUNT ACTIVE AND
003000*                CURRENT - THE SAME RULES CBINS01C APPLIES TO
003100*                REQUESTS FROM THE SELF-SERVICE CHANNELS. THE
003200*                CONVERSION IS AUDITED TO ACCTAUD. THE READ-ONLY
003300*                AUDITOR ROLE MAY VIEW BUT NOT CONVERT.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 01  WS-PGMNAME                  PIC X(08) VALUE 'COINS00C'.
003900 01  WS-TRANID                   PIC X(04) VALUE 'CINS'.
004000*
004100******************************************************************
004200* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004300* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004400* AS ON COACTAPC.
004500******************************************************************
004600 01  WS-SCREEN-FIELDS.
004700     05  ACCTSIDI                PIC X(11).
004800     05  TRANIDI                 PIC X(16).
004900     05  TERMI                   PIC X(02).
005000     05  INSACTI                 PIC X(01).
005100         88 INSACT-CONVERT       VALUE 'C'.
005200     05  PURDATEI                PIC X(10).
005300     05  MERCHI                  PIC X(30).
005400     05  PURAMTI                 PIC -(7)9.99.
005500     05  REVBALI                 PIC -(9)9.99.
005600     05  INSTAMTI                PIC -(6)9.99.
005700     05  TOTCHGI                 PIC -(6)9.99.
005800     05  INS-OFFER-LINE OCCURS 5 TIMES
005900                         INDEXED BY WS-OFR-IDX.
006000         10  OTERMI              PIC Z9.
006100         10  OPRICEI             PIC X(18).
006200         10  OAMTI               PIC -(6)9.99.
006300         10  OTOTI               PIC -(6)9.99.
006400     05  INS-PLAN-LINE OCCURS 4 TIMES
006500                         INDEXED BY WS-PLN-IDX.
006600         10  PTRANI              PIC X(16).
006700         10  PPROGI              PIC X(05).
006800         10  PREMI               PIC -(7)9.99.
006900         10  PSTATI              PIC X(01).
007000     05  ERRMSGI                 PIC X(78).
007100     05  INFOMSGI                PIC X(45).
007200*
007300 COPY CVACT01Y.
007400 COPY CVACT02Y.
007500 COPY CVTRA01Y.
007600 COPY CVDSP01Y.
007700 COPY CVINS01Y.
007800 COPY CVINS02Y.
007900 COPY CVAUD01Y.
008000 COPY CVQSC01Y.
008100*
008200 01  WS-MISC-STORAGE.
008300     05  WS-RESP-CD              PIC S9(08) COMP.
008400     05  WS-CURRENT-TIMESTAMP    PIC X(26).
008500     05  WS-ACCT-ID-N            PIC 9(11).
008600     05  WS-TERM-N               PIC 9(02).
008700     05  WS-QSC-RIDFLD           PIC X(08).
008800     05  WS-QUIESCE-SW           PIC X(01).
008900         88 WS-QUIESCE-UP        VALUE 'Y'.
009000     05  WS-ELIGIBLE-SW          PIC X(01).
009100         88 WS-PURCHASE-ELIGIBLE VALUE 'Y'.
009200     05  WS-INS-BROWSE-SW        PIC X(01).
009300         88 WS-INS-BROWSE-DONE   VALUE 'Y'.
009400     05  WS-ACTIVE-PLANS         PIC 9(02).
009500     05  WS-PLAN-LINES           PIC 9(02).
009600     05  WS-BAL-EDIT             PIC -(9)9.99.
009700*
009800******************************************************************
009900* PLAN PRICING WORK AREA. A FEE PLAN REPAYS THE PRINCIPAL IN EQUAL
010000* PARTS PLUS THE FLAT MONTHLY FEE; A RATE PLAN IS AMORTIZED TO AN
010100* EQUAL PAYMENT AT THE MONTHLY RATE (APR / 1200):
010200*    PAYMENT = P * R * (1 + R) ** N / ((1 + R) ** N - 1)
010300* CBINS01C PRICES THE SAME WAY, SO BOTH ROUTES QUOTE ALIKE.
010400******************************************************************
010500 01  WS-PRICING-WORK.
010600     05  WS-SEL-IDX              PIC 9(01).
010700     05  WS-REVOLVE-BAL          PIC S9(10)V99 COMP-3.
010800     05  WS-PLAN-AMT             PIC S9(09)V99 COMP-3.
010900     05  WS-OFR-FEE              PIC S9(05)V99 COMP-3.
011000     05  WS-OFR-INSTALL          PIC S9(07)V99 COMP-3.
011100     05  WS-OFR-TOTAL-CHG        PIC S9(07)V99 COMP-3.
011200     05  WS-OFR-MONTHLY-RATE     PIC V9(9).
011300     05  WS-OFR-GROWTH           PIC 9(03)V9(9).
011400     05  WS-SEL-FEE              PIC S9(05)V99 COMP-3.
011500     05  WS-SEL-INSTALL          PIC S9(07)V99 COMP-3.
011600     05  WS-SEL-TOTAL-CHG        PIC S9(07)V99 COMP-3.
011700     05  WS-FEE-EDIT             PIC ZZ9.99.
011800     05  WS-APR-EDIT             PIC Z9.99.
011900*
012000 COPY CSDAT01Y.
012100*
012200 01  WS-NAV-BACK-PGM         PIC X(08).
012300*
012400 01  WS-IDLE-TIMEOUT-DATA.
012500     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
012600     05  WS-NOW-DT               PIC 9(08).
012700     05  WS-NOW-HH               PIC 9(02).
012800     05  WS-NOW-MM               PIC 9(02).
012900     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
013000*
013100 COPY COCOM01Y.
000000 COPY CVEMP02Y.
013200*
013300 LINKAGE SECTION.
013400 01  DFHCOMMAREA                 PIC X(400).
013500*
013600******************************************************************
013700 PROCEDURE DIVISION.
013800******************************************************************
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
014100     PERFORM 1500-CHECK-IDLE-TIMEOUT
014200         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
014300     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
014400     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
014500     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
014600     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
014700     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
014800     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
014900     EXEC CICS
015000         RETURN TRANSID(WS-TRANID)
015100         COMMAREA(CARDDEMO-COMMAREA)
015200     END-EXEC
015300     GOBACK.
015400*
015500 1000-INITIALIZE.
015600     MOVE SPACES                 TO ERRMSGI INFOMSGI
015700     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
015800     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
015900     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
016000     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
016100     MOVE INSTL-PLAN-OFFER-VALUES TO INSTL-PLAN-OFFER-TABLE
016200     IF EIBCALEN > 0
016300         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
016400     END-IF.
016500 1000-INITIALIZE-EXIT.
016600     EXIT.
016700******************************************************************
016800* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
016900* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
017000* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
017100* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
017200******************************************************************
017300 1500-CHECK-IDLE-TIMEOUT.
017400     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
017500         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
017600     END-IF
017700     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
017800     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
017900     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
018000     COMPUTE WS-IDLE-ELAPSED-MINS =
018100         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
018200          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
018300         + (WS-NOW-HH * 60 + WS-NOW-MM)
018400         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
018500     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
018600         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
018700     END-IF.
018800 1500-CHECK-IDLE-TIMEOUT-EXIT.
018900     EXIT.
019000*
019100******************************************************************
019200* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
019300* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
019400* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
019500******************************************************************
019600 2500-NAV-BACK.
019700     IF CDEMO-NAV-STACK-PTR > 0
019800         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
019900                                 TO WS-NAV-BACK-PGM
020000         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
020100     ELSE
020200         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
020300     END-IF
020400     SET CDEMO-PGM-REENTER       TO TRUE
020500     EXEC CICS
020600         XCTL PROGRAM(WS-NAV-BACK-PGM)
020700         COMMAREA(CARDDEMO-COMMAREA)
020800     END-EXEC.
020900 2500-NAV-BACK-EXIT.
021000     EXIT.
021100*
021200 2000-RECEIVE-MAP.
021300     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
021400         GO TO 2000-RECEIVE-MAP-EXIT
021500     END-IF
021600     EXEC CICS
021700         RECEIVE MAP('CINS00A') MAPSET('COINS00')
021800         INTO(WS-SCREEN-FIELDS)
021900         RESP(WS-RESP-CD)
022000     END-EXEC.
022100 2000-RECEIVE-MAP-EXIT.
022200     EXIT.
022300*
022400 3000-PROCESS-INPUT.
022500     IF CDEMO-TIMEOUT-EXPIRED
022600         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
022700         SET CDEMO-PGM-ENTER      TO TRUE
022800         EXEC CICS
022900             XCTL PROGRAM('COSGN00C')
023000             COMMAREA(CARDDEMO-COMMAREA)
023100         END-EXEC
023200     END-IF
023300     IF EIBAID = DFHPF3
023400         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
023500         GO TO 3000-PROCESS-INPUT-EXIT
023600     END-IF
023700     IF CDEMO-PGM-ENTER
023800         MOVE 'Key an account and a posted purchase'
023900                                 TO INFOMSGI
024000         GO TO 3000-PROCESS-INPUT-EXIT
024100     END-IF
024200     IF CDEMO-USRTYP-AUDITOR AND INSACT-CONVERT
024300         MOVE 'Auditor role is view-only - change refused'
024400                                 TO ERRMSGI
024500         GO TO 3000-PROCESS-INPUT-EXIT
024600     END-IF
024700     PERFORM 4000-EVALUATE-PURCHASE
024800         THRU 4000-EVALUATE-PURCHASE-EXIT
024900     IF WS-PURCHASE-ELIGIBLE AND INSACT-CONVERT
025000         PERFORM 6000-SET-UP-PLAN THRU 6000-SET-UP-PLAN-EXIT
025100     END-IF.
025200 3000-PROCESS-INPUT-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600* LOOK THE PURCHASE UP, TEST IT AGAINST THE PLAN RULES AND PRICE
025700* EVERY OFFERED TERM FOR IT. THE ACCOUNT'S EXISTING PLANS ARE
025800* LISTED WHETHER OR NOT A PURCHASE WAS KEYED.
025900******************************************************************
026000 4000-EVALUATE-PURCHASE.
026100     MOVE 'N'                    TO WS-ELIGIBLE-SW
026200     IF ACCTSIDI = SPACES OR LOW-VALUES
026300         MOVE 'Account ID is required' TO ERRMSGI
026400         GO TO 4000-EVALUATE-PURCHASE-EXIT
026500     END-IF
026600     IF ACCTSIDI IS NOT NUMERIC
026700         MOVE 'Account ID must be 11 digits' TO ERRMSGI
026800         GO TO 4000-EVALUATE-PURCHASE-EXIT
026900     END-IF
027000     MOVE ACCTSIDI               TO WS-ACCT-ID-N
027100     MOVE WS-ACCT-ID-N           TO ACCT-ID
027200     EXEC CICS
027300         READ DATASET('ACCTDAT')
027400         INTO(ACCOUNT-RECORD)
027500         RIDFLD(ACCT-ID)
027600         RESP(WS-RESP-CD)
027700     END-EXEC
027800     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
027900         MOVE 'Account not found' TO ERRMSGI
028000         GO TO 4000-EVALUATE-PURCHASE-EXIT
028100     END-IF
028200     PERFORM 4700-LIST-PLANS THRU 4700-LIST-PLANS-EXIT
028300     COMPUTE WS-REVOLVE-BAL = ACCT-CURR-BAL - ACCT-INT-DUE-BAL
028400         - ACCT-FEE-DUE-BAL - ACCT-INSTL-DUE-BAL
028500         - ACCT-CASH-ADV-BAL - ACCT-INSTL-BAL
028600     MOVE WS-REVOLVE-BAL         TO REVBALI
028700     IF TRANIDI = SPACES OR LOW-VALUES
028800         MOVE 'Key a purchase TRAN-ID to see plan offers'
028900                                 TO INFOMSGI
029000         GO TO 4000-EVALUATE-PURCHASE-EXIT
029100     END-IF
029200     MOVE TRANIDI                TO TRAN-ID
029300     EXEC CICS
029400         READ DATASET('TRANFILE')
029500         INTO(TRAN-RECORD)
029600         RIDFLD(TRAN-ID)
029700         RESP(WS-RESP-CD)
029800     END-EXEC
029900     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
030000         MOVE 'Transaction not found' TO ERRMSGI
030100         GO TO 4000-EVALUATE-PURCHASE-EXIT
030200     END-IF
030300     MOVE TRAN-CARD-NUM          TO CARD-NUM
030400     EXEC CICS
030500         READ DATASET('CARDDAT')
030600         INTO(CARD-RECORD)
030700         RIDFLD(CARD-NUM)
030800         RESP(WS-RESP-CD)
030900     END-EXEC
031000     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
031100        OR CARD-ACCT-ID NOT = ACCT-ID
031200         MOVE 'Transaction is not on this account' TO ERRMSGI
031300         GO TO 4000-EVALUATE-PURCHASE-EXIT
031400     END-IF
031500     MOVE TRAN-ORIG-DATE (1:10)  TO PURDATEI
031600     MOVE TRAN-MERCHANT-NAME     TO MERCHI
031700     MOVE TRAN-AMT               TO PURAMTI
031800     PERFORM 4100-CHECK-ELIGIBILITY
031900         THRU 4100-CHECK-ELIGIBILITY-EXIT
032000     IF NOT WS-PURCHASE-ELIGIBLE
032100         GO TO 4000-EVALUATE-PURCHASE-EXIT
032200     END-IF
032300     MOVE TRAN-AMT               TO WS-PLAN-AMT
032400     MOVE ZERO                   TO WS-SEL-IDX
032500     PERFORM 4200-PRICE-ONE-OFFER
032600         THRU 4200-PRICE-ONE-OFFER-EXIT
032700         VARYING IPO-IDX FROM 1 BY 1
032800         UNTIL IPO-IDX > 5
032900     IF TERMI = SPACES OR LOW-VALUES
033000         MOVE 'N'                TO WS-ELIGIBLE-SW
033100         MOVE 'Key a term from the offers shown' TO INFOMSGI
033200         GO TO 4000-EVALUATE-PURCHASE-EXIT
033300     END-IF
033400     IF WS-SEL-IDX = ZERO
033500         MOVE 'N'                TO WS-ELIGIBLE-SW
033600         MOVE 'Term must be one of the offered terms'
033700                                 TO ERRMSGI
033800         GO TO 4000-EVALUATE-PURCHASE-EXIT
033900     END-IF
034000     MOVE WS-SEL-INSTALL         TO INSTAMTI
034100     MOVE WS-SEL-TOTAL-CHG       TO TOTCHGI
034200     MOVE 'Enter C to convert at the term keyed'
034300                                 TO INFOMSGI.
034400 4000-EVALUATE-PURCHASE-EXIT.
034500     EXIT.
034600*
034700******************************************************************
034800* PLAN RULES - THE FIRST ONE THE PURCHASE FAILS IS SHOWN. THE
034900* PURCHASE MUST STILL SIT INSIDE THE REVOLVING PURCHASE BALANCE:
035000* A PURCHASE ALREADY PAID OFF HAS NOTHING LEFT TO SPREAD.
035100******************************************************************
035200 4100-CHECK-ELIGIBILITY.
035300     IF TRAN-TYPE-CD NOT = '01' AND TRAN-TYPE-CD NOT = '09'
035400         MOVE 'Only a purchase can be put on a plan' TO ERRMSGI
035500         GO TO 4100-CHECK-ELIGIBILITY-EXIT
035600     END-IF
035700     IF NOT TRAN-BAL-POSTED OR TRAN-IS-REVERSAL
035800         MOVE 'Purchase must be posted and not reversed'
035900                                 TO ERRMSGI
036000         GO TO 4100-CHECK-ELIGIBILITY-EXIT
036100     END-IF
036200     IF TRAN-AMT < IPL-MIN-AMT
036300         MOVE 'Purchase is below the installment plan minimum'
036400                                 TO ERRMSGI
036500         GO TO 4100-CHECK-ELIGIBILITY-EXIT
036600     END-IF
036700     IF ACCT-ACTIVE-STATUS NOT = 'A'
036800        OR ACCT-CYCLES-DELINQUENT > ZERO
036900         MOVE 'Account must be active and current for a plan'
037000                                 TO ERRMSGI
037100         GO TO 4100-CHECK-ELIGIBILITY-EXIT
037200     END-IF
037300     MOVE ACCT-ID                TO INS-ACCT-ID
037400     MOVE TRAN-ID                TO INS-TRAN-ID
037500     EXEC CICS
037600         READ DATASET('INSTPLAN')
037700         INTO(INSTALLMENT-PLAN-RECORD)
037800         RIDFLD(INS-KEY)
037900         RESP(WS-RESP-CD)
038000     END-EXEC
038100     IF WS-RESP-CD = DFHRESP(NORMAL)
038200         MOVE 'Purchase is already on an installment plan'
038300                                 TO ERRMSGI
038400         GO TO 4100-CHECK-ELIGIBILITY-EXIT
038500     END-IF
038600     MOVE TRAN-ID                TO DSP-TRAN-ID
038700     EXEC CICS
038800         READ DATASET('DISPFILE')
038900         INTO(DISPUTE-CASE-RECORD)
039000         RIDFLD(DSP-TRAN-ID)
039100         RESP(WS-RESP-CD)
039200     END-EXEC
039300     IF WS-RESP-CD = DFHRESP(NORMAL)
039400         MOVE 'Purchase is in dispute - cannot be put on a plan'
039500                                 TO ERRMSGI
039600         GO TO 4100-CHECK-ELIGIBILITY-EXIT
039700     END-IF
039800     IF WS-ACTIVE-PLANS NOT < IPL-MAX-PLANS
039900         MOVE 'Account already has the most plans allowed'
040000                                 TO ERRMSGI
040100         GO TO 4100-CHECK-ELIGIBILITY-EXIT
040200     END-IF
040300     IF TRAN-AMT > WS-REVOLVE-BAL
040400         MOVE 'Purchase is no longer in the revolving balance'
040500                                 TO ERRMSGI
040600         GO TO 4100-CHECK-ELIGIBILITY-EXIT
040700     END-IF
040800     MOVE 'Y'                    TO WS-ELIGIBLE-SW.
040900 4100-CHECK-ELIGIBILITY-EXIT.
041000     EXIT.
041100*
041200******************************************************************
041300* PRICE ONE ROW OF THE OFFER TABLE FOR THE PURCHASE AMOUNT AND
041400* SHOW IT. THE ROW MATCHING THE KEYED TERM IS THE ONE A
041500* CONVERSION USES.
041600******************************************************************
041700 4200-PRICE-ONE-OFFER.
041800     SET WS-OFR-IDX              TO IPO-IDX
041900     IF IPO-PRICING (IPO-IDX) = 'F'
042000         COMPUTE WS-OFR-FEE ROUNDED =
042100             WS-PLAN-AMT * IPO-FEE-PCT (IPO-IDX) / 100
042200         COMPUTE WS-OFR-INSTALL ROUNDED =
042300             WS-PLAN-AMT / IPO-TERM-MONTHS (IPO-IDX)
042400             + WS-OFR-FEE
042500         COMPUTE WS-OFR-TOTAL-CHG =
042600             WS-OFR-FEE * IPO-TERM-MONTHS (IPO-IDX)
042700         MOVE WS-OFR-FEE         TO WS-FEE-EDIT
042800         MOVE SPACES             TO OPRICEI (WS-OFR-IDX)
042900         STRING 'FEE '           DELIMITED BY SIZE
043000                WS-FEE-EDIT      DELIMITED BY SIZE
043100                '/MONTH'         DELIMITED BY SIZE
043200           INTO OPRICEI (WS-OFR-IDX)
043300         END-STRING
043400     ELSE
043500         MOVE ZERO               TO WS-OFR-FEE
043600         COMPUTE WS-OFR-MONTHLY-RATE =
043700             IPO-ANNUAL-RATE (IPO-IDX) / 1200
043800         COMPUTE WS-OFR-GROWTH =
043900             (1 + WS-OFR-MONTHLY-RATE)
044000             ** IPO-TERM-MONTHS (IPO-IDX)
044100         COMPUTE WS-OFR-INSTALL ROUNDED =
044200             WS-PLAN-AMT * WS-OFR-MONTHLY-RATE * WS-OFR-GROWTH
044300             / (WS-OFR-GROWTH - 1)
044400         COMPUTE WS-OFR-TOTAL-CHG =
044500             WS-OFR-INSTALL * IPO-TERM-MONTHS (IPO-IDX)
044600             - WS-PLAN-AMT
044700         MOVE IPO-ANNUAL-RATE (IPO-IDX) TO WS-APR-EDIT
044800         MOVE SPACES             TO OPRICEI (WS-OFR-IDX)
044900         STRING 'APR '           DELIMITED BY SIZE
045000                WS-APR-EDIT      DELIMITED BY SIZE
045100                '%'              DELIMITED BY SIZE
045200           INTO OPRICEI (WS-OFR-IDX)
045300         END-STRING
045400     END-IF
045500     MOVE IPO-TERM-MONTHS (IPO-IDX) TO OTERMI (WS-OFR-IDX)
045600     MOVE WS-OFR-INSTALL         TO OAMTI (WS-OFR-IDX)
045700     MOVE WS-OFR-TOTAL-CHG       TO OTOTI (WS-OFR-IDX)
045800     IF TERMI IS NUMERIC
045900        AND TERMI = IPO-TERM-MONTHS (IPO-IDX)
046000         SET WS-SEL-IDX          TO IPO-IDX
046100         MOVE WS-OFR-FEE         TO WS-SEL-FEE
046200         MOVE WS-OFR-INSTALL     TO WS-SEL-INSTALL
046300         MOVE WS-OFR-TOTAL-CHG   TO WS-SEL-TOTAL-CHG
046400     END-IF.
046500 4200-PRICE-ONE-OFFER-EXIT.
046600     EXIT.
046700*
046800******************************************************************
046900* THE ACCOUNT'S PLANS, OLDEST PURCHASE FIRST - THE FIRST FOUR
047000* ARE SHOWN, AND EVERY ACTIVE ONE IS COUNTED AGAINST THE LIMIT.
047100******************************************************************
047200 4700-LIST-PLANS.
047300     MOVE ZERO                   TO WS-ACTIVE-PLANS
047400     MOVE ZERO                   TO WS-PLAN-LINES
047500     MOVE 'N'                    TO WS-INS-BROWSE-SW
047600     MOVE ACCT-ID                TO INS-ACCT-ID
047700     MOVE LOW-VALUES             TO INS-TRAN-ID
047800     EXEC CICS
047900         STARTBR DATASET('INSTPLAN')
048000         RIDFLD(INS-KEY)
048100         GTEQ
048200         RESP(WS-RESP-CD)
048300     END-EXEC
048400     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
048500         GO TO 4700-LIST-PLANS-EXIT
048600     END-IF
048700     PERFORM 4710-NEXT-PLAN THRU 4710-NEXT-PLAN-EXIT
048800         UNTIL WS-INS-BROWSE-DONE
048900     EXEC CICS
049000         ENDBR DATASET('INSTPLAN')
049100     END-EXEC.
049200 4700-LIST-PLANS-EXIT.
049300     EXIT.
049400*
049500 4710-NEXT-PLAN.
049600     EXEC CICS
049700         READNEXT DATASET('INSTPLAN')
049800         INTO(INSTALLMENT-PLAN-RECORD)
049900         RIDFLD(INS-KEY)
050000         RESP(WS-RESP-CD)
050100     END-EXEC
050200     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
050300        OR INS-ACCT-ID NOT = ACCT-ID
050400         MOVE 'Y'                TO WS-INS-BROWSE-SW
050500         GO TO 4710-NEXT-PLAN-EXIT
050600     END-IF
050700     IF INS-ACTIVE
050800         ADD 1                   TO WS-ACTIVE-PLANS
050900     END-IF
051000     IF WS-PLAN-LINES < 4
051100         ADD 1                   TO WS-PLAN-LINES
051200         SET WS-PLN-IDX          TO WS-PLAN-LINES
051300         MOVE INS-TRAN-ID        TO PTRANI (WS-PLN-IDX)
051400         MOVE INS-BILLED-COUNT   TO PPROGI (WS-PLN-IDX) (1:2)
051500         MOVE '/'                TO PPROGI (WS-PLN-IDX) (3:1)
051600         MOVE INS-TERM-MONTHS    TO PPROGI (WS-PLN-IDX) (4:2)
051700         MOVE INS-PRIN-REMAIN    TO PREMI (WS-PLN-IDX)
051800         MOVE INS-STATUS         TO PSTATI (WS-PLN-IDX)
051900     END-IF.
052000 4710-NEXT-PLAN-EXIT.
052100     EXIT.
052200*
000000******************************************************************
000000* NO USER MAY CHANGE AN ACCOUNT LINKED TO THEM ON EMPLINK - THEIR
000000* OWN OR A DECLARED RELATED CUSTOMER'S. COEMPSVC ANSWERS AND LOGS
000000* THE ATTEMPT; A LINKED ACCOUNT LEAVES ITS MESSAGE ON THE SCREEN.
000000******************************************************************
000000 5900-CHECK-INSIDER.
000000     MOVE CDEMO-USER-ID          TO EMC-USER-ID
000000     MOVE ACCT-ID                TO EMC-ACCT-ID
000000     MOVE ZERO                   TO EMC-CUST-ID
000000     MOVE WS-PGMNAME             TO EMC-PGMNAME
000000     SET EMC-ACCESS-UPDATE       TO TRUE
000000     SET EMC-NOT-LINKED          TO TRUE
000000     EXEC CICS
000000         LINK PROGRAM('COEMPSVC')
000000         COMMAREA(INSIDER-CHECK-PARM)
000000         RESP(WS-RESP-CD)
000000     END-EXEC
000000     IF WS-RESP-CD NOT = ZERO
000000         SET EMC-NOT-LINKED      TO TRUE
000000     END-IF
000000     IF EMC-LINKED
000000         MOVE EMC-MESSAGE        TO ERRMSGI
000000     END-IF.
000000 5900-CHECK-INSIDER-EXIT.
000000     EXIT.
000000*
052300******************************************************************
052400* CONVERT: RE-READ THE ACCOUNT FOR UPDATE AND RE-TEST THE
052500* REVOLVING ROOM (A PAYMENT OR POSTING MAY HAVE LANDED SINCE THE
052600* PREVIEW), WRITE THE PLAN, MOVE THE AMOUNT INTO ACCT-INSTL-BAL
052700* AND AUDIT THE CHANGE. NOT WHILE A BATCH RUN HAS THE ACCOUNT
052800* MASTER QUIESCED.
052900******************************************************************
053000 6000-SET-UP-PLAN.
000000     PERFORM 5900-CHECK-INSIDER THRU 5900-CHECK-INSIDER-EXIT
000000     IF EMC-LINKED
000000         GO TO 6000-SET-UP-PLAN-EXIT
000000     END-IF
053100     PERFORM 7900-CHECK-QUIESCE THRU 7900-CHECK-QUIESCE-EXIT
053200     IF WS-QUIESCE-UP
053300         MOVE 'Account maintenance in progress - try again shortl
053400-             'y'                TO ERRMSGI
053500         MOVE SPACES             TO INFOMSGI
053600         GO TO 6000-SET-UP-PLAN-EXIT
053700     END-IF
053800     EXEC CICS
053900         READ DATASET('ACCTDAT')
054000         INTO(ACCOUNT-RECORD)
054100         RIDFLD(ACCT-ID)
054200         UPDATE
054300         RESP(WS-RESP-CD)
054400     END-EXEC
054500     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
054600         MOVE 'Account not found' TO ERRMSGI
054700         MOVE SPACES             TO INFOMSGI
054800         GO TO 6000-SET-UP-PLAN-EXIT
054900     END-IF
055000     COMPUTE WS-REVOLVE-BAL = ACCT-CURR-BAL - ACCT-INT-DUE-BAL
055100         - ACCT-FEE-DUE-BAL - ACCT-INSTL-DUE-BAL
055200         - ACCT-CASH-ADV-BAL - ACCT-INSTL-BAL
055300     IF WS-PLAN-AMT > WS-REVOLVE-BAL
055400         EXEC CICS
055500             UNLOCK DATASET('ACCTDAT')
055600         END-EXEC
055700         MOVE 'Purchase is no longer in the revolving balance'
055800                                 TO ERRMSGI
055900         MOVE SPACES             TO INFOMSGI
056000         GO TO 6000-SET-UP-PLAN-EXIT
056100     END-IF
056200     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
056300     MOVE ACCT-ID                TO INS-ACCT-ID
056400     MOVE TRAN-ID                TO INS-TRAN-ID
056500     MOVE TRAN-CARD-NUM          TO INS-CARD-NUM
056600     MOVE TRAN-MERCHANT-NAME     TO INS-MERCHANT-NAME
056700     MOVE TRAN-ORIG-DATE (1:10)  TO INS-PURCH-DATE
056800     MOVE WS-PLAN-AMT            TO INS-ORIG-AMT
056900     MOVE IPO-TERM-MONTHS (WS-SEL-IDX) TO INS-TERM-MONTHS
057000     MOVE IPO-PRICING (WS-SEL-IDX) TO INS-PRICING
057100     MOVE WS-SEL-FEE             TO INS-MONTHLY-FEE
057200     IF INS-PRICED-BY-RATE
057300         MOVE IPO-ANNUAL-RATE (WS-SEL-IDX) TO INS-ANNUAL-RATE
057400     ELSE
057500         MOVE ZERO               TO INS-ANNUAL-RATE
057600     END-IF
057700     MOVE WS-SEL-INSTALL         TO INS-INSTALL-AMT
057800     MOVE WS-PLAN-AMT            TO INS-PRIN-REMAIN
057900     MOVE ZERO                   TO INS-BILLED-COUNT
058000     MOVE SPACES                 TO INS-LAST-BILL-DATE
058100     MOVE ZERO                   TO INS-LAST-PRIN-BILLED
058200     MOVE ZERO                   TO INS-LAST-CHARGE-BILLED
058300     MOVE ZERO                   TO INS-TOTAL-CHARGES
058400     SET INS-ACTIVE              TO TRUE
058500     SET INS-BY-REP              TO TRUE
058600     MOVE CDEMO-USER-ID          TO INS-SET-UP-BY
058700     MOVE WS-CURDATE-YYYY-MM-DD  TO INS-SET-UP-DATE
058800     MOVE SPACES                 TO INS-CLOSED-DATE
058900     EXEC CICS
059000         WRITE DATASET('INSTPLAN')
059100         FROM(INSTALLMENT-PLAN-RECORD)
059200         RIDFLD(INS-KEY)
059300         RESP(WS-RESP-CD)
059400     END-EXEC
059500     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
059600         EXEC CICS
059700             UNLOCK DATASET('ACCTDAT')
059800         END-EXEC
059900         MOVE 'Plan could not be set up - try again' TO ERRMSGI
060000         MOVE SPACES             TO INFOMSGI
060100         GO TO 6000-SET-UP-PLAN-EXIT
060200     END-IF
060300     MOVE ACCT-INSTL-BAL         TO WS-BAL-EDIT
060400     MOVE WS-BAL-EDIT            TO AUD-OLD-VALUE
060500     ADD WS-PLAN-AMT             TO ACCT-INSTL-BAL
060600     EXEC CICS
060700         REWRITE DATASET('ACCTDAT')
060800         FROM(ACCOUNT-RECORD)
060900         RESP(WS-RESP-CD)
061000     END-EXEC
061100     IF WS-RESP-CD NOT = DFHRESP(NORMAL)
061200         EXEC CICS
061300             DELETE DATASET('INSTPLAN')
061400             RIDFLD(INS-KEY)
061500             RESP(WS-RESP-CD)
061600         END-EXEC
061700         MOVE 'Plan could not be set up - try again' TO ERRMSGI
061800         MOVE SPACES             TO INFOMSGI
061900         GO TO 6000-SET-UP-PLAN-EXIT
062000     END-IF
062100     MOVE ACCT-INSTL-BAL         TO WS-BAL-EDIT
062200     MOVE WS-BAL-EDIT            TO AUD-NEW-VALUE
062300     MOVE ACCT-ID                TO AUD-ACCT-ID
062400     MOVE WS-CURRENT-TIMESTAMP   TO AUD-TIMESTAMP
062500     MOVE CDEMO-USER-ID          TO AUD-USER-ID
062600     MOVE 'INSTLPLAN'            TO AUD-FIELD-NAME
062700     EXEC CICS
062800         WRITE DATASET('ACCTAUD')
062900         FROM(ACCT-AUDIT-RECORD)
063000         RESP(WS-RESP-CD)
063100     END-EXEC
063200     PERFORM 4700-LIST-PLANS THRU 4700-LIST-PLANS-EXIT
063300     COMPUTE WS-REVOLVE-BAL = WS-REVOLVE-BAL - WS-PLAN-AMT
063400     MOVE WS-REVOLVE-BAL         TO REVBALI
063500     MOVE SPACES                 TO INSACTI
063600     MOVE 'Plan set up - first bill at the next cycle'
063700                                 TO INFOMSGI.
063800 6000-SET-UP-PLAN-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* A BATCH RUN THAT UPDATES THE ACCOUNT MASTER RAISES ITS BATCHCTL
064300* FLAG (CBQSC01C) FOR THE LENGTH OF THE RUN; THE PLAN IS NOT SET
064400* UP WHILE IT IS UP, AS ON COBIL00C.
064500******************************************************************
064600 7900-CHECK-QUIESCE.
064700     MOVE 'N'                    TO WS-QUIESCE-SW
064800     MOVE 'ACCTDAT'              TO WS-QSC-RIDFLD
064900     EXEC CICS
065000         READ DATASET('BATCHCTL')
065100         INTO(BATCH-QUIESCE-RECORD)
065200         RIDFLD(WS-QSC-RIDFLD)
065300         RESP(WS-RESP-CD)
065400     END-EXEC
065500     IF WS-RESP-CD = DFHRESP(NORMAL) AND QSC-IN-USE
065600         MOVE 'Y'                TO WS-QUIESCE-SW
065700     END-IF.
065800 7900-CHECK-QUIESCE-EXIT.
065900     EXIT.
066000*
066100 8000-SEND-MAP.
066200     EXEC CICS
066300         SEND MAP('CINS00A') MAPSET('COINS00')
066400         FROM(WS-SCREEN-FIELDS)
066500         ERASE
066600     END-EXEC.
066700 8000-SEND-MAP-EXIT.
066800     EXIT.
066900*
067000 9999-EXIT.
067100     EXIT.
