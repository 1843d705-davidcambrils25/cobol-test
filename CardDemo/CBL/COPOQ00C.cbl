000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COPOQ00C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - PAYOFF QUOTE WITH
001100*                     PER-DIEM INTEREST AND GOOD-THROUGH DATE.
000000* 2026-10-15  MAINT   UNBILLED INSTALLMENT PLAN PRINCIPAL IS LEFT
000000*                     OUT OF THE PROJECTED ACCRUAL BASIS, AS IN
000000*                     CBACT05C.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       FOR THE CARDHOLDER WHO CALLS FOR A PAYOFF FIGURE
001500*                (USUALLY REFINANCING ELSEWHERE). ACCT-CURR-BAL
001600*                ON COACTVWC IS SHORT BY THE INTEREST CBACT05C
001700*                WILL ACCRUE BEFORE THE MONEY ARRIVES AND BY THE
001800*                OPEN AUTHORIZATION HOLDS STILL TO SETTLE, SO
001900*                THIS SCREEN PROJECTS THE BALANCE TO THE GOOD-
002000*                THROUGH DATE KEYED IN GTDATEI ONE ACCRUAL NIGHT
002100*                AT A TIME, WITH THE NIGHTLY RUN'S OWN BASIS
002200*                (TODAY'S DLYBAL SNAPSHOT, ELSE THE LIVE BALANCE)
002300*                AND RATE SELECTION - GROUP RATE (INTRATES OVER
002400*                THE COMPILED CVINT01Y TABLE), SEPARATE CASH
002500*                ADVANCE APR, PROMOTIONAL AND DEFERRED-INTEREST
002600*                PLANS, HARDSHIP CONCESSION, SCRA CAP AND THE
002700*                PURCHASE GRACE PERIOD. THE OPEN HOLDS ARE ADDED
002800*                TO THE PAYOFF AND LISTED; PAYMENTS POSTED BUT
002900*                NOT YET SETTLED ARE LISTED SEPARATELY, SINCE A
003000*                RETURN WOULD RAISE THE PAYOFF BY THAT MUCH.
003100*                THE PER-DIEM SHOWN IS WHAT EACH DAY PAST THE
003200*                GOOD-THROUGH DATE ADDS. POQACTI 'Q' ISSUES THE
003300*                QUOTE: A NUMBERED PAYOFFQ ROW (CVPOQ01Y) AND A
003400*                CORRHIST ENTRY SO THE FIGURE GIVEN IS ON RECORD.
003500*                THE NIGHTLY CBPOQ01C CLOSES THE QUOTE WHEN A
003600*                PAYMENT CARRYING ITS NUMBER ARRIVES IN TIME.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 01  WS-PGMNAME                  PIC X(08) VALUE 'COPOQ00C'.
004200 01  WS-TRANID                   PIC X(04) VALUE 'CPOQ'.
004300*
004400******************************************************************
004500* WORKING STORAGE FOR SCREEN FIELDS - NO GENERATED BMS MAP EXISTS
004600* FOR THIS SCREEN, SO THE FIELD GROUP IS DEFINED DIRECTLY HERE,
004700* AS ON COACTAPC.
004800******************************************************************
004900 01  WS-SCREEN-FIELDS.
005000     05  ACCTSIDI                PIC X(11).
005100     05  GTDATEI                 PIC X(10).
005200     05  POQACTI                 PIC X(01).
005300         88 POQACT-ISSUE         VALUE 'Q'.
005400     05  CURBALI                 PIC -(9)9.99.
005500     05  PURAPRI                 PIC Z9.99.
005600     05  CSHAPRI                 PIC Z9.99.
005700     05  QDAYSI                  PIC ZZ9.
005800     05  PROJINTI                PIC -(7)9.99.
005900     05  DEFERI                  PIC -(7)9.99.
006000     05  HOLDTOTI                PIC -(7)9.99.
006100     05  PAYOFFI                 PIC -(9)9.99.
006200     05  PERDIEMI                PIC -(6)9.99.
006300     05  UNSETLI                 PIC -(7)9.99.
006400     05  QUOTENOI                PIC X(08).
006500     05  POQ-HOLD-LINE OCCURS 4 TIMES
006600                         INDEXED BY WS-HOLD-IDX.
006700         10  HDATEI              PIC X(10).
006800         10  HAMTI               PIC -(7)9.99.
006900         10  HMERCHI             PIC X(09).
007000     05  POQ-UNSET-LINE OCCURS 4 TIMES
007100                         INDEXED BY WS-UNSET-IDX.
007200         10  UDATEI              PIC X(10).
007300         10  UAMTI               PIC -(7)9.99.
007400         10  UPAYIDI             PIC X(16).
007500     05  ERRMSGI                 PIC X(78).
007600     05  INFOMSGI                PIC X(45).
007700*
007800 COPY CVACT01Y.
007900 COPY CVAUT01Y.
008000 COPY CVPAY01Y.
008100 COPY CVPRM01Y.
008200 COPY CVHRD01Y.
008300 COPY CVSTA01Y.
008400 COPY CVDBL01Y.
008500 COPY CVIRT01Y.
008600 COPY CVINT01Y.
008700 COPY CVSCR02Y.
008800 COPY CVXRF01Y.
008900 COPY CVCUS01Y.
009000 COPY CVCOR01Y.
009100 COPY CVPOQ01Y.
009200*
009300 01  WS-MISC-STORAGE.
009400     05  WS-RESP-CD              PIC S9(08) COMP.
009500     05  WS-CURRENT-TIMESTAMP    PIC X(26).
009600     05  WS-AUT-BROWSE-SW        PIC X(01).
009700         88  WS-AUT-BROWSE-DONE  VALUE 'Y'.
009800     05  WS-PAY-BROWSE-SW        PIC X(01).
009900         88  WS-PAY-BROWSE-DONE  VALUE 'Y'.
010000     05  WS-STA-BROWSE-SW        PIC X(01).
010100         88  WS-STA-BROWSE-DONE  VALUE 'Y'.
010200     05  WS-IRT-BROWSE-SW        PIC X(01).
010300         88  WS-IRT-BROWSE-DONE  VALUE 'Y'.
010400     05  WS-HOLD-COUNT           PIC 9(02).
010500     05  WS-UNSET-COUNT          PIC 9(02).
010600     05  WS-QUOTE-OK-SW          PIC X(01).
010700         88  WS-QUOTE-BUILT      VALUE 'Y'.
010800*    PAY-DATE NORMALIZED TO YYYY-MM-DD - LEGACY ON-LINE ROWS
010900*    CARRY MM/DD/YY.
011000     05  WS-PAY-DATE-ISO         PIC X(10).
011100*
011200******************************************************************
011300* PROJECTION WORK AREA - NAMES AND PICTURES FOLLOW CBACT05C'S
011400* ACCRUAL, WHICH THE PROJECTION REPEATS NIGHT BY NIGHT.
011500******************************************************************
011600 01  WS-PROJECTION-WORK.
011700     05  WS-RATE-GROUP-ID        PIC X(10).
011800     05  WS-RATE-FOUND-SW        PIC X(01).
011900         88  WS-RATE-FOUND       VALUE 'Y'.
012000     05  WS-GROUP-PURCH-RATE     PIC 9(02)V9(02).
012100     05  WS-GROUP-CASH-RATE      PIC 9(02)V9(02).
012200     05  WS-INT-ANNUAL-RATE      PIC 9(02)V9(02).
012300     05  WS-INT-DAILY-RATE       PIC V9(9).
012400     05  WS-INT-AMOUNT           PIC S9(10)V99 COMP-3.
012500     05  WS-CASH-ANNUAL-RATE     PIC 9(02)V9(02).
012600     05  WS-CASH-DAILY-RATE      PIC V9(9).
012700     05  WS-INT-CASH-AMOUNT      PIC S9(10)V99 COMP-3.
012800     05  WS-CASH-PORTION         PIC S9(10)V99 COMP-3.
012900     05  WS-PURCH-PORTION        PIC S9(10)V99 COMP-3.
013000     05  WS-BASIS-BAL            PIC S9(10)V99 COMP-3.
013100     05  WS-BASIS-CASH           PIC S9(10)V99 COMP-3.
000000     05  WS-BASIS-INSTL          PIC S9(10)V99 COMP-3.
013200     05  WS-ACCRUES-SW           PIC X(01).
013300         88  WS-ACCOUNT-ACCRUES  VALUE 'Y'.
013400     05  WS-GRACE-SW             PIC X(01).
013500         88  WS-GRACE-APPLIES    VALUE 'Y'.
013600     05  WS-PRIOR-STMT-SW        PIC X(01).
013700         88  WS-PRIOR-STMT-FOUND VALUE 'Y'.
013800     05  WS-PRIOR-CLOSE-BAL      PIC S9(10)V99 COMP-3.
013900     05  WS-PRIOR-CYCLE-END      PIC X(10).
014000     05  WS-PAID-SINCE-CUT       PIC S9(10)V99 COMP-3.
014100     05  WS-PROMO-SW             PIC X(01).
014200         88  WS-PROMO-ON-FILE    VALUE 'Y'.
014300     05  WS-DEFER-SW             PIC X(01).
014400         88  WS-DEFER-ACTIVE     VALUE 'Y'.
014500     05  WS-DEFER-MEMO           PIC S9(09)V99 COMP-3.
014600     05  WS-HARDSHIP-SW          PIC X(01).
014700         88  WS-HARDSHIP-ON-FILE VALUE 'Y'.
014800*    ACTIVE-DUTY PERIODS OF THE PRIMARY AND JOINT HOLDERS, SO THE
014900*    SCRA CAP CAN BE TESTED FOR EACH NIGHT OF THE PROJECTION.
015000     05  WS-SCRA-PERIOD OCCURS 2 TIMES
015100                         INDEXED BY WS-SCRA-IDX.
015200         10  WS-SCRA-START       PIC X(10).
015300         10  WS-SCRA-END         PIC X(10).
015400     05  WS-TODAY-INT            PIC 9(07).
015500     05  WS-GT-DATE-N            PIC 9(08).
015600     05  WS-GT-INT               PIC 9(07).
015700     05  WS-QUOTE-DAYS           PIC 9(03).
015800     05  WS-DAY-NO               PIC 9(03).
015900     05  WS-DAY-INT              PIC 9(07).
016000     05  WS-DAY-DATE-N           PIC 9(08).
016100     05  WS-DAY-DATE             PIC X(10).
016200     05  WS-PROJ-INT             PIC S9(09)V99 COMP-3.
016300     05  WS-DEFER-POSTED         PIC S9(09)V99 COMP-3.
016400     05  WS-PER-DIEM             PIC S9(07)V99 COMP-3.
016500     05  WS-HOLD-TOTAL           PIC S9(09)V99 COMP-3.
016600     05  WS-UNSET-TOTAL          PIC S9(09)V99 COMP-3.
016700     05  WS-PAYOFF-AMT           PIC S9(10)V99 COMP-3.
016800*
016900******************************************************************
017000* THE FURTHEST OUT A GOOD-THROUGH DATE MAY BE KEYED. A LONGER
017100* WINDOW STARTS TO STRADDLE STATEMENT CYCLES THE PROJECTION DOES
017200* NOT MODEL (NEW FEES, A LOST GRACE PERIOD).
017300******************************************************************
017400 01  WS-POQ-MAX-DAYS             PIC 9(03) VALUE 030.
017500*
017600 COPY CSDAT01Y.
017700*
017800 01  WS-NAV-BACK-PGM         PIC X(08).
017900*
018000 01  WS-IDLE-TIMEOUT-DATA.
018100     05  WS-IDLE-TIMEOUT-MINS    PIC 9(03) VALUE 015.
018200     05  WS-NOW-DT               PIC 9(08).
018300     05  WS-NOW-HH               PIC 9(02).
018400     05  WS-NOW-MM               PIC 9(02).
018500     05  WS-IDLE-ELAPSED-MINS    PIC S9(05) COMP-3.
018600*
018700 COPY COCOM01Y.
018800*
018900 LINKAGE SECTION.
019000 01  DFHCOMMAREA                 PIC X(400).
019100*
019200******************************************************************
019300 PROCEDURE DIVISION.
019400******************************************************************
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
019700     PERFORM 1500-CHECK-IDLE-TIMEOUT
019800         THRU 1500-CHECK-IDLE-TIMEOUT-EXIT
019900     PERFORM 2000-RECEIVE-MAP THRU 2000-RECEIVE-MAP-EXIT
020000     PERFORM 3000-PROCESS-INPUT THRU 3000-PROCESS-INPUT-EXIT
020100     PERFORM 8000-SEND-MAP THRU 8000-SEND-MAP-EXIT
020200     MOVE FUNCTION CURRENT-DATE (1:8)  TO CDEMO-LAST-ACTIVITY-DT
020300     MOVE FUNCTION CURRENT-DATE (9:2)  TO CDEMO-LAST-ACTIVITY-HH
020400     MOVE FUNCTION CURRENT-DATE (11:2) TO CDEMO-LAST-ACTIVITY-MM
020500     EXEC CICS
020600         RETURN TRANSID(WS-TRANID)
020700         COMMAREA(CARDDEMO-COMMAREA)
020800     END-EXEC
020900     GOBACK.
021000*
021100 1000-INITIALIZE.
021200     MOVE SPACES                 TO ERRMSGI INFOMSGI
021300     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
021400     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
021500     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
021600     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
021700     IF EIBCALEN > 0
021800         MOVE DFHCOMMAREA        TO CARDDEMO-COMMAREA
021900     END-IF.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
022200******************************************************************
022300* SESSION IDLE TIMEOUT - CDEMO-LAST-ACTIVITY-DT/HH/MM IS STAMPED
022400* BY 0000-MAINLINE EVERY TIME CONTROL IS HANDED BACK TO THE
022500* TERMINAL. IF TOO LONG HAS PASSED SINCE THEN, FORCE THE USER
022600* BACK THROUGH SIGN-ON RATHER THAN TRUST A STALE SESSION.
022700******************************************************************
022800 1500-CHECK-IDLE-TIMEOUT.
022900     IF CDEMO-PGM-ENTER OR CDEMO-LAST-ACTIVITY-DT = ZERO
023000         GO TO 1500-CHECK-IDLE-TIMEOUT-EXIT
023100     END-IF
023200     MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-NOW-DT
023300     MOVE FUNCTION CURRENT-DATE (9:2)  TO WS-NOW-HH
023400     MOVE FUNCTION CURRENT-DATE (11:2) TO WS-NOW-MM
023500     COMPUTE WS-IDLE-ELAPSED-MINS =
023600         (FUNCTION INTEGER-OF-DATE(WS-NOW-DT) -
023700          FUNCTION INTEGER-OF-DATE(CDEMO-LAST-ACTIVITY-DT)) * 1440
023800         + (WS-NOW-HH * 60 + WS-NOW-MM)
023900         - (CDEMO-LAST-ACTIVITY-HH * 60 + CDEMO-LAST-ACTIVITY-MM)
024000     IF WS-IDLE-ELAPSED-MINS >= WS-IDLE-TIMEOUT-MINS
024100         SET CDEMO-TIMEOUT-EXPIRED TO TRUE
024200     END-IF.
024300 1500-CHECK-IDLE-TIMEOUT-EXIT.
024400     EXIT.
024500*
024600******************************************************************
024700* PF3 = BACK. POP THE CALLER OFF THE COMMAREA NAVIGATION STACK
024800* (COCOM01Y) AND XCTL BACK TO IT, RETRACING THE PATH THE USER
024900* ACTUALLY TOOK RATHER THAN ALWAYS RETURNING TO THE MAIN MENU.
025000******************************************************************
025100 2500-NAV-BACK.
025200     IF CDEMO-NAV-STACK-PTR > 0
025300         MOVE CDEMO-NAV-STACK-PGM(CDEMO-NAV-STACK-PTR)
025400                                 TO WS-NAV-BACK-PGM
025500         SUBTRACT 1              FROM CDEMO-NAV-STACK-PTR
025600     ELSE
025700         MOVE 'COMEN01C'         TO WS-NAV-BACK-PGM
025800     END-IF
025900     SET CDEMO-PGM-REENTER       TO TRUE
026000     EXEC CICS
026100         XCTL PROGRAM(WS-NAV-BACK-PGM)
026200         COMMAREA(CARDDEMO-COMMAREA)
026300     END-EXEC.
026400 2500-NAV-BACK-EXIT.
026500     EXIT.
026600*
026700 2000-RECEIVE-MAP.
026800     IF EIBAID = DFHCLEAR OR CDEMO-PGM-ENTER
026900         GO TO 2000-RECEIVE-MAP-EXIT
027000     END-IF
027100     EXEC CICS
027200         RECEIVE MAP('CPOQ00A') MAPSET('COPOQ00')
027300         INTO(WS-SCREEN-FIELDS)
027400         RESP(WS-RESP-CD)
027500     END-EXEC.
027600 2000-RECEIVE-MAP-EXIT.
027700     EXIT.
027800*
027900 3000-PROCESS-INPUT.
028000     IF CDEMO-TIMEOUT-EXPIRED
028100         MOVE SPACES              TO CDEMO-TIMEOUT-FLAG
028200         SET CDEMO-PGM-ENTER      TO TRUE
028300         EXEC CICS
028400             XCTL PROGRAM('COSGN00C')
028500             COMMAREA(CARDDEMO-COMMAREA)
028600         END-EXEC
028700     END-IF
028800     IF EIBAID = DFHPF3
028900         PERFORM 2500-NAV-BACK THRU 2500-NAV-BACK-EXIT
029000         GO TO 3000-PROCESS-INPUT-EXIT
029100     END-IF
029200     IF CDEMO-PGM-ENTER
029300         MOVE 'Key an account and a good-through date'
029400                                 TO INFOMSGI
029500         GO TO 3000-PROCESS-INPUT-EXIT
029600     END-IF
029700     IF CDEMO-USRTYP-AUDITOR AND POQACT-ISSUE
029800         MOVE 'Auditor role is view-only - change refused'
029900                                 TO ERRMSGI
030000         GO TO 3000-PROCESS-INPUT-EXIT
030100     END-IF
030200     PERFORM 4000-BUILD-QUOTE THRU 4000-BUILD-QUOTE-EXIT
030300     IF WS-QUOTE-BUILT AND POQACT-ISSUE
030400         PERFORM 6000-ISSUE-QUOTE THRU 6000-ISSUE-QUOTE-EXIT
030500     END-IF.
030600 3000-PROCESS-INPUT-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* PROJECT THE PAYOFF TO THE GOOD-THROUGH DATE. EACH NIGHT FROM
031100* TONIGHT UP TO (NOT INCLUDING) THE GOOD-THROUGH NIGHT IS PRICED
031200* THE WAY CBACT05C WILL PRICE IT - THE INTEREST FEEDS THE NEXT
031300* NIGHT'S BASIS, AS IT DOES THROUGH THE DLYBAL SNAPSHOT - AND
031400* THE GOOD-THROUGH NIGHT ITSELF GIVES THE PER-DIEM: WHAT EACH
031500* DAY LATE WOULD ADD. PAYOFF = BALANCE + PROJECTED INTEREST +
031600* ANY DEFERRED-PROMO MEMO THAT POSTS INSIDE THE WINDOW + OPEN
031700* AUTHORIZATION HOLDS.
031800******************************************************************
031900 4000-BUILD-QUOTE.
032000     MOVE 'N'                    TO WS-QUOTE-OK-SW
032100     MOVE SPACES                 TO QUOTENOI
032200     IF ACCTSIDI = SPACES OR LOW-VALUES
032300         MOVE 'Account ID is required' TO ERRMSGI
032400         GO TO 4000-BUILD-QUOTE-EXIT
032500     END-IF
032600     IF GTDATEI = SPACES OR LOW-VALUES
032700         MOVE 'Good-through date is required' TO ERRMSGI
032800         GO TO 4000-BUILD-QUOTE-EXIT
032900     END-IF
033000     IF GTDATEI (5:1) NOT = '-' OR GTDATEI (8:1) NOT = '-'
033100        OR GTDATEI (1:4) NOT NUMERIC
033200        OR GTDATEI (6:2) NOT NUMERIC
033300        OR GTDATEI (9:2) NOT NUMERIC
033400         MOVE 'Good-through date must be YYYY-MM-DD' TO ERRMSGI
033500         GO TO 4000-BUILD-QUOTE-EXIT
033600     END-IF
033700     STRING GTDATEI (1:4) GTDATEI (6:2) GTDATEI (9:2)
033800         DELIMITED BY SIZE INTO WS-GT-DATE-N
033900     END-STRING
034000     IF FUNCTION TEST-DATE-YYYYMMDD (WS-GT-DATE-N) NOT = ZERO
034100         MOVE 'Good-through date is not a valid date' TO ERRMSGI
034200         GO TO 4000-BUILD-QUOTE-EXIT
034300     END-IF
034400     COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
034500     COMPUTE WS-GT-INT = FUNCTION INTEGER-OF-DATE(WS-GT-DATE-N)
034600     IF WS-GT-INT < WS-TODAY-INT
034700         MOVE 'Good-through date is already past' TO ERRMSGI
034800         GO TO 4000-BUILD-QUOTE-EXIT
034900     END-IF
035000     COMPUTE WS-QUOTE-DAYS = WS-GT-INT - WS-TODAY-INT
035100     IF WS-QUOTE-DAYS > WS-POQ-MAX-DAYS
035200         MOVE 'Good-through date is more than 30 days out'
035300                                 TO ERRMSGI
035400         GO TO 4000-BUILD-QUOTE-EXIT
035500     END-IF
035600     MOVE FUNCTION NUMVAL(ACCTSIDI) TO ACCT-ID
035700     EXEC CICS
035800         READ DATASET('ACCTDAT')
035900         INTO(ACCOUNT-RECORD)
036000         RIDFLD(ACCT-ID)
036100         RESP(WS-RESP-CD)
036200     END-EXEC
036300     IF WS-RESP-CD NOT = ZERO
036400         MOVE 'Account not found' TO ERRMSGI
036500         GO TO 4000-BUILD-QUOTE-EXIT
036600     END-IF
036700     PERFORM 4100-SELECT-GROUP-RATE
036800         THRU 4100-SELECT-GROUP-RATE-EXIT
036900     PERFORM 4200-LOAD-CONCESSIONS
037000         THRU 4200-LOAD-CONCESSIONS-EXIT
037100     PERFORM 4300-FIND-PRIOR-STMT
037200         THRU 4300-FIND-PRIOR-STMT-EXIT
037300     PERFORM 4400-SCAN-PAYMENTS
037400         THRU 4400-SCAN-PAYMENTS-EXIT
037500     MOVE 'N'                    TO WS-GRACE-SW
037600     IF WS-PRIOR-STMT-FOUND
037700        AND (WS-PRIOR-CLOSE-BAL NOT > ZERO
037800             OR WS-PAID-SINCE-CUT >= WS-PRIOR-CLOSE-BAL)
037900         MOVE 'Y'                TO WS-GRACE-SW
038000     END-IF
038100     PERFORM 4600-TOTAL-HOLDS THRU 4600-TOTAL-HOLDS-EXIT
038200*    THE NIGHTLY ACCRUAL'S OWN GATE AND BASIS.
038300     MOVE 'N'                    TO WS-ACCRUES-SW
038400     IF ACCT-ACTIVE-STATUS = 'A'
038500        AND ACCT-CURR-BAL > ZERO
038600        AND ACCT-CURR-CYC-DEBIT > ZERO
038700         MOVE 'Y'                TO WS-ACCRUES-SW
038800     END-IF
038900     MOVE ACCT-CURR-BAL          TO WS-BASIS-BAL
039000     MOVE ACCT-CASH-ADV-BAL      TO WS-BASIS-CASH
000000     MOVE ACCT-INSTL-BAL         TO WS-BASIS-INSTL
039100     MOVE ACCT-ID                TO DBL-ACCT-ID
039200     MOVE WS-CURDATE-YYYY-MM-DD  TO DBL-SNAP-DATE
039300     EXEC CICS
039400         READ DATASET('DLYBAL')
039500         INTO(DAILY-BALANCE-RECORD)
039600         RIDFLD(DBL-KEY)
039700         RESP(WS-RESP-CD)
039800     END-EXEC
039900     IF WS-RESP-CD = ZERO
040000         MOVE DBL-CURR-BAL       TO WS-BASIS-BAL
040100         MOVE DBL-CASH-ADV-BAL   TO WS-BASIS-CASH
000000         MOVE DBL-INSTL-BAL      TO WS-BASIS-INSTL
040200     END-IF
000000*    UNBILLED INSTALLMENT PLAN PRINCIPAL IS NOT PRICED NIGHTLY.
000000     IF WS-BASIS-INSTL > ZERO
000000         SUBTRACT WS-BASIS-INSTL  FROM WS-BASIS-BAL
000000     END-IF
040300     MOVE ZERO                   TO WS-PROJ-INT
040400     MOVE ZERO                   TO WS-DEFER-POSTED
040500     MOVE ZERO                   TO WS-PER-DIEM
040600     MOVE WS-GROUP-PURCH-RATE    TO WS-INT-ANNUAL-RATE
040700     MOVE WS-GROUP-CASH-RATE     TO WS-CASH-ANNUAL-RATE
040800     PERFORM 4500-PROJECT-ONE-NIGHT
040900         THRU 4500-PROJECT-ONE-NIGHT-EXIT
041000         VARYING WS-DAY-NO FROM 0 BY 1
041100         UNTIL WS-DAY-NO > WS-QUOTE-DAYS
041200     COMPUTE WS-PAYOFF-AMT = ACCT-CURR-BAL + WS-PROJ-INT
041300                           + WS-DEFER-POSTED + WS-HOLD-TOTAL
041400     MOVE ACCT-CURR-BAL          TO CURBALI
041500     MOVE WS-INT-ANNUAL-RATE     TO PURAPRI
041600     MOVE WS-CASH-ANNUAL-RATE    TO CSHAPRI
041700     MOVE WS-QUOTE-DAYS          TO QDAYSI
041800     MOVE WS-PROJ-INT            TO PROJINTI
041900     MOVE WS-DEFER-POSTED        TO DEFERI
042000     MOVE WS-HOLD-TOTAL          TO HOLDTOTI
042100     MOVE WS-PAYOFF-AMT          TO PAYOFFI
042200     MOVE WS-PER-DIEM            TO PERDIEMI
042300     MOVE WS-UNSET-TOTAL         TO UNSETLI
042400     MOVE 'Y'                    TO WS-QUOTE-OK-SW
042500     MOVE 'Payoff projected - Q issues the quote' TO INFOMSGI.
042600 4000-BUILD-QUOTE-EXIT.
042700     EXIT.
042800*
042900******************************************************************
043000* GROUP RATE AS CBACT05C SEES IT: THE NEWEST INTRATES ROW FOR THE
043100* GROUP DATED ON OR BEFORE TODAY, ELSE THE COMPILED CVINT01Y
043200* ENTRY; A GROUP ON NEITHER TAKES THE DEFAULT GROUP'S RATES
043300* (TABLE ENTRY 1). A ZERO CASH RATE FALLS BACK TO THE PURCHASE
043400* RATE.
043500******************************************************************
043600 4100-SELECT-GROUP-RATE.
043700     MOVE ACCT-INT-RATE-VALUES   TO ACCT-INT-RATE-TABLE
043800     MOVE ACCT-GROUP-ID          TO WS-RATE-GROUP-ID
043900     PERFORM 4110-FIND-GROUP-RATE THRU 4110-FIND-GROUP-RATE-EXIT
044000     IF NOT WS-RATE-FOUND
044100         MOVE AIR-GROUP-ID (1)   TO WS-RATE-GROUP-ID
044200         PERFORM 4110-FIND-GROUP-RATE
044300             THRU 4110-FIND-GROUP-RATE-EXIT
044400     END-IF
044500     IF NOT WS-RATE-FOUND
044600         MOVE AIR-ANNUAL-RATE (1) TO WS-GROUP-PURCH-RATE
044700         MOVE AIR-CASH-RATE (1)  TO WS-GROUP-CASH-RATE
044800     END-IF
044900     IF WS-GROUP-CASH-RATE = ZERO
045000         MOVE WS-GROUP-PURCH-RATE TO WS-GROUP-CASH-RATE
045100     END-IF.
045200 4100-SELECT-GROUP-RATE-EXIT.
045300     EXIT.
045400*
045500 4110-FIND-GROUP-RATE.
045600     MOVE 'N'                    TO WS-RATE-FOUND-SW
045700     MOVE 'N'                    TO WS-IRT-BROWSE-SW
045800     MOVE WS-RATE-GROUP-ID       TO IRT-GROUP-ID
045900     MOVE LOW-VALUES             TO IRT-EFF-DATE
046000     EXEC CICS
046100         STARTBR DATASET('INTRATES')
046200         RIDFLD(IRT-KEY)
046300         GTEQ
046400         RESP(WS-RESP-CD)
046500     END-EXEC
046600     IF WS-RESP-CD = ZERO
046700         PERFORM 4120-NEXT-RATE-ROW THRU 4120-NEXT-RATE-ROW-EXIT
046800             UNTIL WS-IRT-BROWSE-DONE
046900         EXEC CICS
047000             ENDBR DATASET('INTRATES')
047100         END-EXEC
047200     END-IF
047300     IF WS-RATE-FOUND
047400         GO TO 4110-FIND-GROUP-RATE-EXIT
047500     END-IF
047600     PERFORM VARYING AIR-IDX FROM 1 BY 1
047700             UNTIL AIR-IDX > 5 OR WS-RATE-FOUND
047800         IF AIR-GROUP-ID (AIR-IDX) = WS-RATE-GROUP-ID
047900             MOVE AIR-ANNUAL-RATE (AIR-IDX)
048000                                 TO WS-GROUP-PURCH-RATE
048100             MOVE AIR-CASH-RATE (AIR-IDX)
048200                                 TO WS-GROUP-CASH-RATE
048300             MOVE 'Y'            TO WS-RATE-FOUND-SW
048400         END-IF
048500     END-PERFORM.
048600 4110-FIND-GROUP-RATE-EXIT.
048700     EXIT.
048800*
048900******************************************************************
049000* THE INTRATES KEY ASCENDS BY EFFECTIVE DATE WITHIN THE GROUP, SO
049100* THE LAST ROW READ BEFORE A FUTURE-DATED ONE IS THE RATE IN
049200* FORCE TODAY.
049300******************************************************************
049400 4120-NEXT-RATE-ROW.
049500     EXEC CICS
049600         READNEXT DATASET('INTRATES')
049700         INTO(INT-RATE-REF-RECORD)
049800         RIDFLD(IRT-KEY)
049900         RESP(WS-RESP-CD)
050000     END-EXEC
050100     IF WS-RESP-CD NOT = ZERO
050200        OR IRT-GROUP-ID NOT = WS-RATE-GROUP-ID
050300        OR IRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
050400         MOVE 'Y'                TO WS-IRT-BROWSE-SW
050500         GO TO 4120-NEXT-RATE-ROW-EXIT
050600     END-IF
050700     MOVE IRT-ANNUAL-RATE        TO WS-GROUP-PURCH-RATE
050800     MOVE IRT-CASH-ADV-RATE      TO WS-GROUP-CASH-RATE
050900     MOVE 'Y'                    TO WS-RATE-FOUND-SW.
051000 4120-NEXT-RATE-ROW-EXIT.
051100     EXIT.
051200*
051300******************************************************************
051400* THE ROWS THAT CAN OVERRIDE THE GROUP RATE - PROMORATE,
051500* HRDPLAN, AND THE HOLDERS' SCRA PERIODS ON CUSTDAT (PRIMARY AND
051600* JOINT, THROUGH ACCTXREF). EACH IS TESTED AGAINST THE DATE OF
051700* EVERY PROJECTED NIGHT, SO A PROMO OR ACTIVE-DUTY PERIOD ENDING
051800* INSIDE THE WINDOW PRICES CORRECTLY ON EITHER SIDE OF ITS END.
051900******************************************************************
052000 4200-LOAD-CONCESSIONS.
052100     MOVE 'N'                    TO WS-PROMO-SW
052200     MOVE ZERO                   TO WS-DEFER-MEMO
052300     MOVE ACCT-ID                TO PRM-ACCT-ID
052400     EXEC CICS
052500         READ DATASET('PROMORATE')
052600         INTO(PROMO-RATE-RECORD)
052700         RIDFLD(PRM-ACCT-ID)
052800         RESP(WS-RESP-CD)
052900     END-EXEC
053000     IF WS-RESP-CD = ZERO
053100         MOVE 'Y'                TO WS-PROMO-SW
053200         IF PRM-PLAN-DEFERRED AND NOT PRM-DEFER-SETTLED
053300             MOVE PRM-DEFERRED-INT-BAL TO WS-DEFER-MEMO
053400         END-IF
053500     END-IF
053600     MOVE 'N'                    TO WS-HARDSHIP-SW
053700     MOVE ACCT-ID                TO HRD-ACCT-ID
053800     EXEC CICS
053900         READ DATASET('HRDPLAN')
054000         INTO(HARDSHIP-PLAN-RECORD)
054100         RIDFLD(HRD-ACCT-ID)
054200         RESP(WS-RESP-CD)
054300     END-EXEC
054400     IF WS-RESP-CD = ZERO AND HRD-ACTIVE
054500         MOVE 'Y'                TO WS-HARDSHIP-SW
054600     END-IF
054700     MOVE SPACES                 TO WS-SCRA-START (1)
054800                                    WS-SCRA-END (1)
054900                                    WS-SCRA-START (2)
055000                                    WS-SCRA-END (2)
055100     MOVE ACCT-ID                TO XRF-ACCT-ID
055200     EXEC CICS
055300         READ DATASET('ACCTXREF')
055400         INTO(ACCT-CUST-XREF-RECORD)
055500         RIDFLD(XRF-ACCT-ID)
055600         RESP(WS-RESP-CD)
055700     END-EXEC
055800     IF WS-RESP-CD NOT = ZERO
055900         MOVE ACCT-ID            TO XRF-CUST-ID
056000         MOVE ZERO               TO XRF-JOINT-CUST-ID
056100     END-IF
056200     SET WS-SCRA-IDX             TO 1
056300     MOVE XRF-CUST-ID            TO CUST-ID
056400     PERFORM 4210-LOAD-SCRA-PERIOD THRU 4210-LOAD-SCRA-PERIOD-EXIT
056500     IF XRF-JOINT-CUST-ID > ZERO
056600         SET WS-SCRA-IDX         TO 2
056700         MOVE XRF-JOINT-CUST-ID  TO CUST-ID
056800         PERFORM 4210-LOAD-SCRA-PERIOD
056900             THRU 4210-LOAD-SCRA-PERIOD-EXIT
057000     END-IF.
057100 4200-LOAD-CONCESSIONS-EXIT.
057200     EXIT.
057300*
057400 4210-LOAD-SCRA-PERIOD.
057500     EXEC CICS
057600         READ DATASET('CUSTDAT')
057700         INTO(CUSTOMER-RECORD)
057800         RIDFLD(CUST-ID)
057900         RESP(WS-RESP-CD)
058000     END-EXEC
058100     IF WS-RESP-CD = ZERO
058200         MOVE CUST-SCRA-START-DATE TO WS-SCRA-START (WS-SCRA-IDX)
058300         MOVE CUST-SCRA-END-DATE TO WS-SCRA-END (WS-SCRA-IDX)
058400     END-IF.
058500 4210-LOAD-SCRA-PERIOD-EXIT.
058600     EXIT.
058700*
058800******************************************************************
058900* GRACE PERIOD, AS CBACT05C TESTS IT: FIND THE NEWEST ARCHIVED
059000* STATEMENT (STMTARCH ASCENDS BY CYCLE END DATE); THE PAYMENTS
059100* SINCE ITS CYCLE CUT ARE TOTALLED BY 4400-SCAN-PAYMENTS.
059200******************************************************************
059300 4300-FIND-PRIOR-STMT.
059400     MOVE 'N'                    TO WS-PRIOR-STMT-SW
059500     MOVE 'N'                    TO WS-STA-BROWSE-SW
059600     MOVE ACCT-ID                TO STA-ACCT-ID
059700     MOVE LOW-VALUES             TO STA-CYCLE-END-DATE
059800     EXEC CICS
059900         STARTBR DATASET('STMTARCH')
060000         RIDFLD(STA-KEY)
060100         GTEQ
060200         RESP(WS-RESP-CD)
060300     END-EXEC
060400     IF WS-RESP-CD NOT = ZERO
060500         GO TO 4300-FIND-PRIOR-STMT-EXIT
060600     END-IF
060700     PERFORM 4310-NEXT-PRIOR-STMT THRU 4310-NEXT-PRIOR-STMT-EXIT
060800         UNTIL WS-STA-BROWSE-DONE
060900     EXEC CICS
061000         ENDBR DATASET('STMTARCH')
061100     END-EXEC.
061200 4300-FIND-PRIOR-STMT-EXIT.
061300     EXIT.
061400*
061500 4310-NEXT-PRIOR-STMT.
061600     EXEC CICS
061700         READNEXT DATASET('STMTARCH')
061800         INTO(STMT-ARCHIVE-RECORD)
061900         RIDFLD(STA-KEY)
062000         RESP(WS-RESP-CD)
062100     END-EXEC
062200     IF WS-RESP-CD NOT = ZERO
062300        OR STA-ACCT-ID NOT = ACCT-ID
062400         MOVE 'Y'                TO WS-STA-BROWSE-SW
062500         GO TO 4310-NEXT-PRIOR-STMT-EXIT
062600     END-IF
062700     MOVE STA-CLOSE-BAL          TO WS-PRIOR-CLOSE-BAL
062800     MOVE STA-CYCLE-END-DATE     TO WS-PRIOR-CYCLE-END
062900     MOVE 'Y'                    TO WS-PRIOR-STMT-SW.
063000 4310-NEXT-PRIOR-STMT-EXIT.
063100     EXIT.
063200*
063300******************************************************************
063400* ONE PASS OVER PAYMNT (KEYED BY PAY-ID ONLY, SO A FULL BROWSE):
063500* THE POSTED PAYMENTS SINCE THE PRIOR CYCLE CUT FOR THE GRACE
063600* TEST, AND THE PAYMENTS POSTED BUT NOT YET SETTLED ('P'), THE
063700* FIRST FOUR LISTED AND ALL OF THEM TOTALLED.
063800******************************************************************
063900 4400-SCAN-PAYMENTS.
064000     MOVE ZERO                   TO WS-PAID-SINCE-CUT
064100     MOVE ZERO                   TO WS-UNSET-TOTAL
064200     MOVE ZERO                   TO WS-UNSET-COUNT
064300     MOVE 'N'                    TO WS-PAY-BROWSE-SW
064400     MOVE LOW-VALUES             TO PAY-ID
064500     EXEC CICS
064600         STARTBR DATASET('PAYMNT')
064700         RIDFLD(PAY-ID)
064800         GTEQ
064900         RESP(WS-RESP-CD)
065000     END-EXEC
065100     IF WS-RESP-CD NOT = ZERO
065200         GO TO 4400-SCAN-PAYMENTS-EXIT
065300     END-IF
065400     PERFORM 4410-NEXT-PAYMENT THRU 4410-NEXT-PAYMENT-EXIT
065500         UNTIL WS-PAY-BROWSE-DONE
065600     EXEC CICS
065700         ENDBR DATASET('PAYMNT')
065800     END-EXEC.
065900 4400-SCAN-PAYMENTS-EXIT.
066000     EXIT.
066100*
066200 4410-NEXT-PAYMENT.
066300     EXEC CICS
066400         READNEXT DATASET('PAYMNT')
066500         INTO(PAYMENT-RECORD)
066600         RIDFLD(PAY-ID)
066700         RESP(WS-RESP-CD)
066800     END-EXEC
066900     IF WS-RESP-CD NOT = ZERO
067000         MOVE 'Y'                TO WS-PAY-BROWSE-SW
067100         GO TO 4410-NEXT-PAYMENT-EXIT
067200     END-IF
067300     IF PAY-ACCT-ID NOT = ACCT-ID
067400        OR NOT PAY-FUNDS-APPLIED
067500         GO TO 4410-NEXT-PAYMENT-EXIT
067600     END-IF
067700     IF PAY-DATE (3:1) = '/'
067800         MOVE '20'               TO WS-PAY-DATE-ISO (1:2)
067900         MOVE PAY-DATE (7:2)     TO WS-PAY-DATE-ISO (3:2)
068000         MOVE '-'                TO WS-PAY-DATE-ISO (5:1)
068100         MOVE PAY-DATE (1:2)     TO WS-PAY-DATE-ISO (6:2)
068200         MOVE '-'                TO WS-PAY-DATE-ISO (8:1)
068300         MOVE PAY-DATE (4:2)     TO WS-PAY-DATE-ISO (9:2)
068400     ELSE
068500         MOVE PAY-DATE           TO WS-PAY-DATE-ISO
068600     END-IF
068700     IF WS-PRIOR-STMT-FOUND
068800        AND WS-PAY-DATE-ISO >= WS-PRIOR-CYCLE-END
068900         ADD PAY-AMOUNT          TO WS-PAID-SINCE-CUT
069000     END-IF
069100     IF NOT PAY-STATUS-POSTED
069200         GO TO 4410-NEXT-PAYMENT-EXIT
069300     END-IF
069400     ADD PAY-AMOUNT              TO WS-UNSET-TOTAL
069500     IF WS-UNSET-COUNT < 4
069600         ADD 1                   TO WS-UNSET-COUNT
069700         SET WS-UNSET-IDX        TO WS-UNSET-COUNT
069800         MOVE WS-PAY-DATE-ISO    TO UDATEI (WS-UNSET-IDX)
069900         MOVE PAY-AMOUNT         TO UAMTI (WS-UNSET-IDX)
070000         MOVE PAY-ID             TO UPAYIDI (WS-UNSET-IDX)
070100     END-IF.
070200 4410-NEXT-PAYMENT-EXIT.
070300     EXIT.
070400*
070500******************************************************************
070600* ONE ACCRUAL NIGHT, IN CBACT05C'S ORDER. FIRST THE DEFERRED-
070700* PROMO EXPIRY (2700-SETTLE-DEFER-EXPIRY): THE NIGHT AFTER
070800* PRM-END-DATE A BALANCE STILL STANDING POSTS THE WHOLE MEMO.
070900* THEN THE RATE FOR THE NIGHT - GROUP, PROMO OR DEFERRED PLAN IN
071000* FORCE THAT DATE, HARDSHIP ONCE STARTED, SCRA CAP - AND THE
071100* CASH/PURCHASE SPLIT OF THE BASIS, WITH PURCHASE INTEREST
071200* DROPPED UNDER GRACE AND DIVERTED TO THE MEMO UNDER A DEFERRED
071300* PLAN. THE GOOD-THROUGH NIGHT ITSELF ONLY SETS THE PER-DIEM.
071400******************************************************************
071500 4500-PROJECT-ONE-NIGHT.
071600     COMPUTE WS-DAY-INT = WS-TODAY-INT + WS-DAY-NO
071700     COMPUTE WS-DAY-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
071800     MOVE WS-DAY-DATE-N (1:4)    TO WS-DAY-DATE (1:4)
071900     MOVE '-'                    TO WS-DAY-DATE (5:1)
072000     MOVE WS-DAY-DATE-N (5:2)    TO WS-DAY-DATE (6:2)
072100     MOVE '-'                    TO WS-DAY-DATE (8:1)
072200     MOVE WS-DAY-DATE-N (7:2)    TO WS-DAY-DATE (9:2)
072300     IF WS-PROMO-ON-FILE AND WS-DEFER-MEMO > ZERO
072400        AND WS-DAY-DATE > PRM-END-DATE
072500        AND WS-DAY-NO < WS-QUOTE-DAYS
072600        AND (ACCT-ACTIVE-STATUS = 'A' OR ACCT-ACTIVE-STATUS = 'D')
072700         ADD WS-DEFER-MEMO       TO WS-DEFER-POSTED
072800         ADD WS-DEFER-MEMO       TO WS-BASIS-BAL
072900         MOVE ZERO               TO WS-DEFER-MEMO
073000     END-IF
073100     IF NOT WS-ACCOUNT-ACCRUES
073200         GO TO 4500-PROJECT-ONE-NIGHT-EXIT
073300     END-IF
073400     MOVE WS-GROUP-PURCH-RATE    TO WS-INT-ANNUAL-RATE
073500     MOVE WS-GROUP-CASH-RATE     TO WS-CASH-ANNUAL-RATE
073600     MOVE 'N'                    TO WS-DEFER-SW
073700     IF WS-PROMO-ON-FILE
073800        AND WS-DAY-DATE >= PRM-START-DATE
073900        AND WS-DAY-DATE <= PRM-END-DATE
074000         IF PRM-PLAN-DEFERRED
074100             MOVE 'Y'            TO WS-DEFER-SW
074200             IF PRM-ANNUAL-RATE > ZERO
074300                 MOVE PRM-ANNUAL-RATE TO WS-INT-ANNUAL-RATE
074400             END-IF
074500         ELSE
074600             MOVE PRM-ANNUAL-RATE TO WS-INT-ANNUAL-RATE
074700         END-IF
074800     END-IF
074900     IF WS-HARDSHIP-ON-FILE
075000        AND WS-DAY-DATE >= HRD-START-DATE
075100         MOVE HRD-ANNUAL-RATE    TO WS-INT-ANNUAL-RATE
075200         MOVE HRD-ANNUAL-RATE    TO WS-CASH-ANNUAL-RATE
075300     END-IF
075400     MOVE 'N'                    TO SCRA-IN-FORCE-SW
075500     PERFORM VARYING WS-SCRA-IDX FROM 1 BY 1
075600             UNTIL WS-SCRA-IDX > 2 OR SCRA-IN-FORCE
075700         IF WS-SCRA-START (WS-SCRA-IDX) NOT = SPACES
075800            AND WS-SCRA-START (WS-SCRA-IDX) <= WS-DAY-DATE
075900            AND (WS-SCRA-END (WS-SCRA-IDX) = SPACES
076000                 OR WS-SCRA-END (WS-SCRA-IDX) >= WS-DAY-DATE)
076100             MOVE 'Y'            TO SCRA-IN-FORCE-SW
076200         END-IF
076300     END-PERFORM
076400     IF SCRA-IN-FORCE
076500         IF WS-INT-ANNUAL-RATE > SCRA-CAP-ANNUAL-RATE
076600             MOVE SCRA-CAP-ANNUAL-RATE TO WS-INT-ANNUAL-RATE
076700         END-IF
076800         IF WS-CASH-ANNUAL-RATE > SCRA-CAP-ANNUAL-RATE
076900             MOVE SCRA-CAP-ANNUAL-RATE TO WS-CASH-ANNUAL-RATE
077000         END-IF
077100     END-IF
077200     IF WS-BASIS-BAL NOT > ZERO
077300         GO TO 4500-PROJECT-ONE-NIGHT-EXIT
077400     END-IF
077500     IF WS-BASIS-CASH > ZERO
077600         IF WS-BASIS-CASH < WS-BASIS-BAL
077700             MOVE WS-BASIS-CASH  TO WS-CASH-PORTION
077800         ELSE
077900             MOVE WS-BASIS-BAL   TO WS-CASH-PORTION
078000         END-IF
078100     ELSE
078200         MOVE ZERO               TO WS-CASH-PORTION
078300     END-IF
078400     COMPUTE WS-PURCH-PORTION = WS-BASIS-BAL - WS-CASH-PORTION
078500     COMPUTE WS-INT-DAILY-RATE ROUNDED =
078600         WS-INT-ANNUAL-RATE / 100 / 365
078700     COMPUTE WS-CASH-DAILY-RATE ROUNDED =
078800         WS-CASH-ANNUAL-RATE / 100 / 365
078900     COMPUTE WS-INT-AMOUNT ROUNDED =
079000         WS-PURCH-PORTION * WS-INT-DAILY-RATE
079100     IF WS-GRACE-APPLIES
079200         MOVE ZERO               TO WS-INT-AMOUNT
079300     END-IF
079400     COMPUTE WS-INT-CASH-AMOUNT ROUNDED =
079500         WS-CASH-PORTION * WS-CASH-DAILY-RATE
079600     IF WS-DEFER-ACTIVE AND WS-INT-AMOUNT > ZERO
079700         ADD WS-INT-AMOUNT       TO WS-DEFER-MEMO
079800         MOVE ZERO               TO WS-INT-AMOUNT
079900     END-IF
080000     IF WS-DAY-NO = WS-QUOTE-DAYS
080100         COMPUTE WS-PER-DIEM = WS-INT-AMOUNT + WS-INT-CASH-AMOUNT
080200         GO TO 4500-PROJECT-ONE-NIGHT-EXIT
080300     END-IF
080400     ADD WS-INT-AMOUNT           TO WS-PROJ-INT
080500     ADD WS-INT-CASH-AMOUNT      TO WS-PROJ-INT
080600     ADD WS-INT-AMOUNT           TO WS-BASIS-BAL
080700     ADD WS-INT-CASH-AMOUNT      TO WS-BASIS-BAL.
080800 4500-PROJECT-ONE-NIGHT-EXIT.
080900     EXIT.
081000*
081100******************************************************************
081200* OPEN AUTHORIZATION HOLDS (AUTHFILE) WILL SETTLE ONTO THE
081300* BALANCE, SO THEY ARE PART OF THE PAYOFF - TOTALLED, AND THE
081400* FIRST FOUR LISTED SO THE CALLER CAN RECOGNISE THEM.
081500******************************************************************
081600 4600-TOTAL-HOLDS.
081700     MOVE ZERO                   TO WS-HOLD-TOTAL
081800     MOVE ZERO                   TO WS-HOLD-COUNT
081900     MOVE 'N'                    TO WS-AUT-BROWSE-SW
082000     MOVE ACCT-ID                TO AUT-ACCT-ID
082100     MOVE ZERO                   TO AUT-SEQ
082200     EXEC CICS
082300         STARTBR DATASET('AUTHFILE')
082400         RIDFLD(AUT-KEY)
082500         GTEQ
082600         RESP(WS-RESP-CD)
082700     END-EXEC
082800     IF WS-RESP-CD NOT = ZERO
082900         GO TO 4600-TOTAL-HOLDS-EXIT
083000     END-IF
083100     PERFORM 4610-NEXT-HOLD THRU 4610-NEXT-HOLD-EXIT
083200         UNTIL WS-AUT-BROWSE-DONE
083300     EXEC CICS
083400         ENDBR DATASET('AUTHFILE')
083500     END-EXEC.
083600 4600-TOTAL-HOLDS-EXIT.
083700     EXIT.
083800*
083900 4610-NEXT-HOLD.
084000     EXEC CICS
084100         READNEXT DATASET('AUTHFILE')
084200         INTO(AUTH-HOLD-RECORD)
084300         RIDFLD(AUT-KEY)
084400         RESP(WS-RESP-CD)
084500     END-EXEC
084600     IF WS-RESP-CD NOT = ZERO
084700        OR AUT-ACCT-ID NOT = ACCT-ID
084800         MOVE 'Y'                TO WS-AUT-BROWSE-SW
084900         GO TO 4610-NEXT-HOLD-EXIT
085000     END-IF
085100     IF NOT AUT-OPEN
085200         GO TO 4610-NEXT-HOLD-EXIT
085300     END-IF
085400     ADD AUT-AMOUNT              TO WS-HOLD-TOTAL
085500     IF WS-HOLD-COUNT < 4
085600         ADD 1                   TO WS-HOLD-COUNT
085700         SET WS-HOLD-IDX         TO WS-HOLD-COUNT
085800         MOVE AUT-AUTH-DATE      TO HDATEI (WS-HOLD-IDX)
085900         MOVE AUT-AMOUNT         TO HAMTI (WS-HOLD-IDX)
086000         MOVE AUT-MERCHANT-ID    TO HMERCHI (WS-HOLD-IDX)
086100     END-IF.
086200 4610-NEXT-HOLD-EXIT.
086300     EXIT.
086400*
086500******************************************************************
086600* ISSUE THE QUOTE: A PAYOFFQ ROW (CVPOQ01Y) NUMBERED OFF THE
086700* TIMESTAMP'S DAY/TIME DIGITS - UNIQUE WITHIN THE ACCOUNT, WHICH
086800* IS ALL THE KEY NEEDS - AND A CORRHIST ENTRY SO THE FIGURE THE
086900* CALLER WAS GIVEN IS ON RECORD NEXT TO THEIR STATEMENTS.
087000******************************************************************
087100 6000-ISSUE-QUOTE.
087200     IF WS-PAYOFF-AMT NOT > ZERO
087300         MOVE 'Nothing to pay off - no quote issued' TO ERRMSGI
087400         MOVE SPACES             TO INFOMSGI
087500         GO TO 6000-ISSUE-QUOTE-EXIT
087600     END-IF
087700     MOVE FUNCTION CURRENT-DATE  TO WS-CURRENT-TIMESTAMP
087800     MOVE ACCT-ID                TO POQ-ACCT-ID
087900     MOVE WS-CURRENT-TIMESTAMP (7:8) TO POQ-QUOTE-NO
088000     MOVE WS-CURDATE-YYYY-MM-DD  TO POQ-QUOTE-DATE
088100     MOVE GTDATEI                TO POQ-GOOD-THRU-DATE
088200     MOVE WS-QUOTE-DAYS          TO POQ-DAYS
088300     MOVE ACCT-CURR-BAL          TO POQ-CURR-BAL
088400     MOVE WS-INT-ANNUAL-RATE     TO POQ-PURCH-RATE
088500     MOVE WS-CASH-ANNUAL-RATE    TO POQ-CASH-RATE
088600     MOVE WS-PER-DIEM            TO POQ-PER-DIEM
088700     MOVE WS-PROJ-INT            TO POQ-PROJ-INT
088800     MOVE WS-DEFER-POSTED        TO POQ-DEFER-INT
088900     MOVE WS-HOLD-TOTAL          TO POQ-HOLD-AMT
089000     MOVE WS-PAYOFF-AMT          TO POQ-PAYOFF-AMT
089100     MOVE WS-UNSET-TOTAL         TO POQ-UNSETTLED-AMT
089200     MOVE CDEMO-USER-ID          TO POQ-QUOTED-BY
089300     SET POQ-OPEN                TO TRUE
089400     MOVE SPACES                 TO POQ-PAY-ID
089500     MOVE ZERO                   TO POQ-PAID-AMT
089600     MOVE ZERO                   TO POQ-WAIVED-AMT
089700     MOVE SPACES                 TO POQ-CLOSED-DATE
089800     MOVE WS-CURRENT-TIMESTAMP   TO POQ-ENTERED-TS
089900     EXEC CICS
090000         WRITE DATASET('PAYOFFQ')
090100         FROM(PAYOFF-QUOTE-RECORD)
090200         RIDFLD(POQ-KEY)
090300         RESP(WS-RESP-CD)
090400     END-EXEC
090500     IF WS-RESP-CD NOT = ZERO
090600         MOVE 'Payoff quote could not be recorded - retry'
090700                                 TO ERRMSGI
090800         MOVE SPACES             TO INFOMSGI
090900         GO TO 6000-ISSUE-QUOTE-EXIT
091000     END-IF
091100     MOVE POQ-QUOTE-NO           TO QUOTENOI
091200     MOVE XRF-CUST-ID            TO COR-CUST-ID
091300     MOVE WS-CURRENT-TIMESTAMP   TO COR-TS
091400     MOVE ACCT-ID                TO COR-ACCT-ID
091500     MOVE 'PAYOFFQ'              TO COR-DOC-TYPE
091600     SET COR-BY-PHONE            TO TRUE
091700     MOVE 'QUOTED'               TO COR-OUTCOME
091800     MOVE POQ-QUOTE-NO           TO COR-DOC-REF
091900     EXEC CICS
092000         WRITE DATASET('CORRHIST')
092100         FROM(CORRESPONDENCE-RECORD)
092200         RIDFLD(COR-KEY)
092300         RESP(WS-RESP-CD)
092400     END-EXEC
092500     MOVE 'Quote issued - give caller the quote number'
092600                                 TO INFOMSGI.
092700 6000-ISSUE-QUOTE-EXIT.
092800     EXIT.
092900*
093000 8000-SEND-MAP.
093100     EXEC CICS
093200         SEND MAP('CPOQ00A') MAPSET('COPOQ00')
093300         FROM(WS-SCREEN-FIELDS)
093400         ERASE
093500     END-EXEC.
093600 8000-SEND-MAP-EXIT.
093700     EXIT.
093800*
093900 9999-EXIT.
094000     EXIT.
