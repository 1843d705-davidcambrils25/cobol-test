000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CBSIM01C.
000300 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000400 INSTALLATION.  CARDDEMO.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 2026-10-15  MAINT   INITIAL VERSION - PRICING WHAT-IF REPLAY OF
001100*                     PENDING RATE, FEE AND MINIMUM PAYMENT ROWS.
001200******************************************************************
001300******************************************************************
001400* REMARKS.       ON REQUEST, WHILE INTRATES, FEERATE OR MINPAY
001500*                ROWS WAIT ON REFPEND FOR A CHECKER IN COREFAPC.
001600*                REPLAYS THE LAST WS-SIM-CYCLES STATEMENT CYCLES
001700*                OF EVERY OPEN ACCOUNT WHOSE TERMS THE PENDING
001800*                ROWS WOULD CHANGE, TWICE - ONCE AT THE TERMS IN
001900*                FORCE TODAY AND ONCE AS IF EVERY PENDING ROW
002000*                WERE APPROVED - AND PRINTS CURRENT AGAINST
002100*                PROPOSED INTEREST AND FEE INCOME BY ACCOUNT
002200*                GROUP, WITH THE COUNT OF ACCOUNTS WHOSE MINIMUM
002300*                PAYMENT WOULD CHANGE. NOTHING IS POSTED: THE
002400*                ONLY FILES WRITTEN ARE THE SIMRSLT ROWS
002500*                (CVSIM01Y), THE REPORT AND THE RUN ID STAMPED ON
002600*                EACH PENDING ROW REPLAYED (RFP-SIM-RUN-ID), WHICH
002700*                IS HOW COREFAPC SHOWS THE CHECKER THE IMPACT.
002800*                THE REPLAY WORKS FROM WHAT HAPPENED: CYCHIST
002900*                GIVES THE CYCLE ENDS, DLYBAL THE BALANCE EACH
003000*                DAY, STMTARCH THE CLOSING BALANCE EACH GRACE
003100*                TEST AND MINIMUM PAYMENT START FROM, PAYMNT THE
003200*                PAYMENTS MADE AND TRANDTAX THE CHARGES THAT
003300*                DREW TRANSACTION FEES. EACH DAY'S RATE IS
003400*                SETTLED THE WAY CBACT05C SETTLES IT (GROUP RATE,
003500*                CASH APR, PROMO AND DEFERRED PLANS, PENALTY APR,
003600*                HARDSHIP, SCRA CAP) AND THE FEES THE WAY
003700*                CBFEE01C AND CBTRN03C ASSESS THEM. THE PROPOSED
003800*                SIDE CARRIES ITS OWN EXTRA CHARGES FORWARD INTO
003900*                LATER MINIMUM PAYMENTS; THE DAILY BALANCES ARE
004000*                OTHERWISE THE ONES ON FILE.
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ACCT-ID
004900         FILE STATUS IS WS-ACCOUNT-STATUS.
005000     SELECT XREF-FILE ASSIGN TO ACCTXREF
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS XRF-ACCT-ID
005400         FILE STATUS IS WS-XREF-STATUS.
005500     SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CUST-ID
005900         FILE STATUS IS WS-CUSTOMER-STATUS.
006000     SELECT CARD-FILE ASSIGN TO CARDDAT
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CARD-NUM
006400         FILE STATUS IS WS-CARD-STATUS.
006500     SELECT DAILY-BAL-FILE ASSIGN TO DLYBAL
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS DBL-KEY
006900         FILE STATUS IS WS-DLYBAL-STATUS.
007000     SELECT CYCLE-HIST-FILE ASSIGN TO CYCHIST
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-CYCHIST-STATUS.
007300     SELECT PAYMENT-FILE ASSIGN TO PAYMNT
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS PAY-ID
007700         FILE STATUS IS WS-PAYMENT-STATUS.
007800     SELECT STMT-ARCHIVE-FILE ASSIGN TO STMTARCH
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS STA-KEY
008200         FILE STATUS IS WS-STMTARCH-STATUS.
008300     SELECT PROMO-RATE-FILE ASSIGN TO PROMORATE
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS RANDOM
008600         RECORD KEY IS PRM-ACCT-ID
008700         FILE STATUS IS WS-PROMO-STATUS.
008800     SELECT HARDSHIP-FILE ASSIGN TO HRDPLAN
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS HRD-ACCT-ID
009200         FILE STATUS IS WS-HARDSHIP-STATUS.
009300     SELECT TRAN-DATE-FILE ASSIGN TO TRANDTAX
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS TRAN-PROC-DATE
009700         FILE STATUS IS WS-TRAN-STATUS.
009800     SELECT INT-RATE-REF-FILE ASSIGN TO INTRATES
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS IRT-KEY
010200         FILE STATUS IS WS-INTRATES-STATUS.
010300     SELECT FEE-RATE-FILE ASSIGN TO FEERATE
010400         ORGANIZATION IS INDEXED
010500         ACCESS MODE IS SEQUENTIAL
010600         RECORD KEY IS FER-KEY
010700         FILE STATUS IS WS-FEERATE-STATUS.
010800     SELECT MIN-PAY-REF-FILE ASSIGN TO MINPAY
010900         ORGANIZATION IS INDEXED
011000         ACCESS MODE IS SEQUENTIAL
011100         RECORD KEY IS MPP-KEY
011200         FILE STATUS IS WS-MINPAY-STATUS.
011300     SELECT APR-MARGIN-FILE ASSIGN TO APRMARGN
011400         ORGANIZATION IS INDEXED
011500         ACCESS MODE IS SEQUENTIAL
011600         RECORD KEY IS AMG-GROUP-ID
011700         FILE STATUS IS WS-APRMARGN-STATUS.
011800     SELECT REF-PENDING-FILE ASSIGN TO REFPEND
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS DYNAMIC
012100         RECORD KEY IS RFP-KEY
012200         FILE STATUS IS WS-REFPEND-STATUS.
012300     SELECT PRICING-SIM-FILE ASSIGN TO SIMRSLT
012400         ORGANIZATION IS INDEXED
012500         ACCESS MODE IS DYNAMIC
012600         RECORD KEY IS SIM-KEY
012700         FILE STATUS IS WS-SIMRSLT-STATUS.
012800     SELECT SIM-RPT-FILE ASSIGN TO SIMRPT
012900         ORGANIZATION IS SEQUENTIAL
013000         FILE STATUS IS WS-SIMRPT-STATUS.
013100     SELECT ALERT-QUEUE-FILE ASSIGN TO OPRALRT
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS IS WS-ALERT-STATUS.
013400     SELECT JOB-LOG-FILE ASSIGN TO JOBLOG
013500         ORGANIZATION IS INDEXED
013600         ACCESS MODE IS DYNAMIC
013700         RECORD KEY IS JBS-KEY
013800         FILE STATUS IS WS-JOBLOG-STATUS.
013900*
014000 DATA DIVISION.
014100 FILE SECTION.
014200 FD  ACCOUNT-FILE.
014300     COPY CVACT01Y.
014400*
014500 FD  XREF-FILE.
014600     COPY CVXRF01Y.
014700*
014800 FD  CUSTOMER-FILE.
014900     COPY CVCUS01Y.
015000*
015100 FD  CARD-FILE.
015200     COPY CVACT02Y.
015300*
015400 FD  DAILY-BAL-FILE.
015500     COPY CVDBL01Y.
015600*
015700 FD  CYCLE-HIST-FILE.
015800     COPY CVCYC01Y.
015900*
016000 FD  PAYMENT-FILE.
016100     COPY CVPAY01Y.
016200*
016300 FD  STMT-ARCHIVE-FILE.
016400     COPY CVSTA01Y.
016500*
016600 FD  PROMO-RATE-FILE.
016700     COPY CVPRM01Y.
016800*
016900 FD  HARDSHIP-FILE.
017000     COPY CVHRD01Y.
017100*
017200 FD  TRAN-DATE-FILE.
017300     COPY CVTRA01Y.
017400*
017500 FD  INT-RATE-REF-FILE.
017600     COPY CVIRT01Y.
017700*
017800 FD  FEE-RATE-FILE.
017900     COPY CVFER01Y.
018000*
018100 FD  MIN-PAY-REF-FILE.
018200     COPY CVMPP01Y.
018300*
018400 FD  APR-MARGIN-FILE.
018500     COPY CVAMG01Y.
018600*
018700 FD  REF-PENDING-FILE.
018800     COPY CVRFP01Y.
018900*
019000 FD  PRICING-SIM-FILE.
019100     COPY CVSIM01Y.
019200*
019300 FD  SIM-RPT-FILE
019400     RECORDING MODE IS F.
019500 01  SIM-RPT-LINE                     PIC X(132).
019600*
019700 FD  ALERT-QUEUE-FILE
019800     RECORDING MODE IS F.
019900     COPY CSOPS01Y.
020000*
020100 FD  JOB-LOG-FILE.
020200     COPY CVJOB01Y.
020300*
020400 WORKING-STORAGE SECTION.
020500 01  WS-ACCOUNT-STATUS                PIC XX.
020600     88 WS-ACCOUNT-OK                 VALUE '00'.
020700 01  WS-XREF-STATUS                   PIC XX.
020800     88 WS-XREF-OK                    VALUE '00'.
020900 01  WS-CUSTOMER-STATUS               PIC XX.
021000     88 WS-CUSTOMER-OK                VALUE '00'.
021100 01  WS-CARD-STATUS                   PIC XX.
021200     88 WS-CARD-OK                    VALUE '00'.
021300 01  WS-DLYBAL-STATUS                 PIC XX.
021400     88 WS-DLYBAL-OK                  VALUE '00'.
021500 01  WS-CYCHIST-STATUS                PIC XX.
021600     88 WS-CYCHIST-OK                 VALUE '00'.
021700 01  WS-PAYMENT-STATUS                PIC XX.
021800     88 WS-PAYMENT-OK                 VALUE '00'.
021900 01  WS-STMTARCH-STATUS               PIC XX.
022000     88 WS-STMTARCH-OK                VALUE '00'.
022100 01  WS-PROMO-STATUS                  PIC XX.
022200     88 WS-PROMO-OK                   VALUE '00'.
022300 01  WS-HARDSHIP-STATUS               PIC XX.
022400     88 WS-HARDSHIP-OK                VALUE '00'.
022500 01  WS-TRAN-STATUS                   PIC XX.
022600     88 WS-TRAN-OK                    VALUE '00'.
022700 01  WS-INTRATES-STATUS               PIC XX.
022800     88 WS-INTRATES-OK                VALUE '00'.
022900 01  WS-FEERATE-STATUS                PIC XX.
023000     88 WS-FEERATE-OK                 VALUE '00'.
023100 01  WS-MINPAY-STATUS                 PIC XX.
023200     88 WS-MINPAY-OK                  VALUE '00'.
023300 01  WS-APRMARGN-STATUS               PIC XX.
023400     88 WS-APRMARGN-OK                VALUE '00'.
023500 01  WS-REFPEND-STATUS                PIC XX.
023600     88 WS-REFPEND-OK                 VALUE '00'.
023700 01  WS-SIMRSLT-STATUS                PIC XX.
023800     88 WS-SIMRSLT-OK                 VALUE '00'.
023900 01  WS-SIMRPT-STATUS                 PIC XX.
024000 01  WS-ALERT-STATUS                  PIC XX.
024100 01  WS-JOBLOG-STATUS                 PIC XX.
024200     88 WS-JOBLOG-OK                  VALUE '00'.
024300 01  WS-EOF-SW                        PIC X(01) VALUE 'N'.
024400     88 WS-END-OF-FILE                VALUE 'Y'.
024500 01  WS-REF-EOF-SW                    PIC X(01) VALUE 'N'.
024600     88 WS-END-OF-REF                 VALUE 'Y'.
024700 01  WS-REF-FOUND-SW                  PIC X(01) VALUE 'N'.
024800     88 WS-REF-FOUND                  VALUE 'Y'.
024900 01  WS-ERROR-SW                      PIC X(01) VALUE 'N'.
025000     88 WS-RUN-FAILED                 VALUE 'Y'.
025100 01  WS-ACCT-COUNT                    PIC 9(09) VALUE ZERO.
025200 01  WS-AFFECTED-COUNT                PIC 9(09) VALUE ZERO.
025300 01  WS-SIMULATED-COUNT               PIC 9(09) VALUE ZERO.
025400 01  WS-NO-HISTORY-COUNT              PIC 9(09) VALUE ZERO.
025500 01  WS-TABLE-FULL-COUNT              PIC 9(09) VALUE ZERO.
025600 01  WS-GROUP-FULL-COUNT              PIC 9(09) VALUE ZERO.
025700 01  WS-PROPOSAL-COUNT                PIC 9(09) VALUE ZERO.
025800 01  WS-NO-SLOT-COUNT                 PIC 9(09) VALUE ZERO.
025900 01  WS-STAMPED-COUNT                 PIC 9(09) VALUE ZERO.
026000 01  WS-TRAN-COUNT                    PIC 9(09) VALUE ZERO.
026100 01  WS-MISSING-DAY-COUNT             PIC 9(09) VALUE ZERO.
026200 01  WS-ABEND-REASON-TEXT             PIC X(50).
026300*
026400******************************************************************
026500* THE RUN. WS-SIM-CYCLES IS HOW MANY CYCLES ARE REPLAYED; EACH
026600* NEEDS THE CYCLE END BEFORE IT, SO ONE MORE END IS KEPT PER
026700* ACCOUNT. THE WINDOW START ALLOWS 31 DAYS A CYCLE. THE RUN ID
026800* IS THE START TIMESTAMP, KEY OF THIS RUN'S SIMRSLT ROWS.
026900******************************************************************
027000 01  WS-RUN-WORK.
027100     05 WS-RUN-ID                     PIC X(16).
027200     05 WS-SIM-CYCLES                 PIC 9(02) VALUE 06.
027300     05 WS-SIM-END-SLOTS              PIC 9(02) VALUE 07.
027400     05 WS-WINDOW-DAYS                PIC 9(05).
027500     05 WS-WINDOW-START               PIC X(10).
027600     05 WS-TODAY-INT                  PIC 9(08).
027700     05 WS-WORK-DATE-N                PIC 9(08).
027800     05 WS-WORK-DATE-ISO              PIC X(10).
027900     05 WS-CYH-DATE-ISO               PIC X(10).
028000     05 WS-PAY-DATE-ISO               PIC X(10).
028100     05 WS-ISO-IN                     PIC X(10).
028200     05 WS-ISO-INT                    PIC 9(08).
028300     05 WS-ISO-N.
028400        10 WS-ISO-N-YYYY              PIC X(04).
028500        10 WS-ISO-N-MM                PIC X(02).
028600        10 WS-ISO-N-DD                PIC X(02).
028700     05 WS-ISO-N-9 REDEFINES WS-ISO-N PIC 9(08).
028800     05 WS-LATE-FEE-AMT               PIC S9(03)V99 COMP-3
028900                                      VALUE 35.00.
029000*
029100******************************************************************
029200* THE PROPOSED TERMS - THE COMPILED TABLES AS TODAY'S RUNS LOAD
029300* THEM (CVINT01Y, CVFET01Y, CVAFE01Y, CVMPT01Y), WITH EVERY
029400* PENDING REFPEND ROW LAID OVER THEM IN KEYED ORDER. SAME
029500* LAYOUTS AS THE CURRENT TABLES SO EACH IS SEEDED BY ONE MOVE.
029600******************************************************************
029700 01  WS-PROPOSED-TERMS.
029800     05 WS-PIR-TABLE.
029900        10 WS-PIR-ENTRY OCCURS 5 TIMES.
030000           15 WS-PIR-GROUP-ID         PIC X(10).
030100           15 WS-PIR-ANNUAL-RATE      PIC 9(02)V9(02).
030200           15 WS-PIR-CASH-RATE        PIC 9(02)V9(02).
030300     05 WS-PFT-TABLE.
030400        10 WS-PFT-ENTRY OCCURS 8 TIMES.
030500           15 WS-PFT-GROUP-ID         PIC X(10).
030600           15 WS-PFT-FX-PCT           PIC 9(02)V9(02).
030700           15 WS-PFT-CASH-FLAT-AMT    PIC 9(03)V99.
030800           15 WS-PFT-CASH-PCT         PIC 9(02)V9(02).
030900     05 WS-PAF-TABLE.
031000        10 WS-PAF-ENTRY OCCURS 5 TIMES.
031100           15 WS-PAF-GROUP-ID         PIC X(10).
031200           15 WS-PAF-FEE-AMT          PIC 9(03)V99.
031300     05 WS-PMP-TABLE.
031400        10 WS-PMP-ENTRY OCCURS 5 TIMES.
031500           15 WS-PMP-GROUP-ID         PIC X(10).
031600           15 WS-PMP-PCT-OF-BAL       PIC 9(02)V9(02).
031700           15 WS-PMP-FLOOR-AMT        PIC 9(03)V99.
031800           15 WS-PMP-ADD-OVERLIMIT-IND
031900                                      PIC X(01).
032000           15 WS-PMP-ADD-PASTDUE-IND  PIC X(01).
032100 01  WS-SLOT-WORK.
032200     05 WS-SLOT-SUB                   PIC 9(02) COMP.
032300     05 WS-SLOT-HIT                   PIC 9(02) COMP.
032400*
032500******************************************************************
032600* ONE GROUP'S TERMS, CURRENT AND PROPOSED, AS 8300 RESOLVES
032700* THEM - EACH TABLE'S OWN ROW FOR THE GROUP, ELSE ITS DEFAULT
032800* ENTRY 1. AN ACCOUNT IS AFFECTED WHEN THE TWO DIFFER.
032900******************************************************************
033000 01  WS-TRM-GROUP-ID                  PIC X(10).
033100 01  WS-TERMS-AFFECTED-SW             PIC X(01).
033200     88 WS-TERMS-AFFECTED             VALUE 'Y'.
033300 01  WS-TERMS-MATCH.
033400     05 WS-AIR-MATCH-SW               PIC X(01).
033500        88 WS-AIR-MATCHED             VALUE 'Y'.
033600     05 WS-PIR-MATCH-SW               PIC X(01).
033700        88 WS-PIR-MATCHED             VALUE 'Y'.
033800     05 WS-FET-MATCH-SW               PIC X(01).
033900        88 WS-FET-MATCHED             VALUE 'Y'.
034000     05 WS-PFT-MATCH-SW               PIC X(01).
034100        88 WS-PFT-MATCHED             VALUE 'Y'.
034200     05 WS-AFE-MATCH-SW               PIC X(01).
034300        88 WS-AFE-MATCHED             VALUE 'Y'.
034400     05 WS-PAF-MATCH-SW               PIC X(01).
034500        88 WS-PAF-MATCHED             VALUE 'Y'.
034600     05 WS-MPT-MATCH-SW               PIC X(01).
034700        88 WS-MPT-MATCHED             VALUE 'Y'.
034800     05 WS-PMP-MATCH-SW               PIC X(01).
034900        88 WS-PMP-MATCHED             VALUE 'Y'.
035000 01  WS-TERMS-CUR.
035100     05 WS-TC-PURCH-RATE              PIC 9(02)V9(02).
035200     05 WS-TC-CASH-RATE               PIC 9(02)V9(02).
035300     05 WS-TC-FX-PCT                  PIC 9(02)V9(02).
035400     05 WS-TC-CASH-FLAT               PIC 9(03)V99.
035500     05 WS-TC-CASH-PCT                PIC 9(02)V9(02).
035600     05 WS-TC-ANNUAL-FEE              PIC 9(03)V99.
035700     05 WS-TC-MP-PCT                  PIC 9(02)V9(02).
035800     05 WS-TC-MP-FLOOR                PIC 9(03)V99.
035900     05 WS-TC-MP-OVERLIMIT            PIC X(01).
036000 01  WS-TERMS-NEW.
036100     05 WS-TN-PURCH-RATE              PIC 9(02)V9(02).
036200     05 WS-TN-CASH-RATE               PIC 9(02)V9(02).
036300     05 WS-TN-FX-PCT                  PIC 9(02)V9(02).
036400     05 WS-TN-CASH-FLAT               PIC 9(03)V99.
036500     05 WS-TN-CASH-PCT                PIC 9(02)V9(02).
036600     05 WS-TN-ANNUAL-FEE              PIC 9(03)V99.
036700     05 WS-TN-MP-PCT                  PIC 9(02)V9(02).
036800     05 WS-TN-MP-FLOOR                PIC 9(03)V99.
036900     05 WS-TN-MP-OVERLIMIT            PIC X(01).
037000*
037100******************************************************************
037200* THE AFFECTED ACCOUNTS, LOADED IN KEY ORDER FOR 8200'S BINARY
037300* SEARCH. EACH KEEPS ITS LAST CYCLE ENDS (YYYY-MM-DD, OLDEST
037400* FIRST), WHETHER THE CYCLE HAD DEBITS, THE PAYMENTS APPLIED IN
037500* IT AND THE TRANSACTION FEES ITS CHARGES DREW UNDER EACH SET
037600* OF TERMS. ACCOUNTS PAST THE TABLE'S END ARE COUNTED AND LEFT
037700* OUT OF THE REPLAY.
037800******************************************************************
037900 01  WS-SAT-TABLE.
038000     05 WS-SAT-USED                   PIC 9(05) COMP VALUE ZERO.
038100     05 WS-SAT-MAX                    PIC 9(05) COMP VALUE 50000.
038200     05 WS-SAT-ENTRY OCCURS 50000 TIMES.
038300        10 WS-SAT-ACCT-ID             PIC 9(11).
038400        10 WS-SAT-GROUP-ID            PIC X(10).
038500        10 WS-SAT-END-COUNT           PIC 9(02) COMP.
038600        10 WS-SAT-CURR-TFEE           PIC S9(07)V99 COMP-3.
038700        10 WS-SAT-PROP-TFEE           PIC S9(07)V99 COMP-3.
038800        10 WS-SAT-CYCLE OCCURS 7 TIMES.
038900           15 WS-SAT-END-DATE         PIC X(10).
039000           15 WS-SAT-DEBIT-SW         PIC X(01).
039100           15 WS-SAT-PAID             PIC S9(09)V99 COMP-3.
039200 01  WS-SAT-SEARCH.
039300     05 WS-SAT-IDX                    PIC 9(05) COMP.
039400     05 WS-SAT-LOW                    PIC 9(05) COMP.
039500     05 WS-SAT-HIGH                   PIC 9(05) COMP.
039600     05 WS-SAT-MID                    PIC 9(05) COMP.
039700     05 WS-FIND-ACCT-ID               PIC 9(11).
039800     05 WS-FOUND-SW                   PIC X(01).
039900        88 WS-ACCT-FOUND              VALUE 'Y'.
040000*
040100******************************************************************
040200* THE ACCOUNT BEING REPLAYED - WHAT ON FILE BEARS ON ITS PRICING
040300* (PROMO, HARDSHIP PLAN, PENALTY APR, UP TO TWO SCRA DUTY
040400* PERIODS - PRIMARY AND JOINT HOLDER) AND ITS RUNNING TOTALS.
040500******************************************************************
040600 01  WS-ACCT-CONTEXT.
040700     05 WS-CTX-ACCRUES-SW             PIC X(01).
040800        88 WS-CTX-ACCRUES             VALUE 'Y'.
040900     05 WS-CTX-PEN-SW                 PIC X(01).
041000        88 WS-CTX-PEN-IN-FORCE        VALUE 'A'.
041100        88 WS-CTX-PEN-NOTICED         VALUE 'P'.
041200     05 WS-CTX-PEN-EFF-DATE           PIC X(10).
041300     05 WS-CTX-PRM-SW                 PIC X(01).
041400        88 WS-CTX-HAS-PROMO           VALUE 'Y'.
041500     05 WS-CTX-PRM-RATE               PIC 9(02)V9(02).
041600     05 WS-CTX-PRM-START              PIC X(10).
041700     05 WS-CTX-PRM-END                PIC X(10).
041800     05 WS-CTX-PRM-TYPE               PIC X(01).
041900        88 WS-CTX-PRM-DEFERRED        VALUE 'D'.
042000     05 WS-CTX-HRD-SW                 PIC X(01).
042100        88 WS-CTX-HAS-HARDSHIP        VALUE 'Y'.
042200     05 WS-CTX-HRD-RATE               PIC 9(02)V9(02).
042300     05 WS-CTX-HRD-START              PIC X(10).
042400     05 WS-CTX-HRD-MONTHLY            PIC S9(09)V99 COMP-3.
042500     05 WS-CTX-SCRA-CNT               PIC 9(01).
042600     05 WS-CTX-SCRA-PERIOD OCCURS 2 TIMES.
042700        10 WS-CTX-SCRA-START          PIC X(10).
042800        10 WS-CTX-SCRA-END            PIC X(10).
042900     05 WS-SCRA-I                     PIC 9(01).
043000 01  WS-ACCT-SIM.
043100     05 WS-ACC-CURR-INT               PIC S9(09)V99 COMP-3.
043200     05 WS-ACC-PROP-INT               PIC S9(09)V99 COMP-3.
043300     05 WS-ACC-CURR-FEE               PIC S9(09)V99 COMP-3.
043400     05 WS-ACC-PROP-FEE               PIC S9(09)V99 COMP-3.
043500     05 WS-CUM-DELTA                  PIC S9(09)V99 COMP-3.
043600     05 WS-MINPAY-CHG-SW              PIC X(01).
043700        88 WS-MINPAY-CHANGED          VALUE 'Y'.
043800*
043900******************************************************************
044000* ONE CYCLE OF THE REPLAY - CYCLE K RUNS FROM THE DAY AFTER END
044100* K-1 THROUGH END K, AND PAYS THE MINIMUM SET AT END K-1.
044200******************************************************************
044300 01  WS-CYCLE-WORK.
044400     05 WS-CYC-K                      PIC 9(02) COMP.
044500     05 WS-END-I                      PIC 9(02) COMP.
044600     05 WS-END-J                      PIC 9(02) COMP.
044700     05 WS-CYC-PRIOR-END              PIC X(10).
044800     05 WS-CYC-END                    PIC X(10).
044900     05 WS-CYC-PAID                   PIC S9(09)V99 COMP-3.
045000     05 WS-CYC-DEBIT-SW               PIC X(01).
045100        88 WS-CYC-HAS-DEBIT           VALUE 'Y'.
045200     05 WS-CYC-GRACE-SW               PIC X(01).
045300        88 WS-CYC-GRACE               VALUE 'Y'.
045400     05 WS-CYC-START-INT              PIC 9(08).
045500     05 WS-CYC-END-INT                PIC 9(08).
045600     05 WS-CYC-DAY-INT                PIC 9(08).
045700     05 WS-DAY-DATE                   PIC X(10).
045800     05 WS-PRIOR-CLOSE-BAL            PIC S9(10)V99 COMP-3.
045900     05 WS-PRIOR-INSTL-BAL            PIC S9(10)V99 COMP-3.
046000     05 WS-PRIOR-STMT-SW              PIC X(01).
046100        88 WS-PRIOR-STMT-FOUND        VALUE 'Y'.
046200     05 WS-PRIOR-BAL-SW               PIC X(01).
046300        88 WS-PRIOR-BAL-FOUND         VALUE 'Y'.
046400     05 WS-BUCKET-SW                  PIC X(01).
046500        88 WS-BUCKET-PLACED           VALUE 'Y'.
046600*
046700******************************************************************
046800* ONE DAY'S INTEREST, PRICED AS CBACT05C PRICES IT
046900******************************************************************
047000 01  WS-DAY-PRICING.
047100     05 WS-DAY-BASE-PURCH             PIC 9(02)V9(02).
047200     05 WS-DAY-BASE-CASH              PIC 9(02)V9(02).
047300     05 WS-DAY-PURCH-RATE             PIC 9(02)V9(02).
047400     05 WS-DAY-CASH-RATE              PIC 9(02)V9(02).
047500     05 WS-DAY-DEFER-SW               PIC X(01).
047600        88 WS-DAY-DEFERRED            VALUE 'Y'.
047700     05 WS-BASIS-BAL                  PIC S9(10)V99 COMP-3.
047800     05 WS-BASIS-CASH                 PIC S9(10)V99 COMP-3.
047900     05 WS-BASIS-INSTL                PIC S9(10)V99 COMP-3.
048000     05 WS-CASH-PORTION               PIC S9(10)V99 COMP-3.
048100     05 WS-PURCH-PORTION              PIC S9(10)V99 COMP-3.
048200     05 WS-INT-DAILY-RATE             PIC V9(9).
048300     05 WS-CASH-DAILY-RATE            PIC V9(9).
048400     05 WS-INT-AMOUNT                 PIC S9(10)V99 COMP-3.
048500     05 WS-INT-CASH-AMOUNT            PIC S9(10)V99 COMP-3.
048600*
048700******************************************************************
048800* MINIMUM PAYMENT, FIGURED AS CBACT04C FIGURES IT, AND THE
048900* TRANSACTION FEES CBTRN03C WOULD HAVE TAKEN
049000******************************************************************
049100 01  WS-MINPAY-WORK.
049200     05 WS-MP-BAL                     PIC S9(11)V99 COMP-3.
049300     05 WS-MP-INSTL                   PIC S9(11)V99 COMP-3.
049400     05 WS-MP-REVOLVE                 PIC S9(11)V99 COMP-3.
049500     05 WS-MP-FLOOR-USE               PIC S9(11)V99 COMP-3.
049600     05 WS-MP-RESULT                  PIC S9(11)V99 COMP-3.
049700     05 WS-MP-PCT                     PIC 9(02)V9(02).
049800     05 WS-MP-FLOOR                   PIC 9(03)V99.
049900     05 WS-MP-OVERLIMIT               PIC X(01).
050000     05 WS-CUR-MINPAY                 PIC S9(11)V99 COMP-3.
050100     05 WS-NEW-MINPAY                 PIC S9(11)V99 COMP-3.
050200 01  WS-FEE-WORK.
050300     05 WS-FEE-AMT                    PIC S9(07)V99 COMP-3.
050400     05 WS-FEE-PCT-AMT                PIC S9(07)V99 COMP-3.
050500*
050600******************************************************************
050700* RESULTS BY ACCOUNT GROUP AND FOR THE WHOLE RUN. ACCOUNTS OF A
050800* GROUP PAST THE TABLE'S END STILL COUNT IN THE TOTAL.
050900******************************************************************
051000 01  WS-GRP-TABLE.
051100     05 WS-GRP-USED                   PIC 9(02) COMP VALUE ZERO.
051200     05 WS-GRP-MAX                    PIC 9(02) COMP VALUE 20.
051300     05 WS-GRP-IDX                    PIC 9(02) COMP.
051400     05 WS-GRP-ENTRY OCCURS 20 TIMES.
051500        10 WS-GRP-GROUP-ID            PIC X(10).
051600        10 WS-GRP-ACCTS               PIC 9(07).
051700        10 WS-GRP-CURR-INT            PIC S9(11)V99 COMP-3.
051800        10 WS-GRP-PROP-INT            PIC S9(11)V99 COMP-3.
051900        10 WS-GRP-CURR-FEE            PIC S9(11)V99 COMP-3.
052000        10 WS-GRP-PROP-FEE            PIC S9(11)V99 COMP-3.
052100        10 WS-GRP-MINPAY-CHG          PIC 9(07).
052200 01  WS-SIM-TOTALS.
052300     05 WS-TOT-ACCTS                  PIC 9(07) VALUE ZERO.
052400     05 WS-TOT-CURR-INT               PIC S9(11)V99 COMP-3
052500                                      VALUE ZERO.
052600     05 WS-TOT-PROP-INT               PIC S9(11)V99 COMP-3
052700                                      VALUE ZERO.
052800     05 WS-TOT-CURR-FEE               PIC S9(11)V99 COMP-3
052900                                      VALUE ZERO.
053000     05 WS-TOT-PROP-FEE               PIC S9(11)V99 COMP-3
053100                                      VALUE ZERO.
053200     05 WS-TOT-MINPAY-CHG             PIC 9(07) VALUE ZERO.
053300*
053400******************************************************************
053500* REPORT LINES
053600******************************************************************
053700 01  WS-DESC-EDITS.
053800     05 WS-DE-1                       PIC ZZ9.99.
053900     05 WS-DE-2                       PIC ZZ9.99.
054000     05 WS-DE-3                       PIC ZZ9.99.
054100     05 WS-DE-4                       PIC ZZ9.99.
054200 01  WS-DELTA-AMT                     PIC S9(11)V99 COMP-3.
054300 01  WS-REPORT-HEADING-1.
054400     05 FILLER                        PIC X(42)
054500        VALUE 'CARDDEMO PRICING WHAT-IF SIMULATION - RUN '.
054600     05 WS-HDG-RUN-ID                 PIC X(16).
054700     05 FILLER                        PIC X(07) VALUE '  DATE '.
054800     05 WS-HDG-DATE                   PIC X(10).
054900     05 FILLER                        PIC X(18)
055000        VALUE '  CYCLES REPLAYED '.
055100     05 WS-HDG-CYCLES                 PIC Z9.
055200     05 FILLER                        PIC X(37) VALUE SPACES.
055300 01  WS-SECTION-HEADING.
055400     05 FILLER                        PIC X(02) VALUE SPACES.
055500     05 WS-SECT-TITLE                 PIC X(60).
055600     05 FILLER                        PIC X(70) VALUE SPACES.
055700 01  WS-PROP-COLUMNS.
055800     05 FILLER                        PIC X(17) VALUE 'KEYED'.
055900     05 FILLER                        PIC X(06) VALUE 'SEQ'.
056000     05 FILLER                        PIC X(10) VALUE 'DATASET'.
056100     05 FILLER                        PIC X(12) VALUE 'GROUP'.
056200     05 FILLER                        PIC X(15) VALUE 'EFFECTIVE'.
056300     05 FILLER                        PIC X(10) VALUE 'KEYED BY'.
056400     05 FILLER                        PIC X(62)
056500        VALUE 'PROPOSED TERMS'.
056600 01  WS-PROP-LINE.
056700     05 WS-PL-KEYED-TS                PIC X(16).
056800     05 FILLER                        PIC X(01) VALUE SPACE.
056900     05 WS-PL-SEQ                     PIC X(04).
057000     05 FILLER                        PIC X(02) VALUE SPACES.
057100     05 WS-PL-DATASET                 PIC X(08).
057200     05 FILLER                        PIC X(02) VALUE SPACES.
057300     05 WS-PL-GROUP-ID                PIC X(10).
057400     05 FILLER                        PIC X(02) VALUE SPACES.
057500     05 WS-PL-EFF-DATE                PIC X(10).
057600     05 FILLER                        PIC X(05) VALUE SPACES.
057700     05 WS-PL-KEYED-BY                PIC X(08).
057800     05 FILLER                        PIC X(02) VALUE SPACES.
057900     05 WS-PL-DESC                    PIC X(60).
058000     05 FILLER                        PIC X(02) VALUE SPACES.
058100 01  WS-GRP-COLUMNS.
058200     05 FILLER                        PIC X(10) VALUE 'GROUP'.
058300     05 FILLER                        PIC X(08) VALUE '   ACCTS'.
058400     05 FILLER                        PIC X(16)
058500        VALUE '     CURRENT INT'.
058600     05 FILLER                        PIC X(16)
058700        VALUE '    PROPOSED INT'.
058800     05 FILLER                        PIC X(16)
058900        VALUE '      INT CHANGE'.
059000     05 FILLER                        PIC X(16)
059100        VALUE '    CURRENT FEES'.
059200     05 FILLER                        PIC X(16)
059300        VALUE '   PROPOSED FEES'.
059400     05 FILLER                        PIC X(16)
059500        VALUE '      FEE CHANGE'.
059600     05 FILLER                        PIC X(10)
059700        VALUE 'MINPAY CHG'.
059800     05 FILLER                        PIC X(08) VALUE SPACES.
059900 01  WS-GRP-LINE.
060000     05 WS-GL-GROUP-ID                PIC X(10).
060100     05 FILLER                        PIC X(01) VALUE SPACE.
060200     05 WS-GL-ACCTS                   PIC Z(6)9.
060300     05 FILLER                        PIC X(01) VALUE SPACE.
060400     05 WS-GL-CURR-INT                PIC -ZZZ,ZZZ,ZZ9.99.
060500     05 FILLER                        PIC X(01) VALUE SPACE.
060600     05 WS-GL-PROP-INT                PIC -ZZZ,ZZZ,ZZ9.99.
060700     05 FILLER                        PIC X(01) VALUE SPACE.
060800     05 WS-GL-INT-DELTA               PIC -ZZZ,ZZZ,ZZ9.99.
060900     05 FILLER                        PIC X(01) VALUE SPACE.
061000     05 WS-GL-CURR-FEE                PIC -ZZZ,ZZZ,ZZ9.99.
061100     05 FILLER                        PIC X(01) VALUE SPACE.
061200     05 WS-GL-PROP-FEE                PIC -ZZZ,ZZZ,ZZ9.99.
061300     05 FILLER                        PIC X(01) VALUE SPACE.
061400     05 WS-GL-FEE-DELTA               PIC -ZZZ,ZZZ,ZZ9.99.
061500     05 FILLER                        PIC X(03) VALUE SPACES.
061600     05 WS-GL-MINPAY-CHG              PIC Z(6)9.
061700     05 FILLER                        PIC X(08) VALUE SPACES.
061800 01  WS-TOTAL-LINE.
061900     05 FILLER                        PIC X(04) VALUE SPACES.
062000     05 WS-TL-LABEL                   PIC X(50).
062100     05 WS-TL-COUNT                   PIC Z(8)9.
062200     05 FILLER                        PIC X(69) VALUE SPACES.
062300*
062400 COPY CVINT01Y.
062500*
062600 COPY CVFET01Y.
062700*
062800 COPY CVAFE01Y.
062900*
063000 COPY CVMPT01Y.
063100*
063200 COPY CVPNA01Y.
063300*
063400 COPY CVSCR02Y.
063500*
063600 COPY CSDAT01Y.
063700*
063800 COPY CSMSG02Y.
063900*
064000 LINKAGE SECTION.
064100*
064200******************************************************************
064300 PROCEDURE DIVISION.
064400******************************************************************
064500 0000-MAINLINE.
064600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
064700     IF NOT WS-RUN-FAILED
064800         PERFORM 1100-LOAD-CURRENT-TERMS
064900             THRU 1100-LOAD-CURRENT-TERMS-EXIT
065000         PERFORM 1200-LOAD-PROPOSED-TERMS
065100             THRU 1200-LOAD-PROPOSED-TERMS-EXIT
065200         PERFORM 1300-APPLY-RATE-BOUNDS
065300             THRU 1300-APPLY-RATE-BOUNDS-EXIT
065400         IF WS-PROPOSAL-COUNT > ZERO
065500             PERFORM 2000-LOAD-ACCOUNTS
065600                 THRU 2000-LOAD-ACCOUNTS-EXIT
065700             PERFORM 2200-LOAD-CYCLES THRU 2200-LOAD-CYCLES-EXIT
065800             PERFORM 2400-LOAD-PAYMENTS
065900                 THRU 2400-LOAD-PAYMENTS-EXIT
066000             PERFORM 2600-TALLY-TRAN-FEES
066100                 THRU 2600-TALLY-TRAN-FEES-EXIT
066200             PERFORM 3000-SIMULATE-ACCOUNTS
066300                 THRU 3000-SIMULATE-ACCOUNTS-EXIT
066400             PERFORM 5000-WRITE-RESULTS
066500                 THRU 5000-WRITE-RESULTS-EXIT
066600             PERFORM 5500-STAMP-PENDING
066700                 THRU 5500-STAMP-PENDING-EXIT
066800         ELSE
066900             DISPLAY 'CBSIM01C - NO PENDING INTRATES, FEERATE OR '
067000                     'MINPAY ROWS TO SIMULATE'
067100         END-IF
067200         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
067300     END-IF
067400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
067500     GOBACK.
067600*
067700 1000-INITIALIZE.
067800     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURDATE-N
067900     MOVE WS-CURDATE-YEAR        TO WS-CURDATE-CCYY
068000     MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MO
068100     MOVE WS-CURDATE-DAY         TO WS-CURDATE-DA
068200     MOVE FUNCTION CURRENT-DATE (1:16) TO WS-RUN-ID
068300     COMPUTE WS-TODAY-INT =
068400         FUNCTION INTEGER-OF-DATE (WS-CURDATE-N)
068500     COMPUTE WS-WINDOW-DAYS = (WS-SIM-CYCLES + 1) * 31
068600     COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER
068700                              (WS-TODAY-INT - WS-WINDOW-DAYS)
068800     PERFORM 8100-DATE-TO-ISO THRU 8100-DATE-TO-ISO-EXIT
068900     MOVE WS-WORK-DATE-ISO       TO WS-WINDOW-START
069000     OPEN INPUT ACCOUNT-FILE
069100     IF NOT WS-ACCOUNT-OK
069200         DISPLAY 'CBSIM01C - ERROR OPENING ACCOUNT FILE'
069300         MOVE 'ACCOUNT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
069400         GO TO 1000-INITIALIZE-FAILED
069500     END-IF
069600     OPEN INPUT XREF-FILE
069700     IF NOT WS-XREF-OK
069800         DISPLAY 'CBSIM01C - ERROR OPENING XREF FILE'
069900         MOVE 'XREF FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
070000         GO TO 1000-INITIALIZE-FAILED
070100     END-IF
070200     OPEN INPUT CUSTOMER-FILE
070300     IF NOT WS-CUSTOMER-OK
070400         DISPLAY 'CBSIM01C - ERROR OPENING CUSTOMER FILE'
070500         MOVE 'CUSTOMER FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
070600         GO TO 1000-INITIALIZE-FAILED
070700     END-IF
070800     OPEN INPUT CARD-FILE
070900     IF NOT WS-CARD-OK
071000         DISPLAY 'CBSIM01C - ERROR OPENING CARD FILE'
071100         MOVE 'CARD FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
071200         GO TO 1000-INITIALIZE-FAILED
071300     END-IF
071400     OPEN INPUT DAILY-BAL-FILE
071500     IF NOT WS-DLYBAL-OK
071600         DISPLAY 'CBSIM01C - ERROR OPENING DAILY BALANCE FILE'
071700         MOVE 'DAILY BALANCE FILE OPEN ERROR'
071800                                 TO WS-ABEND-REASON-TEXT
071900         GO TO 1000-INITIALIZE-FAILED
072000     END-IF
072100     OPEN INPUT CYCLE-HIST-FILE
072200     IF NOT WS-CYCHIST-OK
072300         DISPLAY 'CBSIM01C - ERROR OPENING CYCLE HISTORY FILE'
072400         MOVE 'CYCLE HISTORY FILE OPEN ERROR'
072500                                 TO WS-ABEND-REASON-TEXT
072600         GO TO 1000-INITIALIZE-FAILED
072700     END-IF
072800     OPEN INPUT PAYMENT-FILE
072900     IF NOT WS-PAYMENT-OK
073000         DISPLAY 'CBSIM01C - ERROR OPENING PAYMENT FILE'
073100         MOVE 'PAYMENT FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
073200         GO TO 1000-INITIALIZE-FAILED
073300     END-IF
073400     OPEN INPUT STMT-ARCHIVE-FILE
073500     IF NOT WS-STMTARCH-OK
073600         DISPLAY 'CBSIM01C - ERROR OPENING STATEMENT ARCHIVE'
073700         MOVE 'STATEMENT ARCHIVE OPEN ERROR'
073800                                 TO WS-ABEND-REASON-TEXT
073900         GO TO 1000-INITIALIZE-FAILED
074000     END-IF
074100     OPEN INPUT PROMO-RATE-FILE
074200     IF NOT WS-PROMO-OK
074300         DISPLAY 'CBSIM01C - ERROR OPENING PROMO RATE FILE'
074400         MOVE 'PROMO RATE FILE OPEN ERROR' TO WS-ABEND-REASON-TEXT
074500         GO TO 1000-INITIALIZE-FAILED
074600     END-IF
074700     OPEN INPUT HARDSHIP-FILE
074800     IF NOT WS-HARDSHIP-OK
074900         DISPLAY 'CBSIM01C - ERROR OPENING HARDSHIP PLAN FILE'
075000         MOVE 'HARDSHIP PLAN FILE OPEN ERROR'
075100                                 TO WS-ABEND-REASON-TEXT
075200         GO TO 1000-INITIALIZE-FAILED
075300     END-IF
075400     OPEN INPUT TRAN-DATE-FILE
075500     IF NOT WS-TRAN-OK
075600         DISPLAY 'CBSIM01C - ERROR OPENING TRANSACTION FILE'
075700         MOVE 'TRANSACTION FILE OPEN ERROR'
075800                                 TO WS-ABEND-REASON-TEXT
075900         GO TO 1000-INITIALIZE-FAILED
076000     END-IF
076100     OPEN I-O REF-PENDING-FILE
076200     IF NOT WS-REFPEND-OK
076300         DISPLAY 'CBSIM01C - ERROR OPENING PENDING CHANGE FILE'
076400         MOVE 'PENDING CHANGE FILE OPEN ERROR'
076500                                 TO WS-ABEND-REASON-TEXT
076600         GO TO 1000-INITIALIZE-FAILED
076700     END-IF
076800     OPEN I-O PRICING-SIM-FILE
076900     IF NOT WS-SIMRSLT-OK
077000         DISPLAY 'CBSIM01C - ERROR OPENING SIMULATION RESULT FILE'
077100         MOVE 'SIMULATION RESULT FILE OPEN ERROR'
077200                                 TO WS-ABEND-REASON-TEXT
077300         GO TO 1000-INITIALIZE-FAILED
077400     END-IF
077500     OPEN OUTPUT SIM-RPT-FILE
077600     GO TO 1000-INITIALIZE-EXIT.
077700 1000-INITIALIZE-FAILED.
077800     MOVE 'Y'                    TO WS-ERROR-SW
077900     PERFORM 9100-ABEND-NOTIFY THRU 9100-ABEND-NOTIFY-EXIT.
078000 1000-INITIALIZE-EXIT.
078100     EXIT.
078200*
078300******************************************************************
078400* TODAY'S TERMS, BUILT EXACTLY AS THE RUNS THAT APPLY THEM BUILD
078500* THEM: THE COMPILED DEFAULTS, THEN EVERY REFERENCE ROW ALREADY
078600* EFFECTIVE - INTRATES AS CBACT05C, FEERATE AS CBTRN03C AND
078700* CBFEE01C, MINPAY AS CBACT04C. A REFERENCE FILE NOT THERE
078800* LEAVES THE DEFAULTS. THE FILES STAY OPEN SO 1200 CAN LAY THE
078900* PENDING IMAGES INTO THEIR RECORD AREAS.
079000******************************************************************
079100 1100-LOAD-CURRENT-TERMS.
079200     MOVE ACCT-INT-RATE-VALUES   TO ACCT-INT-RATE-TABLE
079300     MOVE TRAN-FEE-RATE-VALUES   TO TRAN-FEE-RATE-TABLE
079400     MOVE ANNUAL-FEE-VALUES      TO ANNUAL-FEE-TABLE
079500     MOVE MIN-PAY-POLICY-VALUES  TO MIN-PAY-POLICY-TABLE
079600     OPEN INPUT INT-RATE-REF-FILE
079700     IF WS-INTRATES-OK
079800         MOVE 'N'                TO WS-REF-EOF-SW
079900         PERFORM 1110-LOAD-NEXT-RATE THRU 1110-LOAD-NEXT-RATE-EXIT
080000             UNTIL WS-END-OF-REF
080100     END-IF
080200     OPEN INPUT FEE-RATE-FILE
080300     IF WS-FEERATE-OK
080400         MOVE 'N'                TO WS-REF-EOF-SW
080500         PERFORM 1120-LOAD-NEXT-FEE THRU 1120-LOAD-NEXT-FEE-EXIT
080600             UNTIL WS-END-OF-REF
080700     END-IF
080800     OPEN INPUT MIN-PAY-REF-FILE
080900     IF WS-MINPAY-OK
081000         MOVE 'N'                TO WS-REF-EOF-SW
081100         PERFORM 1130-LOAD-NEXT-POLICY
081200             THRU 1130-LOAD-NEXT-POLICY-EXIT
081300             UNTIL WS-END-OF-REF
081400     END-IF.
081500 1100-LOAD-CURRENT-TERMS-EXIT.
081600     EXIT.
081700*
081800 1110-LOAD-NEXT-RATE.
081900     READ INT-RATE-REF-FILE NEXT RECORD
082000         AT END
082100             MOVE 'Y'            TO WS-REF-EOF-SW
082200             GO TO 1110-LOAD-NEXT-RATE-EXIT
082300     END-READ
082400     IF IRT-EFF-DATE > WS-CURDATE-YYYY-MM-DD
082500         GO TO 1110-LOAD-NEXT-RATE-EXIT
082600     END-IF
082700     MOVE ZERO                   TO WS-SLOT-HIT
082800     PERFORM 1111-MATCH-RATE-SLOT THRU 1111-MATCH-RATE-SLOT-EXIT
082900         VARYING WS-SLOT-SUB FROM 1 BY 1
083000         UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
083100     IF WS-SLOT-HIT = ZERO
083200         PERFORM 1112-OPEN-RATE-SLOT THRU 1112-OPEN-RATE-SLOT-EXIT
083300             VARYING WS-SLOT-SUB FROM 1 BY 1
083400             UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
083500     END-IF
083600     IF WS-SLOT-HIT > ZERO
083700         MOVE IRT-GROUP-ID       TO AIR-GROUP-ID (WS-SLOT-HIT)
083800         MOVE IRT-ANNUAL-RATE    TO AIR-ANNUAL-RATE (WS-SLOT-HIT)
083900         MOVE IRT-CASH-ADV-RATE  TO AIR-CASH-RATE (WS-SLOT-HIT)
084000     END-IF.
084100 1110-LOAD-NEXT-RATE-EXIT.
084200     EXIT.
084300*
084400 1111-MATCH-RATE-SLOT.
084500     IF AIR-GROUP-ID (WS-SLOT-SUB) = IRT-GROUP-ID
084600         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
084700     END-IF.
084800 1111-MATCH-RATE-SLOT-EXIT.
084900     EXIT.
085000*
085100 1112-OPEN-RATE-SLOT.
085200     IF AIR-GROUP-ID (WS-SLOT-SUB) = SPACES
085300         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
085400     END-IF.
085500 1112-OPEN-RATE-SLOT-EXIT.
085600     EXIT.
085700*
085800 1120-LOAD-NEXT-FEE.
085900     READ FEE-RATE-FILE NEXT RECORD
086000         AT END
086100             MOVE 'Y'            TO WS-REF-EOF-SW
086200             GO TO 1120-LOAD-NEXT-FEE-EXIT
086300     END-READ
086400     IF FER-EFF-DATE > WS-CURDATE-YYYY-MM-DD
086500         GO TO 1120-LOAD-NEXT-FEE-EXIT
086600     END-IF
086700     MOVE ZERO                   TO WS-SLOT-HIT
086800     PERFORM 1121-MATCH-FEE-SLOT THRU 1121-MATCH-FEE-SLOT-EXIT
086900         VARYING WS-SLOT-SUB FROM 1 BY 1
087000         UNTIL WS-SLOT-SUB > 8 OR WS-SLOT-HIT > ZERO
087100     IF WS-SLOT-HIT = ZERO
087200         PERFORM 1122-OPEN-FEE-SLOT THRU 1122-OPEN-FEE-SLOT-EXIT
087300             VARYING WS-SLOT-SUB FROM 1 BY 1
087400             UNTIL WS-SLOT-SUB > 8 OR WS-SLOT-HIT > ZERO
087500     END-IF
087600     IF WS-SLOT-HIT > ZERO
087700         MOVE FER-GROUP-ID       TO FET-GROUP-ID (WS-SLOT-HIT)
087800         MOVE FER-FX-PCT         TO FET-FX-PCT (WS-SLOT-HIT)
087900         MOVE FER-CASH-FLAT-AMT
088000                                TO FET-CASH-FLAT-AMT (WS-SLOT-HIT)
088100         MOVE FER-CASH-PCT       TO FET-CASH-PCT (WS-SLOT-HIT)
088200     END-IF
088300     IF FER-ANNUAL-FEE-AMT NOT NUMERIC
088400         GO TO 1120-LOAD-NEXT-FEE-EXIT
088500     END-IF
088600     MOVE ZERO                   TO WS-SLOT-HIT
088700     PERFORM 1123-MATCH-ANNUAL-SLOT
088800         THRU 1123-MATCH-ANNUAL-SLOT-EXIT
088900         VARYING WS-SLOT-SUB FROM 1 BY 1
089000         UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
089100     IF WS-SLOT-HIT > ZERO
089200         MOVE FER-ANNUAL-FEE-AMT TO AFE-FEE-AMT (WS-SLOT-HIT)
089300     END-IF.
089400 1120-LOAD-NEXT-FEE-EXIT.
089500     EXIT.
089600*
089700 1121-MATCH-FEE-SLOT.
089800     IF FET-GROUP-ID (WS-SLOT-SUB) = FER-GROUP-ID
089900         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
090000     END-IF.
090100 1121-MATCH-FEE-SLOT-EXIT.
090200     EXIT.
090300*
090400 1122-OPEN-FEE-SLOT.
090500     IF FET-GROUP-ID (WS-SLOT-SUB) = SPACES
090600         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
090700     END-IF.
090800 1122-OPEN-FEE-SLOT-EXIT.
090900     EXIT.
091000*
091100 1123-MATCH-ANNUAL-SLOT.
091200     IF AFE-GROUP-ID (WS-SLOT-SUB) = FER-GROUP-ID
091300         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
091400     END-IF.
091500 1123-MATCH-ANNUAL-SLOT-EXIT.
091600     EXIT.
091700*
091800 1130-LOAD-NEXT-POLICY.
091900     READ MIN-PAY-REF-FILE NEXT RECORD
092000         AT END
092100             MOVE 'Y'            TO WS-REF-EOF-SW
092200             GO TO 1130-LOAD-NEXT-POLICY-EXIT
092300     END-READ
092400     IF MPP-EFF-DATE > WS-CURDATE-YYYY-MM-DD
092500         GO TO 1130-LOAD-NEXT-POLICY-EXIT
092600     END-IF
092700     MOVE ZERO                   TO WS-SLOT-HIT
092800     PERFORM 1131-MATCH-POLICY-SLOT
092900         THRU 1131-MATCH-POLICY-SLOT-EXIT
093000         VARYING WS-SLOT-SUB FROM 1 BY 1
093100         UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
093200     IF WS-SLOT-HIT = ZERO
093300         PERFORM 1132-OPEN-POLICY-SLOT
093400             THRU 1132-OPEN-POLICY-SLOT-EXIT
093500             VARYING WS-SLOT-SUB FROM 1 BY 1
093600             UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
093700     END-IF
093800     IF WS-SLOT-HIT > ZERO
093900         MOVE MPP-GROUP-ID       TO MPT-GROUP-ID (WS-SLOT-HIT)
094000         MOVE MPP-PCT-OF-BAL     TO MPT-PCT-OF-BAL (WS-SLOT-HIT)
094100         MOVE MPP-FLOOR-AMT      TO MPT-FLOOR-AMT (WS-SLOT-HIT)
094200         MOVE MPP-ADD-OVERLIMIT-IND
094300                            TO MPT-ADD-OVERLIMIT-IND (WS-SLOT-HIT)
094400         MOVE MPP-ADD-PASTDUE-IND
094500                             TO MPT-ADD-PASTDUE-IND (WS-SLOT-HIT)
094600     END-IF.
094700 1130-LOAD-NEXT-POLICY-EXIT.
094800     EXIT.
094900*
095000 1131-MATCH-POLICY-SLOT.
095100     IF MPT-GROUP-ID (WS-SLOT-SUB) = MPP-GROUP-ID
095200         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
095300     END-IF.
095400 1131-MATCH-POLICY-SLOT-EXIT.
095500     EXIT.
095600*
095700 1132-OPEN-POLICY-SLOT.
095800     IF MPT-GROUP-ID (WS-SLOT-SUB) = SPACES
095900         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
096000     END-IF.
096100 1132-OPEN-POLICY-SLOT-EXIT.
096200     EXIT.
096300*
096400******************************************************************
096500* THE PROPOSED TERMS - TODAY'S TABLES WITH EVERY PENDING
096600* INTRATES, FEERATE AND MINPAY ROW ON REFPEND LAID OVER THEM AS
096700* IF APPROVED, IN THE ORDER KEYED, SO THE NEWEST ROW FOR A GROUP
096800* WINS. THE ROW'S OWN EFFECTIVE DATE IS NOT WAITED FOR - THE
096900* QUESTION IS WHAT THE TERMS WOULD HAVE DONE. EACH ROW IS LISTED
097000* ON THE REPORT WITH WHAT IT PROPOSES.
097100******************************************************************
097200 1200-LOAD-PROPOSED-TERMS.
097300     MOVE ACCT-INT-RATE-TABLE    TO WS-PIR-TABLE
097400     MOVE TRAN-FEE-RATE-TABLE    TO WS-PFT-TABLE
097500     MOVE ANNUAL-FEE-TABLE       TO WS-PAF-TABLE
097600     MOVE MIN-PAY-POLICY-TABLE   TO WS-PMP-TABLE
097700     MOVE WS-RUN-ID              TO WS-HDG-RUN-ID
097800     MOVE WS-CURDATE-YYYY-MM-DD  TO WS-HDG-DATE
097900     MOVE WS-SIM-CYCLES          TO WS-HDG-CYCLES
098000     WRITE SIM-RPT-LINE          FROM WS-REPORT-HEADING-1
098100     MOVE SPACES                 TO SIM-RPT-LINE
098200     WRITE SIM-RPT-LINE
098300     MOVE 'PENDING CHANGES REPLAYED AS IF APPROVED'
098400                                 TO WS-SECT-TITLE
098500     WRITE SIM-RPT-LINE          FROM WS-SECTION-HEADING
098600     WRITE SIM-RPT-LINE          FROM WS-PROP-COLUMNS
098700     MOVE 'N'                    TO WS-REF-EOF-SW
098800     MOVE LOW-VALUES             TO RFP-KEY
098900     START REF-PENDING-FILE KEY NOT LESS THAN RFP-KEY
099000         INVALID KEY
099100             MOVE 'Y'            TO WS-REF-EOF-SW
099200     END-START
099300     PERFORM 1210-NEXT-PENDING THRU 1210-NEXT-PENDING-EXIT
099400         UNTIL WS-END-OF-REF
099500     CLOSE INT-RATE-REF-FILE
099600     CLOSE FEE-RATE-FILE
099700     CLOSE MIN-PAY-REF-FILE
099800     IF WS-PROPOSAL-COUNT = ZERO
099900         MOVE 'NONE PENDING - NOTHING TO REPLAY' TO WS-SECT-TITLE
100000         WRITE SIM-RPT-LINE      FROM WS-SECTION-HEADING
100100     END-IF.
100200 1200-LOAD-PROPOSED-TERMS-EXIT.
100300     EXIT.
100400*
100500 1210-NEXT-PENDING.
100600     READ REF-PENDING-FILE NEXT RECORD
100700         AT END
100800             MOVE 'Y'            TO WS-REF-EOF-SW
100900             GO TO 1210-NEXT-PENDING-EXIT
101000     END-READ
101100     IF NOT RFP-PENDING
101200         GO TO 1210-NEXT-PENDING-EXIT
101300     END-IF
101400     MOVE SPACES                 TO WS-PL-DESC
101500     EVALUATE RFP-DATASET
101600         WHEN 'INTRATES'
101700             PERFORM 1220-PROPOSE-RATE THRU 1220-PROPOSE-RATE-EXIT
101800         WHEN 'FEERATE '
101900             PERFORM 1230-PROPOSE-FEE THRU 1230-PROPOSE-FEE-EXIT
102000         WHEN 'MINPAY  '
102100             PERFORM 1240-PROPOSE-POLICY
102200                 THRU 1240-PROPOSE-POLICY-EXIT
102300         WHEN OTHER
102400             GO TO 1210-NEXT-PENDING-EXIT
102500     END-EVALUATE
102600     ADD 1                       TO WS-PROPOSAL-COUNT
102700     MOVE RFP-KEYED-TS           TO WS-PL-KEYED-TS
102800     MOVE RFP-SEQ                TO WS-PL-SEQ
102900     MOVE RFP-DATASET            TO WS-PL-DATASET
103000     MOVE RFP-KEYED-BY           TO WS-PL-KEYED-BY
103100     WRITE SIM-RPT-LINE          FROM WS-PROP-LINE.
103200 1210-NEXT-PENDING-EXIT.
103300     EXIT.
103400*
103500******************************************************************
103600* A PENDING INTRATES ROW. A GROUP NOT YET ON THE TABLE PRICED AT
103700* THE DEFAULT ENTRY, SO THAT IS WHAT IT IS SHOWN CHANGING FROM.
103800******************************************************************
103900 1220-PROPOSE-RATE.
104000     MOVE RFP-RECORD-IMAGE       TO INT-RATE-REF-RECORD
104100     MOVE IRT-GROUP-ID           TO WS-PL-GROUP-ID
104200     MOVE IRT-EFF-DATE           TO WS-PL-EFF-DATE
104300     MOVE ZERO                   TO WS-SLOT-HIT
104400     PERFORM 1221-MATCH-PROP-RATE THRU 1221-MATCH-PROP-RATE-EXIT
104500         VARYING WS-SLOT-SUB FROM 1 BY 1
104600         UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
104700     IF WS-SLOT-HIT = ZERO
104800         PERFORM 1222-OPEN-PROP-RATE THRU 1222-OPEN-PROP-RATE-EXIT
104900             VARYING WS-SLOT-SUB FROM 1 BY 1
105000             UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
105100     END-IF
105200     IF WS-SLOT-HIT = ZERO
105300         ADD 1                   TO WS-NO-SLOT-COUNT
105400         MOVE 'RATE TABLE FULL FOR THE GROUP - NOT REPLAYED'
105500                                 TO WS-PL-DESC
105600         GO TO 1220-PROPOSE-RATE-EXIT
105700     END-IF
105800     IF WS-PIR-GROUP-ID (WS-SLOT-HIT) = IRT-GROUP-ID
105900         MOVE WS-PIR-ANNUAL-RATE (WS-SLOT-HIT) TO WS-DE-1
106000         MOVE WS-PIR-CASH-RATE (WS-SLOT-HIT)   TO WS-DE-3
106100     ELSE
106200         MOVE WS-PIR-ANNUAL-RATE (1)           TO WS-DE-1
106300         MOVE WS-PIR-CASH-RATE (1)             TO WS-DE-3
106400     END-IF
106500     MOVE IRT-ANNUAL-RATE        TO WS-DE-2
106600     MOVE IRT-CASH-ADV-RATE      TO WS-DE-4
106700     MOVE IRT-GROUP-ID           TO WS-PIR-GROUP-ID (WS-SLOT-HIT)
106800     MOVE IRT-ANNUAL-RATE
106900                               TO WS-PIR-ANNUAL-RATE (WS-SLOT-HIT)
107000     MOVE IRT-CASH-ADV-RATE      TO WS-PIR-CASH-RATE (WS-SLOT-HIT)
107100     STRING 'PURCHASE APR '      DELIMITED BY SIZE
107200            WS-DE-1              DELIMITED BY SIZE
107300            ' TO '               DELIMITED BY SIZE
107400            WS-DE-2              DELIMITED BY SIZE
107500            '  CASH APR '        DELIMITED BY SIZE
107600            WS-DE-3              DELIMITED BY SIZE
107700            ' TO '               DELIMITED BY SIZE
107800            WS-DE-4              DELIMITED BY SIZE
107900       INTO WS-PL-DESC
108000     END-STRING.
108100 1220-PROPOSE-RATE-EXIT.
108200     EXIT.
108300*
108400 1221-MATCH-PROP-RATE.
108500     IF WS-PIR-GROUP-ID (WS-SLOT-SUB) = IRT-GROUP-ID
108600         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
108700     END-IF.
108800 1221-MATCH-PROP-RATE-EXIT.
108900     EXIT.
109000*
109100 1222-OPEN-PROP-RATE.
109200     IF WS-PIR-GROUP-ID (WS-SLOT-SUB) = SPACES
109300         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
109400     END-IF.
109500 1222-OPEN-PROP-RATE-EXIT.
109600     EXIT.
109700*
109800******************************************************************
109900* A PENDING FEERATE ROW - TRANSACTION FEES, AND THE ANNUAL FEE
110000* WHEN THE ROW CARRIES ONE FOR A GROUP ON THE ANNUAL FEE TABLE
110100* (AS CBFEE01C TAKES IT).
110200******************************************************************
110300 1230-PROPOSE-FEE.
110400     MOVE RFP-RECORD-IMAGE       TO TRAN-FEE-RATE-RECORD
110500     MOVE FER-GROUP-ID           TO WS-PL-GROUP-ID
110600     MOVE FER-EFF-DATE           TO WS-PL-EFF-DATE
110700     MOVE ZERO                   TO WS-SLOT-HIT
110800     PERFORM 1231-MATCH-PROP-FEE THRU 1231-MATCH-PROP-FEE-EXIT
110900         VARYING WS-SLOT-SUB FROM 1 BY 1
111000         UNTIL WS-SLOT-SUB > 8 OR WS-SLOT-HIT > ZERO
111100     IF WS-SLOT-HIT = ZERO
111200         PERFORM 1232-OPEN-PROP-FEE THRU 1232-OPEN-PROP-FEE-EXIT
111300             VARYING WS-SLOT-SUB FROM 1 BY 1
111400             UNTIL WS-SLOT-SUB > 8 OR WS-SLOT-HIT > ZERO
111500     END-IF
111600     IF WS-SLOT-HIT = ZERO
111700         ADD 1                   TO WS-NO-SLOT-COUNT
111800         MOVE 'FEE TABLE FULL FOR THE GROUP - NOT REPLAYED'
111900                                 TO WS-PL-DESC
112000         GO TO 1230-PROPOSE-FEE-EXIT
112100     END-IF
112200     MOVE FER-GROUP-ID           TO WS-PFT-GROUP-ID (WS-SLOT-HIT)
112300     MOVE FER-FX-PCT             TO WS-PFT-FX-PCT (WS-SLOT-HIT)
112400     MOVE FER-CASH-FLAT-AMT
112500                             TO WS-PFT-CASH-FLAT-AMT (WS-SLOT-HIT)
112600     MOVE FER-CASH-PCT           TO WS-PFT-CASH-PCT (WS-SLOT-HIT)
112700     MOVE FER-FX-PCT             TO WS-DE-1
112800     MOVE FER-CASH-FLAT-AMT      TO WS-DE-2
112900     MOVE FER-CASH-PCT           TO WS-DE-3
113000     IF FER-ANNUAL-FEE-AMT NOT NUMERIC
113100         STRING 'FX '                DELIMITED BY SIZE
113200                WS-DE-1              DELIMITED BY SIZE
113300                '%  CASH '           DELIMITED BY SIZE
113400                WS-DE-2              DELIMITED BY SIZE
113500                ' OR '               DELIMITED BY SIZE
113600                WS-DE-3              DELIMITED BY SIZE
113700                '%  ANNUAL FEE UNCHANGED' DELIMITED BY SIZE
113800           INTO WS-PL-DESC
113900         END-STRING
114000         GO TO 1230-PROPOSE-FEE-EXIT
114100     END-IF
114200     MOVE ZERO                   TO WS-SLOT-HIT
114300     PERFORM 1233-MATCH-PROP-ANNUAL
114400         THRU 1233-MATCH-PROP-ANNUAL-EXIT
114500         VARYING WS-SLOT-SUB FROM 1 BY 1
114600         UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
114700     IF WS-SLOT-HIT > ZERO
114800         MOVE FER-ANNUAL-FEE-AMT TO WS-PAF-FEE-AMT (WS-SLOT-HIT)
114900     END-IF
115000     MOVE FER-ANNUAL-FEE-AMT     TO WS-DE-4
115100     STRING 'FX '                DELIMITED BY SIZE
115200            WS-DE-1              DELIMITED BY SIZE
115300            '%  CASH '           DELIMITED BY SIZE
115400            WS-DE-2              DELIMITED BY SIZE
115500            ' OR '               DELIMITED BY SIZE
115600            WS-DE-3              DELIMITED BY SIZE
115700            '%  ANNUAL FEE '     DELIMITED BY SIZE
115800            WS-DE-4              DELIMITED BY SIZE
115900       INTO WS-PL-DESC
116000     END-STRING.
116100 1230-PROPOSE-FEE-EXIT.
116200     EXIT.
116300*
116400 1231-MATCH-PROP-FEE.
116500     IF WS-PFT-GROUP-ID (WS-SLOT-SUB) = FER-GROUP-ID
116600         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
116700     END-IF.
116800 1231-MATCH-PROP-FEE-EXIT.
116900     EXIT.
117000*
117100 1232-OPEN-PROP-FEE.
117200     IF WS-PFT-GROUP-ID (WS-SLOT-SUB) = SPACES
117300         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
117400     END-IF.
117500 1232-OPEN-PROP-FEE-EXIT.
117600     EXIT.
117700*
117800 1233-MATCH-PROP-ANNUAL.
117900     IF WS-PAF-GROUP-ID (WS-SLOT-SUB) = FER-GROUP-ID
118000         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
118100     END-IF.
118200 1233-MATCH-PROP-ANNUAL-EXIT.
118300     EXIT.
118400*
118500 1240-PROPOSE-POLICY.
118600     MOVE RFP-RECORD-IMAGE       TO MIN-PAY-POLICY-RECORD
118700     MOVE MPP-GROUP-ID           TO WS-PL-GROUP-ID
118800     MOVE MPP-EFF-DATE           TO WS-PL-EFF-DATE
118900     MOVE ZERO                   TO WS-SLOT-HIT
119000     PERFORM 1241-MATCH-PROP-POLICY
119100         THRU 1241-MATCH-PROP-POLICY-EXIT
119200         VARYING WS-SLOT-SUB FROM 1 BY 1
119300         UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
119400     IF WS-SLOT-HIT = ZERO
119500         PERFORM 1242-OPEN-PROP-POLICY
119600             THRU 1242-OPEN-PROP-POLICY-EXIT
119700             VARYING WS-SLOT-SUB FROM 1 BY 1
119800             UNTIL WS-SLOT-SUB > 5 OR WS-SLOT-HIT > ZERO
119900     END-IF
120000     IF WS-SLOT-HIT = ZERO
120100         ADD 1                   TO WS-NO-SLOT-COUNT
120200         MOVE 'POLICY TABLE FULL FOR THE GROUP - NOT REPLAYED'
120300                                 TO WS-PL-DESC
120400         GO TO 1240-PROPOSE-POLICY-EXIT
120500     END-IF
120600     MOVE MPP-GROUP-ID           TO WS-PMP-GROUP-ID (WS-SLOT-HIT)
120700     MOVE MPP-PCT-OF-BAL
120800                                TO WS-PMP-PCT-OF-BAL (WS-SLOT-HIT)
120900     MOVE MPP-FLOOR-AMT          TO WS-PMP-FLOOR-AMT (WS-SLOT-HIT)
121000     MOVE MPP-ADD-OVERLIMIT-IND
121100                         TO WS-PMP-ADD-OVERLIMIT-IND (WS-SLOT-HIT)
121200     MOVE MPP-ADD-PASTDUE-IND
121300                         TO WS-PMP-ADD-PASTDUE-IND (WS-SLOT-HIT)
121400     MOVE MPP-PCT-OF-BAL         TO WS-DE-1
121500     MOVE MPP-FLOOR-AMT          TO WS-DE-2
121600     STRING 'MIN PAY '           DELIMITED BY SIZE
121700            WS-DE-1              DELIMITED BY SIZE
121800            '% OF BALANCE  FLOOR ' DELIMITED BY SIZE
121900            WS-DE-2              DELIMITED BY SIZE
122000            '  OVERLIMIT ADDED ' DELIMITED BY SIZE
122100            MPP-ADD-OVERLIMIT-IND DELIMITED BY SIZE
122200       INTO WS-PL-DESC
122300     END-STRING.
122400 1240-PROPOSE-POLICY-EXIT.
122500     EXIT.
122600*
122700 1241-MATCH-PROP-POLICY.
122800     IF WS-PMP-GROUP-ID (WS-SLOT-SUB) = MPP-GROUP-ID
122900         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
123000     END-IF.
123100 1241-MATCH-PROP-POLICY-EXIT.
123200     EXIT.
123300*
123400 1242-OPEN-PROP-POLICY.
123500     IF WS-PMP-GROUP-ID (WS-SLOT-SUB) = SPACES
123600         MOVE WS-SLOT-SUB        TO WS-SLOT-HIT
123700     END-IF.
123800 1242-OPEN-PROP-POLICY-EXIT.
123900     EXIT.
124000*
124100******************************************************************
124200* THE GROUP FLOOR AND CEILING ON APRMARGN BOUND BOTH SETS OF
124300* RATES, AS CBACT05C BOUNDS ITS TABLE EACH NIGHT.
124400******************************************************************
124500 1300-APPLY-RATE-BOUNDS.
124600     OPEN INPUT APR-MARGIN-FILE
124700     IF NOT WS-APRMARGN-OK
124800         CLOSE APR-MARGIN-FILE
124900         GO TO 1300-APPLY-RATE-BOUNDS-EXIT
125000     END-IF
125100     MOVE 'N'                    TO WS-REF-EOF-SW
125200     PERFORM 1310-BOUND-NEXT-GROUP THRU 1310-BOUND-NEXT-GROUP-EXIT
125300         UNTIL WS-END-OF-REF
125400     CLOSE APR-MARGIN-FILE.
125500 1300-APPLY-RATE-BOUNDS-EXIT.
125600     EXIT.
125700*
125800 1310-BOUND-NEXT-GROUP.
125900     READ APR-MARGIN-FILE NEXT RECORD
126000         AT END
126100             MOVE 'Y'            TO WS-REF-EOF-SW
126200             GO TO 1310-BOUND-NEXT-GROUP-EXIT
126300     END-READ
126400     PERFORM 1320-BOUND-SLOT THRU 1320-BOUND-SLOT-EXIT
126500         VARYING WS-SLOT-SUB FROM 1 BY 1
126600         UNTIL WS-SLOT-SUB > 5.
126700 1310-BOUND-NEXT-GROUP-EXIT.
126800     EXIT.
126900*
127000 1320-BOUND-SLOT.
127100     IF AIR-GROUP-ID (WS-SLOT-SUB) = AMG-GROUP-ID
127200         IF AIR-ANNUAL-RATE (WS-SLOT-SUB) < AMG-FLOOR-RATE
127300             MOVE AMG-FLOOR-RATE TO AIR-ANNUAL-RATE (WS-SLOT-SUB)
127400         END-IF
127500         IF AIR-CASH-RATE (WS-SLOT-SUB) < AMG-FLOOR-RATE
127600             MOVE AMG-FLOOR-RATE TO AIR-CASH-RATE (WS-SLOT-SUB)
127700         END-IF
127800         IF AMG-CEILING-RATE > ZERO
127900            AND AIR-ANNUAL-RATE (WS-SLOT-SUB) > AMG-CEILING-RATE
128000             MOVE AMG-CEILING-RATE
128100                                 TO AIR-ANNUAL-RATE (WS-SLOT-SUB)
128200         END-IF
128300         IF AMG-CEILING-RATE > ZERO
128400            AND AIR-CASH-RATE (WS-SLOT-SUB) > AMG-CEILING-RATE
128500             MOVE AMG-CEILING-RATE
128600                                 TO AIR-CASH-RATE (WS-SLOT-SUB)
128700         END-IF
128800     END-IF
128900     IF WS-PIR-GROUP-ID (WS-SLOT-SUB) = AMG-GROUP-ID
129000         IF WS-PIR-ANNUAL-RATE (WS-SLOT-SUB) < AMG-FLOOR-RATE
129100             MOVE AMG-FLOOR-RATE
129200                             TO WS-PIR-ANNUAL-RATE (WS-SLOT-SUB)
129300         END-IF
129400         IF WS-PIR-CASH-RATE (WS-SLOT-SUB) < AMG-FLOOR-RATE
129500             MOVE AMG-FLOOR-RATE
129600                                 TO WS-PIR-CASH-RATE (WS-SLOT-SUB)
129700         END-IF
129800         IF AMG-CEILING-RATE > ZERO
129900            AND WS-PIR-ANNUAL-RATE (WS-SLOT-SUB)
130000               > AMG-CEILING-RATE
130100             MOVE AMG-CEILING-RATE
130200                             TO WS-PIR-ANNUAL-RATE (WS-SLOT-SUB)
130300         END-IF
130400         IF AMG-CEILING-RATE > ZERO
130500            AND WS-PIR-CASH-RATE (WS-SLOT-SUB) > AMG-CEILING-RATE
130600             MOVE AMG-CEILING-RATE
130700                                 TO WS-PIR-CASH-RATE (WS-SLOT-SUB)
130800         END-IF
130900     END-IF.
131000 1320-BOUND-SLOT-EXIT.
131100     EXIT.
131200*
131300******************************************************************
131400* THE AFFECTED ACCOUNTS - OPEN ONES (GOOD STANDING OR DELINQUENT,
131500* THE ONLY ONES THE FEE AND ACCRUAL RUNS CHARGE) WHOSE GROUP'S
131600* TERMS THE PENDING ROWS CHANGE.
131700******************************************************************
131800 2000-LOAD-ACCOUNTS.
131900     MOVE 'N'                    TO WS-EOF-SW
132000     PERFORM 2100-LOAD-NEXT-ACCOUNT
132100         THRU 2100-LOAD-NEXT-ACCOUNT-EXIT
132200         UNTIL WS-END-OF-FILE.
132300 2000-LOAD-ACCOUNTS-EXIT.
132400     EXIT.
132500*
132600 2100-LOAD-NEXT-ACCOUNT.
132700     READ ACCOUNT-FILE NEXT RECORD
132800         AT END
132900             MOVE 'Y'            TO WS-EOF-SW
133000             GO TO 2100-LOAD-NEXT-ACCOUNT-EXIT
133100     END-READ
133200     ADD 1                       TO WS-ACCT-COUNT
133300     IF ACCT-ACTIVE-STATUS NOT = 'A'
133400        AND ACCT-ACTIVE-STATUS NOT = 'D'
133500         GO TO 2100-LOAD-NEXT-ACCOUNT-EXIT
133600     END-IF
133700     MOVE ACCT-GROUP-ID          TO WS-TRM-GROUP-ID
133800     PERFORM 8300-RESOLVE-TERMS THRU 8300-RESOLVE-TERMS-EXIT
133900     IF NOT WS-TERMS-AFFECTED
134000         GO TO 2100-LOAD-NEXT-ACCOUNT-EXIT
134100     END-IF
134200     ADD 1                       TO WS-AFFECTED-COUNT
134300     IF WS-SAT-USED NOT < WS-SAT-MAX
134400         ADD 1                   TO WS-TABLE-FULL-COUNT
134500         GO TO 2100-LOAD-NEXT-ACCOUNT-EXIT
134600     END-IF
134700     ADD 1                       TO WS-SAT-USED
134800     MOVE ACCT-ID                TO WS-SAT-ACCT-ID (WS-SAT-USED)
134900     MOVE ACCT-GROUP-ID          TO WS-SAT-GROUP-ID (WS-SAT-USED)
135000     MOVE ZERO                   TO WS-SAT-END-COUNT (WS-SAT-USED)
135100     MOVE ZERO                   TO WS-SAT-CURR-TFEE (WS-SAT-USED)
135200     MOVE ZERO
135300                                TO WS-SAT-PROP-TFEE (WS-SAT-USED).
135400 2100-LOAD-NEXT-ACCOUNT-EXIT.
135500     EXIT.
135600*
135700******************************************************************
135800* THE CYCLE ENDS. CYCHIST ACCUMULATES ONE ROW PER ACCOUNT PER
135900* CYCLE, STAMPED MM/DD/YY BY CBACT04C; EACH ACCOUNT KEEPS ITS
136000* NEWEST WS-SIM-END-SLOTS ENDS, OLDEST DROPPED WHEN FULL. A ROW
136100* NOT NEWER THAN THE LAST KEPT (A RERUN OF THE SAME CUT) IS
136200* PASSED OVER.
136300******************************************************************
136400 2200-LOAD-CYCLES.
136500     MOVE 'N'                    TO WS-EOF-SW
136600     PERFORM 2300-NEXT-CYCLE-ROW THRU 2300-NEXT-CYCLE-ROW-EXIT
136700         UNTIL WS-END-OF-FILE.
136800 2200-LOAD-CYCLES-EXIT.
136900     EXIT.
137000*
137100 2300-NEXT-CYCLE-ROW.
137200     READ CYCLE-HIST-FILE
137300         AT END
137400             MOVE 'Y'            TO WS-EOF-SW
137500             GO TO 2300-NEXT-CYCLE-ROW-EXIT
137600     END-READ
137700     MOVE '20'                   TO WS-CYH-DATE-ISO (1:2)
137800     MOVE CYH-CYCLE-END-DATE (7:2) TO WS-CYH-DATE-ISO (3:2)
137900     MOVE '-'                    TO WS-CYH-DATE-ISO (5:1)
138000     MOVE CYH-CYCLE-END-DATE (1:2) TO WS-CYH-DATE-ISO (6:2)
138100     MOVE '-'                    TO WS-CYH-DATE-ISO (8:1)
138200     MOVE CYH-CYCLE-END-DATE (4:2) TO WS-CYH-DATE-ISO (9:2)
138300     IF WS-CYH-DATE-ISO < WS-WINDOW-START
138400         GO TO 2300-NEXT-CYCLE-ROW-EXIT
138500     END-IF
138600     MOVE CYH-ACCT-ID            TO WS-FIND-ACCT-ID
138700     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
138800     IF NOT WS-ACCT-FOUND
138900         GO TO 2300-NEXT-CYCLE-ROW-EXIT
139000     END-IF
139100     IF WS-SAT-END-COUNT (WS-SAT-IDX) > ZERO
139200         MOVE WS-SAT-END-COUNT (WS-SAT-IDX) TO WS-END-I
139300         IF WS-CYH-DATE-ISO NOT >
139400            WS-SAT-END-DATE (WS-SAT-IDX, WS-END-I)
139500             GO TO 2300-NEXT-CYCLE-ROW-EXIT
139600         END-IF
139700     END-IF
139800     IF WS-SAT-END-COUNT (WS-SAT-IDX) NOT < WS-SIM-END-SLOTS
139900         PERFORM 2310-DROP-OLDEST-END
140000             THRU 2310-DROP-OLDEST-END-EXIT
140100             VARYING WS-END-I FROM 1 BY 1
140200             UNTIL WS-END-I NOT < WS-SAT-END-COUNT (WS-SAT-IDX)
140300         SUBTRACT 1            FROM WS-SAT-END-COUNT (WS-SAT-IDX)
140400     END-IF
140500     ADD 1                       TO WS-SAT-END-COUNT (WS-SAT-IDX)
140600     MOVE WS-SAT-END-COUNT (WS-SAT-IDX) TO WS-END-I
140700     MOVE WS-CYH-DATE-ISO
140800         TO WS-SAT-END-DATE (WS-SAT-IDX, WS-END-I)
140900     MOVE ZERO
141000         TO WS-SAT-PAID (WS-SAT-IDX, WS-END-I)
141100     IF CYH-CYC-DEBIT > ZERO
141200         MOVE 'Y'
141300             TO WS-SAT-DEBIT-SW (WS-SAT-IDX, WS-END-I)
141400     ELSE
141500         MOVE 'N'
141600             TO WS-SAT-DEBIT-SW (WS-SAT-IDX, WS-END-I)
141700     END-IF.
141800 2300-NEXT-CYCLE-ROW-EXIT.
141900     EXIT.
142000*
142100 2310-DROP-OLDEST-END.
142200     COMPUTE WS-END-J = WS-END-I + 1
142300     MOVE WS-SAT-CYCLE (WS-SAT-IDX, WS-END-J)
142400                          TO WS-SAT-CYCLE (WS-SAT-IDX, WS-END-I).
142500 2310-DROP-OLDEST-END-EXIT.
142600     EXIT.
142700*
142800******************************************************************
142900* PAYMENTS APPLIED (POSTED OR SETTLED) BELONG TO THE CYCLE THEY
143000* FELL IN - ON OR AFTER ONE CUT AND BEFORE THE NEXT, THE SPAN
143100* CBACT05C'S GRACE TEST COUNTS FROM. PAY-DATE MAY STILL BE IN
143200* THE OLDER MM/DD/YY FORM.
143300******************************************************************
143400 2400-LOAD-PAYMENTS.
143500     MOVE 'N'                    TO WS-EOF-SW
143600     MOVE LOW-VALUES             TO PAY-ID
143700     START PAYMENT-FILE KEY NOT LESS THAN PAY-ID
143800         INVALID KEY
143900             MOVE 'Y'            TO WS-EOF-SW
144000     END-START
144100     PERFORM 2500-NEXT-PAYMENT THRU 2500-NEXT-PAYMENT-EXIT
144200         UNTIL WS-END-OF-FILE.
144300 2400-LOAD-PAYMENTS-EXIT.
144400     EXIT.
144500*
144600 2500-NEXT-PAYMENT.
144700     READ PAYMENT-FILE NEXT RECORD
144800         AT END
144900             MOVE 'Y'            TO WS-EOF-SW
145000             GO TO 2500-NEXT-PAYMENT-EXIT
145100     END-READ
145200     IF NOT PAY-FUNDS-APPLIED
145300         GO TO 2500-NEXT-PAYMENT-EXIT
145400     END-IF
145500     IF PAY-DATE (3:1) = '/'
145600         MOVE '20'               TO WS-PAY-DATE-ISO (1:2)
145700         MOVE PAY-DATE (7:2)     TO WS-PAY-DATE-ISO (3:2)
145800         MOVE '-'                TO WS-PAY-DATE-ISO (5:1)
145900         MOVE PAY-DATE (1:2)     TO WS-PAY-DATE-ISO (6:2)
146000         MOVE '-'                TO WS-PAY-DATE-ISO (8:1)
146100         MOVE PAY-DATE (4:2)     TO WS-PAY-DATE-ISO (9:2)
146200     ELSE
146300         MOVE PAY-DATE           TO WS-PAY-DATE-ISO
146400     END-IF
146500     IF WS-PAY-DATE-ISO < WS-WINDOW-START
146600         GO TO 2500-NEXT-PAYMENT-EXIT
146700     END-IF
146800     MOVE PAY-ACCT-ID            TO WS-FIND-ACCT-ID
146900     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
147000     IF NOT WS-ACCT-FOUND
147100         GO TO 2500-NEXT-PAYMENT-EXIT
147200     END-IF
147300     MOVE 'N'                    TO WS-BUCKET-SW
147400     PERFORM 2520-BUCKET-PAYMENT THRU 2520-BUCKET-PAYMENT-EXIT
147500         VARYING WS-END-I FROM 2 BY 1
147600         UNTIL WS-END-I > WS-SAT-END-COUNT (WS-SAT-IDX)
147700            OR WS-BUCKET-PLACED.
147800 2500-NEXT-PAYMENT-EXIT.
147900     EXIT.
148000*
148100 2520-BUCKET-PAYMENT.
148200     COMPUTE WS-END-J = WS-END-I - 1
148300     IF WS-PAY-DATE-ISO
148400        NOT < WS-SAT-END-DATE (WS-SAT-IDX, WS-END-J)
148500        AND WS-PAY-DATE-ISO
148600           < WS-SAT-END-DATE (WS-SAT-IDX, WS-END-I)
148700         ADD PAY-AMOUNT     TO WS-SAT-PAID (WS-SAT-IDX, WS-END-I)
148800         MOVE 'Y'                TO WS-BUCKET-SW
148900     END-IF.
149000 2520-BUCKET-PAYMENT-EXIT.
149100     EXIT.
149200*
149300******************************************************************
149400* TRANSACTION FEES - EVERY CHARGE PROCESSED IN THE REPLAYED
149500* CYCLES THAT CBTRN03C WOULD FEE (SAME ELIGIBILITY: A POSITIVE
149600* DEBIT, NOT A PAYMENT, FEE, INTEREST OR REWARDS ROW), PRICED
149700* UNDER BOTH SETS OF TERMS FOR THE ACCOUNT'S GROUP.
149800******************************************************************
149900 2600-TALLY-TRAN-FEES.
150000     MOVE 'N'                    TO WS-EOF-SW
150100     MOVE WS-WINDOW-START        TO TRAN-PROC-DATE
150200     START TRAN-DATE-FILE KEY NOT LESS THAN TRAN-PROC-DATE
150300         INVALID KEY
150400             MOVE 'Y'            TO WS-EOF-SW
150500     END-START
150600     PERFORM 2700-NEXT-TRAN THRU 2700-NEXT-TRAN-EXIT
150700         UNTIL WS-END-OF-FILE.
150800 2600-TALLY-TRAN-FEES-EXIT.
150900     EXIT.
151000*
151100 2700-NEXT-TRAN.
151200     READ TRAN-DATE-FILE NEXT RECORD
151300         AT END
151400             MOVE 'Y'            TO WS-EOF-SW
151500             GO TO 2700-NEXT-TRAN-EXIT
151600     END-READ
151700     IF TRAN-ID (1:3) = 'HDR' OR TRAN-ID (1:3) = 'TRL'
151800         GO TO 2700-NEXT-TRAN-EXIT
151900     END-IF
152000     IF TRAN-AMT NOT > ZERO
152100         GO TO 2700-NEXT-TRAN-EXIT
152200     END-IF
152300     IF TRAN-TYPE-CD = '02' OR TRAN-TYPE-CD = '04'
152400        OR TRAN-TYPE-CD = '05' OR TRAN-TYPE-CD = '06'
152500        OR TRAN-TYPE-CD = '07'
152600         GO TO 2700-NEXT-TRAN-EXIT
152700     END-IF
152800     MOVE TRAN-CARD-NUM          TO CARD-NUM
152900     READ CARD-FILE
153000         INVALID KEY
153100             GO TO 2700-NEXT-TRAN-EXIT
153200     END-READ
153300     MOVE CARD-ACCT-ID           TO WS-FIND-ACCT-ID
153400     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
153500     IF NOT WS-ACCT-FOUND
153600         GO TO 2700-NEXT-TRAN-EXIT
153700     END-IF
153800     IF WS-SAT-END-COUNT (WS-SAT-IDX) < 2
153900         GO TO 2700-NEXT-TRAN-EXIT
154000     END-IF
154100     MOVE WS-SAT-END-COUNT (WS-SAT-IDX) TO WS-END-I
154200     IF TRAN-PROC-DATE (1:10)
154300        NOT > WS-SAT-END-DATE (WS-SAT-IDX, 1)
154400        OR TRAN-PROC-DATE (1:10) >
154500           WS-SAT-END-DATE (WS-SAT-IDX, WS-END-I)
154600         GO TO 2700-NEXT-TRAN-EXIT
154700     END-IF
154800     ADD 1                       TO WS-TRAN-COUNT
154900     MOVE WS-SAT-GROUP-ID (WS-SAT-IDX) TO WS-TRM-GROUP-ID
155000     PERFORM 8300-RESOLVE-TERMS THRU 8300-RESOLVE-TERMS-EXIT
155100     IF TRAN-CURR-CD NOT = 'USD'
155200        OR (TRAN-MERCHANT-COUNTRY NOT = SPACES
155300        AND TRAN-MERCHANT-COUNTRY NOT = 'USA')
155400         COMPUTE WS-FEE-AMT ROUNDED =
155500             TRAN-AMT * WS-TC-FX-PCT / 100
155600         ADD WS-FEE-AMT          TO WS-SAT-CURR-TFEE (WS-SAT-IDX)
155700         COMPUTE WS-FEE-AMT ROUNDED =
155800             TRAN-AMT * WS-TN-FX-PCT / 100
155900         ADD WS-FEE-AMT          TO WS-SAT-PROP-TFEE (WS-SAT-IDX)
156000     END-IF
156100     IF TRAN-TYPE-CD = '03'
156200         COMPUTE WS-FEE-PCT-AMT ROUNDED =
156300             TRAN-AMT * WS-TC-CASH-PCT / 100
156400         MOVE WS-TC-CASH-FLAT    TO WS-FEE-AMT
156500         IF WS-FEE-PCT-AMT > WS-FEE-AMT
156600             MOVE WS-FEE-PCT-AMT TO WS-FEE-AMT
156700         END-IF
156800         ADD WS-FEE-AMT          TO WS-SAT-CURR-TFEE (WS-SAT-IDX)
156900         COMPUTE WS-FEE-PCT-AMT ROUNDED =
157000             TRAN-AMT * WS-TN-CASH-PCT / 100
157100         MOVE WS-TN-CASH-FLAT    TO WS-FEE-AMT
157200         IF WS-FEE-PCT-AMT > WS-FEE-AMT
157300             MOVE WS-FEE-PCT-AMT TO WS-FEE-AMT
157400         END-IF
157500         ADD WS-FEE-AMT          TO WS-SAT-PROP-TFEE (WS-SAT-IDX)
157600     END-IF.
157700 2700-NEXT-TRAN-EXIT.
157800     EXIT.
157900*
158000******************************************************************
158100* THE REPLAY. EACH AFFECTED ACCOUNT WITH AT LEAST ONE WHOLE
158200* CYCLE ON FILE IS RUN CYCLE BY CYCLE UNDER BOTH SETS OF TERMS,
158300* THEN ROLLED INTO ITS GROUP.
158400******************************************************************
158500 3000-SIMULATE-ACCOUNTS.
158600     MOVE 'N'                    TO WS-EOF-SW
158700     MOVE ZERO                   TO ACCT-ID
158800     START ACCOUNT-FILE KEY NOT LESS THAN ACCT-ID
158900         INVALID KEY
159000             MOVE 'Y'            TO WS-EOF-SW
159100     END-START
159200     PERFORM 3100-SIMULATE-NEXT THRU 3100-SIMULATE-NEXT-EXIT
159300         UNTIL WS-END-OF-FILE.
159400 3000-SIMULATE-ACCOUNTS-EXIT.
159500     EXIT.
159600*
159700 3100-SIMULATE-NEXT.
159800     READ ACCOUNT-FILE NEXT RECORD
159900         AT END
160000             MOVE 'Y'            TO WS-EOF-SW
160100             GO TO 3100-SIMULATE-NEXT-EXIT
160200     END-READ
160300     MOVE ACCT-ID                TO WS-FIND-ACCT-ID
160400     PERFORM 8200-FIND-ACCOUNT THRU 8200-FIND-ACCOUNT-EXIT
160500     IF NOT WS-ACCT-FOUND
160600         GO TO 3100-SIMULATE-NEXT-EXIT
160700     END-IF
160800     IF WS-SAT-END-COUNT (WS-SAT-IDX) < 2
160900         ADD 1                   TO WS-NO-HISTORY-COUNT
161000         GO TO 3100-SIMULATE-NEXT-EXIT
161100     END-IF
161200     MOVE ACCT-GROUP-ID          TO WS-TRM-GROUP-ID
161300     PERFORM 8300-RESOLVE-TERMS THRU 8300-RESOLVE-TERMS-EXIT
161400     PERFORM 3200-SET-ACCOUNT-CONTEXT
161500         THRU 3200-SET-ACCOUNT-CONTEXT-EXIT
161600     MOVE ZERO                   TO WS-ACC-CURR-INT
161700     MOVE ZERO                   TO WS-ACC-PROP-INT
161800     MOVE ZERO                   TO WS-ACC-CURR-FEE
161900     MOVE ZERO                   TO WS-ACC-PROP-FEE
162000     MOVE ZERO                   TO WS-CUM-DELTA
162100     MOVE 'N'                    TO WS-MINPAY-CHG-SW
162200     PERFORM 3300-REPLAY-CYCLE THRU 3300-REPLAY-CYCLE-EXIT
162300         VARYING WS-CYC-K FROM 2 BY 1
162400         UNTIL WS-CYC-K > WS-SAT-END-COUNT (WS-SAT-IDX)
162500     ADD WS-SAT-CURR-TFEE (WS-SAT-IDX) TO WS-ACC-CURR-FEE
162600     ADD WS-SAT-PROP-TFEE (WS-SAT-IDX) TO WS-ACC-PROP-FEE
162700     COMPUTE WS-CUM-DELTA = WS-ACC-PROP-INT + WS-ACC-PROP-FEE
162800                          - WS-ACC-CURR-INT - WS-ACC-CURR-FEE
162900     PERFORM 3800-CHECK-MINPAY-CHANGE
163000         THRU 3800-CHECK-MINPAY-CHANGE-EXIT
163100     PERFORM 4000-POST-TO-GROUP THRU 4000-POST-TO-GROUP-EXIT
163200     ADD 1                       TO WS-SIMULATED-COUNT.
163300 3100-SIMULATE-NEXT-EXIT.
163400     EXIT.
163500*
163600******************************************************************
163700* WHAT ON FILE BEARS ON THE ACCOUNT'S PRICING, EACH PIECE LATER
163800* TESTED AGAINST THE DAY IT IS APPLIED TO. THE SCRA HOLDERS ARE
163900* FOUND AS CBACT05C FINDS THEM.
164000******************************************************************
164100 3200-SET-ACCOUNT-CONTEXT.
164200     MOVE 'N'                    TO WS-CTX-ACCRUES-SW
164300     IF ACCT-ACTIVE-STATUS = 'A'
164400         MOVE 'Y'                TO WS-CTX-ACCRUES-SW
164500     END-IF
164600     MOVE SPACE                  TO WS-CTX-PEN-SW
164700     MOVE ACCT-PENALTY-EFF-DATE  TO WS-CTX-PEN-EFF-DATE
164800     IF ACCT-PENALTY-IN-FORCE
164900         MOVE 'A'                TO WS-CTX-PEN-SW
165000     END-IF
165100     IF ACCT-PENALTY-NOTICED
165200         MOVE 'P'                TO WS-CTX-PEN-SW
165300     END-IF
165400     MOVE 'N'                    TO WS-CTX-PRM-SW
165500     MOVE ACCT-ID                TO PRM-ACCT-ID
165600     READ PROMO-RATE-FILE
165700         INVALID KEY
165800             CONTINUE
165900         NOT INVALID KEY
166000             MOVE 'Y'            TO WS-CTX-PRM-SW
166100             MOVE PRM-ANNUAL-RATE TO WS-CTX-PRM-RATE
166200             MOVE PRM-START-DATE TO WS-CTX-PRM-START
166300             MOVE PRM-END-DATE   TO WS-CTX-PRM-END
166400             MOVE PRM-PLAN-TYPE  TO WS-CTX-PRM-TYPE
166500     END-READ
166600     MOVE 'N'                    TO WS-CTX-HRD-SW
166700     MOVE ACCT-ID                TO HRD-ACCT-ID
166800     READ HARDSHIP-FILE
166900         INVALID KEY
167000             CONTINUE
167100         NOT INVALID KEY
167200             IF HRD-ACTIVE
167300                 MOVE 'Y'        TO WS-CTX-HRD-SW
167400                 MOVE HRD-ANNUAL-RATE TO WS-CTX-HRD-RATE
167500                 MOVE HRD-START-DATE  TO WS-CTX-HRD-START
167600                 MOVE HRD-MONTHLY-AMT TO WS-CTX-HRD-MONTHLY
167700             END-IF
167800     END-READ
167900     MOVE ZERO                   TO WS-CTX-SCRA-CNT
168000     MOVE ACCT-ID                TO XRF-ACCT-ID
168100     READ XREF-FILE
168200         INVALID KEY
168300             MOVE ACCT-ID        TO XRF-CUST-ID
168400             MOVE ZERO           TO XRF-JOINT-CUST-ID
168500     END-READ
168600     MOVE XRF-CUST-ID            TO CUST-ID
168700     PERFORM 3210-ADD-SCRA-PERIOD THRU 3210-ADD-SCRA-PERIOD-EXIT
168800     IF XRF-JOINT-CUST-ID > ZERO
168900         MOVE XRF-JOINT-CUST-ID  TO CUST-ID
169000         PERFORM 3210-ADD-SCRA-PERIOD
169100             THRU 3210-ADD-SCRA-PERIOD-EXIT
169200     END-IF.
169300 3200-SET-ACCOUNT-CONTEXT-EXIT.
169400     EXIT.
169500*
169600 3210-ADD-SCRA-PERIOD.
169700     READ CUSTOMER-FILE
169800         INVALID KEY
169900             GO TO 3210-ADD-SCRA-PERIOD-EXIT
170000     END-READ
170100     IF CUST-SCRA-START-DATE = SPACES
170200         GO TO 3210-ADD-SCRA-PERIOD-EXIT
170300     END-IF
170400     ADD 1                       TO WS-CTX-SCRA-CNT
170500     MOVE CUST-SCRA-START-DATE
170600                         TO WS-CTX-SCRA-START (WS-CTX-SCRA-CNT)
170700     MOVE CUST-SCRA-END-DATE
170800                         TO WS-CTX-SCRA-END (WS-CTX-SCRA-CNT).
170900 3210-ADD-SCRA-PERIOD-EXIT.
171000     EXIT.
171100*
171200******************************************************************
171300* CYCLE K. THE STATEMENT CUT AT END K-1 SETS WHAT IS DUE IN IT
171400* (LATE FEE) AND WHETHER IT IS IN GRACE; EACH DAY THROUGH END K
171500* THEN ACCRUES; THE ANNIVERSARY MONTH TAKES THE ANNUAL FEE. THE
171600* PROPOSED SIDE'S EXTRA CHARGES SO FAR ARE CARRIED INTO ITS NEXT
171700* MINIMUM PAYMENT.
171800******************************************************************
171900 3300-REPLAY-CYCLE.
172000     COMPUTE WS-END-J = WS-CYC-K - 1
172100     MOVE WS-SAT-END-DATE (WS-SAT-IDX, WS-END-J)
172200                                 TO WS-CYC-PRIOR-END
172300     MOVE WS-SAT-END-DATE (WS-SAT-IDX, WS-CYC-K) TO WS-CYC-END
172400     MOVE WS-SAT-PAID (WS-SAT-IDX, WS-CYC-K)     TO WS-CYC-PAID
172500     MOVE WS-SAT-DEBIT-SW (WS-SAT-IDX, WS-CYC-K)
172600                                 TO WS-CYC-DEBIT-SW
172700     PERFORM 3310-READ-PRIOR-CLOSE THRU 3310-READ-PRIOR-CLOSE-EXIT
172800     PERFORM 3400-CHECK-LATE-FEE THRU 3400-CHECK-LATE-FEE-EXIT
172900     PERFORM 3320-CHECK-GRACE THRU 3320-CHECK-GRACE-EXIT
173000     IF WS-CTX-ACCRUES AND WS-CYC-HAS-DEBIT
173100         MOVE WS-CYC-PRIOR-END   TO WS-ISO-IN
173200         PERFORM 8400-ISO-TO-INT THRU 8400-ISO-TO-INT-EXIT
173300         COMPUTE WS-CYC-START-INT = WS-ISO-INT + 1
173400         MOVE WS-CYC-END         TO WS-ISO-IN
173500         PERFORM 8400-ISO-TO-INT THRU 8400-ISO-TO-INT-EXIT
173600         MOVE WS-ISO-INT         TO WS-CYC-END-INT
173700         PERFORM 3500-REPLAY-DAY THRU 3500-REPLAY-DAY-EXIT
173800             VARYING WS-CYC-DAY-INT FROM WS-CYC-START-INT BY 1
173900             UNTIL WS-CYC-DAY-INT > WS-CYC-END-INT
174000     END-IF
174100     PERFORM 3600-CHECK-ANNUAL-FEE THRU 3600-CHECK-ANNUAL-FEE-EXIT
174200     COMPUTE WS-CUM-DELTA = WS-ACC-PROP-INT + WS-ACC-PROP-FEE
174300                          - WS-ACC-CURR-INT - WS-ACC-CURR-FEE.
174400 3300-REPLAY-CYCLE-EXIT.
174500     EXIT.
174600*
174700 3310-READ-PRIOR-CLOSE.
174800     MOVE 'N'                    TO WS-PRIOR-STMT-SW
174900     MOVE 'N'                    TO WS-PRIOR-BAL-SW
175000     MOVE ZERO                   TO WS-PRIOR-CLOSE-BAL
175100     MOVE ZERO                   TO WS-PRIOR-INSTL-BAL
175200     MOVE ACCT-ID                TO DBL-ACCT-ID
175300     MOVE WS-CYC-PRIOR-END       TO DBL-SNAP-DATE
175400     READ DAILY-BAL-FILE
175500         INVALID KEY
175600             CONTINUE
175700         NOT INVALID KEY
175800             MOVE DBL-CURR-BAL   TO WS-PRIOR-CLOSE-BAL
175900             MOVE DBL-INSTL-BAL  TO WS-PRIOR-INSTL-BAL
176000             MOVE 'Y'            TO WS-PRIOR-BAL-SW
176100     END-READ
176200     MOVE ACCT-ID                TO STA-ACCT-ID
176300     MOVE WS-CYC-PRIOR-END       TO STA-CYCLE-END-DATE
176400     READ STMT-ARCHIVE-FILE
176500         INVALID KEY
176600             CONTINUE
176700         NOT INVALID KEY
176800             MOVE STA-CLOSE-BAL  TO WS-PRIOR-CLOSE-BAL
176900             MOVE 'Y'            TO WS-PRIOR-STMT-SW
177000             MOVE 'Y'            TO WS-PRIOR-BAL-SW
177100     END-READ.
177200 3310-READ-PRIOR-CLOSE-EXIT.
177300     EXIT.
177400*
177500******************************************************************
177600* GRACE, AS CBACT05C GIVES IT: THE PRIOR STATEMENT CLOSED AT
177700* NOTHING OWED, OR THE PAYMENTS SINCE THE CUT COVERED IT.
177800******************************************************************
177900 3320-CHECK-GRACE.
178000     MOVE 'N'                    TO WS-CYC-GRACE-SW
178100     IF NOT WS-PRIOR-STMT-FOUND
178200         GO TO 3320-CHECK-GRACE-EXIT
178300     END-IF
178400     IF WS-PRIOR-CLOSE-BAL NOT > ZERO
178500        OR WS-CYC-PAID NOT < WS-PRIOR-CLOSE-BAL
178600         MOVE 'Y'                TO WS-CYC-GRACE-SW
178700     END-IF.
178800 3320-CHECK-GRACE-EXIT.
178900     EXIT.
179000*
179100******************************************************************
179200* LATE FEE, AS CBFEE01C TAKES IT: THE CYCLE'S PAYMENTS SHORT OF
179300* THE MINIMUM SET AT THE CUT BEFORE IT - OR OF THE PLAN AMOUNT
179400* UNDER A HARDSHIP PLAN, THE SAME UNDER BOTH SETS OF TERMS - AND
179500* NONE WHILE AN SCRA PERIOD IS IN FORCE.
179600******************************************************************
179700 3400-CHECK-LATE-FEE.
179800     IF NOT WS-PRIOR-BAL-FOUND
179900         GO TO 3400-CHECK-LATE-FEE-EXIT
180000     END-IF
180100     MOVE WS-CYC-END             TO WS-DAY-DATE
180200     PERFORM 3550-CHECK-SCRA-DAY THRU 3550-CHECK-SCRA-DAY-EXIT
180300     IF SCRA-IN-FORCE
180400         GO TO 3400-CHECK-LATE-FEE-EXIT
180500     END-IF
180600     IF WS-CTX-HAS-HARDSHIP
180700        AND WS-CYC-END NOT < WS-CTX-HRD-START
180800         IF WS-CYC-PAID < WS-CTX-HRD-MONTHLY
180900             ADD WS-LATE-FEE-AMT TO WS-ACC-CURR-FEE
181000             ADD WS-LATE-FEE-AMT TO WS-ACC-PROP-FEE
181100         END-IF
181200         GO TO 3400-CHECK-LATE-FEE-EXIT
181300     END-IF
181400     MOVE WS-PRIOR-CLOSE-BAL     TO WS-MP-BAL
181500     MOVE WS-PRIOR-INSTL-BAL     TO WS-MP-INSTL
181600     PERFORM 3710-USE-CURRENT-POLICY
181700         THRU 3710-USE-CURRENT-POLICY-EXIT
181800     PERFORM 3700-COMPUTE-MINPAY THRU 3700-COMPUTE-MINPAY-EXIT
181900     MOVE WS-MP-RESULT           TO WS-CUR-MINPAY
182000     COMPUTE WS-MP-BAL = WS-PRIOR-CLOSE-BAL + WS-CUM-DELTA
182100     PERFORM 3720-USE-NEW-POLICY THRU 3720-USE-NEW-POLICY-EXIT
182200     PERFORM 3700-COMPUTE-MINPAY THRU 3700-COMPUTE-MINPAY-EXIT
182300     MOVE WS-MP-RESULT           TO WS-NEW-MINPAY
182400     IF WS-CYC-PAID < WS-CUR-MINPAY
182500         ADD WS-LATE-FEE-AMT     TO WS-ACC-CURR-FEE
182600     END-IF
182700     IF WS-CYC-PAID < WS-NEW-MINPAY
182800         ADD WS-LATE-FEE-AMT     TO WS-ACC-PROP-FEE
182900     END-IF.
183000 3400-CHECK-LATE-FEE-EXIT.
183100     EXIT.
183200*
183300******************************************************************
183400* ONE DAY'S ACCRUAL ON THAT DAY'S DLYBAL SNAPSHOT, PRICED UNDER
183500* EACH SET OF TERMS. A DAY WITH NO SNAPSHOT ACCRUES NOTHING IN
183600* EITHER AND IS COUNTED.
183700******************************************************************
183800 3500-REPLAY-DAY.
183900     COMPUTE WS-WORK-DATE-N =
184000         FUNCTION DATE-OF-INTEGER (WS-CYC-DAY-INT)
184100     PERFORM 8100-DATE-TO-ISO THRU 8100-DATE-TO-ISO-EXIT
184200     MOVE WS-WORK-DATE-ISO       TO WS-DAY-DATE
184300     MOVE ACCT-ID                TO DBL-ACCT-ID
184400     MOVE WS-DAY-DATE            TO DBL-SNAP-DATE
184500     READ DAILY-BAL-FILE
184600         INVALID KEY
184700             ADD 1               TO WS-MISSING-DAY-COUNT
184800             GO TO 3500-REPLAY-DAY-EXIT
184900     END-READ
185000     IF DBL-CURR-BAL NOT > ZERO
185100         GO TO 3500-REPLAY-DAY-EXIT
185200     END-IF
185300     MOVE DBL-CURR-BAL           TO WS-BASIS-BAL
185400     MOVE DBL-CASH-ADV-BAL       TO WS-BASIS-CASH
185500     MOVE DBL-INSTL-BAL          TO WS-BASIS-INSTL
185600     IF WS-BASIS-INSTL > ZERO
185700         SUBTRACT WS-BASIS-INSTL FROM WS-BASIS-BAL
185800     END-IF
185900     IF WS-BASIS-BAL NOT > ZERO
186000         GO TO 3500-REPLAY-DAY-EXIT
186100     END-IF
186200     IF WS-BASIS-CASH > ZERO
186300         IF WS-BASIS-CASH < WS-BASIS-BAL
186400             MOVE WS-BASIS-CASH  TO WS-CASH-PORTION
186500         ELSE
186600             MOVE WS-BASIS-BAL   TO WS-CASH-PORTION
186700         END-IF
186800     ELSE
186900         MOVE ZERO               TO WS-CASH-PORTION
187000     END-IF
187100     COMPUTE WS-PURCH-PORTION = WS-BASIS-BAL - WS-CASH-PORTION
187200     PERFORM 3550-CHECK-SCRA-DAY THRU 3550-CHECK-SCRA-DAY-EXIT
187300     MOVE WS-TC-PURCH-RATE       TO WS-DAY-BASE-PURCH
187400     MOVE WS-TC-CASH-RATE        TO WS-DAY-BASE-CASH
187500     PERFORM 3510-PRICE-DAY THRU 3510-PRICE-DAY-EXIT
187600     ADD WS-INT-AMOUNT           TO WS-ACC-CURR-INT
187700     ADD WS-INT-CASH-AMOUNT      TO WS-ACC-CURR-INT
187800     MOVE WS-TN-PURCH-RATE       TO WS-DAY-BASE-PURCH
187900     MOVE WS-TN-CASH-RATE        TO WS-DAY-BASE-CASH
188000     PERFORM 3510-PRICE-DAY THRU 3510-PRICE-DAY-EXIT
188100     ADD WS-INT-AMOUNT           TO WS-ACC-PROP-INT
188200     ADD WS-INT-CASH-AMOUNT      TO WS-ACC-PROP-INT.
188300 3500-REPLAY-DAY-EXIT.
188400     EXIT.
188500*
188600******************************************************************
188700* THE DAY'S RATES FROM THE GROUP'S BASE RATES, IN CBACT05C'S
188800* ORDER: NO CASH APR MEANS THE PURCHASE RATE; A PROMO IN ITS
188900* WINDOW REPLACES THE PURCHASE RATE (A DEFERRED PLAN ONLY IF IT
189000* CARRIES ONE, AND ITS PURCHASE INTEREST GOES TO THE MEMO, NOT
189100* INCOME); A PENALTY APR IN EFFECT LIFTS BOTH AND ENDS THE PROMO;
189200* A HARDSHIP PLAN SETS BOTH; THE SCRA CAP LIMITS BOTH. GRACE
189300* TAKES THE PURCHASE INTEREST; CASH INTEREST ALWAYS ACCRUES.
189400******************************************************************
189500 3510-PRICE-DAY.
189600     MOVE WS-DAY-BASE-PURCH      TO WS-DAY-PURCH-RATE
189700     MOVE WS-DAY-BASE-CASH       TO WS-DAY-CASH-RATE
189800     IF WS-DAY-CASH-RATE = ZERO
189900         MOVE WS-DAY-PURCH-RATE  TO WS-DAY-CASH-RATE
190000     END-IF
190100     MOVE 'N'                    TO WS-DAY-DEFER-SW
190200     IF WS-CTX-HAS-PROMO
190300        AND WS-DAY-DATE NOT < WS-CTX-PRM-START
190400        AND WS-DAY-DATE NOT > WS-CTX-PRM-END
190500         IF WS-CTX-PRM-DEFERRED
190600             MOVE 'Y'            TO WS-DAY-DEFER-SW
190700             IF WS-CTX-PRM-RATE > ZERO
190800                 MOVE WS-CTX-PRM-RATE TO WS-DAY-PURCH-RATE
190900             END-IF
191000         ELSE
191100             MOVE WS-CTX-PRM-RATE TO WS-DAY-PURCH-RATE
191200         END-IF
191300     END-IF
191400     IF WS-CTX-PEN-IN-FORCE
191500        OR (WS-CTX-PEN-NOTICED
191600            AND WS-DAY-DATE NOT < WS-CTX-PEN-EFF-DATE)
191700         IF PNA-ANNUAL-RATE > WS-DAY-PURCH-RATE
191800             MOVE PNA-ANNUAL-RATE TO WS-DAY-PURCH-RATE
191900         END-IF
192000         IF PNA-ANNUAL-RATE > WS-DAY-CASH-RATE
192100             MOVE PNA-ANNUAL-RATE TO WS-DAY-CASH-RATE
192200         END-IF
192300         MOVE 'N'                TO WS-DAY-DEFER-SW
192400     END-IF
192500     IF WS-CTX-HAS-HARDSHIP
192600        AND WS-DAY-DATE NOT < WS-CTX-HRD-START
192700         MOVE WS-CTX-HRD-RATE    TO WS-DAY-PURCH-RATE
192800         MOVE WS-CTX-HRD-RATE    TO WS-DAY-CASH-RATE
192900     END-IF
193000     IF SCRA-IN-FORCE
193100         IF WS-DAY-PURCH-RATE > SCRA-CAP-ANNUAL-RATE
193200             MOVE SCRA-CAP-ANNUAL-RATE TO WS-DAY-PURCH-RATE
193300         END-IF
193400         IF WS-DAY-CASH-RATE > SCRA-CAP-ANNUAL-RATE
193500             MOVE SCRA-CAP-ANNUAL-RATE TO WS-DAY-CASH-RATE
193600         END-IF
193700     END-IF
193800     COMPUTE WS-INT-DAILY-RATE ROUNDED =
193900         WS-DAY-PURCH-RATE / 100 / 365
194000     COMPUTE WS-CASH-DAILY-RATE ROUNDED =
194100         WS-DAY-CASH-RATE / 100 / 365
194200     COMPUTE WS-INT-AMOUNT ROUNDED =
194300         WS-PURCH-PORTION * WS-INT-DAILY-RATE
194400     IF WS-CYC-GRACE OR WS-DAY-DEFERRED
194500         MOVE ZERO               TO WS-INT-AMOUNT
194600     END-IF
194700     COMPUTE WS-INT-CASH-AMOUNT ROUNDED =
194800         WS-CASH-PORTION * WS-CASH-DAILY-RATE.
194900 3510-PRICE-DAY-EXIT.
195000     EXIT.
195100*
195200******************************************************************
195300* WHETHER EITHER HOLDER'S SCRA PERIOD COVERS WS-DAY-DATE
195400******************************************************************
195500 3550-CHECK-SCRA-DAY.
195600     MOVE 'N'                    TO SCRA-IN-FORCE-SW
195700     PERFORM 3560-TEST-SCRA-PERIOD THRU 3560-TEST-SCRA-PERIOD-EXIT
195800         VARYING WS-SCRA-I FROM 1 BY 1
195900         UNTIL WS-SCRA-I > WS-CTX-SCRA-CNT OR SCRA-IN-FORCE.
196000 3550-CHECK-SCRA-DAY-EXIT.
196100     EXIT.
196200*
196300 3560-TEST-SCRA-PERIOD.
196400     IF WS-CTX-SCRA-START (WS-SCRA-I) NOT > WS-DAY-DATE
196500        AND (WS-CTX-SCRA-END (WS-SCRA-I) = SPACES
196600         OR WS-CTX-SCRA-END (WS-SCRA-I) NOT < WS-DAY-DATE)
196700         MOVE 'Y'                TO SCRA-IN-FORCE-SW
196800     END-IF.
196900 3560-TEST-SCRA-PERIOD-EXIT.
197000     EXIT.
197100*
197200******************************************************************
197300* ANNUAL FEE, AS CBFEE01C TAKES IT - A CYCLE ENDING IN THE OPEN
197400* DATE'S ANNIVERSARY MONTH, NOT THE YEAR OPENED, NO SCRA PERIOD.
197500******************************************************************
197600 3600-CHECK-ANNUAL-FEE.
197700     IF ACCT-OPEN-DATE (6:2) NOT = WS-CYC-END (6:2)
197800        OR ACCT-OPEN-DATE (1:4) NOT < WS-CYC-END (1:4)
197900         GO TO 3600-CHECK-ANNUAL-FEE-EXIT
198000     END-IF
198100     MOVE WS-CYC-END             TO WS-DAY-DATE
198200     PERFORM 3550-CHECK-SCRA-DAY THRU 3550-CHECK-SCRA-DAY-EXIT
198300     IF SCRA-IN-FORCE
198400         GO TO 3600-CHECK-ANNUAL-FEE-EXIT
198500     END-IF
198600     ADD WS-TC-ANNUAL-FEE        TO WS-ACC-CURR-FEE
198700     ADD WS-TN-ANNUAL-FEE        TO WS-ACC-PROP-FEE.
198800 3600-CHECK-ANNUAL-FEE-EXIT.
198900     EXIT.
199000*
199100******************************************************************
199200* MINIMUM PAYMENT ON WS-MP-BAL UNDER THE POLICY IN WS-MP-PCT,
199300* -FLOOR AND -OVERLIMIT, AS CBACT04C FIGURES IT: A PERCENT OF
199400* THE REVOLVING BALANCE (UNBILLED INSTALLMENT PRINCIPAL OUT),
199500* NOT LESS THAN THE FLOOR (ITSELF NO MORE THAN THE REVOLVING
199600* BALANCE), PLUS ANY AMOUNT OVER LIMIT WHEN THE POLICY ADDS IT,
199700* AND NEVER MORE THAN THE BALANCE.
199800******************************************************************
199900 3700-COMPUTE-MINPAY.
200000     MOVE ZERO                   TO WS-MP-RESULT
200100     IF WS-MP-BAL NOT > ZERO
200200         GO TO 3700-COMPUTE-MINPAY-EXIT
200300     END-IF
200400     COMPUTE WS-MP-REVOLVE = WS-MP-BAL - WS-MP-INSTL
200500     IF WS-MP-REVOLVE < ZERO
200600         MOVE ZERO               TO WS-MP-REVOLVE
200700     END-IF
200800     COMPUTE WS-MP-RESULT ROUNDED =
200900         WS-MP-REVOLVE * WS-MP-PCT / 100
201000     MOVE WS-MP-FLOOR            TO WS-MP-FLOOR-USE
201100     IF WS-MP-FLOOR-USE > WS-MP-REVOLVE
201200         MOVE WS-MP-REVOLVE      TO WS-MP-FLOOR-USE
201300     END-IF
201400     IF WS-MP-RESULT < WS-MP-FLOOR-USE
201500         MOVE WS-MP-FLOOR-USE    TO WS-MP-RESULT
201600     END-IF
201700     IF WS-MP-OVERLIMIT = 'Y'
201800        AND WS-MP-BAL > ACCT-CREDIT-LIMIT
201900         COMPUTE WS-MP-RESULT =
202000             WS-MP-RESULT + WS-MP-BAL - ACCT-CREDIT-LIMIT
202100     END-IF
202200     IF WS-MP-RESULT > WS-MP-BAL
202300         MOVE WS-MP-BAL          TO WS-MP-RESULT
202400     END-IF.
202500 3700-COMPUTE-MINPAY-EXIT.
202600     EXIT.
202700*
202800 3710-USE-CURRENT-POLICY.
202900     MOVE WS-TC-MP-PCT           TO WS-MP-PCT
203000     MOVE WS-TC-MP-FLOOR         TO WS-MP-FLOOR
203100     MOVE WS-TC-MP-OVERLIMIT     TO WS-MP-OVERLIMIT.
203200 3710-USE-CURRENT-POLICY-EXIT.
203300     EXIT.
203400*
203500 3720-USE-NEW-POLICY.
203600     MOVE WS-TN-MP-PCT           TO WS-MP-PCT
203700     MOVE WS-TN-MP-FLOOR         TO WS-MP-FLOOR
203800     MOVE WS-TN-MP-OVERLIMIT     TO WS-MP-OVERLIMIT.
203900 3720-USE-NEW-POLICY-EXIT.
204000     EXIT.
204100*
204200******************************************************************
204300* THE MINIMUM PAYMENT AT THE LAST CUT REPLAYED - ON THE BALANCE
204400* THEN ON FILE UNDER TODAY'S POLICY, AGAINST THAT BALANCE PLUS
204500* THE PROPOSED TERMS' EXTRA CHARGES UNDER THE PROPOSED POLICY.
204600******************************************************************
204700 3800-CHECK-MINPAY-CHANGE.
204800     MOVE WS-SAT-END-COUNT (WS-SAT-IDX) TO WS-END-I
204900     MOVE ACCT-ID                TO DBL-ACCT-ID
205000     MOVE WS-SAT-END-DATE (WS-SAT-IDX, WS-END-I) TO DBL-SNAP-DATE
205100     READ DAILY-BAL-FILE
205200         INVALID KEY
205300             GO TO 3800-CHECK-MINPAY-CHANGE-EXIT
205400     END-READ
205500     MOVE DBL-INSTL-BAL          TO WS-MP-INSTL
205600     MOVE DBL-CURR-BAL           TO WS-MP-BAL
205700     PERFORM 3710-USE-CURRENT-POLICY
205800         THRU 3710-USE-CURRENT-POLICY-EXIT
205900     PERFORM 3700-COMPUTE-MINPAY THRU 3700-COMPUTE-MINPAY-EXIT
206000     MOVE WS-MP-RESULT           TO WS-CUR-MINPAY
206100     COMPUTE WS-MP-BAL = DBL-CURR-BAL + WS-CUM-DELTA
206200     PERFORM 3720-USE-NEW-POLICY THRU 3720-USE-NEW-POLICY-EXIT
206300     PERFORM 3700-COMPUTE-MINPAY THRU 3700-COMPUTE-MINPAY-EXIT
206400     MOVE WS-MP-RESULT           TO WS-NEW-MINPAY
206500     IF WS-NEW-MINPAY NOT = WS-CUR-MINPAY
206600         MOVE 'Y'                TO WS-MINPAY-CHG-SW
206700     END-IF.
206800 3800-CHECK-MINPAY-CHANGE-EXIT.
206900     EXIT.
207000*
207100******************************************************************
207200* ROLL THE ACCOUNT INTO ITS GROUP AND THE RUN TOTAL
207300******************************************************************
207400 4000-POST-TO-GROUP.
207500     ADD 1                       TO WS-TOT-ACCTS
207600     ADD WS-ACC-CURR-INT         TO WS-TOT-CURR-INT
207700     ADD WS-ACC-PROP-INT         TO WS-TOT-PROP-INT
207800     ADD WS-ACC-CURR-FEE         TO WS-TOT-CURR-FEE
207900     ADD WS-ACC-PROP-FEE         TO WS-TOT-PROP-FEE
208000     IF WS-MINPAY-CHANGED
208100         ADD 1                   TO WS-TOT-MINPAY-CHG
208200     END-IF
208300     MOVE ZERO                   TO WS-SLOT-HIT
208400     PERFORM 4010-MATCH-GROUP THRU 4010-MATCH-GROUP-EXIT
208500         VARYING WS-GRP-IDX FROM 1 BY 1
208600         UNTIL WS-GRP-IDX > WS-GRP-USED OR WS-SLOT-HIT > ZERO
208700     IF WS-SLOT-HIT = ZERO
208800         IF WS-GRP-USED NOT < WS-GRP-MAX
208900             ADD 1               TO WS-GROUP-FULL-COUNT
209000             GO TO 4000-POST-TO-GROUP-EXIT
209100         END-IF
209200         ADD 1                   TO WS-GRP-USED
209300         MOVE WS-GRP-USED        TO WS-SLOT-HIT
209400         MOVE ACCT-GROUP-ID      TO WS-GRP-GROUP-ID (WS-SLOT-HIT)
209500         MOVE ZERO               TO WS-GRP-ACCTS (WS-SLOT-HIT)
209600         MOVE ZERO               TO WS-GRP-CURR-INT (WS-SLOT-HIT)
209700         MOVE ZERO               TO WS-GRP-PROP-INT (WS-SLOT-HIT)
209800         MOVE ZERO               TO WS-GRP-CURR-FEE (WS-SLOT-HIT)
209900         MOVE ZERO               TO WS-GRP-PROP-FEE (WS-SLOT-HIT)
210000         MOVE ZERO
210100                                TO WS-GRP-MINPAY-CHG (WS-SLOT-HIT)
210200     END-IF
210300     ADD 1                       TO WS-GRP-ACCTS (WS-SLOT-HIT)
210400     ADD WS-ACC-CURR-INT         TO WS-GRP-CURR-INT (WS-SLOT-HIT)
210500     ADD WS-ACC-PROP-INT         TO WS-GRP-PROP-INT (WS-SLOT-HIT)
210600     ADD WS-ACC-CURR-FEE         TO WS-GRP-CURR-FEE (WS-SLOT-HIT)
210700     ADD WS-ACC-PROP-FEE         TO WS-GRP-PROP-FEE (WS-SLOT-HIT)
210800     IF WS-MINPAY-CHANGED
210900         ADD 1
211000                                TO WS-GRP-MINPAY-CHG (WS-SLOT-HIT)
211100     END-IF.
211200 4000-POST-TO-GROUP-EXIT.
211300     EXIT.
211400*
211500 4010-MATCH-GROUP.
211600     IF WS-GRP-GROUP-ID (WS-GRP-IDX) = ACCT-GROUP-ID
211700         MOVE WS-GRP-IDX         TO WS-SLOT-HIT
211800     END-IF.
211900 4010-MATCH-GROUP-EXIT.
212000     EXIT.
212100*
212200******************************************************************
212300* ONE SIMRSLT ROW PER GROUP UNDER THIS RUN'S ID, AND A '*TOTAL'
212400* ROW THAT COREFAPC SHOWS THE APPROVER.
212500******************************************************************
212600 5000-WRITE-RESULTS.
212700     PERFORM 5100-WRITE-GROUP-ROW THRU 5100-WRITE-GROUP-ROW-EXIT
212800         VARYING WS-GRP-IDX FROM 1 BY 1
212900         UNTIL WS-GRP-IDX > WS-GRP-USED
213000     MOVE SPACES                 TO PRICING-SIM-RECORD
213100     MOVE WS-RUN-ID              TO SIM-RUN-ID
213200     MOVE '*TOTAL'               TO SIM-GROUP-ID
213300     MOVE WS-CURDATE-YYYY-MM-DD  TO SIM-RUN-DATE
213400     MOVE WS-SIM-CYCLES          TO SIM-CYCLES
213500     MOVE WS-PROPOSAL-COUNT      TO SIM-PROPOSAL-COUNT
213600     MOVE WS-TOT-ACCTS           TO SIM-ACCT-COUNT
213700     MOVE WS-TOT-CURR-INT        TO SIM-CURR-INT-AMT
213800     MOVE WS-TOT-PROP-INT        TO SIM-PROP-INT-AMT
213900     MOVE WS-TOT-CURR-FEE        TO SIM-CURR-FEE-AMT
214000     MOVE WS-TOT-PROP-FEE        TO SIM-PROP-FEE-AMT
214100     MOVE WS-TOT-MINPAY-CHG      TO SIM-MINPAY-CHG-COUNT
214200     WRITE PRICING-SIM-RECORD
214300         INVALID KEY
214400             DISPLAY 'CBSIM01C - ERROR WRITING SIMRSLT TOTAL ROW'
214500             MOVE 'Y'            TO WS-ERROR-SW
214600     END-WRITE.
214700 5000-WRITE-RESULTS-EXIT.
214800     EXIT.
214900*
215000 5100-WRITE-GROUP-ROW.
215100     MOVE SPACES                 TO PRICING-SIM-RECORD
215200     MOVE WS-RUN-ID              TO SIM-RUN-ID
215300     MOVE WS-GRP-GROUP-ID (WS-GRP-IDX) TO SIM-GROUP-ID
215400     MOVE WS-CURDATE-YYYY-MM-DD  TO SIM-RUN-DATE
215500     MOVE WS-SIM-CYCLES          TO SIM-CYCLES
215600     MOVE WS-PROPOSAL-COUNT      TO SIM-PROPOSAL-COUNT
215700     MOVE WS-GRP-ACCTS (WS-GRP-IDX) TO SIM-ACCT-COUNT
215800     MOVE WS-GRP-CURR-INT (WS-GRP-IDX) TO SIM-CURR-INT-AMT
215900     MOVE WS-GRP-PROP-INT (WS-GRP-IDX) TO SIM-PROP-INT-AMT
216000     MOVE WS-GRP-CURR-FEE (WS-GRP-IDX) TO SIM-CURR-FEE-AMT
216100     MOVE WS-GRP-PROP-FEE (WS-GRP-IDX) TO SIM-PROP-FEE-AMT
216200     MOVE WS-GRP-MINPAY-CHG (WS-GRP-IDX)
216300                                 TO SIM-MINPAY-CHG-COUNT
216400     WRITE PRICING-SIM-RECORD
216500         INVALID KEY
216600             DISPLAY 'CBSIM01C - ERROR WRITING SIMRSLT ROW '
216700                     SIM-GROUP-ID
216800             MOVE 'Y'            TO WS-ERROR-SW
216900     END-WRITE.
217000 5100-WRITE-GROUP-ROW-EXIT.
217100     EXIT.
217200*
217300******************************************************************
217400* EACH PENDING ROW THE RUN REPLAYED CARRIES THE RUN'S ID FROM NOW
217500* ON, SO THE APPROVER SEES THE SIMULATION BEHIND IT. A ROW KEYED
217600* SINCE THE RUN STARTED WAS NOT IN IT AND IS LEFT ALONE. NOTHING
217700* IS STAMPED WHEN THE RESULTS DID NOT ALL WRITE.
217800******************************************************************
217900 5500-STAMP-PENDING.
218000     IF WS-RUN-FAILED
218100         GO TO 5500-STAMP-PENDING-EXIT
218200     END-IF
218300     MOVE 'N'                    TO WS-REF-EOF-SW
218400     MOVE LOW-VALUES             TO RFP-KEY
218500     START REF-PENDING-FILE KEY NOT LESS THAN RFP-KEY
218600         INVALID KEY
218700             MOVE 'Y'            TO WS-REF-EOF-SW
218800     END-START
218900     PERFORM 5510-STAMP-NEXT THRU 5510-STAMP-NEXT-EXIT
219000         UNTIL WS-END-OF-REF.
219100 5500-STAMP-PENDING-EXIT.
219200     EXIT.
219300*
219400 5510-STAMP-NEXT.
219500     READ REF-PENDING-FILE NEXT RECORD
219600         AT END
219700             MOVE 'Y'            TO WS-REF-EOF-SW
219800             GO TO 5510-STAMP-NEXT-EXIT
219900     END-READ
220000     IF NOT RFP-PENDING
220100        OR RFP-KEYED-TS NOT < WS-RUN-ID
220200         GO TO 5510-STAMP-NEXT-EXIT
220300     END-IF
220400     IF RFP-DATASET NOT = 'INTRATES'
220500        AND RFP-DATASET NOT = 'FEERATE '
220600        AND RFP-DATASET NOT = 'MINPAY  '
220700         GO TO 5510-STAMP-NEXT-EXIT
220800     END-IF
220900     MOVE WS-RUN-ID              TO RFP-SIM-RUN-ID
221000     REWRITE REF-PENDING-RECORD
221100         INVALID KEY
221200             DISPLAY 'CBSIM01C - ERROR STAMPING PENDING ROW '
221300                     RFP-KEYED-TS ' ' RFP-SEQ
221400             GO TO 5510-STAMP-NEXT-EXIT
221500     END-REWRITE
221600     ADD 1                       TO WS-STAMPED-COUNT.
221700 5510-STAMP-NEXT-EXIT.
221800     EXIT.
221900*
222000******************************************************************
222100* THE GROUP COMPARISON AND THE RUN'S COUNTS. THE REPORT SAYS IN
222200* SO MANY WORDS THAT NOTHING WAS POSTED.
222300******************************************************************
222400 6000-WRITE-REPORT.
222500     IF WS-PROPOSAL-COUNT > ZERO
222600         MOVE SPACES             TO SIM-RPT-LINE
222700         WRITE SIM-RPT-LINE
222800         MOVE 'INCOME BY GROUP - CURRENT TERMS AGAINST PROPOSED'
222900                                 TO WS-SECT-TITLE
223000         WRITE SIM-RPT-LINE      FROM WS-SECTION-HEADING
223100         WRITE SIM-RPT-LINE      FROM WS-GRP-COLUMNS
223200         PERFORM 6100-WRITE-GROUP-LINE
223300             THRU 6100-WRITE-GROUP-LINE-EXIT
223400             VARYING WS-GRP-IDX FROM 1 BY 1
223500             UNTIL WS-GRP-IDX > WS-GRP-USED
223600         MOVE '*TOTAL'           TO WS-GL-GROUP-ID
223700         MOVE WS-TOT-ACCTS       TO WS-GL-ACCTS
223800         MOVE WS-TOT-CURR-INT    TO WS-GL-CURR-INT
223900         MOVE WS-TOT-PROP-INT    TO WS-GL-PROP-INT
224000         COMPUTE WS-DELTA-AMT = WS-TOT-PROP-INT - WS-TOT-CURR-INT
224100         MOVE WS-DELTA-AMT       TO WS-GL-INT-DELTA
224200         MOVE WS-TOT-CURR-FEE    TO WS-GL-CURR-FEE
224300         MOVE WS-TOT-PROP-FEE    TO WS-GL-PROP-FEE
224400         COMPUTE WS-DELTA-AMT = WS-TOT-PROP-FEE - WS-TOT-CURR-FEE
224500         MOVE WS-DELTA-AMT       TO WS-GL-FEE-DELTA
224600         MOVE WS-TOT-MINPAY-CHG  TO WS-GL-MINPAY-CHG
224700         WRITE SIM-RPT-LINE      FROM WS-GRP-LINE
224800     END-IF
224900     MOVE SPACES                 TO SIM-RPT-LINE
225000     WRITE SIM-RPT-LINE
225100     MOVE 'PENDING CHANGES REPLAYED' TO WS-TL-LABEL
225200     MOVE WS-PROPOSAL-COUNT      TO WS-TL-COUNT
225300     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
225400     MOVE 'ACCOUNTS READ'        TO WS-TL-LABEL
225500     MOVE WS-ACCT-COUNT          TO WS-TL-COUNT
225600     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
225700     MOVE 'ACCOUNTS WHOSE TERMS WOULD CHANGE' TO WS-TL-LABEL
225800     MOVE WS-AFFECTED-COUNT      TO WS-TL-COUNT
225900     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
226000     MOVE 'ACCOUNTS REPLAYED'    TO WS-TL-LABEL
226100     MOVE WS-SIMULATED-COUNT     TO WS-TL-COUNT
226200     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
226300     MOVE 'ACCOUNTS WITHOUT A WHOLE CYCLE ON FILE' TO WS-TL-LABEL
226400     MOVE WS-NO-HISTORY-COUNT    TO WS-TL-COUNT
226500     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
226600     MOVE 'ACCOUNTS PAST THE END OF THE ACCOUNT TABLE'
226700                                 TO WS-TL-LABEL
226800     MOVE WS-TABLE-FULL-COUNT    TO WS-TL-COUNT
226900     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
227000     MOVE 'ACCOUNTS PAST THE END OF THE GROUP TABLE'
227100                                 TO WS-TL-LABEL
227200     MOVE WS-GROUP-FULL-COUNT    TO WS-TL-COUNT
227300     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
227400     MOVE 'ACCOUNTS WHOSE MINIMUM PAYMENT WOULD CHANGE'
227500                                 TO WS-TL-LABEL
227600     MOVE WS-TOT-MINPAY-CHG      TO WS-TL-COUNT
227700     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
227800     MOVE 'TRANSACTIONS RE-PRICED FOR FEES'
227900                                 TO WS-TL-LABEL
228000     MOVE WS-TRAN-COUNT          TO WS-TL-COUNT
228100     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
228200     MOVE 'ACCOUNT-DAYS WITH NO DAILY BALANCE' TO WS-TL-LABEL
228300     MOVE WS-MISSING-DAY-COUNT   TO WS-TL-COUNT
228400     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
228500     MOVE 'PENDING ROWS NOT REPLAYED - NO TABLE SLOT'
228600                                 TO WS-TL-LABEL
228700     MOVE WS-NO-SLOT-COUNT       TO WS-TL-COUNT
228800     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
228900     MOVE 'PENDING ROWS STAMPED WITH THIS RUN' TO WS-TL-LABEL
229000     MOVE WS-STAMPED-COUNT       TO WS-TL-COUNT
229100     WRITE SIM-RPT-LINE          FROM WS-TOTAL-LINE
229200     MOVE SPACES                 TO SIM-RPT-LINE
229300     WRITE SIM-RPT-LINE
229400     MOVE 'SIMULATION ONLY - NOTHING WAS POSTED OR CHANGED'
229500                                 TO WS-SECT-TITLE
229600     WRITE SIM-RPT-LINE          FROM WS-SECTION-HEADING.
229700 6000-WRITE-REPORT-EXIT.
229800     EXIT.
229900*
230000 6100-WRITE-GROUP-LINE.
230100     MOVE WS-GRP-GROUP-ID (WS-GRP-IDX) TO WS-GL-GROUP-ID
230200     MOVE WS-GRP-ACCTS (WS-GRP-IDX) TO WS-GL-ACCTS
230300     MOVE WS-GRP-CURR-INT (WS-GRP-IDX) TO WS-GL-CURR-INT
230400     MOVE WS-GRP-PROP-INT (WS-GRP-IDX) TO WS-GL-PROP-INT
230500     COMPUTE WS-DELTA-AMT = WS-GRP-PROP-INT (WS-GRP-IDX)
230600                          - WS-GRP-CURR-INT (WS-GRP-IDX)
230700     MOVE WS-DELTA-AMT           TO WS-GL-INT-DELTA
230800     MOVE WS-GRP-CURR-FEE (WS-GRP-IDX) TO WS-GL-CURR-FEE
230900     MOVE WS-GRP-PROP-FEE (WS-GRP-IDX) TO WS-GL-PROP-FEE
231000     COMPUTE WS-DELTA-AMT = WS-GRP-PROP-FEE (WS-GRP-IDX)
231100                          - WS-GRP-CURR-FEE (WS-GRP-IDX)
231200     MOVE WS-DELTA-AMT           TO WS-GL-FEE-DELTA
231300     MOVE WS-GRP-MINPAY-CHG (WS-GRP-IDX) TO WS-GL-MINPAY-CHG
231400     WRITE SIM-RPT-LINE          FROM WS-GRP-LINE.
231500 6100-WRITE-GROUP-LINE-EXIT.
231600     EXIT.
231700*
231800 8100-DATE-TO-ISO.
231900     MOVE SPACES                 TO WS-WORK-DATE-ISO
232000     STRING WS-WORK-DATE-N (1:4) DELIMITED BY SIZE
232100            '-'                  DELIMITED BY SIZE
232200            WS-WORK-DATE-N (5:2) DELIMITED BY SIZE
232300            '-'                  DELIMITED BY SIZE
232400            WS-WORK-DATE-N (7:2) DELIMITED BY SIZE
232500       INTO WS-WORK-DATE-ISO
232600     END-STRING.
232700 8100-DATE-TO-ISO-EXIT.
232800     EXIT.
232900*
233000******************************************************************
233100* BINARY SEARCH OF THE ACCOUNT TABLE, LOADED IN ACCTDAT KEY ORDER
233200******************************************************************
233300 8200-FIND-ACCOUNT.
233400     MOVE 'N'                    TO WS-FOUND-SW
233500     MOVE 1                      TO WS-SAT-LOW
233600     MOVE WS-SAT-USED            TO WS-SAT-HIGH.
233700 8200-HALVE.
233800     IF WS-SAT-LOW > WS-SAT-HIGH OR WS-SAT-HIGH = ZERO
233900         GO TO 8200-FIND-ACCOUNT-EXIT
234000     END-IF
234100     COMPUTE WS-SAT-MID = (WS-SAT-LOW + WS-SAT-HIGH) / 2
234200     EVALUATE TRUE
234300         WHEN WS-SAT-ACCT-ID (WS-SAT-MID) = WS-FIND-ACCT-ID
234400             MOVE WS-SAT-MID     TO WS-SAT-IDX
234500             MOVE 'Y'            TO WS-FOUND-SW
234600             GO TO 8200-FIND-ACCOUNT-EXIT
234700         WHEN WS-SAT-ACCT-ID (WS-SAT-MID) < WS-FIND-ACCT-ID
234800             COMPUTE WS-SAT-LOW = WS-SAT-MID + 1
234900         WHEN OTHER
235000             IF WS-SAT-MID = 1
235100                 GO TO 8200-FIND-ACCOUNT-EXIT
235200             END-IF
235300             COMPUTE WS-SAT-HIGH = WS-SAT-MID - 1
235400     END-EVALUATE
235500     GO TO 8200-HALVE.
235600 8200-FIND-ACCOUNT-EXIT.
235700     EXIT.
235800*
235900******************************************************************
236000* THE GROUP'S TERMS TODAY (WS-TERMS-CUR) AND AS PROPOSED
236100* (WS-TERMS-NEW). A GROUP WITH NO ENTRY OF ITS OWN TAKES THE
236200* DEFAULT ENTRY, AS EVERY APPLYING RUN DOES. THE ACCOUNT IS
236300* AFFECTED WHEN ANY TERM DIFFERS.
236400******************************************************************
236500 8300-RESOLVE-TERMS.
236600     MOVE AIR-ANNUAL-RATE (1)    TO WS-TC-PURCH-RATE
236700     MOVE AIR-CASH-RATE (1)      TO WS-TC-CASH-RATE
236800     MOVE FET-FX-PCT (1)         TO WS-TC-FX-PCT
236900     MOVE FET-CASH-FLAT-AMT (1)  TO WS-TC-CASH-FLAT
237000     MOVE FET-CASH-PCT (1)       TO WS-TC-CASH-PCT
237100     MOVE AFE-FEE-AMT (1)        TO WS-TC-ANNUAL-FEE
237200     MOVE MPT-PCT-OF-BAL (1)     TO WS-TC-MP-PCT
237300     MOVE MPT-FLOOR-AMT (1)      TO WS-TC-MP-FLOOR
237400     MOVE MPT-ADD-OVERLIMIT-IND (1) TO WS-TC-MP-OVERLIMIT
237500     MOVE WS-PIR-ANNUAL-RATE (1) TO WS-TN-PURCH-RATE
237600     MOVE WS-PIR-CASH-RATE (1)   TO WS-TN-CASH-RATE
237700     MOVE WS-PFT-FX-PCT (1)      TO WS-TN-FX-PCT
237800     MOVE WS-PFT-CASH-FLAT-AMT (1) TO WS-TN-CASH-FLAT
237900     MOVE WS-PFT-CASH-PCT (1)    TO WS-TN-CASH-PCT
238000     MOVE WS-PAF-FEE-AMT (1)     TO WS-TN-ANNUAL-FEE
238100     MOVE WS-PMP-PCT-OF-BAL (1)  TO WS-TN-MP-PCT
238200     MOVE WS-PMP-FLOOR-AMT (1)   TO WS-TN-MP-FLOOR
238300     MOVE WS-PMP-ADD-OVERLIMIT-IND (1) TO WS-TN-MP-OVERLIMIT
238400     MOVE 'NNNNNNNN'             TO WS-TERMS-MATCH
238500     PERFORM 8310-MATCH-SLOT THRU 8310-MATCH-SLOT-EXIT
238600         VARYING WS-SLOT-SUB FROM 1 BY 1
238700         UNTIL WS-SLOT-SUB > 8
238800     IF WS-TERMS-CUR = WS-TERMS-NEW
238900         MOVE 'N'                TO WS-TERMS-AFFECTED-SW
239000     ELSE
239100         MOVE 'Y'                TO WS-TERMS-AFFECTED-SW
239200     END-IF.
239300 8300-RESOLVE-TERMS-EXIT.
239400     EXIT.
239500*
239600 8310-MATCH-SLOT.
239700     IF NOT WS-FET-MATCHED
239800        AND FET-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
239900         MOVE FET-FX-PCT (WS-SLOT-SUB) TO WS-TC-FX-PCT
240000         MOVE FET-CASH-FLAT-AMT (WS-SLOT-SUB) TO WS-TC-CASH-FLAT
240100         MOVE FET-CASH-PCT (WS-SLOT-SUB) TO WS-TC-CASH-PCT
240200         MOVE 'Y'                TO WS-FET-MATCH-SW
240300     END-IF
240400     IF NOT WS-PFT-MATCHED
240500        AND WS-PFT-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
240600         MOVE WS-PFT-FX-PCT (WS-SLOT-SUB) TO WS-TN-FX-PCT
240700         MOVE WS-PFT-CASH-FLAT-AMT (WS-SLOT-SUB)
240800                                 TO WS-TN-CASH-FLAT
240900         MOVE WS-PFT-CASH-PCT (WS-SLOT-SUB) TO WS-TN-CASH-PCT
241000         MOVE 'Y'                TO WS-PFT-MATCH-SW
241100     END-IF
241200     IF WS-SLOT-SUB > 5
241300         GO TO 8310-MATCH-SLOT-EXIT
241400     END-IF
241500     IF NOT WS-AIR-MATCHED
241600        AND AIR-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
241700         MOVE AIR-ANNUAL-RATE (WS-SLOT-SUB) TO WS-TC-PURCH-RATE
241800         MOVE AIR-CASH-RATE (WS-SLOT-SUB) TO WS-TC-CASH-RATE
241900         MOVE 'Y'                TO WS-AIR-MATCH-SW
242000     END-IF
242100     IF NOT WS-PIR-MATCHED
242200        AND WS-PIR-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
242300         MOVE WS-PIR-ANNUAL-RATE (WS-SLOT-SUB) TO WS-TN-PURCH-RATE
242400         MOVE WS-PIR-CASH-RATE (WS-SLOT-SUB) TO WS-TN-CASH-RATE
242500         MOVE 'Y'                TO WS-PIR-MATCH-SW
242600     END-IF
242700     IF NOT WS-AFE-MATCHED
242800        AND AFE-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
242900         MOVE AFE-FEE-AMT (WS-SLOT-SUB) TO WS-TC-ANNUAL-FEE
243000         MOVE 'Y'                TO WS-AFE-MATCH-SW
243100     END-IF
243200     IF NOT WS-PAF-MATCHED
243300        AND WS-PAF-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
243400         MOVE WS-PAF-FEE-AMT (WS-SLOT-SUB) TO WS-TN-ANNUAL-FEE
243500         MOVE 'Y'                TO WS-PAF-MATCH-SW
243600     END-IF
243700     IF NOT WS-MPT-MATCHED
243800        AND MPT-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
243900         MOVE MPT-PCT-OF-BAL (WS-SLOT-SUB) TO WS-TC-MP-PCT
244000         MOVE MPT-FLOOR-AMT (WS-SLOT-SUB) TO WS-TC-MP-FLOOR
244100         MOVE MPT-ADD-OVERLIMIT-IND (WS-SLOT-SUB)
244200                                 TO WS-TC-MP-OVERLIMIT
244300         MOVE 'Y'                TO WS-MPT-MATCH-SW
244400     END-IF
244500     IF NOT WS-PMP-MATCHED
244600        AND WS-PMP-GROUP-ID (WS-SLOT-SUB) = WS-TRM-GROUP-ID
244700         MOVE WS-PMP-PCT-OF-BAL (WS-SLOT-SUB) TO WS-TN-MP-PCT
244800         MOVE WS-PMP-FLOOR-AMT (WS-SLOT-SUB) TO WS-TN-MP-FLOOR
244900         MOVE WS-PMP-ADD-OVERLIMIT-IND (WS-SLOT-SUB)
245000                                 TO WS-TN-MP-OVERLIMIT
245100         MOVE 'Y'                TO WS-PMP-MATCH-SW
245200     END-IF.
245300 8310-MATCH-SLOT-EXIT.
245400     EXIT.
245500*
245600 8400-ISO-TO-INT.
245700     MOVE WS-ISO-IN (1:4)        TO WS-ISO-N-YYYY
245800     MOVE WS-ISO-IN (6:2)        TO WS-ISO-N-MM
245900     MOVE WS-ISO-IN (9:2)        TO WS-ISO-N-DD
246000     COMPUTE WS-ISO-INT = FUNCTION INTEGER-OF-DATE (WS-ISO-N-9).
246100 8400-ISO-TO-INT-EXIT.
246200     EXIT.
246300*
246400 9000-TERMINATE.
246500     CLOSE ACCOUNT-FILE
246600     CLOSE XREF-FILE
246700     CLOSE CUSTOMER-FILE
246800     CLOSE CARD-FILE
246900     CLOSE DAILY-BAL-FILE
247000     CLOSE CYCLE-HIST-FILE
247100     CLOSE PAYMENT-FILE
247200     CLOSE STMT-ARCHIVE-FILE
247300     CLOSE PROMO-RATE-FILE
247400     CLOSE HARDSHIP-FILE
247500     CLOSE TRAN-DATE-FILE
247600     CLOSE REF-PENDING-FILE
247700     CLOSE PRICING-SIM-FILE
247800     CLOSE SIM-RPT-FILE
247900     DISPLAY 'CBSIM01C - RUN ID: ' WS-RUN-ID
248000     DISPLAY 'CBSIM01C - PENDING CHANGES REPLAYED: '
248100             WS-PROPOSAL-COUNT
248200     DISPLAY 'CBSIM01C - ACCOUNTS AFFECTED: ' WS-AFFECTED-COUNT
248300     DISPLAY 'CBSIM01C - ACCOUNTS REPLAYED: ' WS-SIMULATED-COUNT
248400     DISPLAY 'CBSIM01C - PENDING ROWS STAMPED: ' WS-STAMPED-COUNT
248500     IF WS-TABLE-FULL-COUNT > ZERO
248600         DISPLAY 'CBSIM01C - ACCOUNT TABLE FULL, LEFT OUT: '
248700                 WS-TABLE-FULL-COUNT
248800     END-IF
248900     IF WS-RUN-FAILED
249000         MOVE 16                 TO RETURN-CODE
249100     END-IF
249200     PERFORM 9200-LOG-JOB-STATUS
249300         THRU 9200-LOG-JOB-STATUS-EXIT.
249400 9000-TERMINATE-EXIT.
249500     EXIT.
249600*
249700******************************************************************
249800* A FATAL ERROR LEAVES A REASON IN WS-ABEND-REASON-TEXT AND
249900* PERFORMS THIS PARAGRAPH, WHICH LOGS AN ALERT RECORD TO THE
250000* ON-CALL ALERT QUEUE (OPRALRT); 9000-TERMINATE THEN SETS A
250100* NON-ZERO RETURN CODE SO THE JOB STEP ITSELF SHOWS THE FAILURE.
250200******************************************************************
250300 9100-ABEND-NOTIFY.
250400     MOVE 'AB01'                 TO ABEND-CODE
250500     MOVE 'CBSIM01C'             TO ABEND-CULPRIT
250600     MOVE WS-ABEND-REASON-TEXT   TO ABEND-REASON
250700     STRING ABEND-CULPRIT   DELIMITED BY SIZE
250800            ' - '           DELIMITED BY SIZE
250900            ABEND-REASON    DELIMITED BY SIZE
251000       INTO ABEND-MSG
251100     END-STRING
251200     OPEN EXTEND ALERT-QUEUE-FILE
251300     MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
251400     MOVE ABEND-CULPRIT          TO ALERT-PGMNAME
251500     MOVE ABEND-CODE             TO ALERT-ABEND-CODE
251600     MOVE ABEND-CULPRIT          TO ALERT-ABEND-CULPRIT
251700     MOVE ABEND-REASON           TO ALERT-ABEND-REASON
251800     MOVE ABEND-MSG              TO ALERT-ABEND-MSG
251900     WRITE OPS-ALERT-RECORD
252000     CLOSE ALERT-QUEUE-FILE.
252100 9100-ABEND-NOTIFY-EXIT.
252200     EXIT.
252300*
252400******************************************************************
252500* APPENDS THIS RUN'S OUTCOME TO JOBLOG SO COADM03C CAN SHOW
252600* WHETHER THE JOB RAN AND HOW IT WENT.
252700******************************************************************
252800 9200-LOG-JOB-STATUS.
252900     OPEN I-O JOB-LOG-FILE
253000     IF NOT WS-JOBLOG-OK
253100         DISPLAY 'CBSIM01C - ERROR OPENING JOB LOG FILE'
253200         GO TO 9200-LOG-JOB-STATUS-EXIT
253300     END-IF
253400     MOVE 'CBSIM01C'             TO JBS-JOB-NAME
253500     MOVE FUNCTION CURRENT-DATE  TO JBS-TIMESTAMP
253600     IF RETURN-CODE = ZERO
253700         SET JBS-STATUS-SUCCESS  TO TRUE
253800     ELSE
253900         SET JBS-STATUS-FAILED   TO TRUE
254000     END-IF
254100     MOVE RETURN-CODE            TO JBS-RETURN-CODE
254200     MOVE WS-SIMULATED-COUNT     TO JBS-REC-COUNT
254300     WRITE JOB-STATUS-RECORD
254400     CLOSE JOB-LOG-FILE.
254500 9200-LOG-JOB-STATUS-EXIT.
254600     EXIT.
